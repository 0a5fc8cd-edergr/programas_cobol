      ******************************************************************
      *    NOME PROG..:  EDER0032                                      *
      *    DESCRICAO..:  CONFERENCIA/BALANCEAMENTO DO FLUXO DE VALORES *
      *                  DO CICLO                                      *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      ******************************************************************
      *                                                                *
      *    LE O ARQUIVO COMUM DE CONTROLE DE EXECUCAO (LAYOUT          *
      *    EDERRCPY) E GUARDA, PARA CADA PASSO DO FLUXO DE VALORES     *
      *    (EDER0010, EDER0002, EDER0008, EDER0019 E EDER0004), A      *
      *    ULTIMA EXECUCAO REGISTRADA, COM OS VALORES DE DEBITO E DE   *
      *    CREDITO ACEITOS, REJEITADOS E RETIDOS PELO PASSO. IMPRIME   *
      *    ESSES VALORES E ENCADEIA OS PASSOS, CONFERINDO EM DEBITO E  *
      *    EM CREDITO:                                                 *
      *    - O VALOR CONSOLIDADO EM MOVCONS PELO EDER0010, SOMADO AOS  *
      *      ARQUIVOS INTERCALADOS NO MOVTO FORA DO EDER0010, CONTRA O *
      *      VALOR VALIDO, REJEITADO E AGENDADO PELO EDER0002;         *
      *    - O VALOR VALIDO DO EDER0002 CONTRA O POSTADO NOS SALDOS    *
      *      PELO EDER0008, O ENVIADO A CONTABILIDADE PELO EDER0019 E  *
      *      O EXPORTADO NO CNAB PELO EDER0004.                        *
      *    QUALQUER DIFERENCA, OU PASSO DO FLUXO SEM EXECUCAO          *
      *    REGISTRADA, RETEM O CICLO COMO UM TRAILER DIVERGENTE:       *
      *    RETORNO NAO ZERO E DISPOSICAO DE ERRO NO PROPRIO REGISTRO   *
      *    DE CONTROLE DE EXECUCAO, QUE O PAINEL DO CICLO (EDER0012)   *
      *    CONSIDERA. EXECUTA DEPOIS DO EDER0019 E DO EDER0004 E ANTES *
      *    DO EDER0012.                                                *
      *                                                                *
      *    OS ARQUIVOS INTERCALADOS NO MOVTO FORA DO EDER0010 SAO OS   *
      *    LIBERADOS DO DEPOSITO DE AGENDADOS (EDER0014), A REENTRADA  *
      *    DE EXCECOES CORRIGIDAS (EDER0007), OS ACRESCIMOS DE JUROS E *
      *    TARIFAS (EDER0017), OS ESTORNOS (EDER0024), AS LIQUIDACOES  *
      *    DE ENCERRAMENTO (EDER0025) E AS TRANSFERENCIAS INTERNAS     *
      *    (EDER0029). COMO ALGUNS SAO GERADOS NO CICLO ANTERIOR, SEUS *
      *    VALORES SAO TIRADOS DOS PROPRIOS ARQUIVOS, NA GERACAO       *
      *    INTERCALADA NO MOVTO DESTE CICLO: OS DETALHES SAO SOMADOS   *
      *    EM DEBITO E EM CREDITO E O TRAILER E CONFERIDO COMO NO      *
      *    EDER0010. UM ARQUIVO AUSENTE NAO FOI INTERCALADO NO CICLO;  *
      *    UM TRAILER DIVERGENTE RETEM O CICLO.                        *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      *    15/10/2026   EGR       O PRIMEIRO ELO PASSOU A SOMAR AO     *
      *                           CONSOLIDADO DO EDER0010 OS ARQUIVOS  *
      *                           INTERCALADOS NO MOVTO FORA DELE      *
      *                           (LIBERADOS, REENTRADA, ACRESCIMOS,   *
      *                           ESTORNOS, LIQUIDACOES E              *
      *                           TRANSFERENCIAS), COM O TRAILER DE    *
      *                           CADA UM CONFERIDO                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0032.
       AUTHOR.         EDER GUIMARAES RODRIGUES.
       INSTALLATION.   DEPARTAMENTO DE SISTEMAS.
       DATE-WRITTEN.   14/10/2026.
       DATE-COMPILED.  14/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RUN-CONTROL ASSIGN TO 'RUNCTL'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0032-WS-FS-RUNCTL.

           SELECT ARQ-RELATORIO   ASSIGN TO 'FLUXOREL'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0032-WS-FS-RELAT.

      *    ARQUIVOS DE MOVIMENTACAO INTERCALADOS NO MOVTO DO CICLO FORA
      *    DO EDER0010, NA GERACAO QUE ENTROU NESTE CICLO. AUSENTES, NAO
      *    FORAM INTERCALADOS.
           SELECT ARQ-LIBERADOS   ASSIGN TO 'LIBERADOS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0032-WS-FS-LIBER.

           SELECT ARQ-REENTRADA   ASSIGN TO 'REENTRADA'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0032-WS-FS-REENT.

           SELECT ARQ-ACRESCIMOS  ASSIGN TO 'ACRESCIMOS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0032-WS-FS-ACRESC.

           SELECT ARQ-ESTORNOS    ASSIGN TO 'ESTORNOS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0032-WS-FS-ESTORN.

           SELECT ARQ-LIQUIDACAO  ASSIGN TO 'LIQUIDAC'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0032-WS-FS-LIQUID.

           SELECT ARQ-TRANSFER    ASSIGN TO 'TRANSFER'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0032-WS-FS-TRANSF.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RUN-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RUN-CONTROL.
           COPY EDERRCPY.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                    PIC X(132).

       FD  ARQ-LIBERADOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-LIBERADOS.
           COPY EDERWCPY.

       FD  ARQ-REENTRADA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REENTRADA.
           COPY EDERWCPY.

       FD  ARQ-ACRESCIMOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ACRESCIMOS.
           COPY EDERWCPY.

       FD  ARQ-ESTORNOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ESTORNOS.
           COPY EDERWCPY.

       FD  ARQ-LIQUIDACAO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-LIQUIDACAO.
           COPY EDERWCPY.

       FD  ARQ-TRANSFER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-TRANSFER.
           COPY EDERWCPY.

       WORKING-STORAGE SECTION.
       77  EDER0032-WS-FS-RUNCTL            PIC X(02) VALUE SPACES.
       77  EDER0032-WS-FS-RELAT             PIC X(02) VALUE SPACES.
       77  EDER0032-WS-FS-LIBER             PIC X(02) VALUE SPACES.
       77  EDER0032-WS-FS-REENT             PIC X(02) VALUE SPACES.
       77  EDER0032-WS-FS-ACRESC            PIC X(02) VALUE SPACES.
       77  EDER0032-WS-FS-ESTORN            PIC X(02) VALUE SPACES.
       77  EDER0032-WS-FS-LIQUID            PIC X(02) VALUE SPACES.
       77  EDER0032-WS-FS-TRANSF            PIC X(02) VALUE SPACES.
       77  EDER0032-WS-FS-ATUAL             PIC X(02) VALUE SPACES.
       77  EDER0032-WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  EDER0032-88-FIM-ARQUIVO                VALUE 'S'.
       77  EDER0032-WS-ABORTAR              PIC X(01) VALUE 'N'.
           88  EDER0032-88-ABORTAR                    VALUE 'S'.
       77  EDER0032-WS-CICLO-BALANCEADO     PIC X(01) VALUE 'S'.
           88  EDER0032-88-CICLO-BALANCEADO           VALUE 'S'.
       77  EDER0032-WS-ELO-OK               PIC X(01) VALUE 'S'.
           88  EDER0032-88-ELO-OK                     VALUE 'S'.
       77  EDER0032-WS-ELO-TOTAL            PIC X(01) VALUE 'N'.
           88  EDER0032-88-ELO-TOTAL                  VALUE 'S'.
       77  EDER0032-WS-FIM-INTERCAL         PIC X(01) VALUE 'N'.
           88  EDER0032-88-FIM-INTERCAL               VALUE 'S'.
       77  EDER0032-WS-INTERCAL-ABERTO      PIC X(01) VALUE 'N'.
           88  EDER0032-88-INTERCAL-ABERTO            VALUE 'S'.
       77  EDER0032-WS-TEM-PENDENTE         PIC X(01) VALUE 'N'.
           88  EDER0032-88-TEM-PENDENTE               VALUE 'S'.
       77  EDER0032-WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77  EDER0032-WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77  EDER0032-WS-CONT-LIDOS           PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0032-WS-CONT-CONFERE         PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0032-WS-CONT-DIVERGE         PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0032-WS-IND                  PIC 9(01) VALUE ZEROS
                                             COMP.
       77  EDER0032-WS-IND-ORIGEM           PIC 9(01) VALUE ZEROS
                                             COMP.
       77  EDER0032-WS-IND-DESTINO          PIC 9(01) VALUE ZEROS
                                             COMP.
       77  EDER0032-WS-IND-ARQ              PIC 9(01) VALUE ZEROS
                                             COMP.
       77  EDER0032-WS-CONT-LIDOS-ARQ       PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0032-WS-SOMA-VALORES-ARQ     PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.

      *    TOTAIS DOS ARQUIVOS INTERCALADOS NO MOVTO FORA DO EDER0010,
      *    SOMADOS A ORIGEM DO PRIMEIRO ELO.
       77  EDER0032-WS-INTERCAL-DEB         PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0032-WS-INTERCAL-CRED        PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.

      *    VALORES DE UMA LINHA DA CONFERENCIA (DEBITO OU CREDITO DE
      *    UM ELO DO FLUXO) E A DIFERENCA DESTINO MENOS ORIGEM.
       77  EDER0032-WS-ORIGEM-DEB           PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0032-WS-ORIGEM-CRED          PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0032-WS-DESTINO-DEB          PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0032-WS-DESTINO-CRED         PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0032-WS-VALOR-ORIGEM         PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0032-WS-VALOR-DESTINO        PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0032-WS-DIFERENCA            PIC S9(15)V99 VALUE ZEROS
                                             COMP-3.

      *    PASSOS DO FLUXO DE VALORES DO CICLO, NA ORDEM EM QUE A JCL
      *    OS EXECUTA, E A MARCACAO DE QUAIS JA EXECUTARAM.
       01  EDER0032-WS-NOMES-PASSOS.
           05  FILLER                       PIC X(08)
               VALUE 'EDER0010'.
           05  FILLER                       PIC X(08)
               VALUE 'EDER0002'.
           05  FILLER                       PIC X(08)
               VALUE 'EDER0008'.
           05  FILLER                       PIC X(08)
               VALUE 'EDER0019'.
           05  FILLER                       PIC X(08)
               VALUE 'EDER0004'.
       01  EDER0032-WS-TAB-PASSOS REDEFINES EDER0032-WS-NOMES-PASSOS.
           05  EDER0032-WS-PASSO OCCURS 5 TIMES
                                            PIC X(08).
       01  EDER0032-WS-VISTOS-GRUPO         PIC X(05) VALUE 'NNNNN'.
       01  EDER0032-WS-TAB-VISTOS REDEFINES EDER0032-WS-VISTOS-GRUPO.
           05  EDER0032-WS-VISTO OCCURS 5 TIMES
                                            PIC X(01).

      *    ARQUIVOS INTERCALADOS NO MOVTO FORA DO EDER0010, COM O
      *    PROGRAMA QUE OS GERA, NA ORDEM DOS ARQ- DO FILE-CONTROL.
       01  EDER0032-WS-NOMES-INTERCAL.
           05  FILLER                       PIC X(18)
               VALUE 'LIBERADOS EDER0014'.
           05  FILLER                       PIC X(18)
               VALUE 'REENTRADA EDER0007'.
           05  FILLER                       PIC X(18)
               VALUE 'ACRESCIMOSEDER0017'.
           05  FILLER                       PIC X(18)
               VALUE 'ESTORNOS  EDER0024'.
           05  FILLER                       PIC X(18)
               VALUE 'LIQUIDAC  EDER0025'.
           05  FILLER                       PIC X(18)
               VALUE 'TRANSFER  EDER0029'.
       01  EDER0032-WS-TAB-INTERCAL
                           REDEFINES EDER0032-WS-NOMES-INTERCAL.
           05  EDER0032-WS-INTERCAL OCCURS 6 TIMES.
               10  EDER0032-WS-TI-ARQUIVO   PIC X(10).
               10  EDER0032-WS-TI-PROGRAMA  PIC X(08).

      *    GUARDA O REGISTRO LIDO NA VOLTA ANTERIOR DO ARQUIVO
      *    INTERCALADO, JA QUE SO SE SABE QUE O ULTIMO REGISTRO FISICO
      *    E O TRAILER (E NAO UM DETALHE) QUANDO A LEITURA SEGUINTE
      *    ENCONTRA O FIM DO ARQUIVO, COMO NO EDER0010.
       01  EDER0032-WS-REG-ANTERIOR.
           COPY EDERWCPY.
       01  EDER0032-WS-REG-MOVTO.
           COPY EDERWCPY.

      *    VALORES DA ULTIMA EXECUCAO REGISTRADA DE CADA PASSO, NA
      *    MESMA ORDEM DA TABELA DE PASSOS.
       01  EDER0032-WS-TAB-VALORES.
           05  EDER0032-WS-ENTRADA-VALOR OCCURS 5 TIMES.
               10  EDER0032-WS-TV-DEB-VALIDOS
                                     PIC 9(15)V99 COMP-3.
               10  EDER0032-WS-TV-CRED-VALIDOS
                                     PIC 9(15)V99 COMP-3.
               10  EDER0032-WS-TV-DEB-REJEITADOS
                                     PIC 9(15)V99 COMP-3.
               10  EDER0032-WS-TV-CRED-REJEITADOS
                                     PIC 9(15)V99 COMP-3.
               10  EDER0032-WS-TV-DEB-RETIDOS
                                     PIC 9(15)V99 COMP-3.
               10  EDER0032-WS-TV-CRED-RETIDOS
                                     PIC 9(15)V99 COMP-3.

       01  EDER0032-WL-CABECALHO-1.
           05  FILLER                       PIC X(60)
               VALUE 'EDER0032 - BALANCEAMENTO DO FLUXO DE VALORES'.

       01  EDER0032-WL-CABECALHO-2.
           05  FILLER                       PIC X(40)
               VALUE 'VALORES REGISTRADOS POR PASSO'.

       01  EDER0032-WL-CABECALHO-3.
           05  FILLER                       PIC X(10)
               VALUE 'PASSO'.
           05  FILLER                       PIC X(12)
               VALUE 'SENTIDO'.
           05  FILLER                       PIC X(24)
               VALUE 'ACEITOS'.
           05  FILLER                       PIC X(24)
               VALUE 'REJEITADOS'.
           05  FILLER                       PIC X(24)
               VALUE 'RETIDOS'.

       01  EDER0032-WL-DETALHE-PASSO.
           05  EDER0032-WL-P-PROGRAMA       PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-P-SENTIDO        PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-P-ACEITOS
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-P-REJEITADOS
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-P-RETIDOS
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  EDER0032-WL-PASSO-AUSENTE.
           05  EDER0032-WL-A-PROGRAMA       PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  FILLER                       PIC X(30)
               VALUE 'SEM EXECUCAO REGISTRADA'.

       01  EDER0032-WL-CABECALHO-6.
           05  FILLER                       PIC X(50)
               VALUE 'ARQUIVOS INTERCALADOS NO MOVTO FORA DO EDER0010'.

       01  EDER0032-WL-CABECALHO-7.
           05  FILLER                       PIC X(12)
               VALUE 'ARQUIVO'.
           05  FILLER                       PIC X(10)
               VALUE 'GERADO'.
           05  FILLER                       PIC X(24)
               VALUE 'DEBITOS'.
           05  FILLER                       PIC X(24)
               VALUE 'CREDITOS'.
           05  FILLER                       PIC X(24)
               VALUE 'SITUACAO'.

       01  EDER0032-WL-DETALHE-INTERCAL.
           05  EDER0032-WL-I-ARQUIVO        PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-I-PROGRAMA       PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-I-DEBITOS
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-I-CREDITOS
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-I-SITUACAO       PIC X(30).

       01  EDER0032-WL-CABECALHO-4.
           05  FILLER                       PIC X(40)
               VALUE 'CONFERENCIA DO FLUXO ENTRE OS PASSOS'.

       01  EDER0032-WL-CABECALHO-5.
           05  FILLER                       PIC X(30)
               VALUE 'ELO'.
           05  FILLER                       PIC X(10)
               VALUE 'SENTIDO'.
           05  FILLER                       PIC X(24)
               VALUE 'ORIGEM'.
           05  FILLER                       PIC X(24)
               VALUE 'DESTINO'.
           05  FILLER                       PIC X(25)
               VALUE 'DIFERENCA'.
           05  FILLER                       PIC X(19)
               VALUE 'SITUACAO'.

       01  EDER0032-WL-DETALHE-ELO.
           05  EDER0032-WL-E-DESCRICAO      PIC X(28).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-E-SENTIDO        PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-E-ORIGEM
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-E-DESTINO
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-E-DIFERENCA
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0032-WL-E-SITUACAO       PIC X(19).

       01  EDER0032-WL-VEREDICTO.
           05  FILLER                       PIC X(20)
               VALUE 'VEREDICTO DO FLUXO: '.
           05  EDER0032-WL-V-TEXTO          PIC X(50).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           IF NOT EDER0032-88-ABORTAR
               PERFORM 2000-GUARDAR-EXECUCAO
                                  THRU 2000-GUARDAR-EXECUCAO-EXIT
                   UNTIL EDER0032-88-FIM-ARQUIVO
               PERFORM 3000-LISTAR-PASSOS
                                  THRU 3000-LISTAR-PASSOS-EXIT
               PERFORM 3500-SOMAR-INTERCALADOS
                                  THRU 3500-SOMAR-INTERCALADOS-EXIT
           END-IF.
           IF NOT EDER0032-88-ABORTAR
               PERFORM 4000-CONFERIR-FLUXO
                                  THRU 4000-CONFERIR-FLUXO-EXIT
               PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT
           END-IF.
           IF EDER0032-88-ABORTAR
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    ABRE OS ARQUIVOS, GRAVA O CABECALHO DO RELATORIO E LE O     *
      *    PRIMEIRO REGISTRO DE CONTROLE. UM ARQUIVO DE CONTROLE       *
      *    INEXISTENTE SIGNIFICA QUE NENHUM PASSO DO CICLO EXECUTOU E  *
      *    TODOS OS ELOS FICAM SEM CONFERENCIA.                        *
      ******************************************************************
       1000-INICIALIZAR.
           INITIALIZE EDER0032-WS-TAB-VALORES.

           OPEN OUTPUT ARQ-RELATORIO.
           IF EDER0032-WS-FS-RELAT NOT = '00'
               DISPLAY 'EDER0032 - ERRO AO ABRIR ARQ-RELATORIO: '
                       EDER0032-WS-FS-RELAT
               SET EDER0032-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE EDER0032-WL-CABECALHO-1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           OPEN INPUT ARQ-RUN-CONTROL.
           IF EDER0032-WS-FS-RUNCTL = '35'
               DISPLAY 'EDER0032 - ARQUIVO DE CONTROLE INEXISTENTE. '
                       'NENHUM PASSO DO CICLO EXECUTOU'
               SET EDER0032-88-FIM-ARQUIVO TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           IF EDER0032-WS-FS-RUNCTL NOT = '00'
               DISPLAY 'EDER0032 - ERRO AO ABRIR ARQ-RUN-CONTROL: '
                       EDER0032-WS-FS-RUNCTL
               CLOSE ARQ-RELATORIO
               SET EDER0032-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 2100-LER-RUN-CONTROL
                              THRU 2100-LER-RUN-CONTROL-EXIT.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    GUARDA OS VALORES DA EXECUCAO REGISTRADA QUANDO ELA E DE UM *
      *    PASSO DO FLUXO. O ARQUIVO E GRAVADO EM EXTEND NA ORDEM DAS  *
      *    EXECUCOES, ENTAO A EXECUCAO QUE PREVALECE PARA UM PASSO     *
      *    REEXECUTADO E A ULTIMA                                      *
      ******************************************************************
       2000-GUARDAR-EXECUCAO.
           ADD 1 TO EDER0032-WS-CONT-LIDOS.
           PERFORM 2200-GUARDAR-PASSO THRU 2200-GUARDAR-PASSO-EXIT
               VARYING EDER0032-WS-IND FROM 1 BY 1
               UNTIL EDER0032-WS-IND > 5.
           PERFORM 2100-LER-RUN-CONTROL
                              THRU 2100-LER-RUN-CONTROL-EXIT.
       2000-GUARDAR-EXECUCAO-EXIT.
           EXIT.

      ******************************************************************
      *    LEITURA SEQUENCIAL DO ARQUIVO DE CONTROLE DE EXECUCAO       *
      ******************************************************************
       2100-LER-RUN-CONTROL.
           READ ARQ-RUN-CONTROL
               AT END
                   SET EDER0032-88-FIM-ARQUIVO TO TRUE
           END-READ.
       2100-LER-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    MARCA O PASSO CORRESPONDENTE AO PROGRAMA DA EXECUCAO        *
      *    REGISTRADA E GUARDA OS VALORES DELA                         *
      ******************************************************************
       2200-GUARDAR-PASSO.
           IF EDERRCPY-R-PROGRAMA OF REG-RUN-CONTROL
                       NOT = EDER0032-WS-PASSO (EDER0032-WS-IND)
               GO TO 2200-GUARDAR-PASSO-EXIT
           END-IF.

           MOVE 'S' TO EDER0032-WS-VISTO (EDER0032-WS-IND).
           MOVE EDERRCPY-R-VALOR-DEB-VALIDOS OF REG-RUN-CONTROL
               TO EDER0032-WS-TV-DEB-VALIDOS (EDER0032-WS-IND).
           MOVE EDERRCPY-R-VALOR-CRED-VALIDOS OF REG-RUN-CONTROL
               TO EDER0032-WS-TV-CRED-VALIDOS (EDER0032-WS-IND).
           MOVE EDERRCPY-R-VALOR-DEB-REJEITADOS OF REG-RUN-CONTROL
               TO EDER0032-WS-TV-DEB-REJEITADOS (EDER0032-WS-IND).
           MOVE EDERRCPY-R-VALOR-CRED-REJEITADOS OF REG-RUN-CONTROL
               TO EDER0032-WS-TV-CRED-REJEITADOS (EDER0032-WS-IND).
           MOVE EDERRCPY-R-VALOR-DEB-RETIDOS OF REG-RUN-CONTROL
               TO EDER0032-WS-TV-DEB-RETIDOS (EDER0032-WS-IND).
           MOVE EDERRCPY-R-VALOR-CRED-RETIDOS OF REG-RUN-CONTROL
               TO EDER0032-WS-TV-CRED-RETIDOS (EDER0032-WS-IND).
       2200-GUARDAR-PASSO-EXIT.
           EXIT.

      ******************************************************************
      *    IMPRIME OS VALORES DE DEBITO E DE CREDITO ACEITOS,          *
      *    REJEITADOS E RETIDOS DE CADA PASSO DO FLUXO                 *
      ******************************************************************
       3000-LISTAR-PASSOS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0032-WL-CABECALHO-2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0032-WL-CABECALHO-3 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 3100-LISTAR-PASSO THRU 3100-LISTAR-PASSO-EXIT
               VARYING EDER0032-WS-IND FROM 1 BY 1
               UNTIL EDER0032-WS-IND > 5.
       3000-LISTAR-PASSOS-EXIT.
           EXIT.

       3100-LISTAR-PASSO.
           IF EDER0032-WS-VISTO (EDER0032-WS-IND) NOT = 'S'
               MOVE EDER0032-WS-PASSO (EDER0032-WS-IND)
                   TO EDER0032-WL-A-PROGRAMA
               MOVE EDER0032-WL-PASSO-AUSENTE TO REG-RELATORIO
               WRITE REG-RELATORIO
               GO TO 3100-LISTAR-PASSO-EXIT
           END-IF.

           MOVE EDER0032-WS-PASSO (EDER0032-WS-IND)
               TO EDER0032-WL-P-PROGRAMA.
           MOVE 'DEBITOS'  TO EDER0032-WL-P-SENTIDO.
           MOVE EDER0032-WS-TV-DEB-VALIDOS (EDER0032-WS-IND)
               TO EDER0032-WL-P-ACEITOS.
           MOVE EDER0032-WS-TV-DEB-REJEITADOS (EDER0032-WS-IND)
               TO EDER0032-WL-P-REJEITADOS.
           MOVE EDER0032-WS-TV-DEB-RETIDOS (EDER0032-WS-IND)
               TO EDER0032-WL-P-RETIDOS.
           MOVE EDER0032-WL-DETALHE-PASSO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES     TO EDER0032-WL-P-PROGRAMA.
           MOVE 'CREDITOS' TO EDER0032-WL-P-SENTIDO.
           MOVE EDER0032-WS-TV-CRED-VALIDOS (EDER0032-WS-IND)
               TO EDER0032-WL-P-ACEITOS.
           MOVE EDER0032-WS-TV-CRED-REJEITADOS (EDER0032-WS-IND)
               TO EDER0032-WL-P-REJEITADOS.
           MOVE EDER0032-WS-TV-CRED-RETIDOS (EDER0032-WS-IND)
               TO EDER0032-WL-P-RETIDOS.
           MOVE EDER0032-WL-DETALHE-PASSO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3100-LISTAR-PASSO-EXIT.
           EXIT.

      ******************************************************************
      *    SOMA EM DEBITO E EM CREDITO OS DETALHES DE CADA ARQUIVO     *
      *    INTERCALADO NO MOVTO FORA DO EDER0010, CONFERE O TRAILER DE *
      *    CADA UM E IMPRIME O RESULTADO POR ARQUIVO                   *
      ******************************************************************
       3500-SOMAR-INTERCALADOS.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0032-WL-CABECALHO-6 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0032-WL-CABECALHO-7 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 3600-SOMAR-ARQUIVO THRU 3600-SOMAR-ARQUIVO-EXIT
               VARYING EDER0032-WS-IND-ARQ FROM 1 BY 1
               UNTIL EDER0032-WS-IND-ARQ > 6
                  OR EDER0032-88-ABORTAR.
       3500-SOMAR-INTERCALADOS-EXIT.
           EXIT.

      ******************************************************************
      *    ABRE O ARQUIVO INTERCALADO ATUAL (AUSENCIA SIGNIFICA QUE    *
      *    NAO FOI INTERCALADO NO CICLO), DESCARTA O HEADER, SOMA OS   *
      *    DETALHES E CONFERE O TRAILER                                *
      ******************************************************************
       3600-SOMAR-ARQUIVO.
           MOVE 'N'   TO EDER0032-WS-FIM-INTERCAL
                         EDER0032-WS-TEM-PENDENTE
                         EDER0032-WS-INTERCAL-ABERTO.
           MOVE ZEROS TO EDER0032-WS-CONT-LIDOS-ARQ
                         EDER0032-WS-SOMA-VALORES-ARQ
                         EDER0032-WS-ORIGEM-DEB
                         EDER0032-WS-ORIGEM-CRED.
           MOVE EDER0032-WS-TI-ARQUIVO (EDER0032-WS-IND-ARQ)
               TO EDER0032-WL-I-ARQUIVO.
           MOVE EDER0032-WS-TI-PROGRAMA (EDER0032-WS-IND-ARQ)
               TO EDER0032-WL-I-PROGRAMA.

           PERFORM 3610-ABRIR-INTERCALADO
                              THRU 3610-ABRIR-INTERCALADO-EXIT.
           IF NOT EDER0032-88-INTERCAL-ABERTO
               GO TO 3600-SOMAR-ARQUIVO-EXIT
           END-IF.

      *    O PRIMEIRO REGISTRO DO ARQUIVO E O HEADER E E DESCARTADO
      *    AQUI, ANTES DE POSICIONAR O BUFFER DE LOOKAHEAD NO PRIMEIRO
      *    REGISTRO DE DETALHE VERDADEIRO.
           PERFORM 3630-LER-INTERCALADO
                              THRU 3630-LER-INTERCALADO-EXIT.
           IF NOT EDER0032-88-FIM-INTERCAL
               PERFORM 3630-LER-INTERCALADO
                                  THRU 3630-LER-INTERCALADO-EXIT
           END-IF.
           IF NOT EDER0032-88-FIM-INTERCAL
               MOVE EDERWCPY-REGISTRO OF EDER0032-WS-REG-MOVTO
                   TO EDERWCPY-REGISTRO OF EDER0032-WS-REG-ANTERIOR
               SET EDER0032-88-TEM-PENDENTE TO TRUE
               PERFORM 3630-LER-INTERCALADO
                                  THRU 3630-LER-INTERCALADO-EXIT
           END-IF.

           PERFORM 3640-SOMAR-DETALHE THRU 3640-SOMAR-DETALHE-EXIT
               UNTIL EDER0032-88-FIM-INTERCAL.

           PERFORM 3620-FECHAR-INTERCALADO
                              THRU 3620-FECHAR-INTERCALADO-EXIT.
           IF EDER0032-88-ABORTAR
               PERFORM 3690-FECHAR-ABORTO
                                  THRU 3690-FECHAR-ABORTO-EXIT
               GO TO 3600-SOMAR-ARQUIVO-EXIT
           END-IF.

           MOVE 'INTERCALADO NO CICLO' TO EDER0032-WL-I-SITUACAO.
           PERFORM 3650-CONFERIR-TRAILER
                              THRU 3650-CONFERIR-TRAILER-EXIT.

           ADD EDER0032-WS-ORIGEM-DEB  TO EDER0032-WS-INTERCAL-DEB.
           ADD EDER0032-WS-ORIGEM-CRED TO EDER0032-WS-INTERCAL-CRED.
           MOVE EDER0032-WS-ORIGEM-DEB  TO EDER0032-WL-I-DEBITOS.
           MOVE EDER0032-WS-ORIGEM-CRED TO EDER0032-WL-I-CREDITOS.
           MOVE EDER0032-WL-DETALHE-INTERCAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3600-SOMAR-ARQUIVO-EXIT.
           EXIT.

      ******************************************************************
      *    ABRE O ARQUIVO INTERCALADO ATUAL. ARQUIVO AUSENTE (STATUS   *
      *    35) NAO FOI INTERCALADO NO CICLO E SAI NO RELATORIO COM     *
      *    VALORES ZERADOS; QUALQUER OUTRA FALHA ABORTA A CONFERENCIA  *
      ******************************************************************
       3610-ABRIR-INTERCALADO.
           EVALUATE EDER0032-WS-IND-ARQ
               WHEN 1
                   OPEN INPUT ARQ-LIBERADOS
                   MOVE EDER0032-WS-FS-LIBER  TO EDER0032-WS-FS-ATUAL
               WHEN 2
                   OPEN INPUT ARQ-REENTRADA
                   MOVE EDER0032-WS-FS-REENT  TO EDER0032-WS-FS-ATUAL
               WHEN 3
                   OPEN INPUT ARQ-ACRESCIMOS
                   MOVE EDER0032-WS-FS-ACRESC TO EDER0032-WS-FS-ATUAL
               WHEN 4
                   OPEN INPUT ARQ-ESTORNOS
                   MOVE EDER0032-WS-FS-ESTORN TO EDER0032-WS-FS-ATUAL
               WHEN 5
                   OPEN INPUT ARQ-LIQUIDACAO
                   MOVE EDER0032-WS-FS-LIQUID TO EDER0032-WS-FS-ATUAL
               WHEN 6
                   OPEN INPUT ARQ-TRANSFER
                   MOVE EDER0032-WS-FS-TRANSF TO EDER0032-WS-FS-ATUAL
           END-EVALUATE.

           EVALUATE EDER0032-WS-FS-ATUAL
               WHEN '00'
                   SET EDER0032-88-INTERCAL-ABERTO TO TRUE
               WHEN '35'
                   MOVE ZEROS TO EDER0032-WL-I-DEBITOS
                                 EDER0032-WL-I-CREDITOS
                   MOVE 'NAO INTERCALADO NO CICLO'
                       TO EDER0032-WL-I-SITUACAO
                   MOVE EDER0032-WL-DETALHE-INTERCAL TO REG-RELATORIO
                   WRITE REG-RELATORIO
               WHEN OTHER
                   DISPLAY 'EDER0032 - ERRO AO ABRIR ARQUIVO '
                           EDER0032-WS-TI-ARQUIVO (EDER0032-WS-IND-ARQ)
                           ': ' EDER0032-WS-FS-ATUAL
                   PERFORM 3690-FECHAR-ABORTO
                                      THRU 3690-FECHAR-ABORTO-EXIT
           END-EVALUATE.
       3610-ABRIR-INTERCALADO-EXIT.
           EXIT.

       3620-FECHAR-INTERCALADO.
           EVALUATE EDER0032-WS-IND-ARQ
               WHEN 1
                   CLOSE ARQ-LIBERADOS
               WHEN 2
                   CLOSE ARQ-REENTRADA
               WHEN 3
                   CLOSE ARQ-ACRESCIMOS
               WHEN 4
                   CLOSE ARQ-ESTORNOS
               WHEN 5
                   CLOSE ARQ-LIQUIDACAO
               WHEN 6
                   CLOSE ARQ-TRANSFER
           END-EVALUATE.
       3620-FECHAR-INTERCALADO-EXIT.
           EXIT.

      ******************************************************************
      *    LEITURA SEQUENCIAL DO ARQUIVO INTERCALADO ATUAL PARA O      *
      *    BUFFER COMUM; ERRO DE LEITURA ABORTA A CONFERENCIA          *
      ******************************************************************
       3630-LER-INTERCALADO.
           EVALUATE EDER0032-WS-IND-ARQ
               WHEN 1
                   READ ARQ-LIBERADOS INTO EDER0032-WS-REG-MOVTO
                       AT END
                           SET EDER0032-88-FIM-INTERCAL TO TRUE
                   END-READ
                   MOVE EDER0032-WS-FS-LIBER  TO EDER0032-WS-FS-ATUAL
               WHEN 2
                   READ ARQ-REENTRADA INTO EDER0032-WS-REG-MOVTO
                       AT END
                           SET EDER0032-88-FIM-INTERCAL TO TRUE
                   END-READ
                   MOVE EDER0032-WS-FS-REENT  TO EDER0032-WS-FS-ATUAL
               WHEN 3
                   READ ARQ-ACRESCIMOS INTO EDER0032-WS-REG-MOVTO
                       AT END
                           SET EDER0032-88-FIM-INTERCAL TO TRUE
                   END-READ
                   MOVE EDER0032-WS-FS-ACRESC TO EDER0032-WS-FS-ATUAL
               WHEN 4
                   READ ARQ-ESTORNOS INTO EDER0032-WS-REG-MOVTO
                       AT END
                           SET EDER0032-88-FIM-INTERCAL TO TRUE
                   END-READ
                   MOVE EDER0032-WS-FS-ESTORN TO EDER0032-WS-FS-ATUAL
               WHEN 5
                   READ ARQ-LIQUIDACAO INTO EDER0032-WS-REG-MOVTO
                       AT END
                           SET EDER0032-88-FIM-INTERCAL TO TRUE
                   END-READ
                   MOVE EDER0032-WS-FS-LIQUID TO EDER0032-WS-FS-ATUAL
               WHEN 6
                   READ ARQ-TRANSFER INTO EDER0032-WS-REG-MOVTO
                       AT END
                           SET EDER0032-88-FIM-INTERCAL TO TRUE
                   END-READ
                   MOVE EDER0032-WS-FS-TRANSF TO EDER0032-WS-FS-ATUAL
           END-EVALUATE.

           IF NOT EDER0032-88-FIM-INTERCAL
              AND EDER0032-WS-FS-ATUAL NOT = '00'
               DISPLAY 'EDER0032 - ERRO NA LEITURA DO ARQUIVO '
                       EDER0032-WS-TI-ARQUIVO (EDER0032-WS-IND-ARQ)
                       ': ' EDER0032-WS-FS-ATUAL
               SET EDER0032-88-FIM-INTERCAL TO TRUE
               SET EDER0032-88-ABORTAR TO TRUE
           END-IF.
       3630-LER-INTERCALADO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFIRMA O REGISTRO PENDENTE COMO DETALHE (POIS EXISTE UM   *
      *    PROXIMO REGISTRO FISICO), SOMA-O EM DEBITO OU EM CREDITO E  *
      *    DESLOCA O PENDENTE PARA O RECEM-LIDO. TIPO 'C' E CREDITO;   *
      *    QUALQUER OUTRO TIPO E SOMADO COMO DEBITO, COMO NOS PASSOS   *
      *    DO FLUXO                                                    *
      ******************************************************************
       3640-SOMAR-DETALHE.
           ADD 1 TO EDER0032-WS-CONT-LIDOS-ARQ.
           ADD EDERWCPY-E-VALOR-MOVIMENTACAO
                             OF EDER0032-WS-REG-ANTERIOR
               TO EDER0032-WS-SOMA-VALORES-ARQ.
           IF EDERWCPY-E-TIPO-MOVIMENTACAO OF EDER0032-WS-REG-ANTERIOR
                       = 'C'
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO
                                 OF EDER0032-WS-REG-ANTERIOR
                   TO EDER0032-WS-ORIGEM-CRED
           ELSE
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO
                                 OF EDER0032-WS-REG-ANTERIOR
                   TO EDER0032-WS-ORIGEM-DEB
           END-IF.

           MOVE EDERWCPY-REGISTRO OF EDER0032-WS-REG-MOVTO
               TO EDERWCPY-REGISTRO OF EDER0032-WS-REG-ANTERIOR.
           PERFORM 3630-LER-INTERCALADO
                              THRU 3630-LER-INTERCALADO-EXIT.
       3640-SOMAR-DETALHE-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE O REGISTRO TRAILER DO ARQUIVO INTERCALADO (O ULTIMO *
      *    REGISTRO FISICO AINDA PENDENTE AO FIM DO ARQUIVO) CONTRA A  *
      *    QUANTIDADE DE DETALHES LIDOS E O SOMATORIO DOS VALORES. UM  *
      *    TRAILER DIVERGENTE RETEM O CICLO                            *
      ******************************************************************
       3650-CONFERIR-TRAILER.
           IF NOT EDER0032-88-TEM-PENDENTE
               DISPLAY 'EDER0032 - ARQUIVO '
                       EDER0032-WS-TI-ARQUIVO (EDER0032-WS-IND-ARQ)
                       ' SEM REGISTRO TRAILER'
               MOVE 'SEM TRAILER - CICLO RETIDO'
                   TO EDER0032-WL-I-SITUACAO
               MOVE 'N' TO EDER0032-WS-CICLO-BALANCEADO
               GO TO 3650-CONFERIR-TRAILER-EXIT
           END-IF.

           IF EDERWCPY-T-QTD-REGISTROS OF EDER0032-WS-REG-ANTERIOR
                       NOT = EDER0032-WS-CONT-LIDOS-ARQ
              OR EDERWCPY-T-HASH-VALORES OF EDER0032-WS-REG-ANTERIOR
                       NOT = EDER0032-WS-SOMA-VALORES-ARQ
               DISPLAY 'EDER0032 - ARQUIVO '
                       EDER0032-WS-TI-ARQUIVO (EDER0032-WS-IND-ARQ)
                       ' COM TRAILER DIVERGENTE. LIDOS: '
                       EDER0032-WS-CONT-LIDOS-ARQ
                       ' CALCULADO: ' EDER0032-WS-SOMA-VALORES-ARQ
               MOVE 'TRAILER DIVERGENTE - RETIDO'
                   TO EDER0032-WL-I-SITUACAO
               MOVE 'N' TO EDER0032-WS-CICLO-BALANCEADO
           END-IF.
       3650-CONFERIR-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      *    FECHA O QUE ESTIVER ABERTO QUANDO A CONFERENCIA E ABORTADA  *
      *    POR ERRO NUM ARQUIVO INTERCALADO                            *
      ******************************************************************
       3690-FECHAR-ABORTO.
           IF EDER0032-WS-FS-RUNCTL = '00' OR = '10'
               CLOSE ARQ-RUN-CONTROL
           END-IF.
           CLOSE ARQ-RELATORIO.
           SET EDER0032-88-ABORTAR TO TRUE.
       3690-FECHAR-ABORTO-EXIT.
           EXIT.

      ******************************************************************
      *    ENCADEIA OS PASSOS DO FLUXO: O CONSOLIDADO DO EDER0010,     *
      *    SOMADO AOS ARQUIVOS INTERCALADOS NO MOVTO FORA DELE, CONTRA *
      *    O TOTAL TRATADO PELO EDER0002 (VALIDO, REJEITADO E          *
      *    AGENDADO), E O VALIDO DO EDER0002 CONTRA O POSTADO PELO     *
      *    EDER0008, O CONTABILIZADO PELO EDER0019 E O EXPORTADO PELO  *
      *    EDER0004                                                    *
      ******************************************************************
       4000-CONFERIR-FLUXO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0032-WL-CABECALHO-4 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0032-WL-CABECALHO-5 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE 'EDER0010+INTERC. X EDER0002'
               TO EDER0032-WL-E-DESCRICAO.
           MOVE 1   TO EDER0032-WS-IND-ORIGEM.
           MOVE 2   TO EDER0032-WS-IND-DESTINO.
           MOVE 'S' TO EDER0032-WS-ELO-TOTAL.
           PERFORM 4100-CONFERIR-ELO THRU 4100-CONFERIR-ELO-EXIT.

           MOVE 'EDER0002 X EDER0008 POSTAGEM'
               TO EDER0032-WL-E-DESCRICAO.
           MOVE 2   TO EDER0032-WS-IND-ORIGEM.
           MOVE 3   TO EDER0032-WS-IND-DESTINO.
           MOVE 'N' TO EDER0032-WS-ELO-TOTAL.
           PERFORM 4100-CONFERIR-ELO THRU 4100-CONFERIR-ELO-EXIT.

           MOVE 'EDER0002 X EDER0019 CONTAB.'
               TO EDER0032-WL-E-DESCRICAO.
           MOVE 2   TO EDER0032-WS-IND-ORIGEM.
           MOVE 4   TO EDER0032-WS-IND-DESTINO.
           MOVE 'N' TO EDER0032-WS-ELO-TOTAL.
           PERFORM 4100-CONFERIR-ELO THRU 4100-CONFERIR-ELO-EXIT.

           MOVE 'EDER0002 X EDER0004 CNAB' TO EDER0032-WL-E-DESCRICAO.
           MOVE 2   TO EDER0032-WS-IND-ORIGEM.
           MOVE 5   TO EDER0032-WS-IND-DESTINO.
           MOVE 'N' TO EDER0032-WS-ELO-TOTAL.
           PERFORM 4100-CONFERIR-ELO THRU 4100-CONFERIR-ELO-EXIT.
       4000-CONFERIR-FLUXO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE UM ELO DO FLUXO EM DEBITO E EM CREDITO: A ORIGEM E  *
      *    O VALOR ACEITO DO PASSO DE ORIGEM; O DESTINO E O VALOR      *
      *    ACEITO DO PASSO DE DESTINO, OU O TOTAL ACEITO, REJEITADO E  *
      *    RETIDO QUANDO O ELO CONFERE TUDO O QUE O PASSO TRATOU, E    *
      *    ENTAO A ORIGEM INCLUI OS ARQUIVOS INTERCALADOS NO MOVTO     *
      ******************************************************************
       4100-CONFERIR-ELO.
           SET EDER0032-88-ELO-OK TO TRUE.

           MOVE EDER0032-WS-TV-DEB-VALIDOS (EDER0032-WS-IND-ORIGEM)
               TO EDER0032-WS-ORIGEM-DEB.
           MOVE EDER0032-WS-TV-CRED-VALIDOS (EDER0032-WS-IND-ORIGEM)
               TO EDER0032-WS-ORIGEM-CRED.
           IF EDER0032-88-ELO-TOTAL
               ADD EDER0032-WS-INTERCAL-DEB  TO EDER0032-WS-ORIGEM-DEB
               ADD EDER0032-WS-INTERCAL-CRED TO EDER0032-WS-ORIGEM-CRED
               COMPUTE EDER0032-WS-DESTINO-DEB =
                   EDER0032-WS-TV-DEB-VALIDOS (EDER0032-WS-IND-DESTINO)
                 + EDER0032-WS-TV-DEB-REJEITADOS
                                           (EDER0032-WS-IND-DESTINO)
                 + EDER0032-WS-TV-DEB-RETIDOS (EDER0032-WS-IND-DESTINO)
               COMPUTE EDER0032-WS-DESTINO-CRED =
                   EDER0032-WS-TV-CRED-VALIDOS (EDER0032-WS-IND-DESTINO)
                 + EDER0032-WS-TV-CRED-REJEITADOS
                                           (EDER0032-WS-IND-DESTINO)
                 + EDER0032-WS-TV-CRED-RETIDOS
                                           (EDER0032-WS-IND-DESTINO)
           ELSE
               MOVE EDER0032-WS-TV-DEB-VALIDOS
                                           (EDER0032-WS-IND-DESTINO)
                   TO EDER0032-WS-DESTINO-DEB
               MOVE EDER0032-WS-TV-CRED-VALIDOS
                                           (EDER0032-WS-IND-DESTINO)
                   TO EDER0032-WS-DESTINO-CRED
           END-IF.

           MOVE 'DEBITOS'  TO EDER0032-WL-E-SENTIDO.
           MOVE EDER0032-WS-ORIGEM-DEB  TO EDER0032-WS-VALOR-ORIGEM.
           MOVE EDER0032-WS-DESTINO-DEB TO EDER0032-WS-VALOR-DESTINO.
           PERFORM 4200-IMPRIMIR-LINHA-ELO
                              THRU 4200-IMPRIMIR-LINHA-ELO-EXIT.

           MOVE SPACES     TO EDER0032-WL-E-DESCRICAO.
           MOVE 'CREDITOS' TO EDER0032-WL-E-SENTIDO.
           MOVE EDER0032-WS-ORIGEM-CRED  TO EDER0032-WS-VALOR-ORIGEM.
           MOVE EDER0032-WS-DESTINO-CRED TO EDER0032-WS-VALOR-DESTINO.
           PERFORM 4200-IMPRIMIR-LINHA-ELO
                              THRU 4200-IMPRIMIR-LINHA-ELO-EXIT.

           IF EDER0032-88-ELO-OK
               ADD 1 TO EDER0032-WS-CONT-CONFERE
           ELSE
               ADD 1 TO EDER0032-WS-CONT-DIVERGE
               MOVE 'N' TO EDER0032-WS-CICLO-BALANCEADO
           END-IF.
       4100-CONFERIR-ELO-EXIT.
           EXIT.

      ******************************************************************
      *    CALCULA A DIFERENCA (DESTINO MENOS ORIGEM) DE UMA LINHA DO  *
      *    ELO E A IMPRIME COM A SITUACAO; UM ELO CUJO PASSO DE ORIGEM *
      *    OU DE DESTINO NAO TEM EXECUCAO REGISTRADA NAO E CONFERIDO   *
      ******************************************************************
       4200-IMPRIMIR-LINHA-ELO.
           COMPUTE EDER0032-WS-DIFERENCA =
                   EDER0032-WS-VALOR-DESTINO - EDER0032-WS-VALOR-ORIGEM.
           MOVE EDER0032-WS-VALOR-ORIGEM  TO EDER0032-WL-E-ORIGEM.
           MOVE EDER0032-WS-VALOR-DESTINO TO EDER0032-WL-E-DESTINO.
           MOVE EDER0032-WS-DIFERENCA     TO EDER0032-WL-E-DIFERENCA.

           IF EDER0032-WS-VISTO (EDER0032-WS-IND-ORIGEM) NOT = 'S'
              OR EDER0032-WS-VISTO (EDER0032-WS-IND-DESTINO) NOT = 'S'
               MOVE 'PASSO NAO EXECUTADO' TO EDER0032-WL-E-SITUACAO
               MOVE 'N' TO EDER0032-WS-ELO-OK
           ELSE
               IF EDER0032-WS-DIFERENCA = ZEROS
                   MOVE 'CONFERE' TO EDER0032-WL-E-SITUACAO
               ELSE
                   MOVE 'DIVERGE' TO EDER0032-WL-E-SITUACAO
                   MOVE 'N' TO EDER0032-WS-ELO-OK
               END-IF
           END-IF.

           MOVE EDER0032-WL-DETALHE-ELO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4200-IMPRIMIR-LINHA-ELO-EXIT.
           EXIT.

      ******************************************************************
      *    IMPRIME O VEREDICTO DO FLUXO, FECHA OS ARQUIVOS E RETEM O   *
      *    CICLO (RETORNO NAO ZERO) QUANDO ALGUM ELO NAO CONFERE       *
      ******************************************************************
       9000-FINALIZAR.
           IF EDER0032-88-CICLO-BALANCEADO
               MOVE 'FLUXO DE VALORES BALANCEADO'
                   TO EDER0032-WL-V-TEXTO
           ELSE
               MOVE 'CICLO RETIDO - VERIFICAR ELOS ACIMA'
                   TO EDER0032-WL-V-TEXTO
      *        UM FLUXO DIVERGENTE RETEM A CADEIA DO CICLO NA JCL.
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0032-WL-VEREDICTO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF EDER0032-WS-FS-RUNCTL = '00' OR = '10'
               CLOSE ARQ-RUN-CONTROL
           END-IF.
           CLOSE ARQ-RELATORIO.

           DISPLAY 'EDER0032 - EXECUCOES LIDAS.......: '
                   EDER0032-WS-CONT-LIDOS.
           DISPLAY 'EDER0032 - ELOS CONFERIDOS.......: '
                   EDER0032-WS-CONT-CONFERE.
           DISPLAY 'EDER0032 - ELOS DIVERGENTES......: '
                   EDER0032-WS-CONT-DIVERGE.
           IF EDER0032-88-CICLO-BALANCEADO
               DISPLAY 'EDER0032 - FLUXO DE VALORES BALANCEADO'
           ELSE
               DISPLAY 'EDER0032 - CICLO RETIDO'
           END-IF.

           PERFORM 9200-GRAVAR-RUN-CONTROL
                              THRU 9200-GRAVAR-RUN-CONTROL-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA O REGISTRO DE CONTROLE DE EXECUCAO DO PASSO NO        *
      *    ARQUIVO COMUM DO CICLO: EXECUCOES LIDAS, ELOS CONFERIDOS E  *
      *    ELOS DIVERGENTES OU SEM CONFERENCIA, COM DISPOSICAO DE      *
      *    ERRO QUANDO O FLUXO NAO BALANCEIA                           *
      ******************************************************************
       9200-GRAVAR-RUN-CONTROL.
           OPEN EXTEND ARQ-RUN-CONTROL.
           IF EDER0032-WS-FS-RUNCTL = '35'
               OPEN OUTPUT ARQ-RUN-CONTROL
           END-IF.
           IF EDER0032-WS-FS-RUNCTL NOT = '00'
               DISPLAY 'EDER0032 - ERRO AO ABRIR ARQ-RUN-CONTROL: '
                       EDER0032-WS-FS-RUNCTL
               DISPLAY 'EDER0032 - CONTROLE DE EXECUCAO NAO GRAVADO'
               GO TO 9200-GRAVAR-RUN-CONTROL-EXIT
           END-IF.

           ACCEPT EDER0032-WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT EDER0032-WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES TO EDERRCPY-REGISTRO OF REG-RUN-CONTROL.
           MOVE ZEROS  TO EDERRCPY-R-VALORES OF REG-RUN-CONTROL.
           MOVE 'EDER0032' TO EDERRCPY-R-PROGRAMA OF REG-RUN-CONTROL.
           MOVE EDER0032-WS-DATA-SISTEMA
               TO EDERRCPY-R-DATA-EXECUCAO OF REG-RUN-CONTROL.
           MOVE EDER0032-WS-HORA-SISTEMA (1:6)
               TO EDERRCPY-R-HORA-EXECUCAO OF REG-RUN-CONTROL.
           MOVE EDER0032-WS-CONT-LIDOS
               TO EDERRCPY-R-CONT-LIDOS OF REG-RUN-CONTROL.
           MOVE EDER0032-WS-CONT-CONFERE
               TO EDERRCPY-R-CONT-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0032-WS-CONT-DIVERGE
               TO EDERRCPY-R-CONT-REJEITADOS OF REG-RUN-CONTROL.
           IF EDER0032-88-CICLO-BALANCEADO
               MOVE 'S'  TO EDERRCPY-R-TRAILER-OK OF REG-RUN-CONTROL
               MOVE 'OK' TO EDERRCPY-R-DISPOSICAO OF REG-RUN-CONTROL
           ELSE
               MOVE 'N'  TO EDERRCPY-R-TRAILER-OK OF REG-RUN-CONTROL
               MOVE 'ER' TO EDERRCPY-R-DISPOSICAO OF REG-RUN-CONTROL
           END-IF.
           WRITE REG-RUN-CONTROL.
           CLOSE ARQ-RUN-CONTROL.
       9200-GRAVAR-RUN-CONTROL-EXIT.
           EXIT.
