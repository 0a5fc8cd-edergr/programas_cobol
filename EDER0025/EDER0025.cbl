      ******************************************************************
      *    NOME PROG..:  EDER0025                                      *
      *    DESCRICAO..:  LIQUIDACAO DAS CONTAS PROPOSTAS PARA          *
      *                  ENCERRAMENTO                                  *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      ******************************************************************
      *                                                                *
      *    LE AS PROPOSTAS DE ENCERRAMENTO DE CONTA (MESMO LAYOUT DAS  *
      *    PROPOSTAS DE BLOQUEIO DO EDER0018, COM STATUS 'E') E, PARA  *
      *    CADA CONTA PROPOSTA, CONFERE TUDO O QUE IMPEDE O            *
      *    ENCERRAMENTO: A SITUACAO NO CADASTRO DE CONTAS (EDERACPY),  *
      *    O SALDO RESTANTE NO MESTRE DE SALDOS (EDERSCPY), AS         *
      *    MOVIMENTACOES AINDA AGUARDANDO NO DEPOSITO DE AGENDADOS,    *
      *    AS EXCECOES EM ABERTO NO ARQUIVO DE EXCECOES DO EDER0002 E  *
      *    AS REMESSAS AINDA PENDENTES DE RETORNO NO CONTROLE DE       *
      *    REMESSAS (REMCTL, STATUS 'P'). O CONTROLE DE REMESSAS NAO   *
      *    GUARDA AS CONTAS DE CADA REMESSA, ENTAO UMA CONTA E DADA    *
      *    COMO PRESA A REMESSA PENDENTE QUANDO O SEU ULTIMO           *
      *    LANCAMENTO E DE DATA IGUAL OU ANTERIOR AO CICLO DA REMESSA  *
      *    PENDENTE MAIS RECENTE (A MOVIMENTACAO PODE TER SIDO         *
      *    EXPORTADA NELA). TAMBEM IMPEDE O ENCERRAMENTO QUALQUER      *
      *    VALOR AINDA BLOQUEADO POR ORDEM JUDICIAL OU ADMINISTRATIVA  *
      *    (EDERJCPY) EM VIGOR NA DATA DO CICLO, COM O MESMO CRITERIO  *
      *    DE VIGENCIA DA POSTAGEM DO EDER0008. A CONTA LIVRE DE       *
      *    IMPEDIMENTOS E LIQUIDADA:                                   *
      *    UM SALDO CREDOR GERA O DEBITO DE PAGAMENTO FINAL AO         *
      *    TITULAR, QUE ZERA A CONTA, NUM ARQUIVO EDERWCPY COMPLETO    *
      *    (HEADER, DETALHES E TRAILER RECALCULADO) QUE ENTRA NO       *
      *    CICLO SEGUINTE, E A CONTA SEGUE NO ARQUIVO DE CONTAS        *
      *    LIQUIDADAS QUE A ACAO 5 DO EDER0013 APLICA (STATUS 'E' E    *
      *    DATA DE ENCERRAMENTO) DEPOIS QUE ESSE CICLO POSTAR O        *
      *    PAGAMENTO. SALDO DEVEDOR NAO E LIQUIDADO AQUI, E UMA CONTA  *
      *    BLOQUEADA COM SALDO CREDOR TAMBEM NAO, PORQUE O EDER0002    *
      *    RECUSA MOVIMENTACAO DE CONTA NAO ATIVA. TODA PROPOSTA SAI   *
      *    NO RELATORIO, LIQUIDADA OU COM O MOTIVO DO IMPEDIMENTO. O   *
      *    CODIGO 0903 E CONFERIDO NO MESTRE DE CODIGOS (EDERTCPY) NO  *
      *    INICIO DA EXECUCAO, COM OS CRITERIOS DO EDER0002: AUSENTE,  *
      *    INATIVO OU SEM SENTIDO DE DEBITO, A EXECUCAO E ABORTADA     *
      *    ANTES DE GRAVAR QUALQUER SAIDA, PARA QUE NENHUMA CONTA VA   *
      *    PARA A ACAO 5 DO EDER0013 COM UM PAGAMENTO FINAL QUE O      *
      *    EDER0002 RECUSARIA.                                         *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       CADASTRO DE CONTAS E MESTRE DE       *
      *                           SALDOS PASSARAM A SER ARQUIVOS       *
      *                           INDEXADOS POR CONTA, LIDOS POR       *
      *                           INTEIRO EM ACESSO SEQUENCIAL         *
      *    15/10/2026   EGR       CONTA COM VALOR BLOQUEADO POR ORDEM  *
      *                           JUDICIAL/ADMINISTRATIVA EM VIGOR     *
      *                           (EDERJCPY) NAO E MAIS LIQUIDADA      *
      *    15/10/2026   EGR       CONFERENCIA DO CODIGO 0903 NO MESTRE *
      *                           DE CODIGOS ANTES DE LIQUIDAR         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0025.
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
           SELECT ARQ-PROPOSTAS   ASSIGN TO 'PROPENCER'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0025-WS-FS-PROP.

           SELECT ARQ-ORDENADO    ASSIGN TO 'SORTWK1'.

      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO POR INTEIRO
      *    EM ORDEM DE CONTA.
           SELECT ARQ-CADASTRO    ASSIGN TO 'CADCONTA'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                  FILE STATUS IS
                                             EDER0025-WS-FS-CADASTRO.

      *    MESTRE DE SALDOS INDEXADO POR CONTA, LIDO POR INTEIRO EM
      *    ORDEM DE CONTA.
           SELECT ARQ-SALDOS      ASSIGN TO 'SALDOS'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                  FILE STATUS IS
                                             EDER0025-WS-FS-SALDOS.

           SELECT ARQ-AGENDADOS   ASSIGN TO 'AGENDADOS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0025-WS-FS-AGENDADOS.

      *    ARQUIVO DE EXCECOES GRAVADO PELO EDER0002 NESTE CICLO
      *    (LAYOUT EDERWCPY ACRESCIDO DO MOTIVO DA REJEICAO).
           SELECT ARQ-EXCECOES    ASSIGN TO 'EXCTOSNOVO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0025-WS-FS-EXCECOES.

      *    CONTROLE DE REMESSAS GRAVADO PELO EDER0004 E ATUALIZADO
      *    PELO EDER0009.
           SELECT ARQ-REMESSA-CTL ASSIGN TO 'REMCTL'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0025-WS-FS-REMCTL.

      *    BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS DE VALOR (EDERJCPY),
      *    MANTIDOS PELO EDER0030.
           SELECT ARQ-BLOQUEIOS   ASSIGN TO 'BLOQJUD'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0025-WS-FS-BLOQ.

      *    MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY), CLASSIFICADO
      *    POR CODIGO.
           SELECT ARQ-CODIGOS     ASSIGN TO 'CODTRANS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0025-WS-FS-CODIGOS.

      *    PAGAMENTOS FINAIS DAS CONTAS LIQUIDADAS (LAYOUT EDERWCPY).
           SELECT ARQ-LIQUIDACAO  ASSIGN TO 'LIQUIDAC'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0025-WS-FS-LIQUIDAC.

      *    CONTAS LIQUIDADAS, CLASSIFICADAS POR CONTA, ENTREGUES A
      *    ACAO 5 DO EDER0013 PARA A MUDANCA DE STATUS PARA 'E'.
           SELECT ARQ-LIQUIDADAS  ASSIGN TO 'ENCLIQ'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0025-WS-FS-ENCLIQ.

           SELECT ARQ-RELATORIO   ASSIGN TO 'ENCREL'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0025-WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PROPOSTAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PROPOSTAS.
           05  EDER0025-PROP-CONTA           PIC 9(10).
           05  EDER0025-PROP-STATUS          PIC X(01).
           05  EDER0025-PROP-DATA-PROPOSTA   PIC 9(08).
           05  EDER0025-PROP-DATA-ULT-LANC   PIC 9(08).
           05  FILLER                        PIC X(33).

       SD  ARQ-ORDENADO.
       01  REG-ORDENADO.
           05  EDER0025-SR-CONTA             PIC 9(10).
           05  EDER0025-SR-DATA-PROPOSTA     PIC 9(08).

       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.

       FD  ARQ-AGENDADOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-AGENDADOS.
           COPY EDERWCPY.

       FD  ARQ-EXCECOES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-EXCECOES.
           COPY EDERWCPY.
           05  EDER0025-MOTIVO-REJEICAO      PIC X(60).

       FD  ARQ-REMESSA-CTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REMESSA-CTL.
           05  EDER0025-RC-NUMERO-REMESSA    PIC 9(06).
           05  EDER0025-RC-DATA-CICLO        PIC 9(08).
           05  EDER0025-RC-QTD-DETALHES      PIC 9(06).
           05  EDER0025-RC-VALOR-TOTAL       PIC 9(13)V99.
           05  EDER0025-RC-STATUS            PIC X(01).
           05  EDER0025-RC-DATA-RETORNO      PIC 9(08).
           05  FILLER                        PIC X(16).

       FD  ARQ-BLOQUEIOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BLOQUEIOS.
           COPY EDERJCPY.

       FD  ARQ-CODIGOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS.
           COPY EDERTCPY.

       FD  ARQ-LIQUIDACAO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-LIQUIDACAO.
           COPY EDERWCPY.

       FD  ARQ-LIQUIDADAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-LIQUIDADAS.
           05  EDER0025-LQ-CONTA             PIC 9(10).
           05  EDER0025-LQ-STATUS            PIC X(01).
           05  EDER0025-LQ-DATA-LIQUIDACAO   PIC 9(08).
           05  EDER0025-LQ-DATA-ULT-LANC     PIC 9(08).
           05  FILLER                        PIC X(33).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                    PIC X(132).

       WORKING-STORAGE SECTION.
       77  EDER0025-WS-FS-PROP              PIC X(02) VALUE SPACES.
       77  EDER0025-WS-FS-CADASTRO          PIC X(02) VALUE SPACES.
       77  EDER0025-WS-FS-SALDOS            PIC X(02) VALUE SPACES.
       77  EDER0025-WS-FS-AGENDADOS         PIC X(02) VALUE SPACES.
       77  EDER0025-WS-FS-EXCECOES          PIC X(02) VALUE SPACES.
       77  EDER0025-WS-FS-REMCTL            PIC X(02) VALUE SPACES.
       77  EDER0025-WS-FS-BLOQ              PIC X(02) VALUE SPACES.
       77  EDER0025-WS-FS-CODIGOS           PIC X(02) VALUE SPACES.
       77  EDER0025-WS-FS-LIQUIDAC          PIC X(02) VALUE SPACES.
       77  EDER0025-WS-FS-ENCLIQ            PIC X(02) VALUE SPACES.
       77  EDER0025-WS-FS-RELAT             PIC X(02) VALUE SPACES.
       77  EDER0025-WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  EDER0025-88-FIM-ARQUIVO                VALUE 'S'.
       77  EDER0025-WS-FIM-ORDENADO         PIC X(01) VALUE 'N'.
           88  EDER0025-88-FIM-ORDENADO               VALUE 'S'.
       77  EDER0025-WS-TEM-ANTERIOR         PIC X(01) VALUE 'N'.
           88  EDER0025-88-TEM-ANTERIOR               VALUE 'S'.
       77  EDER0025-WS-FIM-CODIGOS          PIC X(01) VALUE 'N'.
           88  EDER0025-88-FIM-CODIGOS                VALUE 'S'.
       77  EDER0025-WS-ABORTAR              PIC X(01) VALUE 'N'.
           88  EDER0025-88-ABORTAR                    VALUE 'S'.

       77  EDER0025-WS-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
       77  EDER0025-WS-IND                  PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0025-WS-CONTA-ANTERIOR       PIC 9(10) VALUE ZEROS.
       77  EDER0025-WS-CONT-PROPOSTAS       PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0025-WS-CONT-REPETIDAS       PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0025-WS-CONT-LIQUIDADAS      PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0025-WS-CONT-IMPEDIDAS       PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0025-WS-CONT-PAGAMENTOS      PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0025-WS-SOMA-PAGAMENTOS      PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.

      *    CICLO DA REMESSA PENDENTE DE RETORNO MAIS RECENTE NO
      *    CONTROLE DE REMESSAS (ZERO QUANDO NAO HA REMESSA PENDENTE).
       77  EDER0025-WS-CICLO-PENDENTE       PIC 9(08) VALUE ZEROS.
       77  EDER0025-WS-MOTIVO-IMPEDIMENTO   PIC X(60) VALUE SPACES.

      *    CODIGO DE TRANSACAO RESERVADO A LIQUIDACAO DE ENCERRAMENTO
      *    NO MESTRE DE CODIGOS (EDERTCPY).
       77  EDER0025-WS-COD-LIQUIDACAO       PIC 9(04) VALUE 0903.
       77  EDER0025-WS-MSG-BLOQUEIO         PIC X(60) VALUE
               'IMPEDIDA - BLOQUEIO JUDICIAL/ADMINISTRATIVO EM VIGOR'.

      *    MESTRE DE CODIGOS DE TRANSACAO EM MEMORIA, NA ORDEM DO
      *    ARQUIVO (CLASSIFICADO POR CODIGO).
       01  EDER0025-WS-TABELA-CODIGOS.
           05  EDER0025-WS-QTD-CODIGOS      PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0025-WS-ENTRADA-CODIGO OCCURS 1 TO 9999 TIMES
                       DEPENDING ON EDER0025-WS-QTD-CODIGOS
                       ASCENDING KEY IS EDER0025-WS-TCD-CODIGO
                       INDEXED BY EDER0025-WS-IDX-COD.
               10  EDER0025-WS-TCD-CODIGO   PIC 9(04).
               10  EDER0025-WS-TCD-SENTIDO  PIC X(01).
               10  EDER0025-WS-TCD-STATUS   PIC X(01).

      *    CONTAS PROPOSTAS, CLASSIFICADAS POR CONTA, CARREGADAS NA
      *    SAIDA DA ORDENACAO E COMPLETADAS PELAS CONFERENCIAS DO
      *    CADASTRO, DO MESTRE DE SALDOS, DOS AGENDADOS, DAS
      *    EXCECOES E DOS BLOQUEIOS. TE-STATUS-CAD EM BRANCO E CONTA
      *    AUSENTE DO CADASTRO; TE-NO-MESTRE 'N' E CONTA SEM SALDO NO
      *    MESTRE; TE-BLOQUEADO E O VALOR AINDA BLOQUEADO PELAS ORDENS
      *    EM VIGOR NA DATA DO CICLO.
       01  EDER0025-WS-TABELA-CONTAS.
           05  EDER0025-WS-QTD-CONTAS       PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0025-WS-ENTRADA-CONTA OCCURS 1 TO 5000 TIMES
                       DEPENDING ON EDER0025-WS-QTD-CONTAS
                       ASCENDING KEY IS EDER0025-WS-TE-CONTA
                       INDEXED BY EDER0025-WS-IDX-CTA.
               10  EDER0025-WS-TE-CONTA     PIC 9(10).
               10  EDER0025-WS-TE-STATUS-CAD
                                            PIC X(01).
               10  EDER0025-WS-TE-NO-MESTRE PIC X(01).
               10  EDER0025-WS-TE-SALDO     PIC S9(15)V99 COMP-3.
               10  EDER0025-WS-TE-DATA-ULT-LANC
                                            PIC 9(08).
               10  EDER0025-WS-TE-QTD-AGENDADOS
                                            PIC 9(05) COMP.
               10  EDER0025-WS-TE-QTD-EXCECOES
                                            PIC 9(05) COMP.
               10  EDER0025-WS-TE-BLOQUEADO PIC 9(15)V99 COMP-3.

       01  EDER0025-WL-CABECALHO-1.
           05  FILLER                       PIC X(46)
               VALUE 'EDER0025 - LIQUIDACAO DE ENCERRAMENTOS'.
           05  FILLER                       PIC X(18)
               VALUE 'DATA DO CICLO: '.
           05  EDER0025-WL-C1-DATA          PIC 9999/99/99.

       01  EDER0025-WL-CABECALHO-2.
           05  FILLER                       PIC X(12) VALUE 'CONTA'.
           05  FILLER                       PIC X(08) VALUE 'STATUS'.
           05  FILLER                       PIC X(25)
               VALUE 'SALDO RESTANTE'.
           05  FILLER                       PIC X(20)
               VALUE 'SITUACAO'.

       01  EDER0025-WL-DETALHE.
           05  EDER0025-WL-D-CONTA          PIC Z(09)9.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  EDER0025-WL-D-STATUS         PIC X(01).
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  EDER0025-WL-D-SALDO
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0025-WL-D-SITUACAO       PIC X(60).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR  THRU 1000-INICIALIZAR-EXIT.
           IF NOT EDER0025-88-ABORTAR
               SORT ARQ-ORDENADO
                   ON ASCENDING KEY EDER0025-SR-CONTA
                   INPUT PROCEDURE  2000-SELECIONAR-PROPOSTAS
                                THRU 2000-SELECIONAR-PROPOSTAS-EXIT
                   OUTPUT PROCEDURE 3000-CARREGAR-TABELA
                                THRU 3000-CARREGAR-TABELA-EXIT
           END-IF.
           IF NOT EDER0025-88-ABORTAR
               PERFORM 4000-CONFERIR-CADASTRO
                                  THRU 4000-CONFERIR-CADASTRO-EXIT
           END-IF.
           IF NOT EDER0025-88-ABORTAR
               PERFORM 4100-CONFERIR-SALDOS
                                  THRU 4100-CONFERIR-SALDOS-EXIT
           END-IF.
           IF NOT EDER0025-88-ABORTAR
               PERFORM 4200-CONFERIR-AGENDADOS
                                  THRU 4200-CONFERIR-AGENDADOS-EXIT
           END-IF.
           IF NOT EDER0025-88-ABORTAR
               PERFORM 4300-CONFERIR-EXCECOES
                                  THRU 4300-CONFERIR-EXCECOES-EXIT
           END-IF.
           IF NOT EDER0025-88-ABORTAR
               PERFORM 4400-CONFERIR-REMESSAS
                                  THRU 4400-CONFERIR-REMESSAS-EXIT
           END-IF.
           IF NOT EDER0025-88-ABORTAR
               PERFORM 4500-CONFERIR-BLOQUEIOS
                                  THRU 4500-CONFERIR-BLOQUEIOS-EXIT
           END-IF.
           IF NOT EDER0025-88-ABORTAR
               PERFORM 5000-LIQUIDAR-CONTA THRU 5000-LIQUIDAR-CONTA-EXIT
                   VARYING EDER0025-WS-IND FROM 1 BY 1
                   UNTIL EDER0025-WS-IND > EDER0025-WS-QTD-CONTAS
               PERFORM 7000-GRAVAR-TRAILER
                                  THRU 7000-GRAVAR-TRAILER-EXIT
               PERFORM 9000-FINALIZAR    THRU 9000-FINALIZAR-EXIT
           END-IF.
           IF EDER0025-88-ABORTAR
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PEDE A DATA DO CICLO, CONFERE O CODIGO DO PAGAMENTO FINAL   *
      *    NO MESTRE DE CODIGOS, ABRE OS ARQUIVOS DE SAIDA E GRAVA OS  *
      *    CABECALHOS DO RELATORIO E O HEADER DO ARQUIVO DE            *
      *    PAGAMENTOS FINAIS                                           *
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'EDER0025 - LIQUIDACAO DE CONTAS PROPOSTAS PARA '
                   'ENCERRAMENTO'.
           DISPLAY 'DATA DE PROCESSAMENTO DO CICLO (CCYYMMDD) OU 0 '
                   'PARA A DATA DO SISTEMA: '.
           ACCEPT EDER0025-WS-DATA-PROCESSAMENTO.
           IF EDER0025-WS-DATA-PROCESSAMENTO = 0
               ACCEPT EDER0025-WS-DATA-PROCESSAMENTO
                   FROM DATE YYYYMMDD
           END-IF.

           PERFORM 1500-CARREGAR-CODIGOS
                              THRU 1500-CARREGAR-CODIGOS-EXIT.
           IF EDER0025-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1600-CONFERIR-CODIGO
                              THRU 1600-CONFERIR-CODIGO-EXIT.
           IF EDER0025-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-LIQUIDACAO.
           IF EDER0025-WS-FS-LIQUIDAC NOT = '00'
               DISPLAY 'EDER0025 - ERRO AO ABRIR ARQ-LIQUIDACAO: '
                       EDER0025-WS-FS-LIQUIDAC
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-LIQUIDADAS.
           IF EDER0025-WS-FS-ENCLIQ NOT = '00'
               DISPLAY 'EDER0025 - ERRO AO ABRIR ARQ-LIQUIDADAS: '
                       EDER0025-WS-FS-ENCLIQ
               CLOSE ARQ-LIQUIDACAO
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           IF EDER0025-WS-FS-RELAT NOT = '00'
               DISPLAY 'EDER0025 - ERRO AO ABRIR ARQ-RELATORIO: '
                       EDER0025-WS-FS-RELAT
               CLOSE ARQ-LIQUIDACAO
               CLOSE ARQ-LIQUIDADAS
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE EDER0025-WS-DATA-PROCESSAMENTO
               TO EDER0025-WL-C1-DATA.
           MOVE EDER0025-WL-CABECALHO-1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0025-WL-CABECALHO-2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO EDERWCPY-REGISTRO OF REG-LIQUIDACAO.
           MOVE 'LIQUIDACAO ENCERRAMENTOS'
               TO EDERWCPY-H-OBJETIVO-ARQUIVO OF REG-LIQUIDACAO.
           WRITE REG-LIQUIDACAO.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY,         *
      *    CLASSIFICADO POR CODIGO) NA TABELA EM MEMORIA. SEM O        *
      *    MESTRE O CODIGO DO PAGAMENTO FINAL NAO PODE SER CONFERIDO E *
      *    A EXECUCAO E ABORTADA                                       *
      ******************************************************************
       1500-CARREGAR-CODIGOS.
           OPEN INPUT ARQ-CODIGOS.
           IF EDER0025-WS-FS-CODIGOS NOT = '00'
               DISPLAY 'EDER0025 - ERRO AO ABRIR ARQ-CODIGOS: '
                       EDER0025-WS-FS-CODIGOS
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 1500-CARREGAR-CODIGOS-EXIT
           END-IF.

           PERFORM 1510-CARREGAR-CODIGO
                              THRU 1510-CARREGAR-CODIGO-EXIT
               UNTIL EDER0025-88-FIM-CODIGOS
                  OR EDER0025-88-ABORTAR.

           CLOSE ARQ-CODIGOS.
       1500-CARREGAR-CODIGOS-EXIT.
           EXIT.

      ******************************************************************
      *    LE UM REGISTRO DO MESTRE DE CODIGOS E O ACRESCENTA NA       *
      *    TABELA EM MEMORIA                                           *
      ******************************************************************
       1510-CARREGAR-CODIGO.
           READ ARQ-CODIGOS
               AT END
                   SET EDER0025-88-FIM-CODIGOS TO TRUE
                   GO TO 1510-CARREGAR-CODIGO-EXIT
           END-READ.
           IF EDER0025-WS-QTD-CODIGOS = 9999
               DISPLAY 'EDER0025 - MESTRE DE CODIGOS EXCEDE A '
                       'TABELA DE 9999 ENTRADAS'
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 1510-CARREGAR-CODIGO-EXIT
           END-IF.
           ADD 1 TO EDER0025-WS-QTD-CODIGOS.
           MOVE EDERTCPY-T-CODIGO OF REG-CODIGOS
               TO EDER0025-WS-TCD-CODIGO (EDER0025-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-SENTIDO OF REG-CODIGOS
               TO EDER0025-WS-TCD-SENTIDO (EDER0025-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-STATUS OF REG-CODIGOS
               TO EDER0025-WS-TCD-STATUS (EDER0025-WS-QTD-CODIGOS).
       1510-CARREGAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE O CODIGO DO PAGAMENTO FINAL COM OS CRITERIOS DA     *
      *    VALIDACAO DE CODIGO DO EDER0002: O CODIGO PRECISA EXISTIR,  *
      *    ESTAR ATIVO E TER SENTIDO 'A' OU 'D' (O PAGAMENTO FINAL E   *
      *    UM DEBITO). SE FALHA, A EXECUCAO E ABORTADA SEM LIQUIDAR    *
      *    NENHUMA CONTA                                               *
      ******************************************************************
       1600-CONFERIR-CODIGO.
           SEARCH ALL EDER0025-WS-ENTRADA-CODIGO
               AT END
                   DISPLAY 'EDER0025 - CODIGO '
                           EDER0025-WS-COD-LIQUIDACAO
                           ' AUSENTE DO MESTRE DE CODIGOS'
                   SET EDER0025-88-ABORTAR TO TRUE
               WHEN EDER0025-WS-TCD-CODIGO (EDER0025-WS-IDX-COD)
                                     = EDER0025-WS-COD-LIQUIDACAO
                   IF EDER0025-WS-TCD-STATUS (EDER0025-WS-IDX-COD)
                                                          NOT = 'A'
                      OR (EDER0025-WS-TCD-SENTIDO (EDER0025-WS-IDX-COD)
                                                          NOT = 'A'
                      AND EDER0025-WS-TCD-SENTIDO (EDER0025-WS-IDX-COD)
                                                          NOT = 'D')
                       DISPLAY 'EDER0025 - CODIGO '
                               EDER0025-WS-COD-LIQUIDACAO
                               ' INATIVO OU SEM SENTIDO DE DEBITO'
                       SET EDER0025-88-ABORTAR TO TRUE
                   END-IF
           END-SEARCH.
       1600-CONFERIR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A ORDENACAO AS CONTAS PROPOSTAS PARA            *
      *    ENCERRAMENTO                                                *
      ******************************************************************
       2000-SELECIONAR-PROPOSTAS.
           OPEN INPUT ARQ-PROPOSTAS.
           IF EDER0025-WS-FS-PROP = '35'
               DISPLAY 'EDER0025 - SEM ARQUIVO DE PROPOSTAS DE '
                       'ENCERRAMENTO. NADA A LIQUIDAR'
               GO TO 2000-SELECIONAR-PROPOSTAS-EXIT
           END-IF.
           IF EDER0025-WS-FS-PROP NOT = '00'
               DISPLAY 'EDER0025 - ERRO AO ABRIR ARQ-PROPOSTAS: '
                       EDER0025-WS-FS-PROP
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 2000-SELECIONAR-PROPOSTAS-EXIT
           END-IF.

           MOVE 'N' TO EDER0025-WS-FIM-ARQUIVO.
           PERFORM 2100-LIBERAR-PROPOSTA
                              THRU 2100-LIBERAR-PROPOSTA-EXIT
               UNTIL EDER0025-88-FIM-ARQUIVO.
           CLOSE ARQ-PROPOSTAS.
       2000-SELECIONAR-PROPOSTAS-EXIT.
           EXIT.

       2100-LIBERAR-PROPOSTA.
           READ ARQ-PROPOSTAS
               AT END
                   SET EDER0025-88-FIM-ARQUIVO TO TRUE
                   GO TO 2100-LIBERAR-PROPOSTA-EXIT
           END-READ.
           ADD 1 TO EDER0025-WS-CONT-PROPOSTAS.
           MOVE EDER0025-PROP-CONTA TO EDER0025-SR-CONTA.
           MOVE EDER0025-PROP-DATA-PROPOSTA
               TO EDER0025-SR-DATA-PROPOSTA.
           RELEASE REG-ORDENADO.
       2100-LIBERAR-PROPOSTA-EXIT.
           EXIT.

      ******************************************************************
      *    RECEBE AS PROPOSTAS JA ORDENADAS POR CONTA E AS CARREGA NA  *
      *    TABELA; UMA CONTA PROPOSTA MAIS DE UMA VEZ E CARREGADA UMA  *
      *    SO VEZ, E UM LOTE MAIOR QUE A TABELA DERRUBA A EXECUCAO     *
      ******************************************************************
       3000-CARREGAR-TABELA.
           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0025-88-FIM-ORDENADO TO TRUE
           END-RETURN.
           PERFORM 3100-CARREGAR-CONTA THRU 3100-CARREGAR-CONTA-EXIT
               UNTIL EDER0025-88-FIM-ORDENADO
                  OR EDER0025-88-ABORTAR.
       3000-CARREGAR-TABELA-EXIT.
           EXIT.

       3100-CARREGAR-CONTA.
           IF EDER0025-88-TEM-ANTERIOR
              AND EDER0025-SR-CONTA = EDER0025-WS-CONTA-ANTERIOR
               ADD 1 TO EDER0025-WS-CONT-REPETIDAS
           ELSE
               IF EDER0025-WS-QTD-CONTAS = 5000
                   DISPLAY 'EDER0025 - PROPOSTAS EXCEDEM A TABELA DE '
                           '5000 ENTRADAS'
                   SET EDER0025-88-ABORTAR TO TRUE
                   GO TO 3100-CARREGAR-CONTA-EXIT
               END-IF
               ADD 1 TO EDER0025-WS-QTD-CONTAS
               MOVE EDER0025-WS-QTD-CONTAS TO EDER0025-WS-IND
               MOVE EDER0025-SR-CONTA
                   TO EDER0025-WS-TE-CONTA (EDER0025-WS-IND)
               MOVE SPACES
                   TO EDER0025-WS-TE-STATUS-CAD (EDER0025-WS-IND)
               MOVE 'N' TO EDER0025-WS-TE-NO-MESTRE (EDER0025-WS-IND)
               MOVE ZEROS TO EDER0025-WS-TE-SALDO (EDER0025-WS-IND)
                          EDER0025-WS-TE-DATA-ULT-LANC
                                                 (EDER0025-WS-IND)
                          EDER0025-WS-TE-QTD-AGENDADOS
                                                 (EDER0025-WS-IND)
                          EDER0025-WS-TE-QTD-EXCECOES
                                                 (EDER0025-WS-IND)
                          EDER0025-WS-TE-BLOQUEADO
                                                 (EDER0025-WS-IND)
               MOVE EDER0025-SR-CONTA TO EDER0025-WS-CONTA-ANTERIOR
               SET EDER0025-88-TEM-ANTERIOR TO TRUE
           END-IF.

           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0025-88-FIM-ORDENADO TO TRUE
           END-RETURN.
       3100-CARREGAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    LE O CADASTRO DE CONTAS (CLASSIFICADO POR CONTA) E GUARDA   *
      *    O STATUS DE CADA CONTA PROPOSTA                             *
      ******************************************************************
       4000-CONFERIR-CADASTRO.
           IF EDER0025-WS-QTD-CONTAS = 0
               GO TO 4000-CONFERIR-CADASTRO-EXIT
           END-IF.
           OPEN INPUT ARQ-CADASTRO.
           IF EDER0025-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0025 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0025-WS-FS-CADASTRO
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 4000-CONFERIR-CADASTRO-EXIT
           END-IF.

           MOVE 'N' TO EDER0025-WS-FIM-ARQUIVO.
           PERFORM 4050-EXAMINAR-CADASTRO
                              THRU 4050-EXAMINAR-CADASTRO-EXIT
               UNTIL EDER0025-88-FIM-ARQUIVO.
           CLOSE ARQ-CADASTRO.
       4000-CONFERIR-CADASTRO-EXIT.
           EXIT.

       4050-EXAMINAR-CADASTRO.
           READ ARQ-CADASTRO
               AT END
                   SET EDER0025-88-FIM-ARQUIVO TO TRUE
                   GO TO 4050-EXAMINAR-CADASTRO-EXIT
           END-READ.
           SEARCH ALL EDER0025-WS-ENTRADA-CONTA
               AT END
                   CONTINUE
               WHEN EDER0025-WS-TE-CONTA (EDER0025-WS-IDX-CTA)
                       = EDERACPY-A-CONTA OF REG-CADASTRO
                   MOVE EDERACPY-A-STATUS OF REG-CADASTRO
                       TO EDER0025-WS-TE-STATUS-CAD
                                             (EDER0025-WS-IDX-CTA)
           END-SEARCH.
       4050-EXAMINAR-CADASTRO-EXIT.
           EXIT.

      ******************************************************************
      *    LE O MESTRE DE SALDOS E GUARDA O SALDO ATUAL E A DATA DO    *
      *    ULTIMO LANCAMENTO DE CADA CONTA PROPOSTA; SEM MESTRE,       *
      *    NENHUMA CONTA TEM SALDO                                     *
      ******************************************************************
       4100-CONFERIR-SALDOS.
           IF EDER0025-WS-QTD-CONTAS = 0
               GO TO 4100-CONFERIR-SALDOS-EXIT
           END-IF.
           OPEN INPUT ARQ-SALDOS.
           IF EDER0025-WS-FS-SALDOS = '35'
               DISPLAY 'EDER0025 - MESTRE DE SALDOS INEXISTENTE. '
                       'CONTAS TRATADAS COMO SEM SALDO'
               GO TO 4100-CONFERIR-SALDOS-EXIT
           END-IF.
           IF EDER0025-WS-FS-SALDOS NOT = '00'
               DISPLAY 'EDER0025 - ERRO AO ABRIR ARQ-SALDOS: '
                       EDER0025-WS-FS-SALDOS
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 4100-CONFERIR-SALDOS-EXIT
           END-IF.

           MOVE 'N' TO EDER0025-WS-FIM-ARQUIVO.
           PERFORM 4150-EXAMINAR-SALDO THRU 4150-EXAMINAR-SALDO-EXIT
               UNTIL EDER0025-88-FIM-ARQUIVO.
           CLOSE ARQ-SALDOS.
       4100-CONFERIR-SALDOS-EXIT.
           EXIT.

       4150-EXAMINAR-SALDO.
           READ ARQ-SALDOS
               AT END
                   SET EDER0025-88-FIM-ARQUIVO TO TRUE
                   GO TO 4150-EXAMINAR-SALDO-EXIT
           END-READ.
           SEARCH ALL EDER0025-WS-ENTRADA-CONTA
               AT END
                   CONTINUE
               WHEN EDER0025-WS-TE-CONTA (EDER0025-WS-IDX-CTA)
                       = EDERSCPY-S-CONTA OF REG-SALDOS
                   MOVE 'S' TO EDER0025-WS-TE-NO-MESTRE
                                             (EDER0025-WS-IDX-CTA)
                   MOVE EDERSCPY-S-SALDO-ATUAL OF REG-SALDOS
                       TO EDER0025-WS-TE-SALDO (EDER0025-WS-IDX-CTA)
                   MOVE EDERSCPY-S-DATA-ULT-LANCAMENTO OF REG-SALDOS
                       TO EDER0025-WS-TE-DATA-ULT-LANC
                                             (EDER0025-WS-IDX-CTA)
           END-SEARCH.
       4150-EXAMINAR-SALDO-EXIT.
           EXIT.

      ******************************************************************
      *    CONTA AS MOVIMENTACOES QUE AINDA AGUARDAM NO DEPOSITO DE    *
      *    AGENDADOS PARA CADA CONTA PROPOSTA (O DEPOSITO NAO TEM      *
      *    HEADER NEM TRAILER)                                         *
      ******************************************************************
       4200-CONFERIR-AGENDADOS.
           IF EDER0025-WS-QTD-CONTAS = 0
               GO TO 4200-CONFERIR-AGENDADOS-EXIT
           END-IF.
           OPEN INPUT ARQ-AGENDADOS.
           IF EDER0025-WS-FS-AGENDADOS = '35'
               DISPLAY 'EDER0025 - NAO HA DEPOSITO DE AGENDADOS NESTE '
                       'CICLO'
               GO TO 4200-CONFERIR-AGENDADOS-EXIT
           END-IF.
           IF EDER0025-WS-FS-AGENDADOS NOT = '00'
               DISPLAY 'EDER0025 - ERRO AO ABRIR ARQ-AGENDADOS: '
                       EDER0025-WS-FS-AGENDADOS
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 4200-CONFERIR-AGENDADOS-EXIT
           END-IF.

           MOVE 'N' TO EDER0025-WS-FIM-ARQUIVO.
           PERFORM 4250-EXAMINAR-AGENDADO
                              THRU 4250-EXAMINAR-AGENDADO-EXIT
               UNTIL EDER0025-88-FIM-ARQUIVO.
           CLOSE ARQ-AGENDADOS.
       4200-CONFERIR-AGENDADOS-EXIT.
           EXIT.

       4250-EXAMINAR-AGENDADO.
           READ ARQ-AGENDADOS
               AT END
                   SET EDER0025-88-FIM-ARQUIVO TO TRUE
                   GO TO 4250-EXAMINAR-AGENDADO-EXIT
           END-READ.
           SEARCH ALL EDER0025-WS-ENTRADA-CONTA
               AT END
                   CONTINUE
               WHEN EDER0025-WS-TE-CONTA (EDER0025-WS-IDX-CTA)
                       = EDERWCPY-E-CONTA OF REG-AGENDADOS
                   ADD 1 TO EDER0025-WS-TE-QTD-AGENDADOS
                                             (EDER0025-WS-IDX-CTA)
           END-SEARCH.
       4250-EXAMINAR-AGENDADO-EXIT.
           EXIT.

      ******************************************************************
      *    CONTA AS EXCECOES EM ABERTO NO ARQUIVO DE EXCECOES DO       *
      *    EDER0002 PARA CADA CONTA PROPOSTA (O ARQUIVO NAO TEM HEADER *
      *    NEM TRAILER)                                                *
      ******************************************************************
       4300-CONFERIR-EXCECOES.
           IF EDER0025-WS-QTD-CONTAS = 0
               GO TO 4300-CONFERIR-EXCECOES-EXIT
           END-IF.
           OPEN INPUT ARQ-EXCECOES.
           IF EDER0025-WS-FS-EXCECOES = '35'
               DISPLAY 'EDER0025 - NAO HA ARQUIVO DE EXCECOES NESTE '
                       'CICLO'
               GO TO 4300-CONFERIR-EXCECOES-EXIT
           END-IF.
           IF EDER0025-WS-FS-EXCECOES NOT = '00'
               DISPLAY 'EDER0025 - ERRO AO ABRIR ARQ-EXCECOES: '
                       EDER0025-WS-FS-EXCECOES
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 4300-CONFERIR-EXCECOES-EXIT
           END-IF.

           MOVE 'N' TO EDER0025-WS-FIM-ARQUIVO.
           PERFORM 4350-EXAMINAR-EXCECAO
                              THRU 4350-EXAMINAR-EXCECAO-EXIT
               UNTIL EDER0025-88-FIM-ARQUIVO.
           CLOSE ARQ-EXCECOES.
       4300-CONFERIR-EXCECOES-EXIT.
           EXIT.

       4350-EXAMINAR-EXCECAO.
           READ ARQ-EXCECOES
               AT END
                   SET EDER0025-88-FIM-ARQUIVO TO TRUE
                   GO TO 4350-EXAMINAR-EXCECAO-EXIT
           END-READ.
           SEARCH ALL EDER0025-WS-ENTRADA-CONTA
               AT END
                   CONTINUE
               WHEN EDER0025-WS-TE-CONTA (EDER0025-WS-IDX-CTA)
                       = EDERWCPY-E-CONTA OF REG-EXCECOES
                   ADD 1 TO EDER0025-WS-TE-QTD-EXCECOES
                                             (EDER0025-WS-IDX-CTA)
           END-SEARCH.
       4350-EXAMINAR-EXCECAO-EXIT.
           EXIT.

      ******************************************************************
      *    LE O CONTROLE DE REMESSAS E GUARDA O CICLO DA REMESSA       *
      *    PENDENTE DE RETORNO MAIS RECENTE                            *
      ******************************************************************
       4400-CONFERIR-REMESSAS.
           IF EDER0025-WS-QTD-CONTAS = 0
               GO TO 4400-CONFERIR-REMESSAS-EXIT
           END-IF.
           OPEN INPUT ARQ-REMESSA-CTL.
           IF EDER0025-WS-FS-REMCTL = '35'
               DISPLAY 'EDER0025 - CONTROLE DE REMESSAS INEXISTENTE. '
                       'NENHUMA REMESSA PENDENTE'
               GO TO 4400-CONFERIR-REMESSAS-EXIT
           END-IF.
           IF EDER0025-WS-FS-REMCTL NOT = '00'
               DISPLAY 'EDER0025 - ERRO AO ABRIR ARQ-REMESSA-CTL: '
                       EDER0025-WS-FS-REMCTL
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 4400-CONFERIR-REMESSAS-EXIT
           END-IF.

           MOVE 'N' TO EDER0025-WS-FIM-ARQUIVO.
           PERFORM 4450-EXAMINAR-REMESSA
                              THRU 4450-EXAMINAR-REMESSA-EXIT
               UNTIL EDER0025-88-FIM-ARQUIVO.
           CLOSE ARQ-REMESSA-CTL.
       4400-CONFERIR-REMESSAS-EXIT.
           EXIT.

       4450-EXAMINAR-REMESSA.
           READ ARQ-REMESSA-CTL
               AT END
                   SET EDER0025-88-FIM-ARQUIVO TO TRUE
                   GO TO 4450-EXAMINAR-REMESSA-EXIT
           END-READ.
           IF EDER0025-RC-STATUS = 'P'
              AND EDER0025-RC-DATA-CICLO > EDER0025-WS-CICLO-PENDENTE
               MOVE EDER0025-RC-DATA-CICLO
                   TO EDER0025-WS-CICLO-PENDENTE
           END-IF.
       4450-EXAMINAR-REMESSA-EXIT.
           EXIT.

      ******************************************************************
      *    LE AS ORDENS DE BLOQUEIO E SOMA, EM CADA CONTA PROPOSTA, O  *
      *    VALOR AINDA BLOQUEADO PELAS ORDENS EM VIGOR NA DATA DO      *
      *    CICLO; SEM O ARQUIVO DE BLOQUEIOS NENHUMA CONTA TEM VALOR   *
      *    BLOQUEADO                                                   *
      ******************************************************************
       4500-CONFERIR-BLOQUEIOS.
           IF EDER0025-WS-QTD-CONTAS = 0
               GO TO 4500-CONFERIR-BLOQUEIOS-EXIT
           END-IF.
           OPEN INPUT ARQ-BLOQUEIOS.
           IF EDER0025-WS-FS-BLOQ = '35'
               DISPLAY 'EDER0025 - ARQUIVO DE BLOQUEIOS INEXISTENTE. '
                       'NENHUM VALOR BLOQUEADO'
               GO TO 4500-CONFERIR-BLOQUEIOS-EXIT
           END-IF.
           IF EDER0025-WS-FS-BLOQ NOT = '00'
               DISPLAY 'EDER0025 - ERRO AO ABRIR ARQ-BLOQUEIOS: '
                       EDER0025-WS-FS-BLOQ
               SET EDER0025-88-ABORTAR TO TRUE
               GO TO 4500-CONFERIR-BLOQUEIOS-EXIT
           END-IF.

           MOVE 'N' TO EDER0025-WS-FIM-ARQUIVO.
           PERFORM 4550-EXAMINAR-BLOQUEIO
                              THRU 4550-EXAMINAR-BLOQUEIO-EXIT
               UNTIL EDER0025-88-FIM-ARQUIVO.
           CLOSE ARQ-BLOQUEIOS.
       4500-CONFERIR-BLOQUEIOS-EXIT.
           EXIT.

      ******************************************************************
      *    A ORDEM ESTA EM VIGOR NA DATA DO CICLO QUANDO TEM STATUS    *
      *    'A' OU 'P', JA FOI INICIADA E NAO TEM DATA DE LIBERACAO     *
      *    ATINGIDA; O VALOR AINDA BLOQUEADO E O DA ORDEM MENOS O JA   *
      *    LIBERADO                                                    *
      ******************************************************************
       4550-EXAMINAR-BLOQUEIO.
           READ ARQ-BLOQUEIOS
               AT END
                   SET EDER0025-88-FIM-ARQUIVO TO TRUE
                   GO TO 4550-EXAMINAR-BLOQUEIO-EXIT
           END-READ.
           IF EDERJCPY-J-STATUS OF REG-BLOQUEIOS NOT = 'A'
              AND EDERJCPY-J-STATUS OF REG-BLOQUEIOS NOT = 'P'
               GO TO 4550-EXAMINAR-BLOQUEIO-EXIT
           END-IF.
           IF EDERJCPY-J-DATA-INICIO OF REG-BLOQUEIOS
                               > EDER0025-WS-DATA-PROCESSAMENTO
               GO TO 4550-EXAMINAR-BLOQUEIO-EXIT
           END-IF.
           IF EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS NOT = ZEROS
              AND EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS
                               NOT > EDER0025-WS-DATA-PROCESSAMENTO
               GO TO 4550-EXAMINAR-BLOQUEIO-EXIT
           END-IF.

           SEARCH ALL EDER0025-WS-ENTRADA-CONTA
               AT END
                   CONTINUE
               WHEN EDER0025-WS-TE-CONTA (EDER0025-WS-IDX-CTA)
                       = EDERJCPY-J-CONTA OF REG-BLOQUEIOS
                   COMPUTE EDER0025-WS-TE-BLOQUEADO
                                             (EDER0025-WS-IDX-CTA) =
                           EDER0025-WS-TE-BLOQUEADO
                                             (EDER0025-WS-IDX-CTA)
                         + EDERJCPY-J-VALOR-ORDEM OF REG-BLOQUEIOS
                         - EDERJCPY-J-VALOR-LIBERADO OF REG-BLOQUEIOS
           END-SEARCH.
       4550-EXAMINAR-BLOQUEIO-EXIT.
           EXIT.

      ******************************************************************
      *    DECIDE A PROPOSTA: O PRIMEIRO IMPEDIMENTO ENCONTRADO VAI    *
      *    PARA O RELATORIO; SEM IMPEDIMENTO, A CONTA E LIQUIDADA      *
      ******************************************************************
       5000-LIQUIDAR-CONTA.
           MOVE SPACES TO EDER0025-WS-MOTIVO-IMPEDIMENTO.
           EVALUATE TRUE
               WHEN EDER0025-WS-TE-STATUS-CAD (EDER0025-WS-IND)
                                                        = SPACES
                   MOVE 'IMPEDIDA - CONTA AUSENTE DO CADASTRO'
                       TO EDER0025-WS-MOTIVO-IMPEDIMENTO
               WHEN EDER0025-WS-TE-STATUS-CAD (EDER0025-WS-IND)
                                                        = 'E'
                   MOVE 'IMPEDIDA - CONTA JA ENCERRADA'
                       TO EDER0025-WS-MOTIVO-IMPEDIMENTO
               WHEN EDER0025-WS-TE-QTD-AGENDADOS (EDER0025-WS-IND)
                                                        > 0
                   MOVE 'IMPEDIDA - MOVIMENTACOES AGENDADAS PENDENTES'
                       TO EDER0025-WS-MOTIVO-IMPEDIMENTO
               WHEN EDER0025-WS-TE-QTD-EXCECOES (EDER0025-WS-IND)
                                                        > 0
                   MOVE 'IMPEDIDA - EXCECOES EM ABERTO NA VALIDACAO'
                       TO EDER0025-WS-MOTIVO-IMPEDIMENTO
               WHEN EDER0025-WS-TE-NO-MESTRE (EDER0025-WS-IND) = 'S'
                AND EDER0025-WS-CICLO-PENDENTE > 0
                AND EDER0025-WS-TE-DATA-ULT-LANC (EDER0025-WS-IND)
                       NOT GREATER THAN EDER0025-WS-CICLO-PENDENTE
                   MOVE
                       'IMPEDIDA - REMESSA PENDENTE DE RETORNO DO BANCO'
                       TO EDER0025-WS-MOTIVO-IMPEDIMENTO
               WHEN EDER0025-WS-TE-BLOQUEADO (EDER0025-WS-IND) > 0
                   MOVE EDER0025-WS-MSG-BLOQUEIO
                       TO EDER0025-WS-MOTIVO-IMPEDIMENTO
               WHEN EDER0025-WS-TE-SALDO (EDER0025-WS-IND) < 0
                   MOVE 'IMPEDIDA - SALDO DEVEDOR A REGULARIZAR'
                       TO EDER0025-WS-MOTIVO-IMPEDIMENTO
               WHEN EDER0025-WS-TE-SALDO (EDER0025-WS-IND) > 0
                AND EDER0025-WS-TE-STATUS-CAD (EDER0025-WS-IND)
                                                     NOT = 'A'
                   MOVE 'IMPEDIDA - CONTA BLOQUEADA COM SALDO CREDOR'
                       TO EDER0025-WS-MOTIVO-IMPEDIMENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF EDER0025-WS-MOTIVO-IMPEDIMENTO = SPACES
               PERFORM 5100-GRAVAR-LIQUIDACAO
                                  THRU 5100-GRAVAR-LIQUIDACAO-EXIT
           ELSE
               ADD 1 TO EDER0025-WS-CONT-IMPEDIDAS
           END-IF.

           MOVE SPACES TO EDER0025-WL-DETALHE.
           MOVE EDER0025-WS-TE-CONTA (EDER0025-WS-IND)
               TO EDER0025-WL-D-CONTA.
           MOVE EDER0025-WS-TE-STATUS-CAD (EDER0025-WS-IND)
               TO EDER0025-WL-D-STATUS.
           MOVE EDER0025-WS-TE-SALDO (EDER0025-WS-IND)
               TO EDER0025-WL-D-SALDO.
           MOVE EDER0025-WS-MOTIVO-IMPEDIMENTO
               TO EDER0025-WL-D-SITUACAO.
           MOVE EDER0025-WL-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       5000-LIQUIDAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    LIQUIDA A CONTA: O SALDO CREDOR VIRA O DEBITO DE PAGAMENTO  *
      *    FINAL AO TITULAR, DATADO NO CICLO, E A CONTA SEGUE PARA O   *
      *    ARQUIVO DE CONTAS LIQUIDADAS DO EDER0013                    *
      ******************************************************************
       5100-GRAVAR-LIQUIDACAO.
           ADD 1 TO EDER0025-WS-CONT-LIQUIDADAS.
           IF EDER0025-WS-TE-SALDO (EDER0025-WS-IND) > 0
               MOVE SPACES TO EDERWCPY-REGISTRO OF REG-LIQUIDACAO
               MOVE EDER0025-WS-TE-CONTA (EDER0025-WS-IND)
                   TO EDERWCPY-E-CONTA OF REG-LIQUIDACAO
               MOVE EDER0025-WS-DATA-PROCESSAMENTO
                   TO EDERWCPY-E-DATA-MOVIMENTACAO OF REG-LIQUIDACAO
               MOVE 'D' TO EDERWCPY-E-TIPO-MOVIMENTACAO
                                                   OF REG-LIQUIDACAO
               MOVE EDER0025-WS-TE-SALDO (EDER0025-WS-IND)
                   TO EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-LIQUIDACAO
               MOVE EDER0025-WS-COD-LIQUIDACAO
                   TO EDERWCPY-E-COD-TRANSACAO OF REG-LIQUIDACAO
               WRITE REG-LIQUIDACAO
               ADD 1 TO EDER0025-WS-CONT-PAGAMENTOS
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-LIQUIDACAO
                   TO EDER0025-WS-SOMA-PAGAMENTOS
               MOVE 'LIQUIDADA - PAGAMENTO FINAL DO SALDO CREDOR'
                   TO EDER0025-WS-MOTIVO-IMPEDIMENTO
           ELSE
               MOVE 'LIQUIDADA - CONTA SEM SALDO'
                   TO EDER0025-WS-MOTIVO-IMPEDIMENTO
           END-IF.

           MOVE SPACES TO REG-LIQUIDADAS.
           MOVE EDER0025-WS-TE-CONTA (EDER0025-WS-IND)
               TO EDER0025-LQ-CONTA.
           MOVE 'E' TO EDER0025-LQ-STATUS.
           MOVE EDER0025-WS-DATA-PROCESSAMENTO
               TO EDER0025-LQ-DATA-LIQUIDACAO.
           MOVE EDER0025-WS-TE-DATA-ULT-LANC (EDER0025-WS-IND)
               TO EDER0025-LQ-DATA-ULT-LANC.
           WRITE REG-LIQUIDADAS.
       5100-GRAVAR-LIQUIDACAO-EXIT.
           EXIT.

      ******************************************************************
      *    MONTA E GRAVA O TRAILER DO ARQUIVO DE PAGAMENTOS FINAIS     *
      *    COM A QUANTIDADE E O HASH RECALCULADOS                      *
      ******************************************************************
       7000-GRAVAR-TRAILER.
           MOVE SPACES TO EDERWCPY-REGISTRO OF REG-LIQUIDACAO.
           MOVE EDER0025-WS-CONT-PAGAMENTOS
               TO EDERWCPY-T-QTD-REGISTROS OF REG-LIQUIDACAO.
           MOVE EDER0025-WS-SOMA-PAGAMENTOS
               TO EDERWCPY-T-HASH-VALORES OF REG-LIQUIDACAO.
           WRITE REG-LIQUIDACAO.
       7000-GRAVAR-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      *    FECHA OS ARQUIVOS E EMITE O RESUMO DA LIQUIDACAO            *
      ******************************************************************
       9000-FINALIZAR.
           CLOSE ARQ-LIQUIDACAO.
           CLOSE ARQ-LIQUIDADAS.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'EDER0025 - PROPOSTAS LIDAS.......: '
                   EDER0025-WS-CONT-PROPOSTAS.
           DISPLAY 'EDER0025 - PROPOSTAS REPETIDAS...: '
                   EDER0025-WS-CONT-REPETIDAS.
           DISPLAY 'EDER0025 - CONTAS LIQUIDADAS.....: '
                   EDER0025-WS-CONT-LIQUIDADAS.
           DISPLAY 'EDER0025 - PAGAMENTOS FINAIS.....: '
                   EDER0025-WS-CONT-PAGAMENTOS.
           DISPLAY 'EDER0025 - CONTAS IMPEDIDAS......: '
                   EDER0025-WS-CONT-IMPEDIDAS.
       9000-FINALIZAR-EXIT.
           EXIT.
