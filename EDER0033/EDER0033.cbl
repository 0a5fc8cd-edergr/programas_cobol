      ******************************************************************
      *    NOME PROG..:  EDER0033                                      *
      *    DESCRICAO..:  FEED DE ALERTAS A CLIENTES A PARTIR DOS       *
      *                  EVENTOS DO CICLO                              *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      ******************************************************************
      *                                                                *
      *    EXECUTADO DEPOIS DO CICLO, REUNE OS EVENTOS QUE INTERESSAM  *
      *    AO TITULAR DA CONTA, GRAVADOS PELOS PASSOS DA CADEIA:       *
      *    ESTOURO DE LIMITE NA POSTAGEM (LIMITEXC DO EDER0008),       *
      *    MOVIMENTACAO AGENDADA LIBERADA (LIBERADOS DO EDER0014),     *
      *    MOVIMENTACAO REJEITADA PELO BANCO (MOVTOREJ DO EDER0009),   *
      *    PROPOSTA DE BLOQUEIO DA CONTA (PROPBLOQ DO EDER0018) E      *
      *    MOVIMENTACAO DE GRANDE VALOR (COMPLEXT DO EDER0023). OS     *
      *    EVENTOS SAO CLASSIFICADOS POR CONTA E EVENTO E CADA PAR     *
      *    CONTA/EVENTO VIRA UM UNICO ALERTA (LAYOUT EDERLCPY), COM A  *
      *    QUANTIDADE DE OCORRENCIAS E OS DADOS DA OCORRENCIA DE MAIOR *
      *    VALOR, NUM ARQUIVO COM HEADER E TRAILER ENTREGUE AO GATEWAY *
      *    DE SMS/E-MAIL. SO SAI ALERTA PARA CONTA DO CADASTRO CUJO    *
      *    TITULAR ADERIU AO EVENTO (EDERACPY-A-ADESAO-ALERTAS).       *
      *                                                                *
      *    O REGISTRO PERSISTENTE DE ALERTAS ENVIADOS (CLASSIFICADO    *
      *    POR DATA DO CICLO, CONTA E EVENTO) E INTERCALADO COM OS     *
      *    ALERTAS DO CICLO, COMO O REGISTRO DE ESTORNOS DO EDER0024:  *
      *    O ALERTA JA ENVIADO PARA A MESMA DATA DE CICLO NAO E        *
      *    ENVIADO DE NOVO NA REEXECUCAO. CABE A JCL PROMOVER A NOVA   *
      *    GERACAO DO REGISTRO JUNTO COM A ENTREGA DO ARQUIVO DE       *
      *    ALERTAS. QUALQUER DAS ORIGENS PODE ESTAR AUSENTE NO CICLO;  *
      *    OS TRAILERS DAS QUE TEM TRAILER SAO CONFERIDOS COMO NOS     *
      *    DEMAIS PROGRAMAS DA CADEIA.                                 *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       CADASTRO DE CONTAS PASSOU A SER      *
      *                           ARQUIVO INDEXADO POR CONTA, LIDO POR *
      *                           INTEIRO EM ACESSO SEQUENCIAL         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0033.
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
      *    DEBITOS QUE ESTOURARAM O LIMITE, GRAVADOS PELO EDER0008
      *    PARA A MESA DE CREDITO (SO REGISTROS DE DETALHE).
           SELECT ARQ-EXCESSOS    ASSIGN TO 'LIMITEXC'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0033-WS-FS-EXCESSOS.

      *    MOVIMENTACOES AGENDADAS LIBERADAS PELO EDER0014 NO LAYOUT
      *    EDERWCPY.
           SELECT ARQ-LIBERADOS   ASSIGN TO 'LIBERADOS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0033-WS-FS-LIB.

      *    MOVIMENTACOES REJEITADAS PELO BANCO NO RETORNO CNAB,
      *    GRAVADAS PELO EDER0009 NO LAYOUT EDERWCPY.
           SELECT ARQ-REJEITADOS  ASSIGN TO 'MOVTOREJ'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0033-WS-FS-REJ.

      *    PROPOSTAS DE BLOQUEIO DE CONTAS DORMENTES GRAVADAS PELO
      *    EDER0018 (SO REGISTROS DE DETALHE).
           SELECT ARQ-PROPOSTAS   ASSIGN TO 'PROPBLOQ'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0033-WS-FS-PROP.

      *    EXTRATO DO COMPLIANCE GRAVADO PELO EDER0023, COM HEADER
      *    (TIPO '0') E TRAILER (TIPO '9') PROPRIOS.
           SELECT ARQ-EXTRATO     ASSIGN TO 'COMPLEXT'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0033-WS-FS-EXTRATO.

      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO POR INTEIRO
      *    EM ORDEM DE CONTA.
           SELECT ARQ-CADASTRO    ASSIGN TO 'CADCONTA'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                  FILE STATUS IS
                                             EDER0033-WS-FS-CADASTRO.

           SELECT ARQ-ORDENADO    ASSIGN TO 'SORTWK1'.

      *    REGISTRO PERSISTENTE DOS ALERTAS JA ENVIADOS. AUSENTE NO
      *    PRIMEIRO CICLO, E TRATADO COMO VAZIO.
           SELECT ARQ-REGISTRO    ASSIGN TO 'ALERTREG'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0033-WS-FS-REG.

      *    NOVA GERACAO DO REGISTRO, COM OS ALERTAS DE HOJE
      *    ACRESCENTADOS; A JCL A PROMOVE PARA O PROXIMO CICLO.
           SELECT ARQ-REGISTRO-NOVO ASSIGN TO 'ALERTNOVO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0033-WS-FS-REGNOVO.

           SELECT ARQ-ALERTAS     ASSIGN TO 'ALERTAS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0033-WS-FS-ALERTAS.

           SELECT ARQ-RELATORIO   ASSIGN TO 'ALERTREL'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0033-WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EXCESSOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-EXCESSOS.
           05  EDER0033-EXC-CONTA                 PIC 9(10).
           05  EDER0033-EXC-DATA-MOVTO            PIC 9(08).
           05  EDER0033-EXC-VALOR-DEBITO          PIC 9(13)V99.
           05  EDER0033-EXC-SALDO-RESULTANTE      PIC S9(15)V99.
           05  EDER0033-EXC-LIMITE                PIC 9(13)V99.
           05  FILLER                             PIC X(15).

       FD  ARQ-LIBERADOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-LIBERADOS.
           COPY EDERWCPY.

       FD  ARQ-REJEITADOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REJEITADOS.
           COPY EDERWCPY.

       FD  ARQ-PROPOSTAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PROPOSTAS.
           05  EDER0033-PROP-CONTA                PIC 9(10).
           05  EDER0033-PROP-STATUS               PIC X(01).
           05  EDER0033-PROP-DATA-PROPOSTA        PIC 9(08).
           05  EDER0033-PROP-DATA-ULT-LANC        PIC 9(08).
           05  FILLER                             PIC X(33).

      *    DETALHE E TRAILER DO EXTRATO DO COMPLIANCE; O HEADER SO E
      *    RECONHECIDO PELO TIPO DE REGISTRO E DESCARTADO.
       FD  ARQ-EXTRATO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-EXTRATO.
           05  EDER0033-EXT-TIPO-REGISTRO         PIC X(01).
           05  EDER0033-EXT-CONTA                 PIC 9(10).
           05  EDER0033-EXT-DATA                  PIC 9(08).
           05  EDER0033-EXT-TIPO-MOVTO            PIC X(01).
           05  EDER0033-EXT-VALOR                 PIC 9(13)V99.
           05  EDER0033-EXT-CRITERIO              PIC X(01).
           05  FILLER                             PIC X(44).
       01  REG-EXTRATO-TRAILER.
           05  FILLER                             PIC X(01).
           05  EDER0033-EXT-QTD-REGISTROS         PIC 9(07).
           05  EDER0033-EXT-HASH-VALORES          PIC 9(15)V99.
           05  FILLER                             PIC X(55).

       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

      *    EVENTO NORMALIZADO, QUALQUER QUE SEJA A ORIGEM; SR-IND-
      *    EVENTO E A POSICAO DO INDICADOR DE ADESAO DO EVENTO EM
      *    EDERACPY-A-ADESAO-ALERTAS.
       SD  ARQ-ORDENADO.
       01  REG-ORDENADO.
           05  EDER0033-SR-CONTA                  PIC 9(10).
           05  EDER0033-SR-EVENTO                 PIC X(08).
           05  EDER0033-SR-IND-EVENTO             PIC 9(01).
           05  EDER0033-SR-DATA                   PIC 9(08).
           05  EDER0033-SR-TIPO                   PIC X(01).
           05  EDER0033-SR-VALOR                  PIC 9(13)V99.

       FD  ARQ-REGISTRO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REGISTRO.
           05  EDER0033-RG-DATA-CICLO             PIC 9(08).
           05  EDER0033-RG-CONTA                  PIC 9(10).
           05  EDER0033-RG-EVENTO                 PIC X(08).
           05  EDER0033-RG-DATA-ENVIO             PIC 9(08).
           05  EDER0033-RG-HORA-ENVIO             PIC 9(06).
           05  EDER0033-RG-QTD-OCORRENCIAS        PIC 9(05).
           05  EDER0033-RG-VALOR                  PIC 9(13)V99.

       FD  ARQ-REGISTRO-NOVO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REGISTRO-NOVO.
           05  EDER0033-RN-DATA-CICLO             PIC 9(08).
           05  EDER0033-RN-CONTA                  PIC 9(10).
           05  EDER0033-RN-EVENTO                 PIC X(08).
           05  EDER0033-RN-DATA-ENVIO             PIC 9(08).
           05  EDER0033-RN-HORA-ENVIO             PIC 9(06).
           05  EDER0033-RN-QTD-OCORRENCIAS        PIC 9(05).
           05  EDER0033-RN-VALOR                  PIC 9(13)V99.

       FD  ARQ-ALERTAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ALERTAS.
           COPY EDERLCPY.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                          PIC X(132).

       WORKING-STORAGE SECTION.
       77  EDER0033-WS-FS-EXCESSOS            PIC X(02) VALUE SPACES.
       77  EDER0033-WS-FS-LIB                 PIC X(02) VALUE SPACES.
       77  EDER0033-WS-FS-REJ                 PIC X(02) VALUE SPACES.
       77  EDER0033-WS-FS-PROP                PIC X(02) VALUE SPACES.
       77  EDER0033-WS-FS-EXTRATO             PIC X(02) VALUE SPACES.
       77  EDER0033-WS-FS-CADASTRO            PIC X(02) VALUE SPACES.
       77  EDER0033-WS-FS-REG                 PIC X(02) VALUE SPACES.
       77  EDER0033-WS-FS-REGNOVO             PIC X(02) VALUE SPACES.
       77  EDER0033-WS-FS-ALERTAS             PIC X(02) VALUE SPACES.
       77  EDER0033-WS-FS-RELAT               PIC X(02) VALUE SPACES.
       77  EDER0033-WS-FIM-EXCESSOS           PIC X(01) VALUE 'N'.
           88  EDER0033-88-FIM-EXCESSOS                 VALUE 'S'.
       77  EDER0033-WS-FIM-LIBERADOS          PIC X(01) VALUE 'N'.
           88  EDER0033-88-FIM-LIBERADOS                VALUE 'S'.
       77  EDER0033-WS-FIM-REJEITADOS         PIC X(01) VALUE 'N'.
           88  EDER0033-88-FIM-REJEITADOS               VALUE 'S'.
       77  EDER0033-WS-FIM-PROPOSTAS          PIC X(01) VALUE 'N'.
           88  EDER0033-88-FIM-PROPOSTAS                VALUE 'S'.
       77  EDER0033-WS-FIM-EXTRATO            PIC X(01) VALUE 'N'.
           88  EDER0033-88-FIM-EXTRATO                  VALUE 'S'.
       77  EDER0033-WS-FIM-CADASTRO           PIC X(01) VALUE 'N'.
           88  EDER0033-88-FIM-CADASTRO                 VALUE 'S'.
       77  EDER0033-WS-FIM-ORDENADO           PIC X(01) VALUE 'N'.
           88  EDER0033-88-FIM-ORDENADO                 VALUE 'S'.
       77  EDER0033-WS-FIM-REGISTRO           PIC X(01) VALUE 'N'.
           88  EDER0033-88-FIM-REGISTRO                 VALUE 'S'.
       77  EDER0033-WS-REGISTRO-ABERTO        PIC X(01) VALUE 'N'.
           88  EDER0033-88-REGISTRO-ABERTO              VALUE 'S'.
       77  EDER0033-WS-LIB-PENDENTE           PIC X(01) VALUE 'N'.
           88  EDER0033-88-LIB-PENDENTE                 VALUE 'S'.
       77  EDER0033-WS-REJ-PENDENTE           PIC X(01) VALUE 'N'.
           88  EDER0033-88-REJ-PENDENTE                 VALUE 'S'.
       77  EDER0033-WS-EXT-TRAILER-LIDO       PIC X(01) VALUE 'N'.
           88  EDER0033-88-EXT-TRAILER-LIDO             VALUE 'S'.
       77  EDER0033-WS-CADASTRO-CARREGADO     PIC X(01) VALUE 'N'.
           88  EDER0033-88-CADASTRO-CARREGADO           VALUE 'S'.
       77  EDER0033-WS-CONTA-ENCONTRADA       PIC X(01) VALUE 'N'.
           88  EDER0033-88-CONTA-ENCONTRADA             VALUE 'S'.
       77  EDER0033-WS-TRAILER-OK             PIC X(01) VALUE 'S'.
           88  EDER0033-88-TRAILER-OK                   VALUE 'S'.
       77  EDER0033-WS-ABORTAR                PIC X(01) VALUE 'N'.
           88  EDER0033-88-ABORTAR                      VALUE 'S'.

       77  EDER0033-WS-DATA-PROCESSAMENTO     PIC 9(08) VALUE ZEROS.
       77  EDER0033-WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROS.
       77  EDER0033-WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROS.
       77  EDER0033-WS-NOME-TITULAR           PIC X(30) VALUE SPACES.
       77  EDER0033-WS-ADESAO-CONTA           PIC X(01) VALUE SPACES.
       77  EDER0033-WS-MOTIVO                 PIC X(60) VALUE SPACES.
       77  EDER0033-WS-CONT-EXC-LIDOS         PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0033-WS-CONT-LIB-LIDOS         PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0033-WS-SOMA-LIB-LIDOS         PIC 9(15)V99 VALUE
                                                   ZEROS COMP-3.
       77  EDER0033-WS-CONT-REJ-LIDOS         PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0033-WS-SOMA-REJ-LIDOS         PIC 9(15)V99 VALUE
                                                   ZEROS COMP-3.
       77  EDER0033-WS-CONT-PROP-LIDOS        PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0033-WS-CONT-EXT-LIDOS         PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0033-WS-SOMA-EXT-LIDOS         PIC 9(15)V99 VALUE
                                                   ZEROS COMP-3.
       77  EDER0033-WS-EXT-QTD-TRAILER        PIC 9(07) VALUE ZEROS.
       77  EDER0033-WS-EXT-HASH-TRAILER       PIC 9(15)V99 VALUE
                                                   ZEROS.
       77  EDER0033-WS-CONT-OCORRENCIAS       PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0033-WS-CONT-ENVIADOS          PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0033-WS-SOMA-ENVIADOS          PIC 9(15)V99 VALUE
                                                   ZEROS COMP-3.
       77  EDER0033-WS-CONT-JA-ENVIADOS       PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0033-WS-CONT-SEM-ADESAO        PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0033-WS-CONT-SEM-CADASTRO      PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0033-WS-CONT-REG-LIDOS         PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0033-WS-CONT-REG-GRAVADOS      PIC 9(07) VALUE ZEROS
                                               COMP.

      *    ALERTA EM MONTAGEM: O PAR CONTA/EVENTO, A QUANTIDADE DE
      *    OCORRENCIAS NO CICLO E OS DADOS DA OCORRENCIA DE MAIOR
      *    VALOR (A PRIMEIRA DO GRUPO NA ORDENACAO).
       01  EDER0033-WS-ALERTA.
           05  EDER0033-WS-AL-CONTA           PIC 9(10) VALUE ZEROS.
           05  EDER0033-WS-AL-EVENTO          PIC X(08) VALUE SPACES.
           05  EDER0033-WS-AL-IND-EVENTO      PIC 9(01) VALUE ZEROS.
           05  EDER0033-WS-AL-DATA            PIC 9(08) VALUE ZEROS.
           05  EDER0033-WS-AL-TIPO            PIC X(01) VALUE SPACES.
           05  EDER0033-WS-AL-VALOR           PIC 9(13)V99
                                                   VALUE ZEROS.
           05  EDER0033-WS-AL-QTD             PIC 9(05) VALUE ZEROS
                                               COMP.

      *    CHAVES DE COMPARACAO (DATA DO CICLO, CONTA E EVENTO) DO
      *    ALERTA EM EXAME E DA ENTRADA CORRENTE DO REGISTRO
      *    PERSISTENTE, PARA A INTERCALACAO DOS DOIS FLUXOS, COMO NO
      *    REGISTRO DE ESTORNOS DO EDER0024.
       01  EDER0033-WS-CHAVE-ALERTA.
           05  EDER0033-WS-CA-DATA-CICLO      PIC 9(08) VALUE ZEROS.
           05  EDER0033-WS-CA-CONTA           PIC 9(10) VALUE ZEROS.
           05  EDER0033-WS-CA-EVENTO          PIC X(08) VALUE SPACES.
       01  EDER0033-WS-CHAVE-REGISTRO.
           05  EDER0033-WS-CR-DATA-CICLO      PIC 9(08) VALUE ZEROS.
           05  EDER0033-WS-CR-CONTA           PIC 9(10) VALUE ZEROS.
           05  EDER0033-WS-CR-EVENTO          PIC X(08) VALUE SPACES.

      *    GUARDAM O REGISTRO LIDO NA VOLTA ANTERIOR DO LIBERADOS E DO
      *    MOVTOREJ, JA QUE SO SE SABE QUE O ULTIMO REGISTRO FISICO E
      *    O TRAILER (E NAO UM DETALHE) QUANDO A LEITURA SEGUINTE
      *    ENCONTRA O FIM DO ARQUIVO.
       01  EDER0033-WS-LIB-ANTERIOR.
           COPY EDERWCPY.
       01  EDER0033-WS-REJ-ANTERIOR.
           COPY EDERWCPY.

      *    IMAGEM EM MEMORIA DO CADASTRO DE CONTAS (EDERACPY),
      *    CLASSIFICADO POR CONTA, CARREGADO NA INICIALIZACAO PARA A
      *    PESQUISA BINARIA DO TITULAR E DA ADESAO DE CADA ALERTA,
      *    COMO A TABELA DE VALIDACAO DO EDER0002. TC-IND-ADESAO
      *    SEGUE A ORDEM DOS INDICADORES DE EDERACPY-A-ADESAO-ALERTAS.
       01  EDER0033-WS-TABELA-CONTAS.
           05  EDER0033-WS-QTD-CONTAS         PIC 9(05) VALUE ZEROS
                                               COMP.
           05  EDER0033-WS-ENTRADA-CONTA OCCURS 1 TO 50000 TIMES
                       DEPENDING ON EDER0033-WS-QTD-CONTAS
                       ASCENDING KEY IS EDER0033-WS-TC-CONTA
                       INDEXED BY EDER0033-WS-IDX-CAD.
               10  EDER0033-WS-TC-CONTA       PIC 9(10).
               10  EDER0033-WS-TC-TITULAR     PIC X(30).
               10  EDER0033-WS-TC-IND-ADESAO  PIC X(01) OCCURS 5 TIMES.

       01  EDER0033-WL-CABECALHO-1.
           05  FILLER                         PIC X(46)
               VALUE 'EDER0033 - FEED DE ALERTAS A CLIENTES'.
           05  FILLER                         PIC X(18)
               VALUE 'DATA DO CICLO: '.
           05  EDER0033-WL-C1-DATA            PIC 9999/99/99.

       01  EDER0033-WL-CABECALHO-2.
           05  FILLER                         PIC X(12) VALUE 'CONTA'.
           05  FILLER                         PIC X(10) VALUE 'EVENTO'.
           05  FILLER                         PIC X(07) VALUE 'OCORR'.
           05  FILLER                         PIC X(12) VALUE 'DATA'.
           05  FILLER                         PIC X(06) VALUE 'TIPO'.
           05  FILLER                         PIC X(22) VALUE 'VALOR'.
           05  FILLER                         PIC X(20)
               VALUE 'SITUACAO'.

       01  EDER0033-WL-DETALHE.
           05  EDER0033-WL-D-CONTA            PIC Z(09)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EDER0033-WL-D-EVENTO           PIC X(08).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EDER0033-WL-D-QTD              PIC Z(04)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EDER0033-WL-D-DATA             PIC 9999/99/99.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EDER0033-WL-D-TIPO             PIC X(01).
           05  FILLER                         PIC X(05) VALUE SPACES.
           05  EDER0033-WL-D-VALOR            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EDER0033-WL-D-SITUACAO         PIC X(60).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR  THRU 1000-INICIALIZAR-EXIT.
           IF NOT EDER0033-88-ABORTAR
               SORT ARQ-ORDENADO
                   ON ASCENDING KEY EDER0033-SR-CONTA
                                    EDER0033-SR-EVENTO
                   ON DESCENDING KEY EDER0033-SR-VALOR
                   INPUT PROCEDURE  2000-SELECIONAR-EVENTOS
                                THRU 2000-SELECIONAR-EVENTOS-EXIT
                   OUTPUT PROCEDURE 3000-GERAR-ALERTAS
                                THRU 3000-GERAR-ALERTAS-EXIT
           END-IF.
           IF NOT EDER0033-88-ABORTAR
               PERFORM 7000-GRAVAR-TRAILER
                                  THRU 7000-GRAVAR-TRAILER-EXIT
               PERFORM 9000-FINALIZAR    THRU 9000-FINALIZAR-EXIT
           END-IF.
           IF EDER0033-88-ABORTAR
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PEDE A DATA DO CICLO, CARREGA O CADASTRO, ABRE OS ARQUIVOS  *
      *    DE SAIDA E O REGISTRO PERSISTENTE E GRAVA OS CABECALHOS E O *
      *    HEADER DO ARQUIVO DE ALERTAS                                *
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'EDER0033 - FEED DE ALERTAS A CLIENTES'.
           DISPLAY 'DATA DE PROCESSAMENTO DO CICLO (CCYYMMDD) OU 0 '
                   'PARA A DATA DO SISTEMA: '.
           ACCEPT EDER0033-WS-DATA-PROCESSAMENTO.
           ACCEPT EDER0033-WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT EDER0033-WS-HORA-SISTEMA FROM TIME.
           IF EDER0033-WS-DATA-PROCESSAMENTO = 0
               MOVE EDER0033-WS-DATA-SISTEMA
                   TO EDER0033-WS-DATA-PROCESSAMENTO
           END-IF.

           PERFORM 1300-CARREGAR-CADASTRO
                              THRU 1300-CARREGAR-CADASTRO-EXIT.
           IF EDER0033-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-ALERTAS.
           IF EDER0033-WS-FS-ALERTAS NOT = '00'
               DISPLAY 'EDER0033 - ERRO AO ABRIR ARQ-ALERTAS: '
                       EDER0033-WS-FS-ALERTAS
               SET EDER0033-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           IF EDER0033-WS-FS-RELAT NOT = '00'
               DISPLAY 'EDER0033 - ERRO AO ABRIR ARQ-RELATORIO: '
                       EDER0033-WS-FS-RELAT
               CLOSE ARQ-ALERTAS
               SET EDER0033-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

      *    O REGISTRO PERSISTENTE PODE NAO EXISTIR NO PRIMEIRO CICLO:
      *    E TRATADO COMO VAZIO E A NOVA GERACAO PARTE DOS ALERTAS
      *    DE HOJE.
           OPEN INPUT ARQ-REGISTRO.
           EVALUATE EDER0033-WS-FS-REG
               WHEN '00'
                   SET EDER0033-88-REGISTRO-ABERTO TO TRUE
               WHEN '35'
                   DISPLAY 'EDER0033 - REGISTRO DE ALERTAS '
                           'INEXISTENTE. SERA CRIADA A PRIMEIRA '
                           'GERACAO'
                   SET EDER0033-88-FIM-REGISTRO TO TRUE
               WHEN OTHER
                   DISPLAY 'EDER0033 - ERRO AO ABRIR ARQ-REGISTRO: '
                           EDER0033-WS-FS-REG
                   CLOSE ARQ-ALERTAS
                   CLOSE ARQ-RELATORIO
                   SET EDER0033-88-ABORTAR TO TRUE
                   GO TO 1000-INICIALIZAR-EXIT
           END-EVALUATE.

           OPEN OUTPUT ARQ-REGISTRO-NOVO.
           IF EDER0033-WS-FS-REGNOVO NOT = '00'
               DISPLAY 'EDER0033 - ERRO AO ABRIR ARQ-REGISTRO-NOVO: '
                       EDER0033-WS-FS-REGNOVO
               CLOSE ARQ-ALERTAS
               CLOSE ARQ-RELATORIO
               IF EDER0033-88-REGISTRO-ABERTO
                   CLOSE ARQ-REGISTRO
               END-IF
               SET EDER0033-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE EDER0033-WS-DATA-PROCESSAMENTO
               TO EDER0033-WL-C1-DATA.
           MOVE EDER0033-WL-CABECALHO-1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0033-WL-CABECALHO-2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO EDERLCPY-REGISTRO OF REG-ALERTAS.
           MOVE '0' TO EDERLCPY-L-TIPO-REGISTRO OF REG-ALERTAS.
           MOVE 'ALERTAS A CLIENTES'
               TO EDERLCPY-H-IDENTIFICACAO OF REG-ALERTAS.
           MOVE EDER0033-WS-DATA-PROCESSAMENTO
               TO EDERLCPY-H-DATA-CICLO OF REG-ALERTAS.
           MOVE EDER0033-WS-DATA-SISTEMA
               TO EDERLCPY-H-DATA-GERACAO OF REG-ALERTAS.
           MOVE EDER0033-WS-HORA-SISTEMA (1:6)
               TO EDERLCPY-H-HORA-GERACAO OF REG-ALERTAS.
           WRITE REG-ALERTAS.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O CADASTRO DE CONTAS (EDERACPY, CLASSIFICADO POR    *
      *    CONTA) NA TABELA EM MEMORIA; SEM O CADASTRO NENHUMA ADESAO  *
      *    E CONHECIDA, NENHUM ALERTA E ENVIADO E O OPERADOR E         *
      *    AVISADO; UM CADASTRO MAIOR QUE A TABELA DERRUBA A EXECUCAO  *
      ******************************************************************
       1300-CARREGAR-CADASTRO.
           OPEN INPUT ARQ-CADASTRO.
           IF EDER0033-WS-FS-CADASTRO = '35'
               DISPLAY 'EDER0033 - CADASTRO DE CONTAS INDISPONIVEL. '
                       'NENHUM ALERTA SERA ENVIADO'
               GO TO 1300-CARREGAR-CADASTRO-EXIT
           END-IF.
           IF EDER0033-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0033 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0033-WS-FS-CADASTRO
               SET EDER0033-88-ABORTAR TO TRUE
               GO TO 1300-CARREGAR-CADASTRO-EXIT
           END-IF.

           PERFORM 1310-CARREGAR-CONTA
                              THRU 1310-CARREGAR-CONTA-EXIT
               UNTIL EDER0033-88-FIM-CADASTRO
                  OR EDER0033-88-ABORTAR.

           CLOSE ARQ-CADASTRO.
           IF NOT EDER0033-88-ABORTAR
              AND EDER0033-WS-QTD-CONTAS > 0
               SET EDER0033-88-CADASTRO-CARREGADO TO TRUE
           END-IF.
       1300-CARREGAR-CADASTRO-EXIT.
           EXIT.

      ******************************************************************
      *    LE UM REGISTRO DO CADASTRO E O ACRESCENTA NA TABELA EM      *
      *    MEMORIA                                                     *
      ******************************************************************
       1310-CARREGAR-CONTA.
           READ ARQ-CADASTRO
               AT END
                   SET EDER0033-88-FIM-CADASTRO TO TRUE
                   GO TO 1310-CARREGAR-CONTA-EXIT
           END-READ.
           IF EDER0033-WS-QTD-CONTAS = 50000
               DISPLAY 'EDER0033 - CADASTRO DE CONTAS EXCEDE A '
                       'TABELA DE 50000 ENTRADAS'
               SET EDER0033-88-ABORTAR TO TRUE
               GO TO 1310-CARREGAR-CONTA-EXIT
           END-IF.
           ADD 1 TO EDER0033-WS-QTD-CONTAS.
           MOVE EDERACPY-A-CONTA OF REG-CADASTRO
               TO EDER0033-WS-TC-CONTA (EDER0033-WS-QTD-CONTAS).
           MOVE EDERACPY-A-NOME-TITULAR OF REG-CADASTRO
               TO EDER0033-WS-TC-TITULAR (EDER0033-WS-QTD-CONTAS).
           MOVE EDERACPY-A-ALERTA-LIMITE OF REG-CADASTRO
               TO EDER0033-WS-TC-IND-ADESAO (EDER0033-WS-QTD-CONTAS, 1).
           MOVE EDERACPY-A-ALERTA-AGENDADO OF REG-CADASTRO
               TO EDER0033-WS-TC-IND-ADESAO (EDER0033-WS-QTD-CONTAS, 2).
           MOVE EDERACPY-A-ALERTA-REJEICAO OF REG-CADASTRO
               TO EDER0033-WS-TC-IND-ADESAO (EDER0033-WS-QTD-CONTAS, 3).
           MOVE EDERACPY-A-ALERTA-BLOQUEIO OF REG-CADASTRO
               TO EDER0033-WS-TC-IND-ADESAO (EDER0033-WS-QTD-CONTAS, 4).
           MOVE EDERACPY-A-ALERTA-GRANDE-VALOR OF REG-CADASTRO
               TO EDER0033-WS-TC-IND-ADESAO (EDER0033-WS-QTD-CONTAS, 5).
       1310-CARREGAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A ORDENACAO OS EVENTOS DE CADA ORIGEM; QUALQUER *
      *    ORIGEM PODE ESTAR AUSENTE NO CICLO                          *
      ******************************************************************
       2000-SELECIONAR-EVENTOS.
           PERFORM 2100-SELECIONAR-EXCESSOS
                              THRU 2100-SELECIONAR-EXCESSOS-EXIT.
           IF NOT EDER0033-88-ABORTAR
               PERFORM 2200-SELECIONAR-LIBERADOS
                                  THRU 2200-SELECIONAR-LIBERADOS-EXIT
           END-IF.
           IF NOT EDER0033-88-ABORTAR
               PERFORM 2300-SELECIONAR-REJEITADOS
                                  THRU 2300-SELECIONAR-REJEITADOS-EXIT
           END-IF.
           IF NOT EDER0033-88-ABORTAR
               PERFORM 2400-SELECIONAR-PROPOSTAS
                                  THRU 2400-SELECIONAR-PROPOSTAS-EXIT
           END-IF.
           IF NOT EDER0033-88-ABORTAR
               PERFORM 2500-SELECIONAR-EXTRATO
                                  THRU 2500-SELECIONAR-EXTRATO-EXIT
           END-IF.
       2000-SELECIONAR-EVENTOS-EXIT.
           EXIT.

      ******************************************************************
      *    ESTOUROS DE LIMITE DO EDER0008 (EVENTO LIMITEXC)            *
      ******************************************************************
       2100-SELECIONAR-EXCESSOS.
           OPEN INPUT ARQ-EXCESSOS.
           IF EDER0033-WS-FS-EXCESSOS = '35'
               DISPLAY 'EDER0033 - NAO HA ESTOUROS DE LIMITE NESTE '
                       'CICLO'
               GO TO 2100-SELECIONAR-EXCESSOS-EXIT
           END-IF.
           IF EDER0033-WS-FS-EXCESSOS NOT = '00'
               DISPLAY 'EDER0033 - ERRO AO ABRIR ARQ-EXCESSOS: '
                       EDER0033-WS-FS-EXCESSOS
               SET EDER0033-88-ABORTAR TO TRUE
               GO TO 2100-SELECIONAR-EXCESSOS-EXIT
           END-IF.

           PERFORM 2110-LIBERAR-EXCESSO
                              THRU 2110-LIBERAR-EXCESSO-EXIT
               UNTIL EDER0033-88-FIM-EXCESSOS.
           CLOSE ARQ-EXCESSOS.
       2100-SELECIONAR-EXCESSOS-EXIT.
           EXIT.

       2110-LIBERAR-EXCESSO.
           READ ARQ-EXCESSOS
               AT END
                   SET EDER0033-88-FIM-EXCESSOS TO TRUE
                   GO TO 2110-LIBERAR-EXCESSO-EXIT
           END-READ.
           ADD 1 TO EDER0033-WS-CONT-EXC-LIDOS.
           MOVE EDER0033-EXC-CONTA        TO EDER0033-SR-CONTA.
           MOVE 'LIMITEXC'                TO EDER0033-SR-EVENTO.
           MOVE 1                         TO EDER0033-SR-IND-EVENTO.
           MOVE EDER0033-EXC-DATA-MOVTO   TO EDER0033-SR-DATA.
           MOVE 'D'                       TO EDER0033-SR-TIPO.
           MOVE EDER0033-EXC-VALOR-DEBITO TO EDER0033-SR-VALOR.
           RELEASE REG-ORDENADO.
       2110-LIBERAR-EXCESSO-EXIT.
           EXIT.

      ******************************************************************
      *    MOVIMENTACOES AGENDADAS LIBERADAS PELO EDER0014 (EVENTO     *
      *    AGENDLIB), COM CONFERENCIA DO TRAILER                       *
      ******************************************************************
       2200-SELECIONAR-LIBERADOS.
           OPEN INPUT ARQ-LIBERADOS.
           IF EDER0033-WS-FS-LIB = '35'
               DISPLAY 'EDER0033 - NAO HA AGENDAMENTOS LIBERADOS '
                       'NESTE CICLO'
               GO TO 2200-SELECIONAR-LIBERADOS-EXIT
           END-IF.
           IF EDER0033-WS-FS-LIB NOT = '00'
               DISPLAY 'EDER0033 - ERRO AO ABRIR ARQ-LIBERADOS: '
                       EDER0033-WS-FS-LIB
               SET EDER0033-88-ABORTAR TO TRUE
               GO TO 2200-SELECIONAR-LIBERADOS-EXIT
           END-IF.

      *    O PRIMEIRO REGISTRO E O HEADER E E DESCARTADO AQUI, ANTES
      *    DE POSICIONAR O BUFFER DE LOOKAHEAD NO PRIMEIRO REGISTRO
      *    DE DETALHE VERDADEIRO.
           PERFORM 2210-LER-LIBERADO THRU 2210-LER-LIBERADO-EXIT.
           IF NOT EDER0033-88-FIM-LIBERADOS
               PERFORM 2210-LER-LIBERADO THRU 2210-LER-LIBERADO-EXIT
           END-IF.
           IF NOT EDER0033-88-FIM-LIBERADOS
               MOVE EDERWCPY-REGISTRO OF REG-LIBERADOS
                   TO EDERWCPY-REGISTRO OF EDER0033-WS-LIB-ANTERIOR
               SET EDER0033-88-LIB-PENDENTE TO TRUE
               PERFORM 2210-LER-LIBERADO THRU 2210-LER-LIBERADO-EXIT
           END-IF.

           PERFORM 2220-LIBERAR-LIBERADO
                              THRU 2220-LIBERAR-LIBERADO-EXIT
               UNTIL EDER0033-88-FIM-LIBERADOS.

           PERFORM 2230-VALIDAR-TRAILER-LIB
                              THRU 2230-VALIDAR-TRAILER-LIB-EXIT.
           CLOSE ARQ-LIBERADOS.
       2200-SELECIONAR-LIBERADOS-EXIT.
           EXIT.

       2210-LER-LIBERADO.
           READ ARQ-LIBERADOS
               AT END
                   SET EDER0033-88-FIM-LIBERADOS TO TRUE
           END-READ.
       2210-LER-LIBERADO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFIRMA O REGISTRO PENDENTE DO LIBERADOS COMO DETALHE E O  *
      *    LIBERA PARA A ORDENACAO                                     *
      ******************************************************************
       2220-LIBERAR-LIBERADO.
           ADD 1 TO EDER0033-WS-CONT-LIB-LIDOS.
           ADD EDERWCPY-E-VALOR-MOVIMENTACAO
                             OF EDER0033-WS-LIB-ANTERIOR
               TO EDER0033-WS-SOMA-LIB-LIDOS.

           MOVE EDERWCPY-E-CONTA OF EDER0033-WS-LIB-ANTERIOR
               TO EDER0033-SR-CONTA.
           MOVE 'AGENDLIB' TO EDER0033-SR-EVENTO.
           MOVE 2          TO EDER0033-SR-IND-EVENTO.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF EDER0033-WS-LIB-ANTERIOR
               TO EDER0033-SR-DATA.
           MOVE EDERWCPY-E-TIPO-MOVIMENTACAO OF EDER0033-WS-LIB-ANTERIOR
               TO EDER0033-SR-TIPO.
           MOVE EDERWCPY-E-VALOR-MOVIMENTACAO
                             OF EDER0033-WS-LIB-ANTERIOR
               TO EDER0033-SR-VALOR.
           RELEASE REG-ORDENADO.

           MOVE EDERWCPY-REGISTRO OF REG-LIBERADOS
               TO EDERWCPY-REGISTRO OF EDER0033-WS-LIB-ANTERIOR.
           PERFORM 2210-LER-LIBERADO THRU 2210-LER-LIBERADO-EXIT.
       2220-LIBERAR-LIBERADO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE O TRAILER DO LIBERADOS (O ULTIMO REGISTRO FISICO    *
      *    AINDA PENDENTE) CONTRA A QUANTIDADE E O SOMATORIO LIDOS     *
      ******************************************************************
       2230-VALIDAR-TRAILER-LIB.
           IF NOT EDER0033-88-LIB-PENDENTE
               DISPLAY 'EDER0033 - LIBERADOS SEM REGISTRO TRAILER'
               MOVE 'N' TO EDER0033-WS-TRAILER-OK
               GO TO 2230-VALIDAR-TRAILER-LIB-EXIT
           END-IF.

           IF EDERWCPY-T-QTD-REGISTROS OF EDER0033-WS-LIB-ANTERIOR
                       NOT = EDER0033-WS-CONT-LIB-LIDOS
               DISPLAY 'EDER0033 - QTDE DE REGISTROS DO TRAILER DO '
                       'LIBERADOS DIVERGENTE. LIDOS: '
                       EDER0033-WS-CONT-LIB-LIDOS
                       ' TRAILER: '
                       EDERWCPY-T-QTD-REGISTROS OF
                                     EDER0033-WS-LIB-ANTERIOR
               MOVE 'N' TO EDER0033-WS-TRAILER-OK
           END-IF.

           IF EDERWCPY-T-HASH-VALORES OF EDER0033-WS-LIB-ANTERIOR
                       NOT = EDER0033-WS-SOMA-LIB-LIDOS
               DISPLAY 'EDER0033 - HASH DE VALORES DO TRAILER DO '
                       'LIBERADOS DIVERGENTE. CALCULADO: '
                       EDER0033-WS-SOMA-LIB-LIDOS
                       ' TRAILER: '
                       EDERWCPY-T-HASH-VALORES OF
                                     EDER0033-WS-LIB-ANTERIOR
               MOVE 'N' TO EDER0033-WS-TRAILER-OK
           END-IF.
       2230-VALIDAR-TRAILER-LIB-EXIT.
           EXIT.

      ******************************************************************
      *    MOVIMENTACOES REJEITADAS PELO BANCO NO EDER0009 (EVENTO     *
      *    MOVTOREJ), COM CONFERENCIA DO TRAILER                       *
      ******************************************************************
       2300-SELECIONAR-REJEITADOS.
           OPEN INPUT ARQ-REJEITADOS.
           IF EDER0033-WS-FS-REJ = '35'
               DISPLAY 'EDER0033 - NAO HA REJEITADOS DO BANCO NESTE '
                       'CICLO'
               GO TO 2300-SELECIONAR-REJEITADOS-EXIT
           END-IF.
           IF EDER0033-WS-FS-REJ NOT = '00'
               DISPLAY 'EDER0033 - ERRO AO ABRIR ARQ-REJEITADOS: '
                       EDER0033-WS-FS-REJ
               SET EDER0033-88-ABORTAR TO TRUE
               GO TO 2300-SELECIONAR-REJEITADOS-EXIT
           END-IF.

      *    O PRIMEIRO REGISTRO E O HEADER E E DESCARTADO AQUI, COMO
      *    NO LIBERADOS.
           PERFORM 2310-LER-REJEITADO THRU 2310-LER-REJEITADO-EXIT.
           IF NOT EDER0033-88-FIM-REJEITADOS
               PERFORM 2310-LER-REJEITADO THRU 2310-LER-REJEITADO-EXIT
           END-IF.
           IF NOT EDER0033-88-FIM-REJEITADOS
               MOVE EDERWCPY-REGISTRO OF REG-REJEITADOS
                   TO EDERWCPY-REGISTRO OF EDER0033-WS-REJ-ANTERIOR
               SET EDER0033-88-REJ-PENDENTE TO TRUE
               PERFORM 2310-LER-REJEITADO THRU 2310-LER-REJEITADO-EXIT
           END-IF.

           PERFORM 2320-LIBERAR-REJEITADO
                              THRU 2320-LIBERAR-REJEITADO-EXIT
               UNTIL EDER0033-88-FIM-REJEITADOS.

           PERFORM 2330-VALIDAR-TRAILER-REJ
                              THRU 2330-VALIDAR-TRAILER-REJ-EXIT.
           CLOSE ARQ-REJEITADOS.
       2300-SELECIONAR-REJEITADOS-EXIT.
           EXIT.

       2310-LER-REJEITADO.
           READ ARQ-REJEITADOS
               AT END
                   SET EDER0033-88-FIM-REJEITADOS TO TRUE
           END-READ.
       2310-LER-REJEITADO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFIRMA O REGISTRO PENDENTE DO MOVTOREJ COMO DETALHE E O   *
      *    LIBERA PARA A ORDENACAO                                     *
      ******************************************************************
       2320-LIBERAR-REJEITADO.
           ADD 1 TO EDER0033-WS-CONT-REJ-LIDOS.
           ADD EDERWCPY-E-VALOR-MOVIMENTACAO
                             OF EDER0033-WS-REJ-ANTERIOR
               TO EDER0033-WS-SOMA-REJ-LIDOS.

           MOVE EDERWCPY-E-CONTA OF EDER0033-WS-REJ-ANTERIOR
               TO EDER0033-SR-CONTA.
           MOVE 'MOVTOREJ' TO EDER0033-SR-EVENTO.
           MOVE 3          TO EDER0033-SR-IND-EVENTO.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF EDER0033-WS-REJ-ANTERIOR
               TO EDER0033-SR-DATA.
           MOVE EDERWCPY-E-TIPO-MOVIMENTACAO OF EDER0033-WS-REJ-ANTERIOR
               TO EDER0033-SR-TIPO.
           MOVE EDERWCPY-E-VALOR-MOVIMENTACAO
                             OF EDER0033-WS-REJ-ANTERIOR
               TO EDER0033-SR-VALOR.
           RELEASE REG-ORDENADO.

           MOVE EDERWCPY-REGISTRO OF REG-REJEITADOS
               TO EDERWCPY-REGISTRO OF EDER0033-WS-REJ-ANTERIOR.
           PERFORM 2310-LER-REJEITADO THRU 2310-LER-REJEITADO-EXIT.
       2320-LIBERAR-REJEITADO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE O TRAILER DO MOVTOREJ (O ULTIMO REGISTRO FISICO     *
      *    AINDA PENDENTE) CONTRA A QUANTIDADE E O SOMATORIO LIDOS     *
      ******************************************************************
       2330-VALIDAR-TRAILER-REJ.
           IF NOT EDER0033-88-REJ-PENDENTE
               DISPLAY 'EDER0033 - MOVTOREJ SEM REGISTRO TRAILER'
               MOVE 'N' TO EDER0033-WS-TRAILER-OK
               GO TO 2330-VALIDAR-TRAILER-REJ-EXIT
           END-IF.

           IF EDERWCPY-T-QTD-REGISTROS OF EDER0033-WS-REJ-ANTERIOR
                       NOT = EDER0033-WS-CONT-REJ-LIDOS
               DISPLAY 'EDER0033 - QTDE DE REGISTROS DO TRAILER DO '
                       'MOVTOREJ DIVERGENTE. LIDOS: '
                       EDER0033-WS-CONT-REJ-LIDOS
                       ' TRAILER: '
                       EDERWCPY-T-QTD-REGISTROS OF
                                     EDER0033-WS-REJ-ANTERIOR
               MOVE 'N' TO EDER0033-WS-TRAILER-OK
           END-IF.

           IF EDERWCPY-T-HASH-VALORES OF EDER0033-WS-REJ-ANTERIOR
                       NOT = EDER0033-WS-SOMA-REJ-LIDOS
               DISPLAY 'EDER0033 - HASH DE VALORES DO TRAILER DO '
                       'MOVTOREJ DIVERGENTE. CALCULADO: '
                       EDER0033-WS-SOMA-REJ-LIDOS
                       ' TRAILER: '
                       EDERWCPY-T-HASH-VALORES OF
                                     EDER0033-WS-REJ-ANTERIOR
               MOVE 'N' TO EDER0033-WS-TRAILER-OK
           END-IF.
       2330-VALIDAR-TRAILER-REJ-EXIT.
           EXIT.

      ******************************************************************
      *    PROPOSTAS DE BLOQUEIO DO EDER0018 (EVENTO PROPBLOQ), SEM    *
      *    VALOR NEM TIPO DE MOVIMENTACAO                              *
      ******************************************************************
       2400-SELECIONAR-PROPOSTAS.
           OPEN INPUT ARQ-PROPOSTAS.
           IF EDER0033-WS-FS-PROP = '35'
               DISPLAY 'EDER0033 - NAO HA PROPOSTAS DE BLOQUEIO '
                       'NESTE CICLO'
               GO TO 2400-SELECIONAR-PROPOSTAS-EXIT
           END-IF.
           IF EDER0033-WS-FS-PROP NOT = '00'
               DISPLAY 'EDER0033 - ERRO AO ABRIR ARQ-PROPOSTAS: '
                       EDER0033-WS-FS-PROP
               SET EDER0033-88-ABORTAR TO TRUE
               GO TO 2400-SELECIONAR-PROPOSTAS-EXIT
           END-IF.

           PERFORM 2410-LIBERAR-PROPOSTA
                              THRU 2410-LIBERAR-PROPOSTA-EXIT
               UNTIL EDER0033-88-FIM-PROPOSTAS.
           CLOSE ARQ-PROPOSTAS.
       2400-SELECIONAR-PROPOSTAS-EXIT.
           EXIT.

       2410-LIBERAR-PROPOSTA.
           READ ARQ-PROPOSTAS
               AT END
                   SET EDER0033-88-FIM-PROPOSTAS TO TRUE
                   GO TO 2410-LIBERAR-PROPOSTA-EXIT
           END-READ.
           ADD 1 TO EDER0033-WS-CONT-PROP-LIDOS.
           MOVE EDER0033-PROP-CONTA         TO EDER0033-SR-CONTA.
           MOVE 'PROPBLOQ'                  TO EDER0033-SR-EVENTO.
           MOVE 4                           TO EDER0033-SR-IND-EVENTO.
           MOVE EDER0033-PROP-DATA-PROPOSTA TO EDER0033-SR-DATA.
           MOVE SPACES                      TO EDER0033-SR-TIPO.
           MOVE ZEROS                       TO EDER0033-SR-VALOR.
           RELEASE REG-ORDENADO.
       2410-LIBERAR-PROPOSTA-EXIT.
           EXIT.

      ******************************************************************
      *    MOVIMENTACOES DE GRANDE VALOR DO EXTRATO DO COMPLIANCE      *
      *    (EVENTO GRANDVAL): O HEADER E DESCARTADO E O TRAILER E      *
      *    GUARDADO PARA A CONFERENCIA                                 *
      ******************************************************************
       2500-SELECIONAR-EXTRATO.
           OPEN INPUT ARQ-EXTRATO.
           IF EDER0033-WS-FS-EXTRATO = '35'
               DISPLAY 'EDER0033 - NAO HA EXTRATO DO COMPLIANCE NESTE '
                       'CICLO'
               GO TO 2500-SELECIONAR-EXTRATO-EXIT
           END-IF.
           IF EDER0033-WS-FS-EXTRATO NOT = '00'
               DISPLAY 'EDER0033 - ERRO AO ABRIR ARQ-EXTRATO: '
                       EDER0033-WS-FS-EXTRATO
               SET EDER0033-88-ABORTAR TO TRUE
               GO TO 2500-SELECIONAR-EXTRATO-EXIT
           END-IF.

           PERFORM 2510-TRATAR-EXTRATO
                              THRU 2510-TRATAR-EXTRATO-EXIT
               UNTIL EDER0033-88-FIM-EXTRATO.

           PERFORM 2530-VALIDAR-TRAILER-EXT
                              THRU 2530-VALIDAR-TRAILER-EXT-EXIT.
           CLOSE ARQ-EXTRATO.
       2500-SELECIONAR-EXTRATO-EXIT.
           EXIT.

       2510-TRATAR-EXTRATO.
           READ ARQ-EXTRATO
               AT END
                   SET EDER0033-88-FIM-EXTRATO TO TRUE
                   GO TO 2510-TRATAR-EXTRATO-EXIT
           END-READ.
           EVALUATE EDER0033-EXT-TIPO-REGISTRO
               WHEN '0'
                   CONTINUE
               WHEN '1'
                   PERFORM 2520-LIBERAR-GRANDE-VALOR
                                  THRU 2520-LIBERAR-GRANDE-VALOR-EXIT
               WHEN '9'
                   SET EDER0033-88-EXT-TRAILER-LIDO TO TRUE
                   MOVE EDER0033-EXT-QTD-REGISTROS
                       TO EDER0033-WS-EXT-QTD-TRAILER
                   MOVE EDER0033-EXT-HASH-VALORES
                       TO EDER0033-WS-EXT-HASH-TRAILER
               WHEN OTHER
                   DISPLAY 'EDER0033 - COMPLEXT COM TIPO DE REGISTRO '
                           'INVALIDO: ' EDER0033-EXT-TIPO-REGISTRO
                   MOVE 'N' TO EDER0033-WS-TRAILER-OK
           END-EVALUATE.
       2510-TRATAR-EXTRATO-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A ORDENACAO UM DETALHE DO EXTRATO; O MESMO      *
      *    MOVIMENTO PODE APARECER COMO UNITARIO E NO AGREGADO DA      *
      *    CONTA/DATA, MAS O ALERTA SO LEVA A OCORRENCIA DE MAIOR      *
      *    VALOR                                                       *
      ******************************************************************
       2520-LIBERAR-GRANDE-VALOR.
           ADD 1 TO EDER0033-WS-CONT-EXT-LIDOS.
           ADD EDER0033-EXT-VALOR TO EDER0033-WS-SOMA-EXT-LIDOS.
           MOVE EDER0033-EXT-CONTA      TO EDER0033-SR-CONTA.
           MOVE 'GRANDVAL'              TO EDER0033-SR-EVENTO.
           MOVE 5                       TO EDER0033-SR-IND-EVENTO.
           MOVE EDER0033-EXT-DATA       TO EDER0033-SR-DATA.
           MOVE EDER0033-EXT-TIPO-MOVTO TO EDER0033-SR-TIPO.
           MOVE EDER0033-EXT-VALOR      TO EDER0033-SR-VALOR.
           RELEASE REG-ORDENADO.
       2520-LIBERAR-GRANDE-VALOR-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE O TRAILER DO EXTRATO DO COMPLIANCE CONTRA A         *
      *    QUANTIDADE E O SOMATORIO DOS DETALHES LIDOS                 *
      ******************************************************************
       2530-VALIDAR-TRAILER-EXT.
           IF NOT EDER0033-88-EXT-TRAILER-LIDO
               DISPLAY 'EDER0033 - COMPLEXT SEM REGISTRO TRAILER'
               MOVE 'N' TO EDER0033-WS-TRAILER-OK
               GO TO 2530-VALIDAR-TRAILER-EXT-EXIT
           END-IF.

           IF EDER0033-WS-EXT-QTD-TRAILER
                       NOT = EDER0033-WS-CONT-EXT-LIDOS
               DISPLAY 'EDER0033 - QTDE DE REGISTROS DO TRAILER DO '
                       'COMPLEXT DIVERGENTE. LIDOS: '
                       EDER0033-WS-CONT-EXT-LIDOS
                       ' TRAILER: '
                       EDER0033-WS-EXT-QTD-TRAILER
               MOVE 'N' TO EDER0033-WS-TRAILER-OK
           END-IF.

           IF EDER0033-WS-EXT-HASH-TRAILER
                       NOT = EDER0033-WS-SOMA-EXT-LIDOS
               DISPLAY 'EDER0033 - HASH DE VALORES DO TRAILER DO '
                       'COMPLEXT DIVERGENTE. CALCULADO: '
                       EDER0033-WS-SOMA-EXT-LIDOS
                       ' TRAILER: '
                       EDER0033-WS-EXT-HASH-TRAILER
               MOVE 'N' TO EDER0033-WS-TRAILER-OK
           END-IF.
       2530-VALIDAR-TRAILER-EXT-EXIT.
           EXIT.

      ******************************************************************
      *    RECEBE OS EVENTOS ORDENADOS POR CONTA, EVENTO E VALOR       *
      *    DECRESCENTE E DECIDE UM ALERTA POR PAR CONTA/EVENTO,        *
      *    INTERCALANDO O REGISTRO PERSISTENTE NA NOVA GERACAO         *
      ******************************************************************
       3000-GERAR-ALERTAS.
           IF EDER0033-88-ABORTAR
               GO TO 3000-GERAR-ALERTAS-EXIT
           END-IF.
           PERFORM 4050-LER-REGISTRO THRU 4050-LER-REGISTRO-EXIT.
           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0033-88-FIM-ORDENADO TO TRUE
           END-RETURN.
           PERFORM 3100-TRATAR-GRUPO THRU 3100-TRATAR-GRUPO-EXIT
               UNTIL EDER0033-88-FIM-ORDENADO.
           PERFORM 4150-COPIAR-REGISTRO-ANT
                              THRU 4150-COPIAR-REGISTRO-ANT-EXIT
               UNTIL EDER0033-88-FIM-REGISTRO.
       3000-GERAR-ALERTAS-EXIT.
           EXIT.

      ******************************************************************
      *    MONTA O ALERTA DO PAR CONTA/EVENTO COM A PRIMEIRA           *
      *    OCORRENCIA (A DE MAIOR VALOR), CONTA AS DEMAIS E DECIDE O   *
      *    ENVIO                                                       *
      ******************************************************************
       3100-TRATAR-GRUPO.
           MOVE EDER0033-SR-CONTA      TO EDER0033-WS-AL-CONTA.
           MOVE EDER0033-SR-EVENTO     TO EDER0033-WS-AL-EVENTO.
           MOVE EDER0033-SR-IND-EVENTO TO EDER0033-WS-AL-IND-EVENTO.
           MOVE EDER0033-SR-DATA       TO EDER0033-WS-AL-DATA.
           MOVE EDER0033-SR-TIPO       TO EDER0033-WS-AL-TIPO.
           MOVE EDER0033-SR-VALOR      TO EDER0033-WS-AL-VALOR.
           MOVE ZEROS                  TO EDER0033-WS-AL-QTD.

           PERFORM 3200-CONTAR-OCORRENCIA
                              THRU 3200-CONTAR-OCORRENCIA-EXIT
               UNTIL EDER0033-88-FIM-ORDENADO
                  OR EDER0033-SR-CONTA  NOT = EDER0033-WS-AL-CONTA
                  OR EDER0033-SR-EVENTO NOT = EDER0033-WS-AL-EVENTO.

           PERFORM 4000-DECIDIR-ALERTA THRU 4000-DECIDIR-ALERTA-EXIT.
       3100-TRATAR-GRUPO-EXIT.
           EXIT.

       3200-CONTAR-OCORRENCIA.
           ADD 1 TO EDER0033-WS-AL-QTD.
           ADD 1 TO EDER0033-WS-CONT-OCORRENCIAS.
           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0033-88-FIM-ORDENADO TO TRUE
           END-RETURN.
       3200-CONTAR-OCORRENCIA-EXIT.
           EXIT.

      ******************************************************************
      *    DECIDE O ALERTA EM MONTAGEM: JA ENVIADO PARA ESTA DATA DE   *
      *    CICLO (CHAVE NO REGISTRO PERSISTENTE), CONTA AUSENTE DO     *
      *    CADASTRO, TITULAR SEM ADESAO AO EVENTO OU ENVIADO AGORA     *
      ******************************************************************
       4000-DECIDIR-ALERTA.
           MOVE EDER0033-WS-DATA-PROCESSAMENTO
               TO EDER0033-WS-CA-DATA-CICLO.
           MOVE EDER0033-WS-AL-CONTA  TO EDER0033-WS-CA-CONTA.
           MOVE EDER0033-WS-AL-EVENTO TO EDER0033-WS-CA-EVENTO.

           PERFORM 4150-COPIAR-REGISTRO-ANT
                              THRU 4150-COPIAR-REGISTRO-ANT-EXIT
               UNTIL EDER0033-88-FIM-REGISTRO
                  OR EDER0033-WS-CHAVE-REGISTRO
                     NOT LESS THAN EDER0033-WS-CHAVE-ALERTA.

           PERFORM 4100-BUSCAR-CONTA THRU 4100-BUSCAR-CONTA-EXIT.

           MOVE SPACES TO EDER0033-WS-MOTIVO.
           IF NOT EDER0033-88-FIM-REGISTRO
              AND EDER0033-WS-CHAVE-REGISTRO
                                   = EDER0033-WS-CHAVE-ALERTA
               STRING 'NAO ENVIADO - JA ENVIADO EM '
                                              DELIMITED BY SIZE
                      EDER0033-RG-DATA-ENVIO  DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      EDER0033-RG-HORA-ENVIO  DELIMITED BY SIZE
                   INTO EDER0033-WS-MOTIVO
               END-STRING
               ADD 1 TO EDER0033-WS-CONT-JA-ENVIADOS
           ELSE
               IF NOT EDER0033-88-CONTA-ENCONTRADA
                   MOVE 'NAO ENVIADO - CONTA AUSENTE DO CADASTRO'
                       TO EDER0033-WS-MOTIVO
                   ADD 1 TO EDER0033-WS-CONT-SEM-CADASTRO
               ELSE
                   IF EDER0033-WS-ADESAO-CONTA NOT = 'S'
                       MOVE 'NAO ENVIADO - TITULAR SEM ADESAO AO ALERTA'
                           TO EDER0033-WS-MOTIVO
                       ADD 1 TO EDER0033-WS-CONT-SEM-ADESAO
                   END-IF
               END-IF
           END-IF.

           IF EDER0033-WS-MOTIVO = SPACES
               PERFORM 4200-GRAVAR-ALERTA THRU 4200-GRAVAR-ALERTA-EXIT
           END-IF.
           PERFORM 4400-IMPRIMIR-ALERTA THRU 4400-IMPRIMIR-ALERTA-EXIT.
       4000-DECIDIR-ALERTA-EXIT.
           EXIT.

      ******************************************************************
      *    BUSCA NA TABELA DO CADASTRO O TITULAR DA CONTA DO ALERTA E  *
      *    O INDICADOR DE ADESAO AO EVENTO                             *
      ******************************************************************
       4100-BUSCAR-CONTA.
           MOVE 'N'    TO EDER0033-WS-CONTA-ENCONTRADA.
           MOVE SPACES TO EDER0033-WS-NOME-TITULAR
                          EDER0033-WS-ADESAO-CONTA.
           IF NOT EDER0033-88-CADASTRO-CARREGADO
               GO TO 4100-BUSCAR-CONTA-EXIT
           END-IF.
           SEARCH ALL EDER0033-WS-ENTRADA-CONTA
               AT END
                   CONTINUE
               WHEN EDER0033-WS-TC-CONTA (EDER0033-WS-IDX-CAD)
                       = EDER0033-WS-AL-CONTA
                   SET EDER0033-88-CONTA-ENCONTRADA TO TRUE
                   MOVE EDER0033-WS-TC-TITULAR (EDER0033-WS-IDX-CAD)
                       TO EDER0033-WS-NOME-TITULAR
                   MOVE EDER0033-WS-TC-IND-ADESAO (EDER0033-WS-IDX-CAD,
                                         EDER0033-WS-AL-IND-EVENTO)
                       TO EDER0033-WS-ADESAO-CONTA
           END-SEARCH.
       4100-BUSCAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    LEITURA SEQUENCIAL DO REGISTRO PERSISTENTE, CARREGANDO A    *
      *    CHAVE DE COMPARACAO DA ENTRADA CORRENTE                     *
      ******************************************************************
       4050-LER-REGISTRO.
           IF EDER0033-88-FIM-REGISTRO
               GO TO 4050-LER-REGISTRO-EXIT
           END-IF.
           READ ARQ-REGISTRO
               AT END
                   SET EDER0033-88-FIM-REGISTRO TO TRUE
                   GO TO 4050-LER-REGISTRO-EXIT
           END-READ.
           ADD 1 TO EDER0033-WS-CONT-REG-LIDOS.
           MOVE EDER0033-RG-DATA-CICLO TO EDER0033-WS-CR-DATA-CICLO.
           MOVE EDER0033-RG-CONTA      TO EDER0033-WS-CR-CONTA.
           MOVE EDER0033-RG-EVENTO     TO EDER0033-WS-CR-EVENTO.
       4050-LER-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      *    COPIA A ENTRADA CORRENTE DO REGISTRO PARA A NOVA GERACAO E  *
      *    AVANCA PARA A PROXIMA                                       *
      ******************************************************************
       4150-COPIAR-REGISTRO-ANT.
           MOVE REG-REGISTRO TO REG-REGISTRO-NOVO.
           WRITE REG-REGISTRO-NOVO.
           ADD 1 TO EDER0033-WS-CONT-REG-GRAVADOS.
           PERFORM 4050-LER-REGISTRO THRU 4050-LER-REGISTRO-EXIT.
       4150-COPIAR-REGISTRO-ANT-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA O ALERTA NO ARQUIVO DO GATEWAY E A ENTRADA DO ALERTA  *
      *    NA NOVA GERACAO DO REGISTRO PERSISTENTE                     *
      ******************************************************************
       4200-GRAVAR-ALERTA.
           MOVE SPACES TO EDERLCPY-REGISTRO OF REG-ALERTAS.
           MOVE '1' TO EDERLCPY-L-TIPO-REGISTRO OF REG-ALERTAS.
           MOVE EDER0033-WS-AL-CONTA
               TO EDERLCPY-L-CONTA OF REG-ALERTAS.
           MOVE EDER0033-WS-AL-EVENTO
               TO EDERLCPY-L-EVENTO OF REG-ALERTAS.
           MOVE EDER0033-WS-NOME-TITULAR
               TO EDERLCPY-L-NOME-TITULAR OF REG-ALERTAS.
           MOVE EDER0033-WS-DATA-PROCESSAMENTO
               TO EDERLCPY-L-DATA-CICLO OF REG-ALERTAS.
           MOVE EDER0033-WS-AL-DATA
               TO EDERLCPY-L-DATA-EVENTO OF REG-ALERTAS.
           MOVE EDER0033-WS-AL-TIPO
               TO EDERLCPY-L-TIPO-MOVTO OF REG-ALERTAS.
           MOVE EDER0033-WS-AL-VALOR
               TO EDERLCPY-L-VALOR OF REG-ALERTAS.
           MOVE EDER0033-WS-AL-QTD
               TO EDERLCPY-L-QTD-OCORRENCIAS OF REG-ALERTAS.
           WRITE REG-ALERTAS.
           ADD 1 TO EDER0033-WS-CONT-ENVIADOS.
           ADD EDER0033-WS-AL-VALOR TO EDER0033-WS-SOMA-ENVIADOS.

           MOVE SPACES TO REG-REGISTRO-NOVO.
           MOVE EDER0033-WS-DATA-PROCESSAMENTO
               TO EDER0033-RN-DATA-CICLO.
           MOVE EDER0033-WS-AL-CONTA      TO EDER0033-RN-CONTA.
           MOVE EDER0033-WS-AL-EVENTO     TO EDER0033-RN-EVENTO.
           MOVE EDER0033-WS-DATA-SISTEMA  TO EDER0033-RN-DATA-ENVIO.
           MOVE EDER0033-WS-HORA-SISTEMA (1:6)
               TO EDER0033-RN-HORA-ENVIO.
           MOVE EDER0033-WS-AL-QTD
               TO EDER0033-RN-QTD-OCORRENCIAS.
           MOVE EDER0033-WS-AL-VALOR      TO EDER0033-RN-VALOR.
           WRITE REG-REGISTRO-NOVO.
           ADD 1 TO EDER0033-WS-CONT-REG-GRAVADOS.
       4200-GRAVAR-ALERTA-EXIT.
           EXIT.

      ******************************************************************
      *    LISTA O ALERTA NO RELATORIO COM A SITUACAO DO ENVIO         *
      ******************************************************************
       4400-IMPRIMIR-ALERTA.
           MOVE SPACES TO EDER0033-WL-DETALHE.
           MOVE EDER0033-WS-AL-CONTA  TO EDER0033-WL-D-CONTA.
           MOVE EDER0033-WS-AL-EVENTO TO EDER0033-WL-D-EVENTO.
           MOVE EDER0033-WS-AL-QTD    TO EDER0033-WL-D-QTD.
           MOVE EDER0033-WS-AL-DATA   TO EDER0033-WL-D-DATA.
           MOVE EDER0033-WS-AL-TIPO   TO EDER0033-WL-D-TIPO.
           MOVE EDER0033-WS-AL-VALOR  TO EDER0033-WL-D-VALOR.
           IF EDER0033-WS-MOTIVO = SPACES
               MOVE 'ENVIADO' TO EDER0033-WL-D-SITUACAO
           ELSE
               MOVE EDER0033-WS-MOTIVO TO EDER0033-WL-D-SITUACAO
           END-IF.
           MOVE EDER0033-WL-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       4400-IMPRIMIR-ALERTA-EXIT.
           EXIT.

      ******************************************************************
      *    MONTA E GRAVA O TRAILER DO ARQUIVO DE ALERTAS COM A         *
      *    QUANTIDADE E O HASH DOS ALERTAS ENVIADOS                    *
      ******************************************************************
       7000-GRAVAR-TRAILER.
           MOVE SPACES TO EDERLCPY-REGISTRO OF REG-ALERTAS.
           MOVE '9' TO EDERLCPY-L-TIPO-REGISTRO OF REG-ALERTAS.
           MOVE EDER0033-WS-CONT-ENVIADOS
               TO EDERLCPY-T-QTD-REGISTROS OF REG-ALERTAS.
           MOVE EDER0033-WS-SOMA-ENVIADOS
               TO EDERLCPY-T-HASH-VALORES OF REG-ALERTAS.
           WRITE REG-ALERTAS.
       7000-GRAVAR-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      *    FECHA OS ARQUIVOS E EMITE O RESUMO DO FEED                  *
      ******************************************************************
       9000-FINALIZAR.
           CLOSE ARQ-ALERTAS.
           CLOSE ARQ-RELATORIO.
           IF EDER0033-88-REGISTRO-ABERTO
               CLOSE ARQ-REGISTRO
           END-IF.
           CLOSE ARQ-REGISTRO-NOVO.
           DISPLAY 'EDER0033 - ESTOUROS DE LIMITE LIDOS....: '
                   EDER0033-WS-CONT-EXC-LIDOS.
           DISPLAY 'EDER0033 - AGENDAMENTOS LIBERADOS LIDOS: '
                   EDER0033-WS-CONT-LIB-LIDOS.
           DISPLAY 'EDER0033 - REJEITADOS DO BANCO LIDOS...: '
                   EDER0033-WS-CONT-REJ-LIDOS.
           DISPLAY 'EDER0033 - PROPOSTAS DE BLOQUEIO LIDAS.: '
                   EDER0033-WS-CONT-PROP-LIDOS.
           DISPLAY 'EDER0033 - GRANDES VALORES LIDOS.......: '
                   EDER0033-WS-CONT-EXT-LIDOS.
           DISPLAY 'EDER0033 - OCORRENCIAS CLASSIFICADAS...: '
                   EDER0033-WS-CONT-OCORRENCIAS.
           DISPLAY 'EDER0033 - ALERTAS ENVIADOS............: '
                   EDER0033-WS-CONT-ENVIADOS.
           DISPLAY 'EDER0033 - ALERTAS JA ENVIADOS.........: '
                   EDER0033-WS-CONT-JA-ENVIADOS.
           DISPLAY 'EDER0033 - ALERTAS SEM ADESAO..........: '
                   EDER0033-WS-CONT-SEM-ADESAO.
           DISPLAY 'EDER0033 - ALERTAS SEM CONTA NO CAD....: '
                   EDER0033-WS-CONT-SEM-CADASTRO.
           DISPLAY 'EDER0033 - REGISTRO: ENTRADAS LIDAS....: '
                   EDER0033-WS-CONT-REG-LIDOS.
           DISPLAY 'EDER0033 - REGISTRO: ENTRADAS GRAVADAS.: '
                   EDER0033-WS-CONT-REG-GRAVADOS.
           IF EDER0033-88-TRAILER-OK
               DISPLAY 'EDER0033 - TRAILERS CONFERIDOS.........: OK'
           ELSE
               DISPLAY 'EDER0033 - TRAILERS CONFERIDOS.........: '
                       'DIVERGENTE'
      *        O TRAILER DO ARQUIVO DE ALERTAS E RECALCULADO E SAI
      *        LIMPO MESMO SOBRE ORIGEM CORROMPIDA, ENTAO E AQUI QUE A
      *        JCL PRECISA RETER O ARQUIVO DE ALERTAS E O REGISTRO.
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
