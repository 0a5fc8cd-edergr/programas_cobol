      *    OS REGISTROS DE DETALHE POR EDERWCPY-E-CONTA E              *
      *    EDERWCPY-E-DATA-MOVIMENTACAO E EMITE UM RELATORIO COM O     *
      *    SUBTOTAL DE DEBITO, O SUBTOTAL DE CREDITO E O SALDO         *
      *    LIQUIDO DE CADA DIA, ALEM DO SALDO ACUMULADO NA CONTA.      *
      *    ANTES DO SUBTOTAL DE CADA DIA SAI UMA LINHA POR CODIGO DE   *
      *    TRANSACAO MOVIMENTADO NO DIA, COM A DESCRICAO TIRADA DO     *
      *    MESTRE DE CODIGOS (EDERTCPY) E OS TOTAIS DO CODIGO. O       *
      *    SALDO ACUMULADO DE CADA CONTA E SEMEADO PELA POSICAO ATUAL  *
      *    DA CONTA NO MESTRE DE SALDOS (LAYOUT EDERSCPY, MANTIDO PELO *
      *    EDER0008), DE MODO QUE O EXTRATO MOSTRE A POSICAO REAL E    *
      *                           CONTAS AMPLIADA DE 1000 PARA 50000   *
      *                           ENTRADAS, PARA A CADEIA SUPORTAR O   *
      *                           CRESCIMENTO DO CADASTRO SEM ABORTAR  *
      *    14/10/2026   EGR       INCLUIDA A LINHA POR CODIGO DE       *
      *                           TRANSACAO DENTRO DO DIA, COM A       *
      *                           DESCRICAO DO MESTRE DE CODIGOS       *
      *                           (EDERTCPY)                           *
      *    14/10/2026   EGR       VALORES DO REGISTRO DE CONTROLE DE   *
      *                           EXECUCAO (EDERRCPY) INICIALIZADOS    *
      *                           COM ZEROS, COMO NOS DEMAIS PASSOS    *
      *    14/10/2026   EGR       CADASTRO DE CONTAS E MESTRE DE       *
      *                           SALDOS PASSARAM A SER ARQUIVOS       *
      *                           INDEXADOS POR CONTA, LIDOS POR       *
      *                           INTEIRO EM ACESSO SEQUENCIAL         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0003.
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS EDER0003-WS-FS-RELAT.

      *    MESTRE DE SALDOS INDEXADO POR CONTA, LIDO POR INTEIRO EM
      *    ORDEM DE CONTA.
           SELECT ARQ-SALDOS    ASSIGN TO 'SALDOS'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                FILE STATUS IS EDER0003-WS-FS-SALDOS.

           SELECT ARQ-RUN-CONTROL ASSIGN TO 'RUNCTL'
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS EDER0003-WS-FS-RUNCTL.

      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO POR INTEIRO
      *    EM ORDEM DE CONTA.
           SELECT ARQ-CADASTRO  ASSIGN TO 'CADCONTA'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                FILE STATUS IS
                                             EDER0003-WS-FS-CADASTRO.

           SELECT ARQ-CODIGOS   ASSIGN TO 'CODTRANS'
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS
                                             EDER0003-WS-FS-CODIGOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVTO
       01  REG-RELATORIO                    PIC X(132).

       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.
           COPY EDERRCPY.

       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

       FD  ARQ-CODIGOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS.
           COPY EDERTCPY.

       WORKING-STORAGE SECTION.
       77  EDER0003-WS-FS-MOVTO             PIC X(02) VALUE SPACES.
       77  EDER0003-WS-FS-RELAT             PIC X(02) VALUE SPACES.
           88  EDER0003-88-TIPO-OK                    VALUE 'S'.
       77  EDER0003-WS-DATA-OK              PIC X(01) VALUE 'S'.
           88  EDER0003-88-DATA-OK                    VALUE 'S'.
       77  EDER0003-WS-FS-CODIGOS           PIC X(02) VALUE SPACES.
       77  EDER0003-WS-FIM-CODIGOS          PIC X(01) VALUE 'N'.
           88  EDER0003-88-FIM-CODIGOS                VALUE 'S'.
       77  EDER0003-WS-ANO                  PIC 9(04) VALUE ZEROS.
       77  EDER0003-WS-MES                  PIC 9(02) VALUE ZEROS.
       77  EDER0003-WS-DIA                  PIC 9(02) VALUE ZEROS.
               10  EDER0003-WS-TC-CONTA     PIC 9(10).
               10  EDER0003-WS-TC-STATUS    PIC X(01).

      *    IMAGEM EM MEMORIA DO MESTRE DE CODIGOS DE TRANSACAO
      *    (EDERTCPY), CLASSIFICADO POR CODIGO, PARA A DESCRICAO
      *    IMPRESSA NA LINHA DE CADA CODIGO MOVIMENTADO NO DIA.
       01  EDER0003-WS-TABELA-CODIGOS.
           05  EDER0003-WS-QTD-CODIGOS      PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0003-WS-ENTRADA-CODIGO OCCURS 1 TO 9999 TIMES
                       DEPENDING ON EDER0003-WS-QTD-CODIGOS
                       ASCENDING KEY IS EDER0003-WS-TCD-CODIGO
                       INDEXED BY EDER0003-WS-IDX-COD.
               10  EDER0003-WS-TCD-CODIGO   PIC 9(04).
               10  EDER0003-WS-TCD-DESCRICAO
                                            PIC X(30).

       01  EDER0003-WS-ACUMULADORES-DIA.
           05  EDER0003-WS-CONTA-ATUAL      PIC 9(10) VALUE ZEROS.
           05  EDER0003-WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
                                             VALUE ZEROS.
           05  EDER0003-WS-SALDO-DIA        PIC S9(13)V99 COMP-3
                                             VALUE ZEROS.
           05  EDER0003-WS-CODIGO-ATUAL     PIC 9(04) VALUE ZEROS.
           05  EDER0003-WS-DEBITO-CODIGO    PIC 9(13)V99 COMP-3
                                             VALUE ZEROS.
           05  EDER0003-WS-CREDITO-CODIGO   PIC 9(13)V99 COMP-3
                                             VALUE ZEROS.

       77  EDER0003-WS-SALDO-ACUMULADO      PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
           05  EDER0003-WL-D-SALDO-ACM
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      *    LINHA DE UM CODIGO DE TRANSACAO MOVIMENTADO NO DIA, IMPRESSA
      *    ANTES DO SUBTOTAL DO DIA, COM OS TOTAIS DE DEBITO E DE
      *    CREDITO DO CODIGO NO DIA.
       01  EDER0003-WL-HISTORICO.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0003-WL-H-DESCRICAO      PIC X(30).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0003-WL-H-DEBITO         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0003-WL-H-CREDITO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
                   ON ASCENDING KEY EDERWCPY-E-CONTA OF REG-ORDENADO
                   ON ASCENDING KEY EDERWCPY-E-DATA-MOVIMENTACAO
                                     OF REG-ORDENADO
                   ON ASCENDING KEY EDERWCPY-E-COD-TRANSACAO
                                     OF REG-ORDENADO
                   INPUT PROCEDURE  2000-SELECIONAR-DETALHE
                                THRU 2000-SELECIONAR-DETALHE-EXIT
                   OUTPUT PROCEDURE 3000-EMITIR-RELATORIO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1400-CARREGAR-CODIGOS
                              THRU 1400-CARREGAR-CODIGOS-EXIT.
           IF EDER0003-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT  ARQ-MOVTO.
           IF EDER0003-WS-FS-MOVTO NOT = '00'
               DISPLAY 'EDER0003 - ERRO AO ABRIR ARQ-MOVTO: '
       1310-CARREGAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY,         *
      *    CLASSIFICADO POR CODIGO) NA TABELA EM MEMORIA DAS           *
      *    DESCRICOES; SEM O MESTRE AS LINHAS POR CODIGO SAEM SO COM O *
      *    NUMERO DO CODIGO E O OPERADOR E AVISADO                     *
      ******************************************************************
       1400-CARREGAR-CODIGOS.
           OPEN INPUT ARQ-CODIGOS.
           IF EDER0003-WS-FS-CODIGOS = '35'
               DISPLAY 'EDER0003 - MESTRE DE CODIGOS INDISPONIVEL. '
                       'EXTRATO SEM DESCRICAO DO HISTORICO'
               GO TO 1400-CARREGAR-CODIGOS-EXIT
           END-IF.
           IF EDER0003-WS-FS-CODIGOS NOT = '00'
               DISPLAY 'EDER0003 - ERRO AO ABRIR ARQ-CODIGOS: '
                       EDER0003-WS-FS-CODIGOS
               SET EDER0003-88-ABORTAR TO TRUE
               GO TO 1400-CARREGAR-CODIGOS-EXIT
           END-IF.

           PERFORM 1410-CARREGAR-CODIGO
                              THRU 1410-CARREGAR-CODIGO-EXIT
               UNTIL EDER0003-88-FIM-CODIGOS
                  OR EDER0003-88-ABORTAR.

           CLOSE ARQ-CODIGOS.
       1400-CARREGAR-CODIGOS-EXIT.
           EXIT.

      ******************************************************************
      *    LE UM REGISTRO DO MESTRE DE CODIGOS E O ACRESCENTA NA       *
      *    TABELA EM MEMORIA                                           *
      ******************************************************************
       1410-CARREGAR-CODIGO.
           READ ARQ-CODIGOS
               AT END
                   SET EDER0003-88-FIM-CODIGOS TO TRUE
                   GO TO 1410-CARREGAR-CODIGO-EXIT
           END-READ.
           IF EDER0003-WS-QTD-CODIGOS = 9999
               DISPLAY 'EDER0003 - MESTRE DE CODIGOS EXCEDE A '
                       'TABELA DE 9999 ENTRADAS'
               SET EDER0003-88-ABORTAR TO TRUE
               GO TO 1410-CARREGAR-CODIGO-EXIT
           END-IF.
           ADD 1 TO EDER0003-WS-QTD-CODIGOS.
           MOVE EDERTCPY-T-CODIGO OF REG-CODIGOS
               TO EDER0003-WS-TCD-CODIGO (EDER0003-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-DESCRICAO OF REG-CODIGOS
               TO EDER0003-WS-TCD-DESCRICAO
                                         (EDER0003-WS-QTD-CODIGOS).
       1410-CARREGAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A ORDENACAO OS REGISTROS PENDENTES QUE SE       *
      *    CONFIRMAREM COMO DETALHE (O REGISTRO TRAILER, POR SER O     *
                   TO EDER0003-WS-CONTA-ATUAL
               MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0003-WS-DATA-ATUAL
               MOVE EDERWCPY-E-COD-TRANSACAO OF REG-ORDENADO
                   TO EDER0003-WS-CODIGO-ATUAL
               PERFORM 3450-BUSCAR-SALDO-CONTA
                   THRU 3450-BUSCAR-SALDO-CONTA-EXIT
               PERFORM 3350-IMPRIMIR-QUEBRA-CONTA
                       TO EDER0003-WS-CONTA-ATUAL
                   MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ORDENADO
                       TO EDER0003-WS-DATA-ATUAL
                   MOVE EDERWCPY-E-COD-TRANSACAO OF REG-ORDENADO
                       TO EDER0003-WS-CODIGO-ATUAL
                   PERFORM 3450-BUSCAR-SALDO-CONTA
                       THRU 3450-BUSCAR-SALDO-CONTA-EXIT
                   PERFORM 3350-IMPRIMIR-QUEBRA-CONTA
                           THRU 3300-IMPRIMIR-QUEBRA-DATA-EXIT
                       MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ORDENADO
                           TO EDER0003-WS-DATA-ATUAL
                       MOVE EDERWCPY-E-COD-TRANSACAO OF REG-ORDENADO
                           TO EDER0003-WS-CODIGO-ATUAL
                   ELSE
                       IF EDERWCPY-E-COD-TRANSACAO OF REG-ORDENADO
                                        NOT = EDER0003-WS-CODIGO-ATUAL
                           PERFORM 3250-IMPRIMIR-QUEBRA-CODIGO
                               THRU 3250-IMPRIMIR-QUEBRA-CODIGO-EXIT
                           MOVE EDERWCPY-E-COD-TRANSACAO
                                                 OF REG-ORDENADO
                               TO EDER0003-WS-CODIGO-ATUAL
                       END-IF
                   END-IF
               END-IF
           END-IF.
               WHEN 'D'
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                       TO EDER0003-WS-TOTAL-DEBITO
                          EDER0003-WS-DEBITO-CODIGO
               WHEN 'C'
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                       TO EDER0003-WS-TOTAL-CREDITO
                          EDER0003-WS-CREDITO-CODIGO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       3200-PROCESSAR-ORDENADO-EXIT.
           EXIT.

      ******************************************************************
      *    IMPRIME A LINHA DO CODIGO DE TRANSACAO QUE ACABOU DE SER    *
      *    TOTALIZADO NO DIA, COM A DESCRICAO DO MESTRE DE CODIGOS;    *
      *    CODIGO AUSENTE DO MESTRE SAI SO COM O NUMERO                *
      ******************************************************************
       3250-IMPRIMIR-QUEBRA-CODIGO.
           MOVE SPACES                   TO EDER0003-WL-H-DESCRICAO.
           STRING 'CODIGO '                    DELIMITED BY SIZE
                  EDER0003-WS-CODIGO-ATUAL     DELIMITED BY SIZE
               INTO EDER0003-WL-H-DESCRICAO
           END-STRING.
           IF EDER0003-WS-QTD-CODIGOS > 0
               SEARCH ALL EDER0003-WS-ENTRADA-CODIGO
                   AT END
                       CONTINUE
                   WHEN EDER0003-WS-TCD-CODIGO (EDER0003-WS-IDX-COD)
                           = EDER0003-WS-CODIGO-ATUAL
                       MOVE EDER0003-WS-TCD-DESCRICAO
                                         (EDER0003-WS-IDX-COD)
                           TO EDER0003-WL-H-DESCRICAO
               END-SEARCH
           END-IF.

           MOVE EDER0003-WS-DEBITO-CODIGO TO EDER0003-WL-H-DEBITO.
           MOVE EDER0003-WS-CREDITO-CODIGO
                                         TO EDER0003-WL-H-CREDITO.
           MOVE EDER0003-WL-HISTORICO    TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE ZEROS TO EDER0003-WS-DEBITO-CODIGO
                         EDER0003-WS-CREDITO-CODIGO.
       3250-IMPRIMIR-QUEBRA-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    IMPRIME A LINHA DE IDENTIFICACAO DA CONTA/CONTRATO COM O    *
      *    SALDO ANTERIOR (A SEMENTE VINDA DO MESTRE DE SALDOS)        *
           EXIT.

      ******************************************************************
      *    FECHA O ULTIMO CODIGO DO DIA, IMPRIME O SUBTOTAL DO DIA E   *
      *    ATUALIZA O SALDO ACUMULADO                                  *
      ******************************************************************
       3300-IMPRIMIR-QUEBRA-DATA.
           PERFORM 3250-IMPRIMIR-QUEBRA-CODIGO
               THRU 3250-IMPRIMIR-QUEBRA-CODIGO-EXIT.

           COMPUTE EDER0003-WS-SALDO-DIA =
               EDER0003-WS-TOTAL-CREDITO - EDER0003-WS-TOTAL-DEBITO.
           ADD EDER0003-WS-SALDO-DIA TO EDER0003-WS-SALDO-ACUMULADO.
               EDER0003-WS-CONT-LIDOS - EDER0003-WS-CONT-INVALIDOS.

           MOVE SPACES TO EDERRCPY-REGISTRO OF REG-RUN-CONTROL.
           MOVE ZEROS  TO EDERRCPY-R-VALORES OF REG-RUN-CONTROL.
           MOVE 'EDER0003' TO EDERRCPY-R-PROGRAMA OF REG-RUN-CONTROL.
           MOVE EDER0003-WS-DATA-SISTEMA
               TO EDERRCPY-R-DATA-EXECUCAO OF REG-RUN-CONTROL.
