      *    CREDITO E SALDO DO DIA, COM O SALDO ACUMULADO NO MES), PARA *
      *    ATENDER AUDITORIA E TITULARES QUE PEDEM EXTRATO DE MESES JA *
      *    EXPURGADOS SEM RESTAURAR FITAS NEM REPROCESSAR O CICLO. O   *
      *    SALDO ACUMULADO PARTE DO SALDO DE FECHAMENTO DO ULTIMO      *
      *    REGISTRO DA CONTA NO HISTORICO DE SALDOS (EDERHCPY) COM     *
      *    DATA ANTERIOR AO MES PEDIDO, OU DE ZERO QUANDO O HISTORICO  *
      *    NAO TEM FECHAMENTO ANTERIOR AO MES. O TRAILER DO ARQUIVO    *
      *    MENSAL E CONFERIDO CONTRA O QUE FOI REALMENTE LIDO.         *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    22/08/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       SALDO ACUMULADO PASSOU A PARTIR DO   *
      *                           FECHAMENTO ANTERIOR AO MES NO        *
      *                           HISTORICO DE SALDOS (EDERHCPY), EM   *
      *                           VEZ DE ZERO                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0016.

           SELECT ARQ-ORDENADO    ASSIGN TO 'SORTWK1'.

      *    HISTORICO DE SALDOS DE FECHAMENTO GRAVADO PELO EDER0008
      *    (CLASSIFICADO POR CONTA E DATA).
           SELECT ARQ-HISTORICO   ASSIGN TO 'HISTSALDO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0016-WS-FS-HIST.

           SELECT ARQ-RELATORIO   ASSIGN TO 'EXTRARQ'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
       01  REG-ORDENADO.
           COPY EDERWCPY.

       FD  ARQ-HISTORICO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTORICO.
           COPY EDERHCPY.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       77  EDER0016-WS-FS-ARQMES            PIC X(02) VALUE SPACES.
       77  EDER0016-WS-FS-RELAT             PIC X(02) VALUE SPACES.
       77  EDER0016-WS-FS-HIST              PIC X(02) VALUE SPACES.
       77  EDER0016-WS-FIM-HISTORICO        PIC X(01) VALUE 'N'.
           88  EDER0016-88-FIM-HISTORICO              VALUE 'S'.
       77  EDER0016-WS-DATA-SALDO-ANTERIOR  PIC 9(08) VALUE ZEROS.
       77  EDER0016-WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  EDER0016-88-FIM-ARQUIVO               VALUE 'S'.
       77  EDER0016-WS-FIM-ORDENADO         PIC X(01) VALUE 'N'.
           05  FILLER                       PIC X(05) VALUE 'MES: '.
           05  EDER0016-WL-CT-MES           PIC 9(06).

       01  EDER0016-WL-SALDO-ANTERIOR.
           05  FILLER                       PIC X(26)
               VALUE 'SALDO ANTERIOR AO MES..: '.
           05  EDER0016-WL-SA-SALDO
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  FILLER                       PIC X(15)
               VALUE 'FECHAMENTO DE '.
           05  EDER0016-WL-SA-DATA          PIC 9999/99/99.

       01  EDER0016-WL-CABECALHO-2.
           05  FILLER                       PIC X(10) VALUE 'DATA'.
           05  FILLER                       PIC X(16)
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1500-BUSCAR-SALDO-ANTERIOR
                              THRU 1500-BUSCAR-SALDO-ANTERIOR-EXIT.
           IF EDER0016-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT  ARQ-ARQUIVO-MES.
           IF EDER0016-WS-FS-ARQMES NOT = '00'
               DISPLAY 'EDER0016 - ERRO AO ABRIR ARQ-ARQUIVO-MES: '
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    BUSCA NO HISTORICO DE SALDOS O FECHAMENTO DO ULTIMO         *
      *    REGISTRO DA CONTA COM DATA ANTERIOR AO MES PEDIDO, QUE E O  *
      *    SALDO INICIAL DO ACUMULADO; SEM HISTORICO OU SEM FECHAMENTO *
      *    ANTERIOR AO MES O ACUMULADO PARTE DE ZERO                   *
      ******************************************************************
       1500-BUSCAR-SALDO-ANTERIOR.
           OPEN INPUT ARQ-HISTORICO.
           IF EDER0016-WS-FS-HIST = '35'
               DISPLAY 'EDER0016 - HISTORICO DE SALDOS INEXISTENTE. '
                       'SALDO ACUMULADO PARTE DE ZERO'
               GO TO 1500-BUSCAR-SALDO-ANTERIOR-EXIT
           END-IF.
           IF EDER0016-WS-FS-HIST NOT = '00'
               DISPLAY 'EDER0016 - ERRO AO ABRIR ARQ-HISTORICO: '
                       EDER0016-WS-FS-HIST
               SET EDER0016-88-ABORTAR TO TRUE
               GO TO 1500-BUSCAR-SALDO-ANTERIOR-EXIT
           END-IF.

           PERFORM 1510-LER-HISTORICO THRU 1510-LER-HISTORICO-EXIT
               UNTIL EDER0016-88-FIM-HISTORICO.
           CLOSE ARQ-HISTORICO.

           IF EDER0016-WS-DATA-SALDO-ANTERIOR = 0
               DISPLAY 'EDER0016 - SEM FECHAMENTO ANTERIOR AO MES NO '
                       'HISTORICO. SALDO ACUMULADO PARTE DE ZERO'
           END-IF.
       1500-BUSCAR-SALDO-ANTERIOR-EXIT.
           EXIT.

       1510-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   SET EDER0016-88-FIM-HISTORICO TO TRUE
                   GO TO 1510-LER-HISTORICO-EXIT
           END-READ.
           IF EDERHCPY-H-CONTA OF REG-HISTORICO
                       > EDER0016-WS-CONTA-PEDIDA
              OR (EDERHCPY-H-CONTA OF REG-HISTORICO
                       = EDER0016-WS-CONTA-PEDIDA
                  AND EDERHCPY-H-DATA-SALDO OF REG-HISTORICO (1:6)
                       NOT LESS THAN EDER0016-WS-MES-PEDIDO)
               SET EDER0016-88-FIM-HISTORICO TO TRUE
               GO TO 1510-LER-HISTORICO-EXIT
           END-IF.
           IF EDERHCPY-H-CONTA OF REG-HISTORICO
                       = EDER0016-WS-CONTA-PEDIDA
               MOVE EDERHCPY-H-SALDO-FECHAMENTO OF REG-HISTORICO
                   TO EDER0016-WS-SALDO-ACUMULADO
               MOVE EDERHCPY-H-DATA-SALDO OF REG-HISTORICO
                   TO EDER0016-WS-DATA-SALDO-ANTERIOR
           END-IF.
       1510-LER-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A ORDENACAO OS DETALHES DA CONTA E DO MES       *
      *    PEDIDOS (O REGISTRO TRAILER, POR SER O ULTIMO REGISTRO      *
           MOVE EDER0016-WS-MES-PEDIDO   TO EDER0016-WL-CT-MES.
           MOVE EDER0016-WL-CONTA        TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0016-WS-SALDO-ACUMULADO
                                         TO EDER0016-WL-SA-SALDO.
           MOVE EDER0016-WS-DATA-SALDO-ANTERIOR
                                         TO EDER0016-WL-SA-DATA.
           MOVE EDER0016-WL-SALDO-ANTERIOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0016-WL-CABECALHO-2  TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3100-IMPRIMIR-CABECALHO-EXIT.
