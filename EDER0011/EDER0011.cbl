      *    MENSAL ENVIADO AOS TITULARES: UMA SECAO POR CONTA, COM      *
      *    CABECALHO E NUMERO DE PAGINA EM CADA PAGINA (CONTROLE DE    *
      *    60 LINHAS POR PAGINA, PAGINACAO REINICIADA A CADA CONTA),   *
      *    UMA LINHA POR MOVIMENTACAO (COM A DESCRICAO DO CODIGO DE    *
      *    TRANSACAO TIRADA DO MESTRE DE CODIGOS EDERTCPY) E, NO       *
      *    ENCERRAMENTO DA CONTA, O                                    *
      *    SALDO ANTERIOR (SEMEADO PELO MESTRE DE SALDOS EDERSCPY,     *
      *    QUANDO DISPONIVEL; A DD 'SALDOS' DEVE APONTAR PARA A        *
      *    GERACAO DO MESTRE DA ABERTURA DO MES, ANTERIOR AS           *
      *    APOS A ULTIMA CONTA E EMITIDA UMA PAGINA DE CONTROLE COM    *
      *    OS TOTAIS DE TODAS AS CONTAS IMPRESSAS. REGISTROS COM TIPO  *
      *    OU DATA INVALIDOS SAO EXCLUIDOS, E O TRAILER DO ARQUIVO E   *
      *    CONFERIDO, COMO NO EDER0003. APOS O SALDO DE FECHAMENTO SAO *
      *    IMPRESSAS AS ORDENS DE BLOQUEIO JUDICIAL/ADMINISTRATIVO DE  *
      *    VALOR (EDERJCPY) EM VIGOR NA CONTA NA DATA DE               *
      *    PROCESSAMENTO, O TOTAL BLOQUEADO E O SALDO DISPONIVEL; O    *
      *    ARQUIVO DE BLOQUEIOS E OPCIONAL, COMO O MESTRE DE SALDOS.   *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *                           CONTAS AMPLIADA DE 1000 PARA 50000   *
      *                           ENTRADAS, PARA A CADEIA SUPORTAR O   *
      *                           CRESCIMENTO DO CADASTRO SEM ABORTAR  *
      *    14/10/2026   EGR       LINHA DE MOVIMENTACAO PASSOU A       *
      *                           IMPRIMIR A DESCRICAO DO CODIGO DE    *
      *                           TRANSACAO (MESTRE EDERTCPY)          *
      *    14/10/2026   EGR       INCLUIDAS NO ENCERRAMENTO DA CONTA   *
      *                           AS ORDENS DE BLOQUEIO DE VALOR EM    *
      *                           VIGOR (EDERJCPY), O TOTAL BLOQUEADO  *
      *                           E O SALDO DISPONIVEL                 *
      *    14/10/2026   EGR       CADASTRO DE CONTAS E MESTRE DE       *
      *                           SALDOS PASSARAM A SER ARQUIVOS       *
      *                           INDEXADOS POR CONTA, LIDOS POR       *
      *                           INTEIRO EM ACESSO SEQUENCIAL         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0011.
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS EDER0011-WS-FS-RELAT.

      *    MESTRE DE SALDOS INDEXADO POR CONTA, LIDO POR INTEIRO EM
      *    ORDEM DE CONTA.
           SELECT ARQ-SALDOS    ASSIGN TO 'SALDOS'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                FILE STATUS IS EDER0011-WS-FS-SALDOS.

      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO POR INTEIRO
      *    EM ORDEM DE CONTA.
           SELECT ARQ-CADASTRO  ASSIGN TO 'CADCONTA'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                FILE STATUS IS
                                             EDER0011-WS-FS-CADASTRO.

           SELECT ARQ-CODIGOS   ASSIGN TO 'CODTRANS'
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS
                                             EDER0011-WS-FS-CODIGOS.

      *    BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS DE VALOR (EDERJCPY),
      *    CLASSIFICADOS POR CONTA, LIDOS EM PARALELO COM AS CONTAS
      *    ORDENADAS.
           SELECT ARQ-BLOQUEIOS ASSIGN TO 'BLOQJUD'
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS
                                             EDER0011-WS-FS-BLOQUEIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVTO
       01  REG-RELATORIO                    PIC X(132).

       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.

       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

       FD  ARQ-CODIGOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS.
           COPY EDERTCPY.

       FD  ARQ-BLOQUEIOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BLOQUEIOS.
           COPY EDERJCPY.

       WORKING-STORAGE SECTION.
       77  EDER0011-WS-FS-MOVTO             PIC X(02) VALUE SPACES.
       77  EDER0011-WS-FS-RELAT             PIC X(02) VALUE SPACES.
           88  EDER0011-88-TIPO-OK                    VALUE 'S'.
       77  EDER0011-WS-DATA-OK              PIC X(01) VALUE 'S'.
           88  EDER0011-88-DATA-OK                    VALUE 'S'.
       77  EDER0011-WS-FS-CODIGOS           PIC X(02) VALUE SPACES.
       77  EDER0011-WS-FIM-CODIGOS          PIC X(01) VALUE 'N'.
           88  EDER0011-88-FIM-CODIGOS                VALUE 'S'.
       77  EDER0011-WS-ANO                  PIC 9(04) VALUE ZEROS.
       77  EDER0011-WS-MES                  PIC 9(02) VALUE ZEROS.
       77  EDER0011-WS-DIA                  PIC 9(02) VALUE ZEROS.
       77  EDER0011-WS-RESTO-4              PIC 9(02) VALUE ZEROS.
       77  EDER0011-WS-RESTO-100            PIC 9(02) VALUE ZEROS.
       77  EDER0011-WS-RESTO-400            PIC 9(03) VALUE ZEROS.
       77  EDER0011-WS-FS-BLOQUEIOS         PIC X(02) VALUE SPACES.
       77  EDER0011-WS-FIM-BLOQUEIOS        PIC X(01) VALUE 'N'.
           88  EDER0011-88-FIM-BLOQUEIOS              VALUE 'S'.
       77  EDER0011-WS-BLOQUEIOS-ABERTO     PIC X(01) VALUE 'N'.
           88  EDER0011-88-BLOQUEIOS-ABERTO           VALUE 'S'.
       77  EDER0011-WS-VALOR-BLOQUEADO      PIC 9(13)V99 VALUE ZEROS.
       77  EDER0011-WS-TOT-BLOQUEADO        PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0011-WS-CONT-BLOQUEIOS       PIC 9(05) VALUE ZEROS
                                             COMP.

      *    GUARDA O REGISTRO DE DETALHE LIDO NA VOLTA ANTERIOR, JA QUE
      *    SO SABEMOS QUE O ULTIMO REGISTRO FISICO E O TRAILER (E NAO
               10  EDER0011-WS-TC-CONTA     PIC 9(10).
               10  EDER0011-WS-TC-STATUS    PIC X(01).

      *    IMAGEM EM MEMORIA DO MESTRE DE CODIGOS DE TRANSACAO
      *    (EDERTCPY), CLASSIFICADO POR CODIGO, PARA A DESCRICAO
      *    IMPRESSA EM CADA LINHA DE MOVIMENTACAO.
       01  EDER0011-WS-TABELA-CODIGOS.
           05  EDER0011-WS-QTD-CODIGOS      PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0011-WS-ENTRADA-CODIGO OCCURS 1 TO 9999 TIMES
                       DEPENDING ON EDER0011-WS-QTD-CODIGOS
                       ASCENDING KEY IS EDER0011-WS-TCD-CODIGO
                       INDEXED BY EDER0011-WS-IDX-COD.
               10  EDER0011-WS-TCD-CODIGO   PIC 9(04).
               10  EDER0011-WS-TCD-DESCRICAO
                                            PIC X(30).

      *    ACUMULADORES DA CONTA EM IMPRESSAO E CONTROLE DE PAGINACAO
      *    (A NUMERACAO DE PAGINA REINICIA A CADA CONTA).
       01  EDER0011-WS-ACUMULADORES-CONTA.
       01  EDER0011-WL-CABECALHO-2.
           05  FILLER                       PIC X(12) VALUE 'DATA'.
           05  FILLER                       PIC X(06) VALUE 'TIPO'.
           05  FILLER                       PIC X(32)
               VALUE 'HISTORICO'.
           05  FILLER                       PIC X(22)
               VALUE 'VALOR DEBITO'.
           05  FILLER                       PIC X(22)
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0011-WL-D-TIPO           PIC X(01).
           05  FILLER                       PIC X(05) VALUE SPACES.
           05  EDER0011-WL-D-HISTORICO      PIC X(30).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0011-WL-D-DEBITO         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0011-WL-D-CREDITO        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  EDER0011-WL-Q-DESCRICAO      PIC X(30).
           05  EDER0011-WL-Q-QUANTIDADE     PIC Z(06)9.

       01  EDER0011-WL-BLOQUEIO.
           05  FILLER                       PIC X(16)
               VALUE 'BLOQUEIO ORDEM: '.
           05  EDER0011-WL-B-ORDEM          PIC X(20).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0011-WL-B-TIPO           PIC X(14).
           05  FILLER                       PIC X(07) VALUE ' DESDE '.
           05  EDER0011-WL-B-INICIO         PIC 9999/99/99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0011-WL-B-VALOR          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  EDER0011-WL-CONTROLE.
           05  FILLER                       PIC X(40)
               VALUE 'EDER0011 - PAGINA DE CONTROLE DO EXTRATO'.
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1400-CARREGAR-CODIGOS
                              THRU 1400-CARREGAR-CODIGOS-EXIT.
           IF EDER0011-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT  ARQ-MOVTO.
           IF EDER0011-WS-FS-MOVTO NOT = '00'
               DISPLAY 'EDER0011 - ERRO AO ABRIR ARQ-MOVTO: '
               SET EDER0011-88-FIM-SALDOS TO TRUE
           END-IF.

           OPEN INPUT ARQ-BLOQUEIOS.
           IF EDER0011-WS-FS-BLOQUEIOS = '00'
               SET EDER0011-88-BLOQUEIOS-ABERTO TO TRUE
               PERFORM 3660-LER-BLOQUEIOS THRU 3660-LER-BLOQUEIOS-EXIT
           ELSE
               DISPLAY 'EDER0011 - ARQUIVO DE BLOQUEIOS INDISPONIVEL ('
                       EDER0011-WS-FS-BLOQUEIOS
                       '). BLOQUEIOS NAO IMPRESSOS'
               SET EDER0011-88-FIM-BLOQUEIOS TO TRUE
           END-IF.

      *    O PRIMEIRO REGISTRO DO ARQUIVO E O HEADER E E DESCARTADO
      *    AQUI, ANTES DE POSICIONAR O BUFFER DE LOOKAHEAD NO PRIMEIRO
      *    REGISTRO DE DETALHE VERDADEIRO.
       1310-CARREGAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY,         *
      *    CLASSIFICADO POR CODIGO) NA TABELA EM MEMORIA DAS           *
      *    DESCRICOES; SEM O MESTRE O EXTRATO SAI SEM DESCRICAO E O    *
      *    OPERADOR E AVISADO                                          *
      ******************************************************************
       1400-CARREGAR-CODIGOS.
           OPEN INPUT ARQ-CODIGOS.
           IF EDER0011-WS-FS-CODIGOS = '35'
               DISPLAY 'EDER0011 - MESTRE DE CODIGOS INDISPONIVEL. '
                       'EXTRATO SEM DESCRICAO DO HISTORICO'
               GO TO 1400-CARREGAR-CODIGOS-EXIT
           END-IF.
           IF EDER0011-WS-FS-CODIGOS NOT = '00'
               DISPLAY 'EDER0011 - ERRO AO ABRIR ARQ-CODIGOS: '
                       EDER0011-WS-FS-CODIGOS
               SET EDER0011-88-ABORTAR TO TRUE
               GO TO 1400-CARREGAR-CODIGOS-EXIT
           END-IF.

           PERFORM 1410-CARREGAR-CODIGO
                              THRU 1410-CARREGAR-CODIGO-EXIT
               UNTIL EDER0011-88-FIM-CODIGOS
                  OR EDER0011-88-ABORTAR.

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
                   SET EDER0011-88-FIM-CODIGOS TO TRUE
                   GO TO 1410-CARREGAR-CODIGO-EXIT
           END-READ.
           IF EDER0011-WS-QTD-CODIGOS = 9999
               DISPLAY 'EDER0011 - MESTRE DE CODIGOS EXCEDE A '
                       'TABELA DE 9999 ENTRADAS'
               SET EDER0011-88-ABORTAR TO TRUE
               GO TO 1410-CARREGAR-CODIGO-EXIT
           END-IF.
           ADD 1 TO EDER0011-WS-QTD-CODIGOS.
           MOVE EDERTCPY-T-CODIGO OF REG-CODIGOS
               TO EDER0011-WS-TCD-CODIGO (EDER0011-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-DESCRICAO OF REG-CODIGOS
               TO EDER0011-WS-TCD-DESCRICAO
                                         (EDER0011-WS-QTD-CODIGOS).
       1410-CARREGAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A ORDENACAO OS REGISTROS PENDENTES QUE SE       *
      *    CONFIRMAREM COMO DETALHE (O REGISTRO TRAILER, POR SER O     *
               TO EDER0011-WL-D-DATA.
           MOVE EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-ORDENADO
               TO EDER0011-WL-D-TIPO.
           PERFORM 3150-BUSCAR-HISTORICO
                              THRU 3150-BUSCAR-HISTORICO-EXIT.
           IF EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-ORDENADO = 'D'
               MOVE EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0011-WL-D-DEBITO
       3100-PROCESSAR-ORDENADO-EXIT.
           EXIT.

      ******************************************************************
      *    PREENCHE A DESCRICAO DO CODIGO DE TRANSACAO DA LINHA EM     *
      *    IMPRESSAO; CODIGO AUSENTE DO MESTRE SAI SO COM O NUMERO     *
      ******************************************************************
       3150-BUSCAR-HISTORICO.
           MOVE SPACES TO EDER0011-WL-D-HISTORICO.
           IF EDER0011-WS-QTD-CODIGOS = 0
              OR EDERWCPY-E-COD-TRANSACAO OF REG-ORDENADO NOT NUMERIC
               GO TO 3150-BUSCAR-HISTORICO-EXIT
           END-IF.

           SEARCH ALL EDER0011-WS-ENTRADA-CODIGO
               AT END
                   STRING 'CODIGO '              DELIMITED BY SIZE
                          EDERWCPY-E-COD-TRANSACAO OF REG-ORDENADO
                                                 DELIMITED BY SIZE
                       INTO EDER0011-WL-D-HISTORICO
                   END-STRING
               WHEN EDER0011-WS-TCD-CODIGO (EDER0011-WS-IDX-COD)
                       = EDERWCPY-E-COD-TRANSACAO OF REG-ORDENADO
                   MOVE EDER0011-WS-TCD-DESCRICAO
                                         (EDER0011-WS-IDX-COD)
                       TO EDER0011-WL-D-HISTORICO
           END-SEARCH.
       3150-BUSCAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      *    ABRE A SECAO DE UMA NOVA CONTA: ZERA OS ACUMULADORES DO     *
      *    MES, SEMEIA O SALDO ANTERIOR PELO MESTRE DE SALDOS E        *
           PERFORM 3500-IMPRIMIR-LINHA
                              THRU 3500-IMPRIMIR-LINHA-EXIT.

           PERFORM 3650-IMPRIMIR-BLOQUEIOS
                              THRU 3650-IMPRIMIR-BLOQUEIOS-EXIT.

           ADD 1                        TO EDER0011-WS-G-CONT-CONTAS.
           ADD EDER0011-WS-CONT-MOVTOS  TO EDER0011-WS-G-CONT-MOVTOS.
           ADD EDER0011-WS-TOT-DEBITO   TO EDER0011-WS-G-TOT-DEBITO.
       3600-ENCERRAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    POSICIONA O ARQUIVO DE BLOQUEIOS (CLASSIFICADO POR CONTA,   *
      *    COMO OS DETALHES ORDENADOS) NA CONTA ATUAL E IMPRIME CADA   *
      *    ORDEM EM VIGOR NA DATA DE PROCESSAMENTO; HAVENDO ALGUMA,    *
      *    IMPRIME O TOTAL BLOQUEADO E O SALDO DISPONIVEL (SALDO DE    *
      *    FECHAMENTO MENOS O TOTAL BLOQUEADO)                         *
      ******************************************************************
       3650-IMPRIMIR-BLOQUEIOS.
           MOVE ZEROS TO EDER0011-WS-TOT-BLOQUEADO
                         EDER0011-WS-CONT-BLOQUEIOS.
           PERFORM 3660-LER-BLOQUEIOS THRU 3660-LER-BLOQUEIOS-EXIT
               UNTIL EDER0011-88-FIM-BLOQUEIOS
                  OR EDERJCPY-J-CONTA OF REG-BLOQUEIOS
                     NOT LESS THAN EDER0011-WS-CONTA-ATUAL.
           PERFORM 3670-IMPRIMIR-ORDEM THRU 3670-IMPRIMIR-ORDEM-EXIT
               UNTIL EDER0011-88-FIM-BLOQUEIOS
                  OR EDERJCPY-J-CONTA OF REG-BLOQUEIOS
                     NOT = EDER0011-WS-CONTA-ATUAL.
           IF EDER0011-WS-CONT-BLOQUEIOS = 0
               GO TO 3650-IMPRIMIR-BLOQUEIOS-EXIT
           END-IF.

           MOVE SPACES TO EDER0011-WL-TOTAL.
           MOVE 'TOTAL BLOQUEADO...........:'
               TO EDER0011-WL-T-DESCRICAO.
           MOVE EDER0011-WS-TOT-BLOQUEADO TO EDER0011-WL-T-VALOR.
           MOVE EDER0011-WL-TOTAL TO EDER0011-WS-LINHA-SAIDA.
           PERFORM 3500-IMPRIMIR-LINHA
                              THRU 3500-IMPRIMIR-LINHA-EXIT.

           MOVE SPACES TO EDER0011-WL-TOTAL.
           MOVE 'SALDO DISPONIVEL..........:'
               TO EDER0011-WL-T-DESCRICAO.
           COMPUTE EDER0011-WL-T-VALOR =
                   EDER0011-WS-SALDO-FECHAMENTO
                 - EDER0011-WS-TOT-BLOQUEADO.
           MOVE EDER0011-WL-TOTAL TO EDER0011-WS-LINHA-SAIDA.
           PERFORM 3500-IMPRIMIR-LINHA
                              THRU 3500-IMPRIMIR-LINHA-EXIT.
       3650-IMPRIMIR-BLOQUEIOS-EXIT.
           EXIT.

      ******************************************************************
      *    LEITURA SEQUENCIAL DO ARQUIVO DE BLOQUEIOS                  *
      ******************************************************************
       3660-LER-BLOQUEIOS.
           READ ARQ-BLOQUEIOS
               AT END
                   SET EDER0011-88-FIM-BLOQUEIOS TO TRUE
           END-READ.
       3660-LER-BLOQUEIOS-EXIT.
           EXIT.

      ******************************************************************
      *    IMPRIME A ORDEM DA CONTA ATUAL SE ELA ESTA EM VIGOR NA DATA *
      *    DE PROCESSAMENTO ('A' OU 'P', JA INICIADA E SEM DATA DE     *
      *    LIBERACAO ATINGIDA) E AVANCA PARA A PROXIMA ORDEM           *
      ******************************************************************
       3670-IMPRIMIR-ORDEM.
           IF EDERJCPY-J-STATUS OF REG-BLOQUEIOS NOT = 'A'
              AND EDERJCPY-J-STATUS OF REG-BLOQUEIOS NOT = 'P'
               GO TO 3670-LER-PROXIMA
           END-IF.
           IF EDERJCPY-J-DATA-INICIO OF REG-BLOQUEIOS
                               > EDER0011-WS-DATA-PROCESSAMENTO
               GO TO 3670-LER-PROXIMA
           END-IF.
           IF EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS NOT = ZEROS
              AND EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS
                               NOT > EDER0011-WS-DATA-PROCESSAMENTO
               GO TO 3670-LER-PROXIMA
           END-IF.

           COMPUTE EDER0011-WS-VALOR-BLOQUEADO =
                   EDERJCPY-J-VALOR-ORDEM OF REG-BLOQUEIOS
                 - EDERJCPY-J-VALOR-LIBERADO OF REG-BLOQUEIOS.
           ADD EDER0011-WS-VALOR-BLOQUEADO
               TO EDER0011-WS-TOT-BLOQUEADO.
           ADD 1 TO EDER0011-WS-CONT-BLOQUEIOS.

           MOVE EDERJCPY-J-NUMERO-ORDEM OF REG-BLOQUEIOS
               TO EDER0011-WL-B-ORDEM.
           IF EDERJCPY-J-TIPO-ORDEM OF REG-BLOQUEIOS = 'J'
               MOVE 'JUDICIAL' TO EDER0011-WL-B-TIPO
           ELSE
               MOVE 'ADMINISTRATIVO' TO EDER0011-WL-B-TIPO
           END-IF.
           MOVE EDERJCPY-J-DATA-INICIO OF REG-BLOQUEIOS
               TO EDER0011-WL-B-INICIO.
           MOVE EDER0011-WS-VALOR-BLOQUEADO TO EDER0011-WL-B-VALOR.
           MOVE EDER0011-WL-BLOQUEIO TO EDER0011-WS-LINHA-SAIDA.
           PERFORM 3500-IMPRIMIR-LINHA
                              THRU 3500-IMPRIMIR-LINHA-EXIT.

       3670-LER-PROXIMA.
           PERFORM 3660-LER-BLOQUEIOS THRU 3660-LER-BLOQUEIOS-EXIT.
       3670-IMPRIMIR-ORDEM-EXIT.
           EXIT.

      ******************************************************************
      *    IMPRIME A PAGINA DE CONTROLE FINAL COM OS TOTAIS DE TODAS   *
      *    AS CONTAS IMPRESSAS NO EXTRATO                              *
           IF EDER0011-88-SALDOS-ABERTO
               CLOSE ARQ-SALDOS
           END-IF.
           IF EDER0011-88-BLOQUEIOS-ABERTO
               CLOSE ARQ-BLOQUEIOS
           END-IF.
           DISPLAY 'EDER0011 - CONTAS IMPRESSAS.....: '
                   EDER0011-WS-G-CONT-CONTAS.
           DISPLAY 'EDER0011 - REGISTROS IGNORADOS..: '
