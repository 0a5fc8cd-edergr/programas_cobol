      *                                                                *
      *    PROVA DE FORMA INDEPENDENTE A NOVA GERACAO DO MESTRE DE     *
      *    SALDOS MONTADA PELO EDER0008: LE A GERACAO ANTERIOR DO      *
      *    MESTRE (LAYOUT EDERSCPY, DESCARREGADA DO MESTRE INDEXADO    *
      *    PELO EDER0034 ANTES DA POSTAGEM), AS MOVIMENTACOES          *
      *    VALIDADAS DO CICLO (LAYOUT EDERWCPY) E A NOVA GERACAO,      *
      *    RECALCULA O SALDO ATUAL ESPERADO DE CADA CONTA (POSICAO     *
      *    ANTERIOR MAIS CREDITOS MENOS DEBITOS, COM OS MESMOS         *
      *    CRITERIOS DE SELECAO DA POSTAGEM: TIPO E DATA VALIDOS,      *
      *    CONTA ATIVA NO CADASTRO, CODIGO DE TRANSACAO VALIDO NO      *
      *    MESTRE DE CODIGOS E EXCLUSAO DAS POS-DATADAS) E             *
      *    IMPRIME A FOLHA DE PROVA DO BALANCETE: POSICAO TOTAL DE     *
      *    ABERTURA, TOTAL DE CREDITOS, TOTAL DE DEBITOS, POSICAO      *
      *    TOTAL DE FECHAMENTO E UMA LINHA PARA CADA CONTA EM QUE O    *
      *    SALDO RECALCULADO DIVERGE DA NOVA GERACAO. QUALQUER         *
      *    DIVERGENCIA (OU TRAILER DIVERGENTE) TERMINA COM RETORNO NAO *
      *    ZERO PARA A JCL RETER A RECARGA DA NOVA GERACAO NO MESTRE   *
      *    INDEXADO, COM A MESMA DISCIPLINA DAS CONFERENCIAS DE        *
      *    TRAILER DO RESTO DA CADEIA.                                 *
      *                                                                *
      ******************************************************************
      *                           CONTAS AMPLIADA DE 1000 PARA 50000   *
      *                           ENTRADAS, PARA A CADEIA SUPORTAR O   *
      *                           CRESCIMENTO DO CADASTRO SEM ABORTAR  *
      *    14/10/2026   EGR       CADASTRO DE CONTAS PASSOU A SER      *
      *                           ARQUIVO INDEXADO POR CONTA, LIDO POR *
      *                           INTEIRO EM ACESSO SEQUENCIAL; A      *
      *                           GERACAO ANTERIOR DO MESTRE DE SALDOS *
      *                           PASSOU A SER A DESCARGA SEQUENCIAL   *
      *                           FEITA PELO EDER0034 ANTES DA         *
      *                           POSTAGEM                             *
      *    15/10/2026   EGR       SELECAO PASSOU A CONFERIR O CODIGO   *
      *                           DE TRANSACAO NO MESTRE DE CODIGOS    *
      *                           (EDERTCPY) COMO O EDER0008, PARA A   *
      *                           PROVA NAO CONTAR O QUE A POSTAGEM    *
      *                           RECUSA                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0020.

           SELECT ARQ-ORDENADO    ASSIGN TO 'SORTWK1'.

      *    GERACAO ANTERIOR DO MESTRE DE SALDOS: DESCARGA SEQUENCIAL,
      *    FEITA PELO EDER0034 ANTES DA POSTAGEM, DO MESTRE INDEXADO
      *    QUE O EDER0008 LEU COMO 'SALDOS' AO MONTAR A NOVA GERACAO.
           SELECT ARQ-SALDOS-ANT  ASSIGN TO 'SALDOANT'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0020-WS-FS-ANT.

      *    NOVA GERACAO SEQUENCIAL DO MESTRE DE SALDOS, AINDA NAO
      *    RECARREGADA NO MESTRE INDEXADO.
           SELECT ARQ-SALDOS-NOVO ASSIGN TO 'SALDONOVO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0020-WS-FS-NOVO.

      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO POR INTEIRO
      *    EM ORDEM DE CONTA.
           SELECT ARQ-CADASTRO    ASSIGN TO 'CADCONTA'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                  FILE STATUS IS
                                             EDER0020-WS-FS-CADASTRO.

      *    MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY), CLASSIFICADO POR
      *    CODIGO, CARREGADO NA INICIALIZACAO.
           SELECT ARQ-CODIGOS     ASSIGN TO 'CODTRANS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0020-WS-FS-CODIGOS.

           SELECT ARQ-RELATORIO   ASSIGN TO 'PROVAREL'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0020-WS-FS-RELAT.
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

       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       77  EDER0020-WS-FS-NOVO              PIC X(02) VALUE SPACES.
       77  EDER0020-WS-FS-CADASTRO          PIC X(02) VALUE SPACES.
       77  EDER0020-WS-FS-RELAT             PIC X(02) VALUE SPACES.
       77  EDER0020-WS-FS-CODIGOS           PIC X(02) VALUE SPACES.
       77  EDER0020-WS-FIM-CODIGOS          PIC X(01) VALUE 'N'.
           88  EDER0020-88-FIM-CODIGOS                VALUE 'S'.
       77  EDER0020-WS-CODIGOS-CARREGADOS   PIC X(01) VALUE 'N'.
           88  EDER0020-88-CODIGOS-CARREGADOS         VALUE 'S'.
       77  EDER0020-WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  EDER0020-88-FIM-ARQUIVO                VALUE 'S'.
       77  EDER0020-WS-FIM-ORDENADO         PIC X(01) VALUE 'N'.
           88  EDER0020-88-DATA-OK                    VALUE 'S'.
       77  EDER0020-WS-CONTA-OK             PIC X(01) VALUE 'S'.
           88  EDER0020-88-CONTA-OK                   VALUE 'S'.
       77  EDER0020-WS-CODIGO-OK            PIC X(01) VALUE 'S'.
           88  EDER0020-88-CODIGO-OK                  VALUE 'S'.

       77  EDER0020-WS-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
       77  EDER0020-WS-CONT-LIDOS           PIC 9(07) VALUE ZEROS
               10  EDER0020-WS-TC-CONTA     PIC 9(10).
               10  EDER0020-WS-TC-STATUS    PIC X(01).

      *    IMAGEM EM MEMORIA DO MESTRE DE CODIGOS DE TRANSACAO
      *    (EDERTCPY), CLASSIFICADO POR CODIGO, CARREGADO NA
      *    INICIALIZACAO PARA A PESQUISA BINARIA DE CADA DETALHE, COMO
      *    NO EDER0008.
       01  EDER0020-WS-TABELA-CODIGOS.
           05  EDER0020-WS-QTD-CODIGOS      PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0020-WS-ENTRADA-CODIGO OCCURS 1 TO 9999 TIMES
                       DEPENDING ON EDER0020-WS-QTD-CODIGOS
                       ASCENDING KEY IS EDER0020-WS-TCD-CODIGO
                       INDEXED BY EDER0020-WS-IDX-COD.
               10  EDER0020-WS-TCD-CODIGO   PIC 9(04).
               10  EDER0020-WS-TCD-SENTIDO  PIC X(01).
               10  EDER0020-WS-TCD-STATUS   PIC X(01).

       01  EDER0020-WL-CABECALHO-1.
           05  FILLER                       PIC X(50)
               VALUE 'EDER0020 - PROVA DE BALANCETE DO MESTRE'.
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1500-CARREGAR-CODIGOS
                              THRU 1500-CARREGAR-CODIGOS-EXIT.
           IF EDER0020-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT  ARQ-MOVTO.
           IF EDER0020-WS-FS-MOVTO NOT = '00'
               DISPLAY 'EDER0020 - ERRO AO ABRIR ARQ-MOVTO: '
       1310-CARREGAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY,         *
      *    CLASSIFICADO POR CODIGO) NA TABELA EM MEMORIA USADA PELA    *
      *    VALIDACAO DE CODIGO, COM OS MESMOS CRITERIOS DO EDER0008:   *
      *    SEM O MESTRE A VALIDACAO DE CODIGO NAO E EXECUTADA E O      *
      *    OPERADOR E AVISADO                                          *
      ******************************************************************
       1500-CARREGAR-CODIGOS.
           OPEN INPUT ARQ-CODIGOS.
           IF EDER0020-WS-FS-CODIGOS = '35'
               DISPLAY 'EDER0020 - MESTRE DE CODIGOS INDISPONIVEL. '
                       'VALIDACAO DE CODIGO NAO EXECUTADA'
               GO TO 1500-CARREGAR-CODIGOS-EXIT
           END-IF.
           IF EDER0020-WS-FS-CODIGOS NOT = '00'
               DISPLAY 'EDER0020 - ERRO AO ABRIR ARQ-CODIGOS: '
                       EDER0020-WS-FS-CODIGOS
               SET EDER0020-88-ABORTAR TO TRUE
               GO TO 1500-CARREGAR-CODIGOS-EXIT
           END-IF.

           PERFORM 1510-CARREGAR-CODIGO
                              THRU 1510-CARREGAR-CODIGO-EXIT
               UNTIL EDER0020-88-FIM-CODIGOS
                  OR EDER0020-88-ABORTAR.

           CLOSE ARQ-CODIGOS.
           IF NOT EDER0020-88-ABORTAR
              AND EDER0020-WS-QTD-CODIGOS > 0
               SET EDER0020-88-CODIGOS-CARREGADOS TO TRUE
           END-IF.
       1500-CARREGAR-CODIGOS-EXIT.
           EXIT.

      ******************************************************************
      *    LE UM REGISTRO DO MESTRE DE CODIGOS E O ACRESCENTA NA       *
      *    TABELA EM MEMORIA                                           *
      ******************************************************************
       1510-CARREGAR-CODIGO.
           READ ARQ-CODIGOS
               AT END
                   SET EDER0020-88-FIM-CODIGOS TO TRUE
                   GO TO 1510-CARREGAR-CODIGO-EXIT
           END-READ.
           IF EDER0020-WS-QTD-CODIGOS = 9999
               DISPLAY 'EDER0020 - MESTRE DE CODIGOS EXCEDE A '
                       'TABELA DE 9999 ENTRADAS'
               SET EDER0020-88-ABORTAR TO TRUE
               GO TO 1510-CARREGAR-CODIGO-EXIT
           END-IF.
           ADD 1 TO EDER0020-WS-QTD-CODIGOS.
           MOVE EDERTCPY-T-CODIGO OF REG-CODIGOS
               TO EDER0020-WS-TCD-CODIGO (EDER0020-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-SENTIDO OF REG-CODIGOS
               TO EDER0020-WS-TCD-SENTIDO (EDER0020-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-STATUS OF REG-CODIGOS
               TO EDER0020-WS-TCD-STATUS (EDER0020-WS-QTD-CODIGOS).
       1510-CARREGAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A ORDENACAO OS REGISTROS PENDENTES QUE SE       *
      *    CONFIRMAREM COMO DETALHE E QUE A POSTAGEM DO EDER0008       *
      *    POSTARIA (TIPO E DATA VALIDOS, CONTA ATIVA, CODIGO VALIDO,  *
      *    DATA NAO POSTERIOR A DO CICLO)                              *
      ******************************************************************
       2000-SELECIONAR-DETALHE.
           PERFORM 2200-LIBERAR-DETALHE
                              THRU 2210-VALIDAR-REGISTRO-EXIT.
           IF EDER0020-88-TIPO-OK AND EDER0020-88-DATA-OK
                                  AND EDER0020-88-CONTA-OK
                                  AND EDER0020-88-CODIGO-OK
               IF EDERWCPY-E-DATA-MOVIMENTACAO OF
                                 EDER0020-WS-REG-ANTERIOR
                       > EDER0020-WS-DATA-PROCESSAMENTO
           EXIT.

      ******************************************************************
      *    CONFERE SE O TIPO, A DATA, A CONTA E O CODIGO DE TRANSACAO  *
      *    DA MOVIMENTACAO SAO VALIDOS, DA MESMA FORMA QUE O EDER0008, *
      *    PARA QUE A PROVA RECALCULE EXATAMENTE O QUE A POSTAGEM      *
      *    POSTOU                                                      *
      ******************************************************************
       2210-VALIDAR-REGISTRO.
           SET EDER0020-88-TIPO-OK   TO TRUE.
           SET EDER0020-88-DATA-OK   TO TRUE.
           SET EDER0020-88-CONTA-OK  TO TRUE.
           SET EDER0020-88-CODIGO-OK TO TRUE.
           PERFORM 2220-VALIDAR-TIPO   THRU 2220-VALIDAR-TIPO-EXIT.
           PERFORM 2400-VALIDAR-DATA   THRU 2400-VALIDAR-DATA-EXIT.
           PERFORM 2230-VALIDAR-CONTA  THRU 2230-VALIDAR-CONTA-EXIT.
           PERFORM 2240-VALIDAR-CODIGO THRU 2240-VALIDAR-CODIGO-EXIT.
       2210-VALIDAR-REGISTRO-EXIT.
           EXIT.

       2230-VALIDAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-COD-TRANSACAO EXISTE NO MESTRE DE     *
      *    CODIGOS, SE ESTA ATIVO E SE O SENTIDO PERMITIDO PELO CODIGO *
      *    ('D', 'C' OU 'A' PARA AMBOS) ADMITE O TIPO DA MOVIMENTACAO; *
      *    SEM MESTRE CARREGADO A VALIDACAO NAO E EXECUTADA            *
      ******************************************************************
       2240-VALIDAR-CODIGO.
           IF NOT EDER0020-88-CODIGOS-CARREGADOS
               GO TO 2240-VALIDAR-CODIGO-EXIT
           END-IF.

           IF EDERWCPY-E-COD-TRANSACAO OF EDER0020-WS-REG-ANTERIOR
                                            NOT NUMERIC
               MOVE 'N' TO EDER0020-WS-CODIGO-OK
               GO TO 2240-VALIDAR-CODIGO-EXIT
           END-IF.

           SEARCH ALL EDER0020-WS-ENTRADA-CODIGO
               AT END
                   MOVE 'N' TO EDER0020-WS-CODIGO-OK
               WHEN EDER0020-WS-TCD-CODIGO (EDER0020-WS-IDX-COD)
                       = EDERWCPY-E-COD-TRANSACAO
                                         OF EDER0020-WS-REG-ANTERIOR
                   IF EDER0020-WS-TCD-STATUS (EDER0020-WS-IDX-COD)
                                                        NOT = 'A'
                       MOVE 'N' TO EDER0020-WS-CODIGO-OK
                   ELSE
                       IF EDER0020-WS-TCD-SENTIDO
                                         (EDER0020-WS-IDX-COD) NOT = 'A'
                          AND EDER0020-WS-TCD-SENTIDO
                                         (EDER0020-WS-IDX-COD)
                              NOT = EDERWCPY-E-TIPO-MOVIMENTACAO
                                         OF EDER0020-WS-REG-ANTERIOR
                           MOVE 'N' TO EDER0020-WS-CODIGO-OK
                       END-IF
                   END-IF
           END-SEARCH.
       2240-VALIDAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-DATA-MOVIMENTACAO E UMA DATA VALIDA   *
      *    NO FORMATO CCYYMMDD                                         *
