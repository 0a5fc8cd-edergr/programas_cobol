      *                                                                *
      *    LE O ARQUIVO DE MOVIMENTACOES VALIDADAS (LAYOUT EDERWCPY,   *
      *    O MESMO QUE A POSTAGEM DO EDER0008 CONSOME), ORDENA OS      *
      *    DETALHES POR DATA DE MOVIMENTACAO E CODIGO DE TRANSACAO E   *
      *    GERA O ARQUIVO DE INTERFACE COM O RAZAO CORPORATIVO: PARA   *
      *    CADA DATA E CODIGO DO CICLO, UM PAR BALANCEADO DE           *
      *    LANCAMENTOS POR TIPO DE MOVIMENTACAO NAS CONTAS DO RAZAO    *
      *    DO CODIGO NO MESTRE DE CODIGOS (EDERTCPY): O TOTAL DOS      *
      *    DEBITOS 'D' DEBITADO NA CONTA DE MOVIMENTO DO CODIGO E      *
      *    CREDITADO NA CONTRAPARTIDA; O TOTAL DOS CREDITOS 'C' NO     *
      *    SENTIDO OPOSTO. CODIGO AUSENTE DO MESTRE (OU MESTRE         *
      *    INDISPONIVEL) USA A CONTA DE DEPOSITOS E A TRANSITORIA DE   *
      *    COMPENSACAO, COMO ANTES DOS CODIGOS DE TRANSACAO. ASSIM O   *
      *    ARQUIVO FECHA DEBITO CONTRA CREDITO. O                      *
      *    ARQUIVO TEM HEADER PROPRIO (TIPO '0') E TRAILER (TIPO '9')  *
      *    COM QUANTIDADE DE LANCAMENTOS E HASH DE VALORES, NOS        *
      *    MOLDES DO TRAILER EDERWCPY, PARA O LADO RECEPTOR PROVAR A   *
      *    PASSO COM DISPOSICAO DE ERRO) RECUSA A GERACAO, PARA A      *
      *    CONTABILIDADE NUNCA ESCRITURAR UM CICLO SUJO. O TRAILER DO  *
      *    ARQUIVO DE ORIGEM E CONFERIDO COMO NOS DEMAIS PROGRAMAS DA  *
      *    CADEIA. SO E ESCRITURADA A MOVIMENTACAO QUE O EDER0002      *
      *    ACEITA COMO VALIDA NO CICLO (TIPO, DATA, CONTA NO CADASTRO  *
      *    EDERACPY E CODIGO NO MESTRE EDERTCPY, COM DATA NAO          *
      *    POSTERIOR A DATA DE PROCESSAMENTO), A MESMA QUE O EDER0008  *
      *    POSTA, E OS TOTAIS DE DEBITO E CREDITO ESCRITURADOS,        *
      *    IGNORADOS E POS-DATADOS SAO GRAVADOS NO CONTROLE DE         *
      *    EXECUCAO PARA O BALANCEAMENTO DO FLUXO DE VALORES.          *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    02/09/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       LANCAMENTOS PASSARAM A SER GERADOS   *
      *                           POR DATA E CODIGO DE TRANSACAO, NAS  *
      *                           CONTAS DO RAZAO DO MESTRE DE CODIGOS *
      *                           (EDERTCPY); CODIGO INCLUIDO NO       *
      *                           LANCAMENTO DA INTERFACE              *
      *    14/10/2026   EGR       INCLUIDAS AS VALIDACOES DE DATA,     *
      *                           CONTA (EDERACPY) E CODIGO (EDERTCPY) *
      *                           E A EXCLUSAO DAS POS-DATADAS, COMO   *
      *                           NO EDER0002/EDER0008, PARA O RAZAO   *
      *                           ESCRITURAR O MESMO CONJUNTO POSTADO; *
      *                           TOTAIS DE DEBITO E CREDITO NO        *
      *                           CONTROLE DE EXECUCAO (RUNCTL) PARA O *
      *                           BALANCEAMENTO DO FLUXO DE VALORES    *
      *    14/10/2026   EGR       CADASTRO DE CONTAS PASSOU A SER      *
      *                           ARQUIVO INDEXADO POR CONTA, LIDO POR *
      *                           INTEIRO EM ACESSO SEQUENCIAL         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0019.
                                  FILE STATUS IS
                                             EDER0019-WS-FS-RUNCTL.

           SELECT ARQ-CODIGOS     ASSIGN TO 'CODTRANS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0019-WS-FS-CODIGOS.

      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO POR INTEIRO
      *    EM ORDEM DE CONTA.
           SELECT ARQ-CADASTRO    ASSIGN TO 'CADCONTA'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                  FILE STATUS IS
                                             EDER0019-WS-FS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVTO
       01  REG-RUN-CONTROL.
           COPY EDERRCPY.

       FD  ARQ-CODIGOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS.
           COPY EDERTCPY.

       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

       WORKING-STORAGE SECTION.
       77  EDER0019-WS-FS-MOVTO             PIC X(02) VALUE SPACES.
       77  EDER0019-WS-FS-CONTABIL          PIC X(02) VALUE SPACES.
           88  EDER0019-88-FIM-ORDENADO               VALUE 'S'.
       77  EDER0019-WS-FIM-RUNCTL           PIC X(01) VALUE 'N'.
           88  EDER0019-88-FIM-RUNCTL                 VALUE 'S'.
       77  EDER0019-WS-FS-CODIGOS           PIC X(02) VALUE SPACES.
       77  EDER0019-WS-FIM-CODIGOS          PIC X(01) VALUE 'N'.
           88  EDER0019-88-FIM-CODIGOS                VALUE 'S'.
       77  EDER0019-WS-PRIMEIRO-DETALHE     PIC X(01) VALUE 'S'.
           88  EDER0019-88-PRIMEIRO-DETALHE           VALUE 'S'.
       77  EDER0019-WS-TEM-PENDENTE         PIC X(01) VALUE 'N'.
                                             COMP-3.
       77  EDER0019-WS-CONT-IGNORADOS       PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0019-WS-CONT-SEM-CODIGO      PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0019-WS-CONT-FUTUROS         PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0019-WS-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
       77  EDER0019-WS-CODIGOS-CARREGADOS   PIC X(01) VALUE 'N'.
           88  EDER0019-88-CODIGOS-CARREGADOS         VALUE 'S'.
       77  EDER0019-WS-FS-CADASTRO          PIC X(02) VALUE SPACES.
       77  EDER0019-WS-FIM-CADASTRO         PIC X(01) VALUE 'N'.
           88  EDER0019-88-FIM-CADASTRO               VALUE 'S'.
       77  EDER0019-WS-CADASTRO-CARREGADO   PIC X(01) VALUE 'N'.
           88  EDER0019-88-CADASTRO-CARREGADO         VALUE 'S'.
       77  EDER0019-WS-TIPO-OK              PIC X(01) VALUE 'S'.
           88  EDER0019-88-TIPO-OK                    VALUE 'S'.
       77  EDER0019-WS-DATA-OK              PIC X(01) VALUE 'S'.
           88  EDER0019-88-DATA-OK                    VALUE 'S'.
       77  EDER0019-WS-CONTA-OK             PIC X(01) VALUE 'S'.
           88  EDER0019-88-CONTA-OK                   VALUE 'S'.
       77  EDER0019-WS-CODIGO-OK            PIC X(01) VALUE 'S'.
           88  EDER0019-88-CODIGO-OK                  VALUE 'S'.
       77  EDER0019-WS-ANO                  PIC 9(04) VALUE ZEROS.
       77  EDER0019-WS-MES                  PIC 9(02) VALUE ZEROS.
       77  EDER0019-WS-DIA                  PIC 9(02) VALUE ZEROS.
       77  EDER0019-WS-DIAS-MES             PIC 9(02) VALUE ZEROS.
       77  EDER0019-WS-QUOCIENTE            PIC 9(04) VALUE ZEROS.
       77  EDER0019-WS-RESTO-4              PIC 9(02) VALUE ZEROS.
       77  EDER0019-WS-RESTO-100            PIC 9(02) VALUE ZEROS.
       77  EDER0019-WS-RESTO-400            PIC 9(03) VALUE ZEROS.

      *    TOTAIS DE DEBITO E CREDITO DAS MOVIMENTACOES ESCRITURADAS,
      *    IGNORADAS E POS-DATADAS, GRAVADOS NO CONTROLE DE EXECUCAO
      *    PARA O BALANCEAMENTO DO FLUXO DE VALORES.
       77  EDER0019-WS-VALOR-DEB-ESCRIT     PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0019-WS-VALOR-CRED-ESCRIT    PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0019-WS-VALOR-DEB-IGNORADOS  PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0019-WS-VALOR-CRED-IGNORADOS PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0019-WS-VALOR-DEB-FUTUROS    PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0019-WS-VALOR-CRED-FUTUROS   PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.

      *    PLANO DE CONTAS PADRAO DA INTERFACE, USADO PARA CODIGO
      *    AUSENTE DO MESTRE DE CODIGOS: A CONTA DE DEPOSITOS DOS
      *    TITULARES E A CONTA TRANSITORIA DE COMPENSACAO DO
      *    MOVIMENTO DIARIO, ACERTADAS COM A CONTABILIDADE.
       77  EDER0019-WS-CTA-DEPOSITOS        PIC 9(08) VALUE 21010001.
       77  EDER0019-WS-CTA-TRANSITORIA      PIC 9(08) VALUE 19999999.

      *    CONTAS DO RAZAO DO CODIGO EM TOTALIZACAO.
       77  EDER0019-WS-CTA-MOVIMENTO        PIC 9(08) VALUE ZEROS.
       77  EDER0019-WS-CTA-CONTRAPARTIDA    PIC 9(08) VALUE ZEROS.

      *    IMAGEM EM MEMORIA DO MESTRE DE CODIGOS DE TRANSACAO
      *    (EDERTCPY), CLASSIFICADO POR CODIGO, COM AS CONTAS DO RAZAO
      *    DE CADA CODIGO E O SENTIDO E O STATUS USADOS NA VALIDACAO.
       01  EDER0019-WS-TABELA-CODIGOS.
           05  EDER0019-WS-QTD-CODIGOS      PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0019-WS-ENTRADA-CODIGO OCCURS 1 TO 9999 TIMES
                       DEPENDING ON EDER0019-WS-QTD-CODIGOS
                       ASCENDING KEY IS EDER0019-WS-TCD-CODIGO
                       INDEXED BY EDER0019-WS-IDX-COD.
               10  EDER0019-WS-TCD-CODIGO   PIC 9(04).
               10  EDER0019-WS-TCD-CTA-MOVIMENTO
                                            PIC 9(08).
               10  EDER0019-WS-TCD-CTA-CONTRAPARTIDA
                                            PIC 9(08).
               10  EDER0019-WS-TCD-SENTIDO  PIC X(01).
               10  EDER0019-WS-TCD-STATUS   PIC X(01).

      *    IMAGEM EM MEMORIA DO CADASTRO DE CONTAS (EDERACPY),
      *    CLASSIFICADO POR CONTA, CARREGADO NA INICIALIZACAO PARA A
      *    PESQUISA BINARIA DE CADA REGISTRO DE DETALHE, COMO NO
      *    EDER0002.
       01  EDER0019-WS-TABELA-CONTAS.
           05  EDER0019-WS-QTD-CONTAS       PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0019-WS-ENTRADA-CONTA OCCURS 1 TO 50000 TIMES
                       DEPENDING ON EDER0019-WS-QTD-CONTAS
                       ASCENDING KEY IS EDER0019-WS-TC-CONTA
                       INDEXED BY EDER0019-WS-IDX-CAD.
               10  EDER0019-WS-TC-CONTA     PIC 9(10).
               10  EDER0019-WS-TC-STATUS    PIC X(01).

      *    GUARDA O REGISTRO DE DETALHE LIDO NA VOLTA ANTERIOR, JA QUE
      *    SO SABEMOS QUE O ULTIMO REGISTRO FISICO E O TRAILER (E NAO
      *    UM DETALHE) QUANDO A LEITURA SEGUINTE ENCONTRA O FIM DO
       01  EDER0019-WS-REG-ANTERIOR.
           COPY EDERWCPY.

      *    ACUMULADORES DA DATA E CODIGO EM TOTALIZACAO.
       01  EDER0019-WS-ACUMULADORES-DIA.
           05  EDER0019-WS-DATA-ATUAL       PIC 9(08) VALUE ZEROS.
           05  EDER0019-WS-CODIGO-ATUAL     PIC 9(04) VALUE ZEROS.
           05  EDER0019-WS-TOTAL-DEBITO     PIC 9(13)V99 COMP-3
                                             VALUE ZEROS.
           05  EDER0019-WS-TOTAL-CREDITO    PIC 9(13)V99 COMP-3
           05  EDER0019-WD-NATUREZA         PIC X(01).
           05  EDER0019-WD-VALOR            PIC 9(13)V99.
           05  EDER0019-WD-TIPO-ORIGEM      PIC X(01).
           05  EDER0019-WD-COD-TRANSACAO    PIC 9(04).
           05  FILLER                       PIC X(42) VALUE SPACES.

       01  EDER0019-WL-TRAILER.
           05  EDER0019-WT-TIPO-REGISTRO    PIC X(01) VALUE '9'.
               SORT ARQ-ORDENADO
                   ON ASCENDING KEY EDERWCPY-E-DATA-MOVIMENTACAO
                                     OF REG-ORDENADO
                   ON ASCENDING KEY EDERWCPY-E-COD-TRANSACAO
                                     OF REG-ORDENADO
                   INPUT PROCEDURE  2000-SELECIONAR-DETALHE
                                THRU 2000-SELECIONAR-DETALHE-EXIT
                   OUTPUT PROCEDURE 3000-GERAR-LANCAMENTOS

      ******************************************************************
      *    EXAMINA O CONTROLE DE EXECUCAO DO CICLO (UM CICLO RETIDO    *
      *    RECUSA A GERACAO), CARREGA O MESTRE DE CODIGOS, ABRE OS     *
      *    ARQUIVOS, GRAVA O HEADER DA INTERFACE E POSICIONA NO        *
      *    PRIMEIRO CANDIDATO A DETALHE                                *
      ******************************************************************
       1000-INICIALIZAR.
           PERFORM 1100-CONFERIR-CICLO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1200-CARREGAR-CODIGOS
                              THRU 1200-CARREGAR-CODIGOS-EXIT.
           IF EDER0019-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1300-CARREGAR-CADASTRO
                              THRU 1300-CARREGAR-CADASTRO-EXIT.
           IF EDER0019-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

      *    A DATA DE PROCESSAMENTO DO CICLO BALIZA A EXCLUSAO DE
      *    MOVIMENTACOES POS-DATADAS, COM O MESMO CRITERIO DO EDER0002
      *    E DO EDER0008: ELAS SO SAO ESCRITURADAS NO CICLO EM QUE A
      *    DATA CHEGA.
           ACCEPT EDER0019-WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.

           OPEN INPUT  ARQ-MOVTO.
           IF EDER0019-WS-FS-MOVTO NOT = '00'
               DISPLAY 'EDER0019 - ERRO AO ABRIR ARQ-MOVTO: '
       1150-EXAMINAR-EXECUCAO-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY,         *
      *    CLASSIFICADO POR CODIGO) NA TABELA EM MEMORIA DAS CONTAS DO *
      *    RAZAO E DA VALIDACAO DE CODIGO; SEM O MESTRE A VALIDACAO DE *
      *    CODIGO NAO E EXECUTADA, TODOS OS CODIGOS USAM O PLANO DE    *
      *    CONTAS PADRAO E O OPERADOR E AVISADO                        *
      ******************************************************************
       1200-CARREGAR-CODIGOS.
           OPEN INPUT ARQ-CODIGOS.
           IF EDER0019-WS-FS-CODIGOS = '35'
               DISPLAY 'EDER0019 - MESTRE DE CODIGOS INDISPONIVEL. '
                       'LANCAMENTOS NO PLANO DE CONTAS PADRAO'
               GO TO 1200-CARREGAR-CODIGOS-EXIT
           END-IF.
           IF EDER0019-WS-FS-CODIGOS NOT = '00'
               DISPLAY 'EDER0019 - ERRO AO ABRIR ARQ-CODIGOS: '
                       EDER0019-WS-FS-CODIGOS
               SET EDER0019-88-ABORTAR TO TRUE
               GO TO 1200-CARREGAR-CODIGOS-EXIT
           END-IF.

           PERFORM 1210-CARREGAR-CODIGO
                              THRU 1210-CARREGAR-CODIGO-EXIT
               UNTIL EDER0019-88-FIM-CODIGOS
                  OR EDER0019-88-ABORTAR.

           CLOSE ARQ-CODIGOS.
           IF NOT EDER0019-88-ABORTAR
              AND EDER0019-WS-QTD-CODIGOS > 0
               SET EDER0019-88-CODIGOS-CARREGADOS TO TRUE
           END-IF.
       1200-CARREGAR-CODIGOS-EXIT.
           EXIT.

      ******************************************************************
      *    LE UM REGISTRO DO MESTRE DE CODIGOS E O ACRESCENTA NA       *
      *    TABELA EM MEMORIA                                           *
      ******************************************************************
       1210-CARREGAR-CODIGO.
           READ ARQ-CODIGOS
               AT END
                   SET EDER0019-88-FIM-CODIGOS TO TRUE
                   GO TO 1210-CARREGAR-CODIGO-EXIT
           END-READ.
           IF EDER0019-WS-QTD-CODIGOS = 9999
               DISPLAY 'EDER0019 - MESTRE DE CODIGOS EXCEDE A '
                       'TABELA DE 9999 ENTRADAS'
               SET EDER0019-88-ABORTAR TO TRUE
               GO TO 1210-CARREGAR-CODIGO-EXIT
           END-IF.
           ADD 1 TO EDER0019-WS-QTD-CODIGOS.
           MOVE EDERTCPY-T-CODIGO OF REG-CODIGOS
               TO EDER0019-WS-TCD-CODIGO (EDER0019-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-CTA-MOVIMENTO OF REG-CODIGOS
               TO EDER0019-WS-TCD-CTA-MOVIMENTO
                                         (EDER0019-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-CTA-CONTRAPARTIDA OF REG-CODIGOS
               TO EDER0019-WS-TCD-CTA-CONTRAPARTIDA
                                         (EDER0019-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-SENTIDO OF REG-CODIGOS
               TO EDER0019-WS-TCD-SENTIDO (EDER0019-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-STATUS OF REG-CODIGOS
               TO EDER0019-WS-TCD-STATUS (EDER0019-WS-QTD-CODIGOS).
       1210-CARREGAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O CADASTRO DE CONTAS (EDERACPY, CLASSIFICADO POR    *
      *    CONTA) NA TABELA EM MEMORIA USADA PELA VALIDACAO DE CONTA,  *
      *    COM OS MESMOS CRITERIOS DO EDER0002: SEM O CADASTRO A       *
      *    VALIDACAO DE CONTA NAO E EXECUTADA E O OPERADOR E AVISADO;  *
      *    UM CADASTRO MAIOR QUE A TABELA DERRUBA A EXECUCAO           *
      ******************************************************************
       1300-CARREGAR-CADASTRO.
           OPEN INPUT ARQ-CADASTRO.
           IF EDER0019-WS-FS-CADASTRO = '35'
               DISPLAY 'EDER0019 - CADASTRO DE CONTAS INDISPONIVEL. '
                       'VALIDACAO DE CONTA NAO EXECUTADA'
               GO TO 1300-CARREGAR-CADASTRO-EXIT
           END-IF.
           IF EDER0019-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0019 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0019-WS-FS-CADASTRO
               SET EDER0019-88-ABORTAR TO TRUE
               GO TO 1300-CARREGAR-CADASTRO-EXIT
           END-IF.

           PERFORM 1310-CARREGAR-CONTA
                              THRU 1310-CARREGAR-CONTA-EXIT
               UNTIL EDER0019-88-FIM-CADASTRO
                  OR EDER0019-88-ABORTAR.

           CLOSE ARQ-CADASTRO.
           IF NOT EDER0019-88-ABORTAR
              AND EDER0019-WS-QTD-CONTAS > 0
               SET EDER0019-88-CADASTRO-CARREGADO TO TRUE
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
                   SET EDER0019-88-FIM-CADASTRO TO TRUE
                   GO TO 1310-CARREGAR-CONTA-EXIT
           END-READ.
           IF EDER0019-WS-QTD-CONTAS = 50000
               DISPLAY 'EDER0019 - CADASTRO DE CONTAS EXCEDE A '
                       'TABELA DE 50000 ENTRADAS'
               SET EDER0019-88-ABORTAR TO TRUE
               GO TO 1310-CARREGAR-CONTA-EXIT
           END-IF.
           ADD 1 TO EDER0019-WS-QTD-CONTAS.
           MOVE EDERACPY-A-CONTA OF REG-CADASTRO
               TO EDER0019-WS-TC-CONTA (EDER0019-WS-QTD-CONTAS).
           MOVE EDERACPY-A-STATUS OF REG-CADASTRO
               TO EDER0019-WS-TC-STATUS (EDER0019-WS-QTD-CONTAS).
       1310-CARREGAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A ORDENACAO OS REGISTROS PENDENTES QUE SE       *
      *    CONFIRMAREM COMO DETALHE (O REGISTRO TRAILER, POR SER O     *
                             OF EDER0019-WS-REG-ANTERIOR
               TO EDER0019-WS-SOMA-VALORES.

      *    SO SEGUE PARA O RAZAO O QUE O EDER0002 ACEITA COMO VALIDO
      *    NO CICLO, O MESMO CONJUNTO QUE O EDER0008 POSTA: UM TIPO
      *    FORA DE 'D'/'C' DESBALANCEARIA A INTERFACE, E UMA EXCECAO
      *    SERIA ESCRITURADA DE NOVO NA REENTRADA.
           PERFORM 2210-VALIDAR-REGISTRO
                              THRU 2210-VALIDAR-REGISTRO-EXIT.
           IF EDER0019-88-TIPO-OK AND EDER0019-88-DATA-OK
                                  AND EDER0019-88-CONTA-OK
                                  AND EDER0019-88-CODIGO-OK
      *        UMA MOVIMENTACAO VALIDA POS-DATADA AGUARDA NO DEPOSITO
      *        DE AGENDADOS E SO E ESCRITURADA NO CICLO EM QUE A DATA
      *        CHEGA, NEM ANTES NEM DUAS VEZES.
               IF EDERWCPY-E-DATA-MOVIMENTACAO OF
                                 EDER0019-WS-REG-ANTERIOR
                       > EDER0019-WS-DATA-PROCESSAMENTO
                   ADD 1 TO EDER0019-WS-CONT-FUTUROS
                   IF EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                 EDER0019-WS-REG-ANTERIOR = 'C'
                       ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0019-WS-REG-ANTERIOR
                           TO EDER0019-WS-VALOR-CRED-FUTUROS
                   ELSE
                       ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0019-WS-REG-ANTERIOR
                           TO EDER0019-WS-VALOR-DEB-FUTUROS
                   END-IF
               ELSE
                   MOVE EDERWCPY-REGISTRO OF EDER0019-WS-REG-ANTERIOR
                       TO EDERWCPY-REGISTRO OF REG-ORDENADO
                   RELEASE REG-ORDENADO
               END-IF
           ELSE
               ADD 1 TO EDER0019-WS-CONT-IGNORADOS
               IF EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                 EDER0019-WS-REG-ANTERIOR = 'C'
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0019-WS-REG-ANTERIOR
                       TO EDER0019-WS-VALOR-CRED-IGNORADOS
               ELSE
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0019-WS-REG-ANTERIOR
                       TO EDER0019-WS-VALOR-DEB-IGNORADOS
               END-IF
           END-IF.

           MOVE EDERWCPY-REGISTRO OF REG-MOVTO
           EXIT.

      ******************************************************************
      *    CONFERE SE O TIPO, A DATA, A CONTA E O CODIGO DE TRANSACAO  *
      *    DA MOVIMENTACAO SAO VALIDOS, DA MESMA FORMA QUE O EDER0002  *
      ******************************************************************
       2210-VALIDAR-REGISTRO.
           SET EDER0019-88-TIPO-OK   TO TRUE.
           SET EDER0019-88-DATA-OK   TO TRUE.
           SET EDER0019-88-CONTA-OK  TO TRUE.
           SET EDER0019-88-CODIGO-OK TO TRUE.
           PERFORM 2220-VALIDAR-TIPO   THRU 2220-VALIDAR-TIPO-EXIT.
           PERFORM 2400-VALIDAR-DATA   THRU 2400-VALIDAR-DATA-EXIT.
           PERFORM 2230-VALIDAR-CONTA  THRU 2230-VALIDAR-CONTA-EXIT.
           PERFORM 2240-VALIDAR-CODIGO THRU 2240-VALIDAR-CODIGO-EXIT.
       2210-VALIDAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-TIPO-MOVIMENTACAO E 'D' OU 'C'        *
      ******************************************************************
       2220-VALIDAR-TIPO.
           IF EDERWCPY-E-TIPO-MOVIMENTACAO OF EDER0019-WS-REG-ANTERIOR
                                                                = 'D'
              OR EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                    EDER0019-WS-REG-ANTERIOR = 'C'
               CONTINUE
           ELSE
               MOVE 'N' TO EDER0019-WS-TIPO-OK
           END-IF.
       2220-VALIDAR-TIPO-EXIT.
           EXIT.
      ******************************************************************
      *    CONFERE SE EDERWCPY-E-CONTA EXISTE NO CADASTRO DE CONTAS E  *
      *    SE O STATUS DELA E ATIVA; SEM CADASTRO CARREGADO A          *
      *    VALIDACAO NAO E EXECUTADA                                   *
      ******************************************************************
       2230-VALIDAR-CONTA.
           IF NOT EDER0019-88-CADASTRO-CARREGADO
               GO TO 2230-VALIDAR-CONTA-EXIT
           END-IF.

           SEARCH ALL EDER0019-WS-ENTRADA-CONTA
               AT END
                   MOVE 'N' TO EDER0019-WS-CONTA-OK
               WHEN EDER0019-WS-TC-CONTA (EDER0019-WS-IDX-CAD)
                       = EDERWCPY-E-CONTA OF EDER0019-WS-REG-ANTERIOR
                   IF EDER0019-WS-TC-STATUS (EDER0019-WS-IDX-CAD)
                                                        NOT = 'A'
                       MOVE 'N' TO EDER0019-WS-CONTA-OK
                   END-IF
           END-SEARCH.
       2230-VALIDAR-CONTA-EXIT.
           EXIT.
      ******************************************************************
      *    CONFERE SE EDERWCPY-E-COD-TRANSACAO EXISTE NO MESTRE DE     *
      *    CODIGOS, SE ESTA ATIVO E SE O SENTIDO PERMITIDO PELO CODIGO *
      *    ('D', 'C' OU 'A' PARA AMBOS) ADMITE O TIPO DA MOVIMENTACAO; *
      *    SEM MESTRE CARREGADO A VALIDACAO NAO E EXECUTADA            *
      ******************************************************************
       2240-VALIDAR-CODIGO.
           IF NOT EDER0019-88-CODIGOS-CARREGADOS
               GO TO 2240-VALIDAR-CODIGO-EXIT
           END-IF.

           IF EDERWCPY-E-COD-TRANSACAO OF EDER0019-WS-REG-ANTERIOR
                                            NOT NUMERIC
               MOVE 'N' TO EDER0019-WS-CODIGO-OK
               GO TO 2240-VALIDAR-CODIGO-EXIT
           END-IF.

           SEARCH ALL EDER0019-WS-ENTRADA-CODIGO
               AT END
                   MOVE 'N' TO EDER0019-WS-CODIGO-OK
               WHEN EDER0019-WS-TCD-CODIGO (EDER0019-WS-IDX-COD)
                       = EDERWCPY-E-COD-TRANSACAO
                                         OF EDER0019-WS-REG-ANTERIOR
                   IF EDER0019-WS-TCD-STATUS (EDER0019-WS-IDX-COD)
                                                        NOT = 'A'
                       MOVE 'N' TO EDER0019-WS-CODIGO-OK
                   ELSE
                       IF EDER0019-WS-TCD-SENTIDO
                                         (EDER0019-WS-IDX-COD) NOT = 'A'
                          AND EDER0019-WS-TCD-SENTIDO
                                         (EDER0019-WS-IDX-COD)
                              NOT = EDERWCPY-E-TIPO-MOVIMENTACAO
                                         OF EDER0019-WS-REG-ANTERIOR
                           MOVE 'N' TO EDER0019-WS-CODIGO-OK
                       END-IF
                   END-IF
           END-SEARCH.
       2240-VALIDAR-CODIGO-EXIT.
           EXIT.
      ******************************************************************
      *    CONFERE SE EDERWCPY-E-DATA-MOVIMENTACAO E UMA DATA VALIDA   *
      *    NO FORMATO CCYYMMDD                                         *
      ******************************************************************
       2400-VALIDAR-DATA.
           IF EDERWCPY-E-DATA-MOVIMENTACAO OF EDER0019-WS-REG-ANTERIOR
                                            NOT NUMERIC
               MOVE 'N' TO EDER0019-WS-DATA-OK
               GO TO 2400-VALIDAR-DATA-EXIT
           END-IF.

           MOVE EDERWCPY-E-DATA-MOVIMENTACAO
                             OF EDER0019-WS-REG-ANTERIOR (1:4)
               TO EDER0019-WS-ANO.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO
                             OF EDER0019-WS-REG-ANTERIOR (5:2)
               TO EDER0019-WS-MES.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO
                             OF EDER0019-WS-REG-ANTERIOR (7:2)
               TO EDER0019-WS-DIA.

           IF EDER0019-WS-MES < 1 OR EDER0019-WS-MES > 12
               MOVE 'N' TO EDER0019-WS-DATA-OK
               GO TO 2400-VALIDAR-DATA-EXIT
           END-IF.

           PERFORM 2450-CALCULAR-DIAS-MES
                              THRU 2450-CALCULAR-DIAS-MES-EXIT.

           IF EDER0019-WS-DIA < 1
              OR EDER0019-WS-DIA > EDER0019-WS-DIAS-MES
               MOVE 'N' TO EDER0019-WS-DATA-OK
           END-IF.
       2400-VALIDAR-DATA-EXIT.
           EXIT.

      ******************************************************************
      *    CALCULA A QUANTIDADE DE DIAS DO MES, CONSIDERANDO ANO       *
      *    BISSEXTO PARA FEVEREIRO                                     *
      ******************************************************************
       2450-CALCULAR-DIAS-MES.
           EVALUATE EDER0019-WS-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
                              WHEN 10 WHEN 12
                   MOVE 31 TO EDER0019-WS-DIAS-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO EDER0019-WS-DIAS-MES
               WHEN 02
                   DIVIDE EDER0019-WS-ANO BY 4
                       GIVING EDER0019-WS-QUOCIENTE
                       REMAINDER EDER0019-WS-RESTO-4
                   DIVIDE EDER0019-WS-ANO BY 100
                       GIVING EDER0019-WS-QUOCIENTE
                       REMAINDER EDER0019-WS-RESTO-100
                   DIVIDE EDER0019-WS-ANO BY 400
                       GIVING EDER0019-WS-QUOCIENTE
                       REMAINDER EDER0019-WS-RESTO-400
                   IF (EDER0019-WS-RESTO-4 = 0 AND
                       EDER0019-WS-RESTO-100 NOT = 0)
                      OR EDER0019-WS-RESTO-400 = 0
                       MOVE 29 TO EDER0019-WS-DIAS-MES
                   ELSE
                       MOVE 28 TO EDER0019-WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 00 TO EDER0019-WS-DIAS-MES
           END-EVALUATE.
       2450-CALCULAR-DIAS-MES-EXIT.
           EXIT.

      ******************************************************************
      *    LE OS DETALHES JA ORDENADOS POR DATA E CODIGO, TOTALIZA     *
      *    DEBITOS E CREDITOS DE CADA DATA/CODIGO E GRAVA OS PARES DE  *
      *    LANCAMENTOS NA QUEBRA, COM O TRAILER DA INTERFACE AO FINAL  *
      ******************************************************************
       3000-GERAR-LANCAMENTOS.
           RETURN ARQ-ORDENADO
                              THRU 3100-PROCESSAR-ORDENADO-EXIT
               UNTIL EDER0019-88-FIM-ORDENADO.
           IF NOT EDER0019-88-PRIMEIRO-DETALHE
               PERFORM 3300-GRAVAR-QUEBRA
                   THRU 3300-GRAVAR-QUEBRA-EXIT
           END-IF.
           PERFORM 3600-GRAVAR-TRAILER
                              THRU 3600-GRAVAR-TRAILER-EXIT.
           IF EDER0019-88-PRIMEIRO-DETALHE
               MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0019-WS-DATA-ATUAL
               MOVE EDERWCPY-E-COD-TRANSACAO OF REG-ORDENADO
                   TO EDER0019-WS-CODIGO-ATUAL
               MOVE 'N' TO EDER0019-WS-PRIMEIRO-DETALHE
           ELSE
               IF EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ORDENADO
                                NOT = EDER0019-WS-DATA-ATUAL
                  OR EDERWCPY-E-COD-TRANSACAO OF REG-ORDENADO
                                NOT = EDER0019-WS-CODIGO-ATUAL
                   PERFORM 3300-GRAVAR-QUEBRA
                       THRU 3300-GRAVAR-QUEBRA-EXIT
                   MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ORDENADO
                       TO EDER0019-WS-DATA-ATUAL
                   MOVE EDERWCPY-E-COD-TRANSACAO OF REG-ORDENADO
                       TO EDER0019-WS-CODIGO-ATUAL
               END-IF
           END-IF.

           IF EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-ORDENADO = 'D'
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0019-WS-TOTAL-DEBITO
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0019-WS-VALOR-DEB-ESCRIT
           ELSE
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0019-WS-TOTAL-CREDITO
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0019-WS-VALOR-CRED-ESCRIT
           END-IF.

           RETURN ARQ-ORDENADO
           EXIT.

      ******************************************************************
      *    GRAVA OS PARES BALANCEADOS DE LANCAMENTOS DA DATA E CODIGO  *
      *    EM TOTALIZACAO: O TOTAL DOS DEBITOS 'D' DEBITA A CONTA DE   *
      *    MOVIMENTO DO CODIGO E CREDITA A CONTRAPARTIDA; O TOTAL DOS  *
      *    CREDITOS 'C' CREDITA A CONTA DE MOVIMENTO E DEBITA A        *
      *    CONTRAPARTIDA                                               *
      ******************************************************************
       3300-GRAVAR-QUEBRA.
           PERFORM 3250-BUSCAR-CONTAS-CODIGO
                              THRU 3250-BUSCAR-CONTAS-CODIGO-EXIT.

           IF EDER0019-WS-TOTAL-DEBITO > 0
               MOVE EDER0019-WS-CTA-MOVIMENTO
                   TO EDER0019-WD-CONTA-CONTABIL
               MOVE 'D' TO EDER0019-WD-NATUREZA
               MOVE EDER0019-WS-TOTAL-DEBITO TO EDER0019-WD-VALOR
               MOVE 'D' TO EDER0019-WD-TIPO-ORIGEM
               PERFORM 3400-GRAVAR-LANCAMENTO
                                  THRU 3400-GRAVAR-LANCAMENTO-EXIT
               MOVE EDER0019-WS-CTA-CONTRAPARTIDA
                   TO EDER0019-WD-CONTA-CONTABIL
               MOVE 'C' TO EDER0019-WD-NATUREZA
               PERFORM 3400-GRAVAR-LANCAMENTO
           END-IF.

           IF EDER0019-WS-TOTAL-CREDITO > 0
               MOVE EDER0019-WS-CTA-MOVIMENTO
                   TO EDER0019-WD-CONTA-CONTABIL
               MOVE 'C' TO EDER0019-WD-NATUREZA
               MOVE EDER0019-WS-TOTAL-CREDITO TO EDER0019-WD-VALOR
               MOVE 'C' TO EDER0019-WD-TIPO-ORIGEM
               PERFORM 3400-GRAVAR-LANCAMENTO
                                  THRU 3400-GRAVAR-LANCAMENTO-EXIT
               MOVE EDER0019-WS-CTA-CONTRAPARTIDA
                   TO EDER0019-WD-CONTA-CONTABIL
               MOVE 'D' TO EDER0019-WD-NATUREZA
               PERFORM 3400-GRAVAR-LANCAMENTO

           MOVE ZEROS TO EDER0019-WS-TOTAL-DEBITO
                         EDER0019-WS-TOTAL-CREDITO.
       3300-GRAVAR-QUEBRA-EXIT.
           EXIT.

      ******************************************************************
      *    OBTEM AS CONTAS DO RAZAO DO CODIGO EM TOTALIZACAO NO MESTRE *
      *    DE CODIGOS; CODIGO AUSENTE DO MESTRE USA O PLANO DE CONTAS  *
      *    PADRAO (DEPOSITOS/TRANSITORIA) E E CONTADO NO RESUMO        *
      ******************************************************************
       3250-BUSCAR-CONTAS-CODIGO.
           MOVE EDER0019-WS-CTA-DEPOSITOS
               TO EDER0019-WS-CTA-MOVIMENTO.
           MOVE EDER0019-WS-CTA-TRANSITORIA
               TO EDER0019-WS-CTA-CONTRAPARTIDA.
           MOVE EDER0019-WS-CODIGO-ATUAL
               TO EDER0019-WD-COD-TRANSACAO.
           IF EDER0019-WS-QTD-CODIGOS = 0
               GO TO 3250-BUSCAR-CONTAS-CODIGO-EXIT
           END-IF.

           SEARCH ALL EDER0019-WS-ENTRADA-CODIGO
               AT END
                   ADD 1 TO EDER0019-WS-CONT-SEM-CODIGO
               WHEN EDER0019-WS-TCD-CODIGO (EDER0019-WS-IDX-COD)
                       = EDER0019-WS-CODIGO-ATUAL
                   MOVE EDER0019-WS-TCD-CTA-MOVIMENTO
                                         (EDER0019-WS-IDX-COD)
                       TO EDER0019-WS-CTA-MOVIMENTO
                   MOVE EDER0019-WS-TCD-CTA-CONTRAPARTIDA
                                         (EDER0019-WS-IDX-COD)
                       TO EDER0019-WS-CTA-CONTRAPARTIDA
           END-SEARCH.
       3250-BUSCAR-CONTAS-CODIGO-EXIT.
           EXIT.

      ******************************************************************
                   EDER0019-WS-CONT-LIDOS.
           DISPLAY 'EDER0019 - DETALHES IGNORADOS....: '
                   EDER0019-WS-CONT-IGNORADOS.
           DISPLAY 'EDER0019 - DETALHES POS-DATADOS..: '
                   EDER0019-WS-CONT-FUTUROS.
           DISPLAY 'EDER0019 - LANCAMENTOS GERADOS...: '
                   EDER0019-WS-CONT-LANCAMENTOS.
           DISPLAY 'EDER0019 - CODIGOS FORA DO MESTRE: '
                   EDER0019-WS-CONT-SEM-CODIGO.
           IF EDER0019-88-TRAILER-OK
               DISPLAY 'EDER0019 - TRAILER CONFERIDO....: OK'
           ELSE

      ******************************************************************
      *    GRAVA O REGISTRO DE CONTROLE DE EXECUCAO DO PASSO NO        *
      *    ARQUIVO COMUM DO CICLO, COM OS CONTADORES, OS TOTAIS DE     *
      *    DEBITO E CREDITO DAS MOVIMENTACOES ESCRITURADAS (VALIDOS),  *
      *    IGNORADAS (REJEITADOS) E POS-DATADAS (RETIDOS) E O          *
      *    VEREDICTO DA CONFERENCIA DO TRAILER                         *
      ******************************************************************
       9200-GRAVAR-RUN-CONTROL.
           OPEN EXTEND ARQ-RUN-CONTROL.
           ACCEPT EDER0019-WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES TO EDERRCPY-REGISTRO OF REG-RUN-CONTROL.
           MOVE ZEROS  TO EDERRCPY-R-VALORES OF REG-RUN-CONTROL.
           MOVE 'EDER0019' TO EDERRCPY-R-PROGRAMA OF REG-RUN-CONTROL.
           MOVE EDER0019-WS-DATA-SISTEMA
               TO EDERRCPY-R-DATA-EXECUCAO OF REG-RUN-CONTROL.
               TO EDERRCPY-R-CONT-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0019-WS-CONT-IGNORADOS
               TO EDERRCPY-R-CONT-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0019-WS-CONT-FUTUROS
               TO EDERRCPY-R-CONT-RETIDOS OF REG-RUN-CONTROL.
           MOVE EDER0019-WS-VALOR-DEB-ESCRIT
               TO EDERRCPY-R-VALOR-DEB-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0019-WS-VALOR-CRED-ESCRIT
               TO EDERRCPY-R-VALOR-CRED-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0019-WS-VALOR-DEB-IGNORADOS
               TO EDERRCPY-R-VALOR-DEB-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0019-WS-VALOR-CRED-IGNORADOS
               TO EDERRCPY-R-VALOR-CRED-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0019-WS-VALOR-DEB-FUTUROS
               TO EDERRCPY-R-VALOR-DEB-RETIDOS OF REG-RUN-CONTROL.
           MOVE EDER0019-WS-VALOR-CRED-FUTUROS
               TO EDERRCPY-R-VALOR-CRED-RETIDOS OF REG-RUN-CONTROL.
           IF EDER0019-88-TRAILER-OK
               MOVE 'S'  TO EDERRCPY-R-TRAILER-OK OF REG-RUN-CONTROL
               MOVE 'OK' TO EDERRCPY-R-DISPOSICAO OF REG-RUN-CONTROL
