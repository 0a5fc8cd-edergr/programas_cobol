      *                                                                *
      *    LE O ARQUIVO DE MOVIMENTACOES VALIDADAS NO LAYOUT EDERWCPY, *
      *    ORDENA OS DETALHES POR CONTA E DATA E APLICA CADA           *
      *    MOVIMENTACAO NO MESTRE DE SALDOS (LAYOUT EDERSCPY), GERANDO *
      *    UMA NOVA GERACAO DO MESTRE (BALANCE LINE): CONTAS SEM       *
      *    MOVIMENTO SAO COPIADAS SEM ALTERACAO, CONTAS COM MOVIMENTO  *
      *    TEM O SALDO ATUAL E A DATA DO ULTIMO LANCAMENTO             *
      *    ATUALIZADOS, E CONTAS AINDA AUSENTES DO MESTRE SAO          *
      *    IMPLANTADAS COM SALDO DE ABERTURA ZERO. O MESTRE INDEXADO E *
      *    LIDO EM ORDEM DE CONTA E A NOVA GERACAO E GRAVADA           *
      *    SEQUENCIAL, EM ORDEM ASCENDENTE DE CONTA; CABE A JCL        *
      *    RECARREGA-LA NO MESTRE INDEXADO (EDER0034), GUARDANDO A     *
      *    GERACAO ANTERIOR DESCARREGADA ANTES DA POSTAGEM PARA        *
      *    RESTART E PARA A PROVA DE BALANCETE DO EDER0020. REGISTROS  *
      *    COM TIPO OU DATA INVALIDOS, COM CONTA AUSENTE DO CADASTRO   *
      *    DE CONTAS (EDERACPY) OU COM STATUS DIFERENTE DE ATIVA (QUE  *
      *    O EDER0002 JA DESVIARIA) NAO SAO POSTADOS, E MOVIMENTACOES  *
      *    VALIDAS COM DATA POSTERIOR A DATA DE PROCESSAMENTO DO CICLO *
      *    TAMBEM NAO: ELAS AGUARDAM NO DEPOSITO DE AGENDADOS E SO SAO *
      *    POSTADAS NO CICLO EM QUE A DATA CHEGA, PARA QUE UMA MESMA   *
      *    MOVIMENTACAO NAO SEJA POSTADA ANTECIPADAMENTE NEM DUAS      *
      *    VEZES. AO FINAL, O TRAILER DO ARQUIVO DE MOVIMENTACOES E    *
      *    CONFERIDO CONTRA A QUANTIDADE E O SOMATORIO LIDOS. O SALDO  *
      *    DE FECHAMENTO DE CADA DATA POSTADA DE CADA CONTA E GRAVADO  *
      *    NO HISTORICO DE SALDOS (EDERHCPY), MANTIDO POR GERACAO COMO *
      *    O MESTRE; A DATA JA HISTORIADA RECEBE OS TOTAIS DO CICLO    *
      *    SOMADOS AOS QUE JA TINHA, E UMA POSTAGEM RETROATIVA DESLOCA *
      *    PELO SEU VALOR LIQUIDO O FECHAMENTO DAS DATAS POSTERIORES   *
      *    DA CONTA. O VALOR BLOQUEADO DA CONTA POR ORDENS             *
      *    JUDICIAIS/ADMINISTRATIVAS EM VIGOR NA DATA DE PROCESSAMENTO *
      *    (EDERJCPY) E TRATADO COMO INDISPONIVEL NO CONTROLE DOS      *
      *    DEBITOS: O DEBITO QUE DEIXA O SALDO ATUAL ABAIXO DE         *
      *    BLOQUEADO MENOS LIMITE AINDA E POSTADO, MAS SAI NO          *
      *    RELATORIO DE INVASAO DE BLOQUEIO. O CODIGO DE TRANSACAO     *
      *    TAMBEM E CONFERIDO CONTRA O MESTRE DE CODIGOS (EDERTCPY)    *
      *    COMO NO EDER0002, E OS TOTAIS DE DEBITO E CREDITO POSTADOS, *
      *    NAO POSTADOS E POS-DATADOS SAO GRAVADOS NO CONTROLE DE      *
      *    EXECUCAO DO CICLO (EDERRCPY) PARA O BALANCEAMENTO DO FLUXO. *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *                           CONTAS AMPLIADA DE 1000 PARA 50000   *
      *                           ENTRADAS, PARA A CADEIA SUPORTAR O   *
      *                           CRESCIMENTO DO CADASTRO SEM ABORTAR  *
      *    14/10/2026   EGR       INCLUIDO O HISTORICO DE SALDOS DE    *
      *                           FECHAMENTO (EDERHCPY): UM REGISTRO   *
      *                           POR CONTA POR DATA POSTADA,          *
      *                           INTERCALADO COM A GERACAO ANTERIOR   *
      *                           DO HISTORICO NUMA NOVA GERACAO       *
      *    14/10/2026   EGR       INCLUIDO O CONTROLE DE BLOQUEIOS DE  *
      *                           VALOR (EDERJCPY): O VALOR BLOQUEADO  *
      *                           EM VIGOR NA CONTA E INDISPONIVEL     *
      *                           PARA OS DEBITOS, E O DEBITO QUE      *
      *                           INVADE O BLOQUEIO SAI NO RELATORIO   *
      *                           DE INVASAO DE BLOQUEIO               *
      *    14/10/2026   EGR       INCLUIDA A VALIDACAO DO CODIGO DE    *
      *                           TRANSACAO (EDERTCPY), COMO NO        *
      *                           EDER0002, E A GRAVACAO DO REGISTRO   *
      *                           DE CONTROLE DE EXECUCAO (RUNCTL) COM *
      *                           OS TOTAIS DE DEBITO E CREDITO        *
      *                           POSTADOS, NAO POSTADOS E             *
      *                           POS-DATADOS, PARA O BALANCEAMENTO    *
      *                           DO FLUXO DE VALORES DO CICLO         *
      *    14/10/2026   EGR       MESTRE DE SALDOS E CADASTRO DE       *
      *                           CONTAS PASSARAM A SER ARQUIVOS       *
      *                           INDEXADOS POR CONTA, LIDOS EM ACESSO *
      *                           SEQUENCIAL; A NOVA GERACAO DO MESTRE *
      *                           CONTINUA SEQUENCIAL E E RECARREGADA  *
      *                           NO MESTRE INDEXADO PELO EDER0034     *
      *    15/10/2026   EGR       DATA JA HISTORIADA PASSOU A ACUMULAR *
      *                           OS TOTAIS DO CICLO EM VEZ DE SER     *
      *                           SUBSTITUIDA, E A POSTAGEM            *
      *                           RETROATIVA PASSOU A RECOMPOR O       *
      *                           FECHAMENTO DAS DATAS POSTERIORES     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0008.

           SELECT ARQ-ORDENADO    ASSIGN TO 'SORTWK1'.

      *    MESTRE DE SALDOS INDEXADO POR CONTA, LIDO POR INTEIRO EM
      *    ORDEM DE CONTA.
           SELECT ARQ-SALDOS      ASSIGN TO 'SALDOS'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                  FILE STATUS IS EDER0008-WS-FS-SALDOS.

      *    NOVA GERACAO DO MESTRE, SEQUENCIAL EM ORDEM DE CONTA,
      *    RECARREGADA NO MESTRE INDEXADO PELO EDER0034.
           SELECT ARQ-SALDOS-NOVO ASSIGN TO 'SALDONOVO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0008-WS-FS-NOVO.

      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO POR INTEIRO
      *    EM ORDEM DE CONTA.
           SELECT ARQ-CADASTRO    ASSIGN TO 'CADCONTA'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                  FILE STATUS IS
                                             EDER0008-WS-FS-CADASTRO.

                                  FILE STATUS IS
                                             EDER0008-WS-FS-EXCESSOS.

      *    HISTORICO DE SALDOS DE FECHAMENTO (EDERHCPY), CLASSIFICADO
      *    POR CONTA E DATA: A GERACAO ATUAL E LIDA EM PARALELO COM O
      *    MESTRE E OS FECHAMENTOS DO CICLO SAO INTERCALADOS NA NOVA
      *    GERACAO, QUE A JCL PROMOVE JUNTO COM A DO MESTRE.
           SELECT ARQ-HISTORICO   ASSIGN TO 'HISTSALDO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0008-WS-FS-HIST.

           SELECT ARQ-HISTORICO-NOVO ASSIGN TO 'HISTNOVO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0008-WS-FS-HISTNOVO.

      *    BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS DE VALOR (EDERJCPY),
      *    CLASSIFICADOS POR CONTA, CARREGADOS NA INICIALIZACAO.
           SELECT ARQ-BLOQUEIOS   ASSIGN TO 'BLOQJUD'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0008-WS-FS-BLOQ.

      *    RELATORIO DE INVASAO DE BLOQUEIO: UMA LINHA POR DEBITO
      *    POSTADO QUE CONSUMIU VALOR BLOQUEADO DA CONTA.
           SELECT ARQ-RELAT-BLOQUEIO ASSIGN TO 'BLOQINV'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0008-WS-FS-RELBLQ.

      *    MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY), CLASSIFICADO POR
      *    CODIGO, CARREGADO NA INICIALIZACAO.
           SELECT ARQ-CODIGOS     ASSIGN TO 'CODTRANS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0008-WS-FS-CODIGOS.

           SELECT ARQ-RUN-CONTROL ASSIGN TO 'RUNCTL'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0008-WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVTO
           COPY EDERWCPY.

       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.
           COPY EDERSCPY.

       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.
           05  EDER0008-EXC-LIMITE           PIC 9(13)V99.
           05  FILLER                        PIC X(15).

       FD  ARQ-HISTORICO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTORICO.
           COPY EDERHCPY.

       FD  ARQ-HISTORICO-NOVO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTORICO-NOVO.
           COPY EDERHCPY.

       FD  ARQ-BLOQUEIOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BLOQUEIOS.
           COPY EDERJCPY.

       FD  ARQ-RELAT-BLOQUEIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELAT-BLOQUEIO               PIC X(132).

       FD  ARQ-CODIGOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS.
           COPY EDERTCPY.

       FD  ARQ-RUN-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RUN-CONTROL.
           COPY EDERRCPY.

       WORKING-STORAGE SECTION.
       77  EDER0008-WS-FS-MOVTO             PIC X(02) VALUE SPACES.
       77  EDER0008-WS-FS-SALDOS            PIC X(02) VALUE SPACES.
       77  EDER0008-WS-FS-EXCESSOS          PIC X(02) VALUE SPACES.
       77  EDER0008-WS-CONT-ESTOUROS        PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0008-WS-FS-HIST              PIC X(02) VALUE SPACES.
       77  EDER0008-WS-FS-HISTNOVO          PIC X(02) VALUE SPACES.
       77  EDER0008-WS-FIM-HISTORICO        PIC X(01) VALUE 'N'.
           88  EDER0008-88-FIM-HISTORICO              VALUE 'S'.
       77  EDER0008-WS-CONT-HIST-GRAVADOS   PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0008-WS-CONT-HIST-ACUMUL     PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0008-WS-CONT-HIST-RECOMP     PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0008-WS-FS-BLOQ              PIC X(02) VALUE SPACES.
       77  EDER0008-WS-FS-RELBLQ            PIC X(02) VALUE SPACES.
       77  EDER0008-WS-FIM-BLOQUEIOS        PIC X(01) VALUE 'N'.
           88  EDER0008-88-FIM-BLOQUEIOS              VALUE 'S'.
       77  EDER0008-WS-BLOQUEIOS-CARREGADOS PIC X(01) VALUE 'N'.
           88  EDER0008-88-BLOQUEIOS-CARREGADOS       VALUE 'S'.
       77  EDER0008-WS-CONT-INVASOES        PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0008-WS-FS-CODIGOS           PIC X(02) VALUE SPACES.
       77  EDER0008-WS-FIM-CODIGOS          PIC X(01) VALUE 'N'.
           88  EDER0008-88-FIM-CODIGOS                VALUE 'S'.
       77  EDER0008-WS-CODIGOS-CARREGADOS   PIC X(01) VALUE 'N'.
           88  EDER0008-88-CODIGOS-CARREGADOS         VALUE 'S'.
       77  EDER0008-WS-CODIGO-OK            PIC X(01) VALUE 'S'.
           88  EDER0008-88-CODIGO-OK                  VALUE 'S'.
       77  EDER0008-WS-FS-RUNCTL            PIC X(02) VALUE SPACES.
       77  EDER0008-WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77  EDER0008-WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.

      *    TOTAIS DE DEBITO E CREDITO DOS MOVIMENTOS POSTADOS, NAO
      *    POSTADOS (INVALIDOS) E POS-DATADOS, GRAVADOS NO CONTROLE DE
      *    EXECUCAO PARA O BALANCEAMENTO DO FLUXO DE VALORES.
       77  EDER0008-WS-VALOR-DEB-POSTADOS   PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0008-WS-VALOR-CRED-POSTADOS  PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0008-WS-VALOR-DEB-INVALIDOS  PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0008-WS-VALOR-CRED-INVALIDOS PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0008-WS-VALOR-DEB-FUTUROS    PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0008-WS-VALOR-CRED-FUTUROS   PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.

      *    ACUMULADORES DA DATA EM POSTAGEM DENTRO DA CONTA, GRAVADOS
      *    NO HISTORICO DE SALDOS A CADA QUEBRA DE DATA.
       01  EDER0008-WS-ACUMULADORES-DIA.
           05  EDER0008-WS-DATA-DIA         PIC 9(08) VALUE ZEROS.
           05  EDER0008-WS-DEBITOS-DIA      PIC 9(15)V99 COMP-3
                                             VALUE ZEROS.
           05  EDER0008-WS-CREDITOS-DIA     PIC 9(15)V99 COMP-3
                                             VALUE ZEROS.
           05  EDER0008-WS-QTD-DIA          PIC 9(05) COMP
                                             VALUE ZEROS.

      *    VALOR LIQUIDO (CREDITOS MENOS DEBITOS) JA POSTADO NESTA
      *    EXECUCAO NA CONTA EM POSTAGEM, ATE A DATA JA HISTORIADA;
      *    DESLOCA O FECHAMENTO DAS DATAS SEGUINTES DA CONTA NO
      *    HISTORICO.
       77  EDER0008-WS-AJUSTE-CONTA         PIC S9(15)V99 VALUE ZEROS
                                             COMP-3.

      *    LIMITE DE CREDITO AUTORIZADO DA CONTA EM POSTAGEM, BUSCADO
      *    NA TABELA DO CADASTRO A CADA QUEBRA DE CONTA. CONTA COM
      *    INDISPONIVEL E TRATADA COMO LIMITE ZERO.
       77  EDER0008-WS-LIMITE-CONTA         PIC 9(13)V99 VALUE ZEROS.

      *    VALOR BLOQUEADO DA CONTA EM POSTAGEM (SOMA DAS ORDENS EM
      *    VIGOR NA DATA DE PROCESSAMENTO), BUSCADO NA TABELA DE
      *    BLOQUEIOS A CADA QUEBRA DE CONTA.
       77  EDER0008-WS-BLOQUEADO-CONTA      PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.

      *    GUARDA O REGISTRO DE DETALHE LIDO NA VOLTA ANTERIOR, JA QUE
      *    SO SABEMOS QUE O ULTIMO REGISTRO FISICO E O TRAILER (E NAO
      *    UM DETALHE) QUANDO A LEITURA SEGUINTE ENCONTRA O FIM DO
               10  EDER0008-WS-TC-STATUS    PIC X(01).
               10  EDER0008-WS-TC-LIMITE    PIC 9(13)V99.

      *    VALOR BLOQUEADO POR CONTA, SOMANDO AS ORDENS DE BLOQUEIO
      *    (EDERJCPY) EM VIGOR NA DATA DE PROCESSAMENTO, CARREGADO NA
      *    INICIALIZACAO. SO CONTAS COM ALGUMA ORDEM EM VIGOR ENTRAM.
       01  EDER0008-WS-TABELA-BLOQUEIOS.
           05  EDER0008-WS-QTD-BLOQUEIOS    PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0008-WS-ENTRADA-BLOQUEIO OCCURS 1 TO 50000 TIMES
                       DEPENDING ON EDER0008-WS-QTD-BLOQUEIOS
                       ASCENDING KEY IS EDER0008-WS-TB-CONTA
                       INDEXED BY EDER0008-WS-IDX-BLQ.
               10  EDER0008-WS-TB-CONTA     PIC 9(10).
               10  EDER0008-WS-TB-VALOR     PIC 9(15)V99 COMP-3.

      *    IMAGEM EM MEMORIA DO MESTRE DE CODIGOS DE TRANSACAO
      *    (EDERTCPY), CLASSIFICADO POR CODIGO, CARREGADO NA
      *    INICIALIZACAO PARA A PESQUISA BINARIA DE CADA DETALHE, COMO
      *    NO EDER0002.
       01  EDER0008-WS-TABELA-CODIGOS.
           05  EDER0008-WS-QTD-CODIGOS      PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0008-WS-ENTRADA-CODIGO OCCURS 1 TO 9999 TIMES
                       DEPENDING ON EDER0008-WS-QTD-CODIGOS
                       ASCENDING KEY IS EDER0008-WS-TCD-CODIGO
                       INDEXED BY EDER0008-WS-IDX-COD.
               10  EDER0008-WS-TCD-CODIGO   PIC 9(04).
               10  EDER0008-WS-TCD-SENTIDO  PIC X(01).
               10  EDER0008-WS-TCD-STATUS   PIC X(01).

       01  EDER0008-WL-CABECALHO-LIM-1.
           05  FILLER                       PIC X(50)
               VALUE 'EDER0008 - EXCECOES DE LIMITE DA POSTAGEM'.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0008-WL-L-LIMITE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  EDER0008-WL-CABECALHO-BLQ-1.
           05  FILLER                       PIC X(50)
               VALUE 'EDER0008 - INVASOES DE BLOQUEIO DA POSTAGEM'.

       01  EDER0008-WL-CABECALHO-BLQ-2.
           05  FILLER                       PIC X(12) VALUE 'CONTA'.
           05  FILLER                       PIC X(12) VALUE 'DATA'.
           05  FILLER                       PIC X(22)
               VALUE 'VALOR DEBITO'.
           05  FILLER                       PIC X(24)
               VALUE 'SALDO RESULTANTE'.
           05  FILLER                       PIC X(24)
               VALUE 'VALOR BLOQUEADO'.
           05  FILLER                       PIC X(20)
               VALUE 'LIMITE AUTORIZADO'.

       01  EDER0008-WL-DETALHE-BLQ.
           05  EDER0008-WL-B-CONTA          PIC Z(09)9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0008-WL-B-DATA           PIC 9999/99/99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0008-WL-B-VALOR          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0008-WL-B-SALDO
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0008-WL-B-BLOQUEADO
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0008-WL-B-LIMITE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1400-CARREGAR-BLOQUEIOS
                              THRU 1400-CARREGAR-BLOQUEIOS-EXIT.
           IF EDER0008-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1500-CARREGAR-CODIGOS
                              THRU 1500-CARREGAR-CODIGOS-EXIT.
           IF EDER0008-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT  ARQ-MOVTO.
           IF EDER0008-WS-FS-MOVTO NOT = '00'
               DISPLAY 'EDER0008 - ERRO AO ABRIR ARQ-MOVTO: '
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

      *    UM HISTORICO AINDA INEXISTENTE (PRIMEIRA EXECUCAO) E
      *    TRATADO COMO HISTORICO VAZIO.
           OPEN INPUT  ARQ-HISTORICO.
           IF EDER0008-WS-FS-HIST = '35'
               DISPLAY 'EDER0008 - HISTORICO DE SALDOS INEXISTENTE. '
                       'SERA INICIADO NESTE CICLO'
               SET EDER0008-88-FIM-HISTORICO TO TRUE
           ELSE
               IF EDER0008-WS-FS-HIST NOT = '00'
                   DISPLAY 'EDER0008 - ERRO AO ABRIR ARQ-HISTORICO: '
                           EDER0008-WS-FS-HIST
                   SET EDER0008-88-ABORTAR TO TRUE
                   CLOSE ARQ-MOVTO
                   IF NOT EDER0008-88-FIM-SALDOS
                       CLOSE ARQ-SALDOS
                   END-IF
                   CLOSE ARQ-SALDOS-NOVO
                   CLOSE ARQ-RELAT-LIMITE
                   CLOSE ARQ-EXCESSOS
                   GO TO 1000-INICIALIZAR-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT ARQ-HISTORICO-NOVO.
           IF EDER0008-WS-FS-HISTNOVO NOT = '00'
               DISPLAY 'EDER0008 - ERRO AO ABRIR ARQ-HISTORICO-NOVO: '
                       EDER0008-WS-FS-HISTNOVO
               SET EDER0008-88-ABORTAR TO TRUE
               CLOSE ARQ-MOVTO
               IF NOT EDER0008-88-FIM-SALDOS
                   CLOSE ARQ-SALDOS
               END-IF
               CLOSE ARQ-SALDOS-NOVO
               CLOSE ARQ-RELAT-LIMITE
               CLOSE ARQ-EXCESSOS
               IF NOT EDER0008-88-FIM-HISTORICO
                   CLOSE ARQ-HISTORICO
               END-IF
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-RELAT-BLOQUEIO.
           IF EDER0008-WS-FS-RELBLQ NOT = '00'
               DISPLAY 'EDER0008 - ERRO AO ABRIR ARQ-RELAT-BLOQUEIO: '
                       EDER0008-WS-FS-RELBLQ
               SET EDER0008-88-ABORTAR TO TRUE
               CLOSE ARQ-MOVTO
               IF NOT EDER0008-88-FIM-SALDOS
                   CLOSE ARQ-SALDOS
               END-IF
               CLOSE ARQ-SALDOS-NOVO
               CLOSE ARQ-RELAT-LIMITE
               CLOSE ARQ-EXCESSOS
               IF NOT EDER0008-88-FIM-HISTORICO
                   CLOSE ARQ-HISTORICO
               END-IF
               CLOSE ARQ-HISTORICO-NOVO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE EDER0008-WL-CABECALHO-LIM-1 TO REG-RELAT-LIMITE.
           WRITE REG-RELAT-LIMITE.
           MOVE EDER0008-WL-CABECALHO-LIM-2 TO REG-RELAT-LIMITE.
           WRITE REG-RELAT-LIMITE.
           MOVE EDER0008-WL-CABECALHO-BLQ-1 TO REG-RELAT-BLOQUEIO.
           WRITE REG-RELAT-BLOQUEIO.
           MOVE EDER0008-WL-CABECALHO-BLQ-2 TO REG-RELAT-BLOQUEIO.
           WRITE REG-RELAT-BLOQUEIO.

      *    O PRIMEIRO REGISTRO DO ARQUIVO E O HEADER E E DESCARTADO
      *    AQUI, ANTES DE POSICIONAR O BUFFER DE LOOKAHEAD NO PRIMEIRO
       1310-CARREGAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA NA TABELA EM MEMORIA O VALOR BLOQUEADO POR CONTA,   *
      *    SOMANDO AS ORDENS (EDERJCPY, CLASSIFICADAS POR CONTA) EM    *
      *    VIGOR NA DATA DE PROCESSAMENTO. SEM O ARQUIVO DE BLOQUEIOS  *
      *    NENHUMA CONTA TEM VALOR BLOQUEADO E O OPERADOR E AVISADO;   *
      *    MAIS CONTAS BLOQUEADAS QUE A TABELA DERRUBA A EXECUCAO      *
      ******************************************************************
       1400-CARREGAR-BLOQUEIOS.
           OPEN INPUT ARQ-BLOQUEIOS.
           IF EDER0008-WS-FS-BLOQ = '35'
               DISPLAY 'EDER0008 - ARQUIVO DE BLOQUEIOS INEXISTENTE. '
                       'NENHUM VALOR BLOQUEADO'
               GO TO 1400-CARREGAR-BLOQUEIOS-EXIT
           END-IF.
           IF EDER0008-WS-FS-BLOQ NOT = '00'
               DISPLAY 'EDER0008 - ERRO AO ABRIR ARQ-BLOQUEIOS: '
                       EDER0008-WS-FS-BLOQ
               SET EDER0008-88-ABORTAR TO TRUE
               GO TO 1400-CARREGAR-BLOQUEIOS-EXIT
           END-IF.

           PERFORM 1410-CARREGAR-BLOQUEIO
                              THRU 1410-CARREGAR-BLOQUEIO-EXIT
               UNTIL EDER0008-88-FIM-BLOQUEIOS
                  OR EDER0008-88-ABORTAR.

           CLOSE ARQ-BLOQUEIOS.
           IF NOT EDER0008-88-ABORTAR
              AND EDER0008-WS-QTD-BLOQUEIOS > 0
               SET EDER0008-88-BLOQUEIOS-CARREGADOS TO TRUE
           END-IF.
       1400-CARREGAR-BLOQUEIOS-EXIT.
           EXIT.

      ******************************************************************
      *    LE UMA ORDEM DE BLOQUEIO E, SE ELA ESTA EM VIGOR NA DATA DE *
      *    PROCESSAMENTO ('A' OU 'P', JA INICIADA E SEM DATA DE        *
      *    LIBERACAO ATINGIDA), SOMA O VALOR AINDA BLOQUEADO NA        *
      *    ENTRADA DA CONTA                                            *
      ******************************************************************
       1410-CARREGAR-BLOQUEIO.
           READ ARQ-BLOQUEIOS
               AT END
                   SET EDER0008-88-FIM-BLOQUEIOS TO TRUE
                   GO TO 1410-CARREGAR-BLOQUEIO-EXIT
           END-READ.
           IF EDERJCPY-J-STATUS OF REG-BLOQUEIOS NOT = 'A'
              AND EDERJCPY-J-STATUS OF REG-BLOQUEIOS NOT = 'P'
               GO TO 1410-CARREGAR-BLOQUEIO-EXIT
           END-IF.
           IF EDERJCPY-J-DATA-INICIO OF REG-BLOQUEIOS
                               > EDER0008-WS-DATA-PROCESSAMENTO
               GO TO 1410-CARREGAR-BLOQUEIO-EXIT
           END-IF.
           IF EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS NOT = ZEROS
              AND EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS
                               NOT > EDER0008-WS-DATA-PROCESSAMENTO
               GO TO 1410-CARREGAR-BLOQUEIO-EXIT
           END-IF.

           IF EDER0008-WS-QTD-BLOQUEIOS = 0
              OR EDER0008-WS-TB-CONTA (EDER0008-WS-QTD-BLOQUEIOS)
                      NOT = EDERJCPY-J-CONTA OF REG-BLOQUEIOS
               IF EDER0008-WS-QTD-BLOQUEIOS = 50000
                   DISPLAY 'EDER0008 - CONTAS COM BLOQUEIO EXCEDEM A '
                           'TABELA DE 50000 ENTRADAS'
                   SET EDER0008-88-ABORTAR TO TRUE
                   GO TO 1410-CARREGAR-BLOQUEIO-EXIT
               END-IF
               ADD 1 TO EDER0008-WS-QTD-BLOQUEIOS
               MOVE EDERJCPY-J-CONTA OF REG-BLOQUEIOS
                   TO EDER0008-WS-TB-CONTA (EDER0008-WS-QTD-BLOQUEIOS)
               MOVE ZEROS
                   TO EDER0008-WS-TB-VALOR (EDER0008-WS-QTD-BLOQUEIOS)
           END-IF.
           COMPUTE EDER0008-WS-TB-VALOR (EDER0008-WS-QTD-BLOQUEIOS) =
                   EDER0008-WS-TB-VALOR (EDER0008-WS-QTD-BLOQUEIOS)
                 + EDERJCPY-J-VALOR-ORDEM OF REG-BLOQUEIOS
                 - EDERJCPY-J-VALOR-LIBERADO OF REG-BLOQUEIOS.
       1410-CARREGAR-BLOQUEIO-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY,         *
      *    CLASSIFICADO POR CODIGO) NA TABELA EM MEMORIA USADA PELA    *
      *    VALIDACAO DE CODIGO, COM OS MESMOS CRITERIOS DO EDER0002:   *
      *    SEM O MESTRE A VALIDACAO DE CODIGO NAO E EXECUTADA E O      *
      *    OPERADOR E AVISADO                                          *
      ******************************************************************
       1500-CARREGAR-CODIGOS.
           OPEN INPUT ARQ-CODIGOS.
           IF EDER0008-WS-FS-CODIGOS = '35'
               DISPLAY 'EDER0008 - MESTRE DE CODIGOS INDISPONIVEL. '
                       'VALIDACAO DE CODIGO NAO EXECUTADA'
               GO TO 1500-CARREGAR-CODIGOS-EXIT
           END-IF.
           IF EDER0008-WS-FS-CODIGOS NOT = '00'
               DISPLAY 'EDER0008 - ERRO AO ABRIR ARQ-CODIGOS: '
                       EDER0008-WS-FS-CODIGOS
               SET EDER0008-88-ABORTAR TO TRUE
               GO TO 1500-CARREGAR-CODIGOS-EXIT
           END-IF.

           PERFORM 1510-CARREGAR-CODIGO
                              THRU 1510-CARREGAR-CODIGO-EXIT
               UNTIL EDER0008-88-FIM-CODIGOS
                  OR EDER0008-88-ABORTAR.

           CLOSE ARQ-CODIGOS.
           IF NOT EDER0008-88-ABORTAR
              AND EDER0008-WS-QTD-CODIGOS > 0
               SET EDER0008-88-CODIGOS-CARREGADOS TO TRUE
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
                   SET EDER0008-88-FIM-CODIGOS TO TRUE
                   GO TO 1510-CARREGAR-CODIGO-EXIT
           END-READ.
           IF EDER0008-WS-QTD-CODIGOS = 9999
               DISPLAY 'EDER0008 - MESTRE DE CODIGOS EXCEDE A '
                       'TABELA DE 9999 ENTRADAS'
               SET EDER0008-88-ABORTAR TO TRUE
               GO TO 1510-CARREGAR-CODIGO-EXIT
           END-IF.
           ADD 1 TO EDER0008-WS-QTD-CODIGOS.
           MOVE EDERTCPY-T-CODIGO OF REG-CODIGOS
               TO EDER0008-WS-TCD-CODIGO (EDER0008-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-SENTIDO OF REG-CODIGOS
               TO EDER0008-WS-TCD-SENTIDO (EDER0008-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-STATUS OF REG-CODIGOS
               TO EDER0008-WS-TCD-STATUS (EDER0008-WS-QTD-CODIGOS).
       1510-CARREGAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A ORDENACAO OS REGISTROS PENDENTES QUE SE       *
      *    CONFIRMAREM COMO DETALHE (O REGISTRO TRAILER, POR SER O     *
                              THRU 2210-VALIDAR-REGISTRO-EXIT.
           IF EDER0008-88-TIPO-OK AND EDER0008-88-DATA-OK
                                  AND EDER0008-88-CONTA-OK
                                  AND EDER0008-88-CODIGO-OK
      *        UMA MOVIMENTACAO VALIDA POS-DATADA AINDA AGUARDA NO
      *        DEPOSITO DE AGENDADOS: ELA SO E POSTADA NO CICLO EM
      *        QUE A DATA CHEGA, NEM ANTES NEM DUAS VEZES.
                                 EDER0008-WS-REG-ANTERIOR
                       > EDER0008-WS-DATA-PROCESSAMENTO
                   ADD 1 TO EDER0008-WS-CONT-FUTUROS
                   IF EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                 EDER0008-WS-REG-ANTERIOR = 'C'
                       ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0008-WS-REG-ANTERIOR
                           TO EDER0008-WS-VALOR-CRED-FUTUROS
                   ELSE
                       ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0008-WS-REG-ANTERIOR
                           TO EDER0008-WS-VALOR-DEB-FUTUROS
                   END-IF
               ELSE
                   MOVE EDERWCPY-REGISTRO OF EDER0008-WS-REG-ANTERIOR
                       TO EDERWCPY-REGISTRO OF REG-ORDENADO
               END-IF
           ELSE
               ADD 1 TO EDER0008-WS-CONT-INVALIDOS
               IF EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                 EDER0008-WS-REG-ANTERIOR = 'C'
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0008-WS-REG-ANTERIOR
                       TO EDER0008-WS-VALOR-CRED-INVALIDOS
               ELSE
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0008-WS-REG-ANTERIOR
                       TO EDER0008-WS-VALOR-DEB-INVALIDOS
               END-IF
               DISPLAY 'EDER0008 - REGISTRO NAO POSTADO. CONTA: '
                       EDERWCPY-E-CONTA OF EDER0008-WS-REG-ANTERIOR
                       ' DATA: '
                       ' TIPO: '
                       EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                         EDER0008-WS-REG-ANTERIOR
                       ' CODIGO: '
                       EDERWCPY-E-COD-TRANSACAO OF
                                         EDER0008-WS-REG-ANTERIOR
           END-IF.

           MOVE EDERWCPY-REGISTRO OF REG-MOVTO
           EXIT.

      ******************************************************************
      *    CONFERE SE O TIPO, A DATA, A CONTA E O CODIGO DE TRANSACAO  *
      *    DA MOVIMENTACAO SAO VALIDOS, DA MESMA FORMA QUE O EDER0002, *
      *    PARA QUE UM REGISTRO INVALIDO NAO ALTERE O SALDO DE NENHUMA *
      *    CONTA                                                       *
      ******************************************************************
       2210-VALIDAR-REGISTRO.
           SET EDER0008-88-TIPO-OK   TO TRUE.
           SET EDER0008-88-DATA-OK   TO TRUE.
           SET EDER0008-88-CONTA-OK  TO TRUE.
           SET EDER0008-88-CODIGO-OK TO TRUE.
           PERFORM 2220-VALIDAR-TIPO   THRU 2220-VALIDAR-TIPO-EXIT.
           PERFORM 2400-VALIDAR-DATA   THRU 2400-VALIDAR-DATA-EXIT.
           PERFORM 2230-VALIDAR-CONTA  THRU 2230-VALIDAR-CONTA-EXIT.
           PERFORM 2240-VALIDAR-CODIGO THRU 2240-VALIDAR-CODIGO-EXIT.
       2210-VALIDAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-COD-TRANSACAO EXISTE NO MESTRE DE     *
      *    CODIGOS, SE ESTA ATIVO E SE O SENTIDO PERMITIDO PELO CODIGO *
      *    ('D', 'C' OU 'A' PARA AMBOS) ADMITE O TIPO DA MOVIMENTACAO; *
      *    SEM MESTRE CARREGADO A VALIDACAO NAO E EXECUTADA            *
      ******************************************************************
       2240-VALIDAR-CODIGO.
           IF NOT EDER0008-88-CODIGOS-CARREGADOS
               GO TO 2240-VALIDAR-CODIGO-EXIT
           END-IF.

           IF EDERWCPY-E-COD-TRANSACAO OF EDER0008-WS-REG-ANTERIOR
                                            NOT NUMERIC
               MOVE 'N' TO EDER0008-WS-CODIGO-OK
               GO TO 2240-VALIDAR-CODIGO-EXIT
           END-IF.

           SEARCH ALL EDER0008-WS-ENTRADA-CODIGO
               AT END
                   MOVE 'N' TO EDER0008-WS-CODIGO-OK
               WHEN EDER0008-WS-TCD-CODIGO (EDER0008-WS-IDX-COD)
                       = EDERWCPY-E-COD-TRANSACAO
                                         OF EDER0008-WS-REG-ANTERIOR
                   IF EDER0008-WS-TCD-STATUS (EDER0008-WS-IDX-COD)
                                                        NOT = 'A'
                       MOVE 'N' TO EDER0008-WS-CODIGO-OK
                   ELSE
                       IF EDER0008-WS-TCD-SENTIDO
                                         (EDER0008-WS-IDX-COD) NOT = 'A'
                          AND EDER0008-WS-TCD-SENTIDO
                                         (EDER0008-WS-IDX-COD)
                              NOT = EDERWCPY-E-TIPO-MOVIMENTACAO
                                         OF EDER0008-WS-REG-ANTERIOR
                           MOVE 'N' TO EDER0008-WS-CODIGO-OK
                       END-IF
                   END-IF
           END-SEARCH.
       2240-VALIDAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-CONTA EXISTE NO CADASTRO DE CONTAS E  *
      *    SE O STATUS DELA E ATIVA; SEM CADASTRO CARREGADO A          *
      ******************************************************************
       3000-ATUALIZAR-MESTRE.
           PERFORM 3050-LER-SALDOS THRU 3050-LER-SALDOS-EXIT.
           PERFORM 3060-LER-HISTORICO THRU 3060-LER-HISTORICO-EXIT.
           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0008-88-FIM-ORDENADO TO TRUE
           PERFORM 3300-COPIAR-MESTRE-RESTANTE
                              THRU 3300-COPIAR-MESTRE-RESTANTE-EXIT
               UNTIL EDER0008-88-FIM-SALDOS.
           PERFORM 3160-COPIAR-HISTORICO
                              THRU 3160-COPIAR-HISTORICO-EXIT
               UNTIL EDER0008-88-FIM-HISTORICO.
       3000-ATUALIZAR-MESTRE-EXIT.
           EXIT.

       3050-LER-SALDOS-EXIT.
           EXIT.

      ******************************************************************
      *    LEITURA SEQUENCIAL DA GERACAO ATUAL DO HISTORICO DE SALDOS  *
      ******************************************************************
       3060-LER-HISTORICO.
           IF EDER0008-88-FIM-HISTORICO
               GO TO 3060-LER-HISTORICO-EXIT
           END-IF.
           READ ARQ-HISTORICO
               AT END
                   SET EDER0008-88-FIM-HISTORICO TO TRUE
           END-READ.
       3060-LER-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      *    POSTA TODAS AS MOVIMENTACOES DE UMA MESMA CONTA: COPIA AS   *
      *    CONTAS DO MESTRE ANTERIORES A ELA, CARREGA (OU IMPLANTA) O  *
      *    REGISTRO DA CONTA, ACUMULA AS MOVIMENTACOES DATA A DATA     *
      *    (GRAVANDO O FECHAMENTO DE CADA DATA NO HISTORICO) E GRAVA O *
      *    REGISTRO ATUALIZADO NA NOVA GERACAO                         *
      ******************************************************************
       3100-POSTAR-CONTA.
                  OR EDERSCPY-S-CONTA OF REG-SALDOS
                     NOT LESS THAN EDER0008-WS-CONTA-ATUAL.

           PERFORM 3160-COPIAR-HISTORICO
                              THRU 3160-COPIAR-HISTORICO-EXIT
               UNTIL EDER0008-88-FIM-HISTORICO
                  OR EDERHCPY-H-CONTA OF REG-HISTORICO
                     NOT LESS THAN EDER0008-WS-CONTA-ATUAL.

           IF NOT EDER0008-88-FIM-SALDOS
              AND EDERSCPY-S-CONTA OF REG-SALDOS
                                   = EDER0008-WS-CONTA-ATUAL
               ADD 1 TO EDER0008-WS-CONT-IMPLANTADAS
           END-IF.

           MOVE ZEROS TO EDER0008-WS-AJUSTE-CONTA.
           PERFORM 3180-POSTAR-DIA THRU 3180-POSTAR-DIA-EXIT
               UNTIL EDER0008-88-FIM-ORDENADO
                  OR EDERWCPY-E-CONTA OF REG-ORDENADO
                     NOT = EDER0008-WS-CONTA-ATUAL.
           PERFORM 3170-RECOMPOR-HISTORICO
                              THRU 3170-RECOMPOR-HISTORICO-EXIT
               UNTIL EDER0008-88-FIM-HISTORICO
                  OR EDERHCPY-H-CONTA OF REG-HISTORICO
                     NOT = EDER0008-WS-CONTA-ATUAL.

           MOVE EDERSCPY-REGISTRO OF EDER0008-WS-REG-SALDO
               TO EDERSCPY-REGISTRO OF REG-SALDOS-NOVO.
      *    DA CONTA EM POSTAGEM. CONTA COM STATUS 'B' E TRATADA COMO   *
      *    LIMITE ZERO; CONTA AUSENTE DO CADASTRO OU CADASTRO          *
      *    INDISPONIVEL TAMBEM, PELO CRITERIO CONSERVADOR DE SINALIZAR *
      *    TODO SALDO NEGATIVO QUANDO NAO HA LIMITE AUTORIZADO. BUSCA  *
      *    TAMBEM O VALOR BLOQUEADO DA CONTA NA TABELA DE BLOQUEIOS    *
      ******************************************************************
       3120-BUSCAR-LIMITE-CONTA.
           MOVE ZEROS TO EDER0008-WS-BLOQUEADO-CONTA.
           IF EDER0008-88-BLOQUEIOS-CARREGADOS
               SEARCH ALL EDER0008-WS-ENTRADA-BLOQUEIO
                   AT END
                       CONTINUE
                   WHEN EDER0008-WS-TB-CONTA (EDER0008-WS-IDX-BLQ)
                           = EDER0008-WS-CONTA-ATUAL
                       MOVE EDER0008-WS-TB-VALOR (EDER0008-WS-IDX-BLQ)
                           TO EDER0008-WS-BLOQUEADO-CONTA
               END-SEARCH
           END-IF.

           MOVE ZEROS TO EDER0008-WS-LIMITE-CONTA.
           IF NOT EDER0008-88-CADASTRO-CARREGADO
               GO TO 3120-BUSCAR-LIMITE-CONTA-EXIT
       3150-COPIAR-MESTRE-ANTERIOR-EXIT.
           EXIT.

      ******************************************************************
      *    COPIA SEM ALTERACAO UM REGISTRO DA GERACAO ATUAL DO         *
      *    HISTORICO PARA A NOVA GERACAO                               *
      ******************************************************************
       3160-COPIAR-HISTORICO.
           MOVE EDERHCPY-REGISTRO OF REG-HISTORICO
               TO EDERHCPY-REGISTRO OF REG-HISTORICO-NOVO.
           WRITE REG-HISTORICO-NOVO.
           PERFORM 3060-LER-HISTORICO THRU 3060-LER-HISTORICO-EXIT.
       3160-COPIAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      *    COPIA PARA A NOVA GERACAO UM REGISTRO DO HISTORICO DA CONTA *
      *    EM POSTAGEM SEM MOVIMENTO NESTA EXECUCAO NA SUA DATA,       *
      *    DESLOCANDO O FECHAMENTO PELO VALOR LIQUIDO JA POSTADO NA    *
      *    CONTA EM DATAS ANTERIORES A ELA                             *
      ******************************************************************
       3170-RECOMPOR-HISTORICO.
           MOVE EDERHCPY-REGISTRO OF REG-HISTORICO
               TO EDERHCPY-REGISTRO OF REG-HISTORICO-NOVO.
           IF EDER0008-WS-AJUSTE-CONTA NOT = 0
               ADD EDER0008-WS-AJUSTE-CONTA
                   TO EDERHCPY-H-SALDO-FECHAMENTO OF REG-HISTORICO-NOVO
               ADD 1 TO EDER0008-WS-CONT-HIST-RECOMP
           END-IF.
           WRITE REG-HISTORICO-NOVO.
           PERFORM 3060-LER-HISTORICO THRU 3060-LER-HISTORICO-EXIT.
       3170-RECOMPOR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      *    POSTA TODAS AS MOVIMENTACOES DE UMA MESMA DATA DA CONTA EM  *
      *    POSTAGEM E GRAVA O FECHAMENTO DA DATA NO HISTORICO          *
      ******************************************************************
       3180-POSTAR-DIA.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ORDENADO
               TO EDER0008-WS-DATA-DIA.
           MOVE ZEROS TO EDER0008-WS-DEBITOS-DIA
                         EDER0008-WS-CREDITOS-DIA
                         EDER0008-WS-QTD-DIA.

           PERFORM 3200-APLICAR-MOVIMENTO
                              THRU 3200-APLICAR-MOVIMENTO-EXIT
               UNTIL EDER0008-88-FIM-ORDENADO
                  OR EDERWCPY-E-CONTA OF REG-ORDENADO
                     NOT = EDER0008-WS-CONTA-ATUAL
                  OR EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ORDENADO
                     NOT = EDER0008-WS-DATA-DIA.

           PERFORM 3190-GRAVAR-HISTORICO
                              THRU 3190-GRAVAR-HISTORICO-EXIT.
       3180-POSTAR-DIA-EXIT.
           EXIT.

      ******************************************************************
      *    INTERCALA O FECHAMENTO DA DATA NO HISTORICO: COPIA AS DATAS *
      *    ANTERIORES DA CONTA JA HISTORIADAS (RECOMPOSTAS PELO QUE    *
      *    ESTA EXECUCAO JA POSTOU ANTES DELAS) E GRAVA A DATA. A DATA *
      *    JA HISTORIADA (MOVIMENTACAO RETROATIVA OU DE OUTRA ORIGEM   *
      *    POSTADA EM OUTRO CICLO) SOMA OS TOTAIS DESTA EXECUCAO AOS   *
      *    QUE JA TINHA. O FECHAMENTO DA DATA PARTE DO HISTORICO       *
      *    QUANDO A CONTA TEM DATA HISTORIADA IGUAL OU POSTERIOR (O    *
      *    SALDO ATUAL DO MESTRE JA INCLUI AS DATAS POSTERIORES) E DO  *
      *    SALDO ATUAL QUANDO NAO TEM. O REPROCESSAMENTO LE A GERACAO  *
      *    ANTERIOR DO HISTORICO E NAO SOMA DUAS VEZES                 *
      ******************************************************************
       3190-GRAVAR-HISTORICO.
           PERFORM 3170-RECOMPOR-HISTORICO
                              THRU 3170-RECOMPOR-HISTORICO-EXIT
               UNTIL EDER0008-88-FIM-HISTORICO
                  OR EDERHCPY-H-CONTA OF REG-HISTORICO
                     NOT = EDER0008-WS-CONTA-ATUAL
                  OR EDERHCPY-H-DATA-SALDO OF REG-HISTORICO
                     NOT LESS THAN EDER0008-WS-DATA-DIA.

           COMPUTE EDER0008-WS-AJUSTE-CONTA =
                   EDER0008-WS-AJUSTE-CONTA
                 + EDER0008-WS-CREDITOS-DIA
                 - EDER0008-WS-DEBITOS-DIA.

           MOVE SPACES TO EDERHCPY-REGISTRO OF REG-HISTORICO-NOVO.
           MOVE EDER0008-WS-CONTA-ATUAL
               TO EDERHCPY-H-CONTA OF REG-HISTORICO-NOVO.
           MOVE EDER0008-WS-DATA-DIA
               TO EDERHCPY-H-DATA-SALDO OF REG-HISTORICO-NOVO.
           MOVE EDER0008-WS-DEBITOS-DIA
               TO EDERHCPY-H-TOTAL-DEBITOS OF REG-HISTORICO-NOVO.
           MOVE EDER0008-WS-CREDITOS-DIA
               TO EDERHCPY-H-TOTAL-CREDITOS OF REG-HISTORICO-NOVO.
           MOVE EDERSCPY-S-SALDO-ATUAL OF EDER0008-WS-REG-SALDO
               TO EDERHCPY-H-SALDO-FECHAMENTO OF REG-HISTORICO-NOVO.
           MOVE EDER0008-WS-QTD-DIA
               TO EDERHCPY-H-QTD-LANCAMENTOS OF REG-HISTORICO-NOVO.

           IF EDER0008-88-FIM-HISTORICO
              OR EDERHCPY-H-CONTA OF REG-HISTORICO
                                   NOT = EDER0008-WS-CONTA-ATUAL
               GO TO 3190-GRAVAR-FECHAMENTO
           END-IF.

           IF EDERHCPY-H-DATA-SALDO OF REG-HISTORICO
                                   = EDER0008-WS-DATA-DIA
               ADD EDERHCPY-H-TOTAL-DEBITOS OF REG-HISTORICO
                   TO EDERHCPY-H-TOTAL-DEBITOS OF REG-HISTORICO-NOVO
               ADD EDERHCPY-H-TOTAL-CREDITOS OF REG-HISTORICO
                   TO EDERHCPY-H-TOTAL-CREDITOS OF REG-HISTORICO-NOVO
               ADD EDERHCPY-H-QTD-LANCAMENTOS OF REG-HISTORICO
                   TO EDERHCPY-H-QTD-LANCAMENTOS OF REG-HISTORICO-NOVO
               COMPUTE EDERHCPY-H-SALDO-FECHAMENTO
                                              OF REG-HISTORICO-NOVO =
                       EDERHCPY-H-SALDO-FECHAMENTO OF REG-HISTORICO
                     + EDER0008-WS-AJUSTE-CONTA
               ADD 1 TO EDER0008-WS-CONT-HIST-ACUMUL
               PERFORM 3060-LER-HISTORICO THRU 3060-LER-HISTORICO-EXIT
           ELSE
               COMPUTE EDERHCPY-H-SALDO-FECHAMENTO
                                              OF REG-HISTORICO-NOVO =
                       EDERHCPY-H-SALDO-FECHAMENTO OF REG-HISTORICO
                     - EDERHCPY-H-TOTAL-CREDITOS OF REG-HISTORICO
                     + EDERHCPY-H-TOTAL-DEBITOS OF REG-HISTORICO
                     + EDER0008-WS-AJUSTE-CONTA
           END-IF.

       3190-GRAVAR-FECHAMENTO.
           WRITE REG-HISTORICO-NOVO.
           ADD 1 TO EDER0008-WS-CONT-HIST-GRAVADOS.
       3190-GRAVAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA UMA MOVIMENTACAO NO SALDO ATUAL DA CONTA EM POSTAGEM *
      *    E AVANCA PARA O PROXIMO MOVIMENTO ORDENADO                  *
           IF EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-ORDENADO = 'C'
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDERSCPY-S-SALDO-ATUAL OF EDER0008-WS-REG-SALDO
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0008-WS-CREDITOS-DIA
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0008-WS-VALOR-CRED-POSTADOS
           ELSE
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0008-WS-DEBITOS-DIA
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0008-WS-VALOR-DEB-POSTADOS
               SUBTRACT EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   FROM EDERSCPY-S-SALDO-ATUAL
                                         OF EDER0008-WS-REG-SALDO
      *        O DEBITO QUE DEIXA O SALDO ABAIXO DO LIMITE AUTORIZADO
      *        AINDA E POSTADO (O DINHEIRO JA SAIU), MAS E SINALIZADO
      *        PARA A MESA DE CREDITO. O VALOR BLOQUEADO E
      *        INDISPONIVEL: O DEBITO QUE DEIXA O SALDO ABAIXO DE
      *        BLOQUEADO MENOS LIMITE CONSUMIU VALOR BLOQUEADO E SAI
      *        NO RELATORIO DE INVASAO DE BLOQUEIO.
               IF EDERSCPY-S-SALDO-ATUAL OF EDER0008-WS-REG-SALDO
                       < (EDER0008-WS-BLOQUEADO-CONTA
                          - EDER0008-WS-LIMITE-CONTA)
                   IF EDER0008-WS-BLOQUEADO-CONTA > 0
                       PERFORM 3260-SINALIZAR-INVASAO
                                  THRU 3260-SINALIZAR-INVASAO-EXIT
                   END-IF
                   IF EDERSCPY-S-SALDO-ATUAL OF EDER0008-WS-REG-SALDO
                           < (ZERO - EDER0008-WS-LIMITE-CONTA)
                       PERFORM 3250-SINALIZAR-ESTOURO
                                  THRU 3250-SINALIZAR-ESTOURO-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ORDENADO
               TO EDERSCPY-S-DATA-ULT-LANCAMENTO
                                         OF EDER0008-WS-REG-SALDO.
           ADD 1 TO EDER0008-WS-CONT-POSTADOS.
           ADD 1 TO EDER0008-WS-QTD-DIA.

           RETURN ARQ-ORDENADO
               AT END
       3250-SINALIZAR-ESTOURO-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA NO RELATORIO DE INVASAO DE BLOQUEIO O DEBITO QUE      *
      *    CONSUMIU VALOR BLOQUEADO DA CONTA                           *
      ******************************************************************
       3260-SINALIZAR-INVASAO.
           ADD 1 TO EDER0008-WS-CONT-INVASOES.

           MOVE SPACES TO EDER0008-WL-DETALHE-BLQ.
           MOVE EDER0008-WS-CONTA-ATUAL  TO EDER0008-WL-B-CONTA.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ORDENADO
               TO EDER0008-WL-B-DATA.
           MOVE EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
               TO EDER0008-WL-B-VALOR.
           MOVE EDERSCPY-S-SALDO-ATUAL OF EDER0008-WS-REG-SALDO
               TO EDER0008-WL-B-SALDO.
           MOVE EDER0008-WS-BLOQUEADO-CONTA TO EDER0008-WL-B-BLOQUEADO.
           MOVE EDER0008-WS-LIMITE-CONTA TO EDER0008-WL-B-LIMITE.
           MOVE EDER0008-WL-DETALHE-BLQ  TO REG-RELAT-BLOQUEIO.
           WRITE REG-RELAT-BLOQUEIO.
       3260-SINALIZAR-INVASAO-EXIT.
           EXIT.

      ******************************************************************
      *    COPIA SEM ALTERACAO AS CONTAS DO MESTRE POSTERIORES A       *
      *    ULTIMA CONTA COM MOVIMENTO                                  *
           CLOSE ARQ-SALDOS-NOVO.
           CLOSE ARQ-RELAT-LIMITE.
           CLOSE ARQ-EXCESSOS.
           IF EDER0008-WS-FS-HIST NOT = '35'
               CLOSE ARQ-HISTORICO
           END-IF.
           CLOSE ARQ-HISTORICO-NOVO.
           CLOSE ARQ-RELAT-BLOQUEIO.
           DISPLAY 'EDER0008 - MOVIMENTOS POSTADOS...: '
                   EDER0008-WS-CONT-POSTADOS.
           DISPLAY 'EDER0008 - MOVIMENTOS INVALIDOS..: '
                   EDER0008-WS-CONT-COPIADAS.
           DISPLAY 'EDER0008 - ESTOUROS DE LIMITE....: '
                   EDER0008-WS-CONT-ESTOUROS.
           DISPLAY 'EDER0008 - INVASOES DE BLOQUEIO..: '
                   EDER0008-WS-CONT-INVASOES.
           DISPLAY 'EDER0008 - FECHAMENTOS HISTORIADOS: '
                   EDER0008-WS-CONT-HIST-GRAVADOS.
           DISPLAY 'EDER0008 - FECHAMENTOS ACUMULADOS: '
                   EDER0008-WS-CONT-HIST-ACUMUL.
           DISPLAY 'EDER0008 - FECHAMENTOS RECOMPOSTOS: '
                   EDER0008-WS-CONT-HIST-RECOMP.
           IF EDER0008-88-TRAILER-OK
               DISPLAY 'EDER0008 - TRAILER CONFERIDO....: OK'
           ELSE
      *        NAO PODE SER PROMOVIDA PELA JCL.
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9200-GRAVAR-RUN-CONTROL
                              THRU 9200-GRAVAR-RUN-CONTROL-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA O REGISTRO DE CONTROLE DE EXECUCAO DO PASSO NO        *
      *    ARQUIVO COMUM DO CICLO, COM OS CONTADORES, OS TOTAIS DE     *
      *    DEBITO E CREDITO POSTADOS (VALIDOS), NAO POSTADOS           *
      *    (REJEITADOS) E POS-DATADOS (RETIDOS) E O VEREDICTO DA       *
      *    CONFERENCIA DO TRAILER                                      *
      ******************************************************************
       9200-GRAVAR-RUN-CONTROL.
           OPEN EXTEND ARQ-RUN-CONTROL.
           IF EDER0008-WS-FS-RUNCTL = '35'
               OPEN OUTPUT ARQ-RUN-CONTROL
           END-IF.
           IF EDER0008-WS-FS-RUNCTL NOT = '00'
               DISPLAY 'EDER0008 - ERRO AO ABRIR ARQ-RUN-CONTROL: '
                       EDER0008-WS-FS-RUNCTL
               DISPLAY 'EDER0008 - CONTROLE DE EXECUCAO NAO GRAVADO'
               GO TO 9200-GRAVAR-RUN-CONTROL-EXIT
           END-IF.

           ACCEPT EDER0008-WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT EDER0008-WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES TO EDERRCPY-REGISTRO OF REG-RUN-CONTROL.
           MOVE ZEROS  TO EDERRCPY-R-VALORES OF REG-RUN-CONTROL.
           MOVE 'EDER0008' TO EDERRCPY-R-PROGRAMA OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-DATA-SISTEMA
               TO EDERRCPY-R-DATA-EXECUCAO OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-HORA-SISTEMA (1:6)
               TO EDERRCPY-R-HORA-EXECUCAO OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-CONT-LIDOS
               TO EDERRCPY-R-CONT-LIDOS OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-CONT-POSTADOS
               TO EDERRCPY-R-CONT-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-CONT-INVALIDOS
               TO EDERRCPY-R-CONT-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-CONT-FUTUROS
               TO EDERRCPY-R-CONT-RETIDOS OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-VALOR-DEB-POSTADOS
               TO EDERRCPY-R-VALOR-DEB-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-VALOR-CRED-POSTADOS
               TO EDERRCPY-R-VALOR-CRED-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-VALOR-DEB-INVALIDOS
               TO EDERRCPY-R-VALOR-DEB-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-VALOR-CRED-INVALIDOS
               TO EDERRCPY-R-VALOR-CRED-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-VALOR-DEB-FUTUROS
               TO EDERRCPY-R-VALOR-DEB-RETIDOS OF REG-RUN-CONTROL.
           MOVE EDER0008-WS-VALOR-CRED-FUTUROS
               TO EDERRCPY-R-VALOR-CRED-RETIDOS OF REG-RUN-CONTROL.
           IF EDER0008-88-TRAILER-OK
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
