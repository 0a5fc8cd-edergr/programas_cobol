      ******************************************************************
      *    NOME PROG..:  EDER0031                                      *
      *    DESCRICAO..:  RELATORIO DIARIO DOS BLOQUEIOS DE VALOR E     *
      *                  EXPIRACAO DAS ORDENS VENCIDAS                 *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      ******************************************************************
      *                                                                *
      *    LE O ARQUIVO DE BLOQUEIOS DE VALOR (EDERJCPY, CLASSIFICADO  *
      *    POR CONTA E NUMERO DA ORDEM) E EMITE O RELATORIO DIARIO     *
      *    DOS BLOQUEIOS: AS ORDENS EM VIGOR NA DATA DO CICLO (AS      *
      *    PARCIALMENTE LIBERADAS DESTACADAS), AS DE INICIO FUTURO E   *
      *    AS QUE DEIXARAM DE VIGORAR NO CICLO, POR LIBERACAO TOTAL    *
      *    REGISTRADA NA MANUTENCAO (EDER0030) OU POR EXPIRACAO. A     *
      *    ORDEM ATIVA OU PARCIALMENTE LIBERADA CUJA DATA PREVISTA DE  *
      *    LIBERACAO FOI ATINGIDA E MARCADA COMO EXPIRADA ('X') COM A  *
      *    DATA DO CICLO COMO DATA DE ALTERACAO. O ARQUIVO E COPIADO   *
      *    INTEIRO PARA UMA NOVA GERACAO COM AS EXPIRACOES APLICADAS;  *
      *    CABE A JCL PROMOVER A NOVA GERACAO A ARQUIVO DE BLOQUEIOS   *
      *    DO PROXIMO CICLO. A POSTAGEM DE SALDOS JA DESCONSIDERA A    *
      *    ORDEM VENCIDA PELA DATA, MESMO ANTES DA EXPIRACAO GRAVADA.  *
      *    UM ARQUIVO DE BLOQUEIOS AINDA INEXISTENTE E TRATADO COMO    *
      *    VAZIO.                                                      *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0031.
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
           SELECT ARQ-BLOQUEIOS      ASSIGN TO 'BLOQJUD'
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS
                                             EDER0031-WS-FS-BLOQUEIOS.

           SELECT ARQ-BLOQUEIOS-NOVO ASSIGN TO 'BLOQNOVO'
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS
                                             EDER0031-WS-FS-NOVO.

           SELECT ARQ-RELATORIO      ASSIGN TO 'BLOQREL'
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS
                                             EDER0031-WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-BLOQUEIOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BLOQUEIOS.
           COPY EDERJCPY.

       FD  ARQ-BLOQUEIOS-NOVO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BLOQUEIOS-NOVO.
           COPY EDERJCPY.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                    PIC X(132).

       WORKING-STORAGE SECTION.
       77  EDER0031-WS-FS-BLOQUEIOS         PIC X(02) VALUE SPACES.
       77  EDER0031-WS-FS-NOVO              PIC X(02) VALUE SPACES.
       77  EDER0031-WS-FS-RELAT             PIC X(02) VALUE SPACES.
       77  EDER0031-WS-FIM-BLOQUEIOS        PIC X(01) VALUE 'N'.
           88  EDER0031-88-FIM-BLOQUEIOS              VALUE 'S'.
       77  EDER0031-WS-BLOQUEIOS-EXISTE     PIC X(01) VALUE 'S'.
           88  EDER0031-88-BLOQUEIOS-EXISTE           VALUE 'S'.
       77  EDER0031-WS-ABORTAR              PIC X(01) VALUE 'N'.
           88  EDER0031-88-ABORTAR                    VALUE 'S'.

       77  EDER0031-WS-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
       77  EDER0031-WS-VALOR-BLOQUEADO      PIC 9(13)V99 VALUE ZEROS.
       77  EDER0031-WS-SITUACAO             PIC X(30) VALUE SPACES.
       77  EDER0031-WS-CONT-LIDAS           PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0031-WS-CONT-EM-VIGOR        PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0031-WS-CONT-PARCIAIS        PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0031-WS-CONT-FUTURAS         PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0031-WS-CONT-EXPIRADAS       PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0031-WS-CONT-LIBERADAS       PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0031-WS-SOMA-EM-VIGOR        PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.

       01  EDER0031-WL-CABECALHO-1.
           05  FILLER                       PIC X(46)
               VALUE 'EDER0031 - BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS'.
           05  FILLER                       PIC X(18)
               VALUE 'DATA DO CICLO: '.
           05  EDER0031-WL-C1-DATA          PIC 9999/99/99.

       01  EDER0031-WL-CABECALHO-2.
           05  FILLER                       PIC X(12) VALUE 'CONTA'.
           05  FILLER                       PIC X(22)
               VALUE 'NUMERO DA ORDEM'.
           05  FILLER                       PIC X(03) VALUE 'TP'.
           05  FILLER                       PIC X(12) VALUE 'INICIO'.
           05  FILLER                       PIC X(12) VALUE 'LIBERACAO'.
           05  FILLER                       PIC X(20)
               VALUE '    VALOR DA ORDEM'.
           05  FILLER                       PIC X(20)
               VALUE '   VALOR BLOQUEADO'.
           05  FILLER                       PIC X(30) VALUE 'SITUACAO'.

       01  EDER0031-WL-DETALHE.
           05  EDER0031-WL-D-CONTA          PIC Z(09)9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0031-WL-D-ORDEM          PIC X(20).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0031-WL-D-TIPO           PIC X(01).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0031-WL-D-INICIO         PIC 9999/99/99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0031-WL-D-LIBERACAO      PIC X(10).
           05  EDER0031-WL-D-DATA-LIB REDEFINES
               EDER0031-WL-D-LIBERACAO      PIC 9999/99/99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0031-WL-D-VALOR-ORDEM    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0031-WL-D-VALOR-BLOQ     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0031-WL-D-SITUACAO       PIC X(30).

       01  EDER0031-WL-TOTAL.
           05  EDER0031-WL-T-DESCRICAO      PIC X(30).
           05  EDER0031-WL-T-QTDE           PIC Z(06)9.

       01  EDER0031-WL-TOTAL-VALOR.
           05  EDER0031-WL-TV-DESCRICAO     PIC X(30).
           05  EDER0031-WL-TV-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR  THRU 1000-INICIALIZAR-EXIT.
           IF NOT EDER0031-88-ABORTAR
               PERFORM 2000-PROCESSAR-BLOQUEIO
                                  THRU 2000-PROCESSAR-BLOQUEIO-EXIT
                   UNTIL EDER0031-88-FIM-BLOQUEIOS
               PERFORM 9000-FINALIZAR    THRU 9000-FINALIZAR-EXIT
           END-IF.
           IF EDER0031-88-ABORTAR
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PEDE A DATA DO CICLO, ABRE OS ARQUIVOS, GRAVA OS            *
      *    CABECALHOS DO RELATORIO E LE A PRIMEIRA ORDEM               *
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'EDER0031 - RELATORIO DIARIO DE BLOQUEIOS'.
           DISPLAY 'DATA DE PROCESSAMENTO DO CICLO (CCYYMMDD) OU 0 '
                   'PARA A DATA DO SISTEMA: '.
           ACCEPT EDER0031-WS-DATA-PROCESSAMENTO.
           IF EDER0031-WS-DATA-PROCESSAMENTO = 0
               ACCEPT EDER0031-WS-DATA-PROCESSAMENTO
                   FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT ARQ-BLOQUEIOS.
           IF EDER0031-WS-FS-BLOQUEIOS = '35'
               DISPLAY 'EDER0031 - ARQUIVO DE BLOQUEIOS INEXISTENTE. '
                       'NENHUMA ORDEM A RELATAR'
               MOVE 'N' TO EDER0031-WS-BLOQUEIOS-EXISTE
               SET EDER0031-88-FIM-BLOQUEIOS TO TRUE
           ELSE
               IF EDER0031-WS-FS-BLOQUEIOS NOT = '00'
                   DISPLAY 'EDER0031 - ERRO AO ABRIR ARQ-BLOQUEIOS: '
                           EDER0031-WS-FS-BLOQUEIOS
                   SET EDER0031-88-ABORTAR TO TRUE
                   GO TO 1000-INICIALIZAR-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT ARQ-BLOQUEIOS-NOVO.
           IF EDER0031-WS-FS-NOVO NOT = '00'
               DISPLAY 'EDER0031 - ERRO AO ABRIR ARQ-BLOQUEIOS-NOVO: '
                       EDER0031-WS-FS-NOVO
               IF EDER0031-88-BLOQUEIOS-EXISTE
                   CLOSE ARQ-BLOQUEIOS
               END-IF
               SET EDER0031-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           IF EDER0031-WS-FS-RELAT NOT = '00'
               DISPLAY 'EDER0031 - ERRO AO ABRIR ARQ-RELATORIO: '
                       EDER0031-WS-FS-RELAT
               IF EDER0031-88-BLOQUEIOS-EXISTE
                   CLOSE ARQ-BLOQUEIOS
               END-IF
               CLOSE ARQ-BLOQUEIOS-NOVO
               SET EDER0031-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE EDER0031-WS-DATA-PROCESSAMENTO
               TO EDER0031-WL-C1-DATA.
           MOVE EDER0031-WL-CABECALHO-1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0031-WL-CABECALHO-2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF EDER0031-88-BLOQUEIOS-EXISTE
               PERFORM 2100-LER-BLOQUEIOS
                                  THRU 2100-LER-BLOQUEIOS-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    CLASSIFICA A ORDEM NA DATA DO CICLO, APLICA A EXPIRACAO     *
      *    QUANDO A DATA PREVISTA DE LIBERACAO FOI ATINGIDA, IMPRIME   *
      *    A ORDEM QUANDO ELA ESTA EM VIGOR, AINDA VAI VIGORAR OU      *
      *    DEIXOU DE VIGORAR NO CICLO, E COPIA A ORDEM PARA A NOVA     *
      *    GERACAO                                                     *
      ******************************************************************
       2000-PROCESSAR-BLOQUEIO.
           MOVE SPACES TO EDER0031-WS-SITUACAO.
           COMPUTE EDER0031-WS-VALOR-BLOQUEADO =
                   EDERJCPY-J-VALOR-ORDEM OF REG-BLOQUEIOS
                 - EDERJCPY-J-VALOR-LIBERADO OF REG-BLOQUEIOS.

           EVALUATE TRUE
               WHEN (EDERJCPY-J-STATUS OF REG-BLOQUEIOS = 'A'
                     OR EDERJCPY-J-STATUS OF REG-BLOQUEIOS = 'P')
                AND EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS
                                   NOT = ZEROS
                AND EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS
                               NOT > EDER0031-WS-DATA-PROCESSAMENTO
                   MOVE 'X' TO EDERJCPY-J-STATUS OF REG-BLOQUEIOS
                   MOVE EDER0031-WS-DATA-PROCESSAMENTO
                       TO EDERJCPY-J-DATA-ALTERACAO OF REG-BLOQUEIOS
                   MOVE 'EXPIRADA NO CICLO' TO EDER0031-WS-SITUACAO
                   ADD 1 TO EDER0031-WS-CONT-EXPIRADAS
               WHEN (EDERJCPY-J-STATUS OF REG-BLOQUEIOS = 'A'
                     OR EDERJCPY-J-STATUS OF REG-BLOQUEIOS = 'P')
                AND EDERJCPY-J-DATA-INICIO OF REG-BLOQUEIOS
                               > EDER0031-WS-DATA-PROCESSAMENTO
                   MOVE 'INICIO FUTURO' TO EDER0031-WS-SITUACAO
                   ADD 1 TO EDER0031-WS-CONT-FUTURAS
               WHEN EDERJCPY-J-STATUS OF REG-BLOQUEIOS = 'A'
                   MOVE 'EM VIGOR' TO EDER0031-WS-SITUACAO
                   ADD 1 TO EDER0031-WS-CONT-EM-VIGOR
                   ADD EDER0031-WS-VALOR-BLOQUEADO
                       TO EDER0031-WS-SOMA-EM-VIGOR
               WHEN EDERJCPY-J-STATUS OF REG-BLOQUEIOS = 'P'
                   MOVE 'EM VIGOR - LIBERACAO PARCIAL'
                       TO EDER0031-WS-SITUACAO
                   ADD 1 TO EDER0031-WS-CONT-EM-VIGOR
                   ADD 1 TO EDER0031-WS-CONT-PARCIAIS
                   ADD EDER0031-WS-VALOR-BLOQUEADO
                       TO EDER0031-WS-SOMA-EM-VIGOR
      *        REEXECUCAO NO MESMO CICLO: A EXPIRACAO JA GRAVADA NA
      *        GERACAO PROMOVIDA CONTINUA NO RELATORIO DO CICLO.
               WHEN EDERJCPY-J-STATUS OF REG-BLOQUEIOS = 'X'
                AND EDERJCPY-J-DATA-ALTERACAO OF REG-BLOQUEIOS
                               = EDER0031-WS-DATA-PROCESSAMENTO
                   MOVE 'EXPIRADA NO CICLO' TO EDER0031-WS-SITUACAO
                   ADD 1 TO EDER0031-WS-CONT-EXPIRADAS
               WHEN EDERJCPY-J-STATUS OF REG-BLOQUEIOS = 'L'
                AND EDERJCPY-J-DATA-ALTERACAO OF REG-BLOQUEIOS
                               = EDER0031-WS-DATA-PROCESSAMENTO
                   MOVE ZEROS TO EDER0031-WS-VALOR-BLOQUEADO
                   MOVE 'LIBERADA NO CICLO' TO EDER0031-WS-SITUACAO
                   ADD 1 TO EDER0031-WS-CONT-LIBERADAS
           END-EVALUATE.

           IF EDER0031-WS-SITUACAO NOT = SPACES
               PERFORM 2200-IMPRIMIR-ORDEM
                                  THRU 2200-IMPRIMIR-ORDEM-EXIT
           END-IF.

           MOVE EDERJCPY-REGISTRO OF REG-BLOQUEIOS
               TO EDERJCPY-REGISTRO OF REG-BLOQUEIOS-NOVO.
           WRITE REG-BLOQUEIOS-NOVO.
           PERFORM 2100-LER-BLOQUEIOS THRU 2100-LER-BLOQUEIOS-EXIT.
       2000-PROCESSAR-BLOQUEIO-EXIT.
           EXIT.

       2100-LER-BLOQUEIOS.
           READ ARQ-BLOQUEIOS
               AT END
                   SET EDER0031-88-FIM-BLOQUEIOS TO TRUE
                   GO TO 2100-LER-BLOQUEIOS-EXIT
           END-READ.
           ADD 1 TO EDER0031-WS-CONT-LIDAS.
       2100-LER-BLOQUEIOS-EXIT.
           EXIT.

      ******************************************************************
      *    IMPRIME A LINHA DA ORDEM; ORDEM EM ABERTO (SEM DATA         *
      *    PREVISTA DE LIBERACAO) SAI COM 'EM ABERTO'                  *
      ******************************************************************
       2200-IMPRIMIR-ORDEM.
           MOVE EDERJCPY-J-CONTA OF REG-BLOQUEIOS
               TO EDER0031-WL-D-CONTA.
           MOVE EDERJCPY-J-NUMERO-ORDEM OF REG-BLOQUEIOS
               TO EDER0031-WL-D-ORDEM.
           MOVE EDERJCPY-J-TIPO-ORDEM OF REG-BLOQUEIOS
               TO EDER0031-WL-D-TIPO.
           MOVE EDERJCPY-J-DATA-INICIO OF REG-BLOQUEIOS
               TO EDER0031-WL-D-INICIO.
           IF EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS = ZEROS
               MOVE 'EM ABERTO' TO EDER0031-WL-D-LIBERACAO
           ELSE
               MOVE EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS
                   TO EDER0031-WL-D-DATA-LIB
           END-IF.
           MOVE EDERJCPY-J-VALOR-ORDEM OF REG-BLOQUEIOS
               TO EDER0031-WL-D-VALOR-ORDEM.
           MOVE EDER0031-WS-VALOR-BLOQUEADO
               TO EDER0031-WL-D-VALOR-BLOQ.
           MOVE EDER0031-WS-SITUACAO TO EDER0031-WL-D-SITUACAO.
           MOVE EDER0031-WL-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       2200-IMPRIMIR-ORDEM-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA OS TOTAIS DO RELATORIO, FECHA OS ARQUIVOS E EXIBE OS  *
      *    CONTADORES                                                  *
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ORDENS NO ARQUIVO:' TO EDER0031-WL-T-DESCRICAO.
           MOVE EDER0031-WS-CONT-LIDAS TO EDER0031-WL-T-QTDE.
           MOVE EDER0031-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ORDENS EM VIGOR:' TO EDER0031-WL-T-DESCRICAO.
           MOVE EDER0031-WS-CONT-EM-VIGOR TO EDER0031-WL-T-QTDE.
           MOVE EDER0031-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE '  COM LIBERACAO PARCIAL:' TO EDER0031-WL-T-DESCRICAO.
           MOVE EDER0031-WS-CONT-PARCIAIS TO EDER0031-WL-T-QTDE.
           MOVE EDER0031-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'VALOR BLOQUEADO EM VIGOR:'
               TO EDER0031-WL-TV-DESCRICAO.
           MOVE EDER0031-WS-SOMA-EM-VIGOR TO EDER0031-WL-TV-VALOR.
           MOVE EDER0031-WL-TOTAL-VALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ORDENS COM INICIO FUTURO:' TO EDER0031-WL-T-DESCRICAO.
           MOVE EDER0031-WS-CONT-FUTURAS TO EDER0031-WL-T-QTDE.
           MOVE EDER0031-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ORDENS EXPIRADAS NO CICLO:' TO EDER0031-WL-T-DESCRICAO.
           MOVE EDER0031-WS-CONT-EXPIRADAS TO EDER0031-WL-T-QTDE.
           MOVE EDER0031-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'ORDENS LIBERADAS NO CICLO:' TO EDER0031-WL-T-DESCRICAO.
           MOVE EDER0031-WS-CONT-LIBERADAS TO EDER0031-WL-T-QTDE.
           MOVE EDER0031-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF EDER0031-88-BLOQUEIOS-EXISTE
               CLOSE ARQ-BLOQUEIOS
           END-IF.
           CLOSE ARQ-BLOQUEIOS-NOVO
                 ARQ-RELATORIO.

           DISPLAY 'EDER0031 - ORDENS LIDAS.............: '
                   EDER0031-WS-CONT-LIDAS.
           DISPLAY 'EDER0031 - ORDENS EM VIGOR..........: '
                   EDER0031-WS-CONT-EM-VIGOR.
           DISPLAY 'EDER0031 - ORDENS EXPIRADAS NO CICLO: '
                   EDER0031-WS-CONT-EXPIRADAS.
           DISPLAY 'EDER0031 - ORDENS LIBERADAS NO CICLO: '
                   EDER0031-WS-CONT-LIBERADAS.
       9000-FINALIZAR-EXIT.
           EXIT.
