      ******************************************************************
      *    NOME PROG..:  EDER0026                                      *
      *    DESCRICAO..:  DECLARACAO DE SALDO DA CONTA EM UMA DATA      *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      ******************************************************************
      *                                                                *
      *    DADAS UMA CONTA E UMA DATA (CCYYMMDD), EMITE A DECLARACAO   *
      *    FORMAL DE SALDO PEDIDA POR AUDITORIA, JUIZO E TITULARES,    *
      *    COM O SALDO DA CONTA NAQUELA DATA. O SALDO E O DE           *
      *    FECHAMENTO DO ULTIMO REGISTRO DA CONTA NO HISTORICO DE      *
      *    SALDOS (EDERHCPY, GRAVADO PELO EDER0008) COM DATA IGUAL OU  *
      *    ANTERIOR A DATA PEDIDA. SEM REGISTRO NO HISTORICO ATE A     *
      *    DATA, O MESTRE DE SALDOS (EDERSCPY) RESPONDE QUANDO A       *
      *    ULTIMA POSTAGEM DA CONTA NAO E POSTERIOR A DATA PEDIDA (O   *
      *    SALDO ATUAL JA ERA O SALDO NAQUELA DATA), E A CONTA SEM     *
      *    NENHUMA POSTAGEM TEM SALDO ZERO. FORA DESSES CASOS A        *
      *    POSICAO NAO PODE SER APURADA E A DECLARACAO NAO E EMITIDA.  *
      *    A CONTA PRECISA CONSTAR DO CADASTRO DE CONTAS (EDERACPY) E  *
      *    JA ESTAR ABERTA NA DATA PEDIDA, QUE NAO PODE SER FUTURA.    *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       CADASTRO DE CONTAS E MESTRE DE       *
      *                           SALDOS PASSARAM A SER ARQUIVOS       *
      *                           INDEXADOS POR CONTA; A CONTA PEDIDA  *
      *                           E LIDA DIRETO PELA CHAVE             *
      *    15/10/2026   EGR       MESTRE DE SALDOS INEXISTENTE PASSOU  *
      *                           A ABORTAR A EXECUCAO EM VEZ DE       *
      *                           DECLARAR SALDO ZERO                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0026.
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
      *    CADASTRO DE CONTAS E MESTRE DE SALDOS INDEXADOS POR CONTA,
      *    LIDOS DIRETO PELA CHAVE DA CONTA PEDIDA.
           SELECT ARQ-CADASTRO    ASSIGN TO 'CADCONTA'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                  FILE STATUS IS
                                             EDER0026-WS-FS-CADASTRO.

           SELECT ARQ-HISTORICO   ASSIGN TO 'HISTSALDO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0026-WS-FS-HIST.

           SELECT ARQ-SALDOS      ASSIGN TO 'SALDOS'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                  FILE STATUS IS
                                             EDER0026-WS-FS-SALDOS.

           SELECT ARQ-RELATORIO   ASSIGN TO 'DECLSALDO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0026-WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

       FD  ARQ-HISTORICO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTORICO.
           COPY EDERHCPY.

       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                    PIC X(132).

       WORKING-STORAGE SECTION.
       77  EDER0026-WS-FS-CADASTRO          PIC X(02) VALUE SPACES.
       77  EDER0026-WS-FS-HIST              PIC X(02) VALUE SPACES.
       77  EDER0026-WS-FS-SALDOS            PIC X(02) VALUE SPACES.
       77  EDER0026-WS-FS-RELAT             PIC X(02) VALUE SPACES.
       77  EDER0026-WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  EDER0026-88-FIM-ARQUIVO                VALUE 'S'.
       77  EDER0026-WS-CONTA-ACHADA         PIC X(01) VALUE 'N'.
           88  EDER0026-88-CONTA-ACHADA               VALUE 'S'.
       77  EDER0026-WS-POSICAO-APURADA      PIC X(01) VALUE 'N'.
           88  EDER0026-88-POSICAO-APURADA            VALUE 'S'.
       77  EDER0026-WS-ABORTAR              PIC X(01) VALUE 'N'.
           88  EDER0026-88-ABORTAR                    VALUE 'S'.
       77  EDER0026-WS-DATA-OK              PIC X(01) VALUE 'S'.
           88  EDER0026-88-DATA-OK                    VALUE 'S'.

       77  EDER0026-WS-CONTA-PEDIDA         PIC 9(10) VALUE ZEROS.
       77  EDER0026-WS-DATA-PEDIDA          PIC 9(08) VALUE ZEROS.
       77  EDER0026-WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77  EDER0026-WS-NOME-TITULAR         PIC X(30) VALUE SPACES.
       77  EDER0026-WS-STATUS-CONTA         PIC X(01) VALUE SPACES.
       77  EDER0026-WS-DATA-ABERTURA        PIC 9(08) VALUE ZEROS.
       77  EDER0026-WS-SALDO-DATA           PIC S9(15)V99 COMP-3
                                             VALUE ZEROS.
       77  EDER0026-WS-DATA-POSICAO         PIC 9(08) VALUE ZEROS.
       77  EDER0026-WS-ORIGEM-POSICAO       PIC X(40) VALUE SPACES.
       77  EDER0026-WS-MOTIVO-RECUSA        PIC X(60) VALUE SPACES.

       77  EDER0026-WS-ANO                  PIC 9(04) VALUE ZEROS.
       77  EDER0026-WS-MES                  PIC 9(02) VALUE ZEROS.
       77  EDER0026-WS-DIA                  PIC 9(02) VALUE ZEROS.
       77  EDER0026-WS-DIAS-MES             PIC 9(02) VALUE ZEROS.
       77  EDER0026-WS-QUOCIENTE            PIC 9(04) VALUE ZEROS.
       77  EDER0026-WS-RESTO-4              PIC 9(02) VALUE ZEROS.
       77  EDER0026-WS-RESTO-100            PIC 9(02) VALUE ZEROS.
       77  EDER0026-WS-RESTO-400            PIC 9(03) VALUE ZEROS.

       01  EDER0026-WL-TITULO.
           05  FILLER                       PIC X(40)
               VALUE 'EDER0026 - DECLARACAO DE SALDO'.
           05  FILLER                       PIC X(12)
               VALUE 'EMITIDA EM: '.
           05  EDER0026-WL-T-EMISSAO        PIC 9999/99/99.

       01  EDER0026-WL-LINHA-CONTA.
           05  FILLER                       PIC X(35)
               VALUE 'DECLARAMOS, PARA OS DEVIDOS FINS, '.
           05  FILLER                       PIC X(22)
               VALUE 'QUE A CONTA/CONTRATO '.
           05  EDER0026-WL-C-CONTA          PIC Z(09)9.

       01  EDER0026-WL-LINHA-TITULAR.
           05  FILLER                       PIC X(20)
               VALUE 'DE TITULARIDADE DE '.
           05  EDER0026-WL-T-NOME           PIC X(30).
           05  FILLER                       PIC X(10)
               VALUE ', STATUS '.
           05  EDER0026-WL-T-STATUS         PIC X(01).
           05  FILLER                       PIC X(01) VALUE ','.

       01  EDER0026-WL-LINHA-SALDO.
           05  FILLER                       PIC X(23)
               VALUE 'APRESENTAVA NA DATA DE '.
           05  EDER0026-WL-S-DATA           PIC 9999/99/99.
           05  FILLER                       PIC X(13)
               VALUE ' O SALDO DE '.
           05  EDER0026-WL-S-SALDO
                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  EDER0026-WL-S-NATUREZA       PIC X(07).

       01  EDER0026-WL-LINHA-ORIGEM.
           05  FILLER                       PIC X(12)
               VALUE 'POSICAO DE '.
           05  EDER0026-WL-O-DATA           PIC 9999/99/99.
           05  FILLER                       PIC X(03) VALUE ' - '.
           05  EDER0026-WL-O-ORIGEM         PIC X(40).

       01  EDER0026-WL-LINHA-RECUSA.
           05  FILLER                       PIC X(25)
               VALUE 'DECLARACAO NAO EMITIDA: '.
           05  EDER0026-WL-R-MOTIVO         PIC X(60).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR  THRU 1000-INICIALIZAR-EXIT.
           IF NOT EDER0026-88-ABORTAR
               PERFORM 2000-CONSULTAR-CADASTRO
                                  THRU 2000-CONSULTAR-CADASTRO-EXIT
           END-IF.
           IF NOT EDER0026-88-ABORTAR
              AND EDER0026-WS-MOTIVO-RECUSA = SPACES
               PERFORM 3000-CONSULTAR-HISTORICO
                                  THRU 3000-CONSULTAR-HISTORICO-EXIT
           END-IF.
           IF NOT EDER0026-88-ABORTAR
              AND EDER0026-WS-MOTIVO-RECUSA = SPACES
              AND NOT EDER0026-88-POSICAO-APURADA
               PERFORM 4000-CONSULTAR-MESTRE
                                  THRU 4000-CONSULTAR-MESTRE-EXIT
           END-IF.
           IF NOT EDER0026-88-ABORTAR
               PERFORM 5000-EMITIR-DECLARACAO
                                  THRU 5000-EMITIR-DECLARACAO-EXIT
           END-IF.
           IF EDER0026-88-ABORTAR
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PEDE A CONTA E A DATA DA DECLARACAO E ABRE O RELATORIO; A   *
      *    DATA TEM DE SER UMA DATA CCYYMMDD VALIDA E NAO FUTURA       *
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'EDER0026 - DECLARACAO DE SALDO EM UMA DATA'.
           DISPLAY 'CONTA/CONTRATO (10 DIGITOS): '.
           ACCEPT EDER0026-WS-CONTA-PEDIDA.
           DISPLAY 'DATA DA POSICAO (CCYYMMDD): '.
           ACCEPT EDER0026-WS-DATA-PEDIDA.
           ACCEPT EDER0026-WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           IF EDER0026-WS-CONTA-PEDIDA = 0
               DISPLAY 'EDER0026 - CONTA INVALIDA. NADA A FAZER'
               SET EDER0026-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 2400-VALIDAR-DATA THRU 2400-VALIDAR-DATA-EXIT.
           IF NOT EDER0026-88-DATA-OK
              OR EDER0026-WS-DATA-PEDIDA > EDER0026-WS-DATA-SISTEMA
               DISPLAY 'EDER0026 - DATA INVALIDA OU FUTURA. NADA A '
                       'FAZER'
               SET EDER0026-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           IF EDER0026-WS-FS-RELAT NOT = '00'
               DISPLAY 'EDER0026 - ERRO AO ABRIR ARQ-RELATORIO: '
                       EDER0026-WS-FS-RELAT
               SET EDER0026-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    LE A CONTA NO CADASTRO PELA CHAVE: A CONTA                  *
      *    AUSENTE OU AINDA NAO ABERTA NA DATA PEDIDA NAO TEM          *
      *    DECLARACAO                                                  *
      ******************************************************************
       2000-CONSULTAR-CADASTRO.
           OPEN INPUT ARQ-CADASTRO.
           IF EDER0026-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0026 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0026-WS-FS-CADASTRO
               SET EDER0026-88-ABORTAR TO TRUE
               GO TO 2000-CONSULTAR-CADASTRO-EXIT
           END-IF.

           MOVE EDER0026-WS-CONTA-PEDIDA
               TO EDERACPY-A-CONTA OF REG-CADASTRO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EDER0026-88-CONTA-ACHADA TO TRUE
                   MOVE EDERACPY-A-NOME-TITULAR OF REG-CADASTRO
                       TO EDER0026-WS-NOME-TITULAR
                   MOVE EDERACPY-A-STATUS OF REG-CADASTRO
                       TO EDER0026-WS-STATUS-CONTA
                   MOVE EDERACPY-A-DATA-ABERTURA OF REG-CADASTRO
                       TO EDER0026-WS-DATA-ABERTURA
           END-READ.
           IF EDER0026-WS-FS-CADASTRO NOT = '00'
              AND EDER0026-WS-FS-CADASTRO NOT = '23'
               DISPLAY 'EDER0026 - ERRO NA LEITURA DE ARQ-CADASTRO: '
                       EDER0026-WS-FS-CADASTRO
               CLOSE ARQ-CADASTRO
               SET EDER0026-88-ABORTAR TO TRUE
               GO TO 2000-CONSULTAR-CADASTRO-EXIT
           END-IF.
           CLOSE ARQ-CADASTRO.

           IF NOT EDER0026-88-CONTA-ACHADA
               MOVE 'CONTA AUSENTE DO CADASTRO DE CONTAS'
                   TO EDER0026-WS-MOTIVO-RECUSA
               GO TO 2000-CONSULTAR-CADASTRO-EXIT
           END-IF.
           IF EDER0026-WS-DATA-PEDIDA < EDER0026-WS-DATA-ABERTURA
               MOVE 'CONTA AINDA NAO ABERTA NA DATA PEDIDA'
                   TO EDER0026-WS-MOTIVO-RECUSA
           END-IF.
       2000-CONSULTAR-CADASTRO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDER0026-WS-DATA-PEDIDA E UMA DATA VALIDA NO     *
      *    FORMATO CCYYMMDD                                            *
      ******************************************************************
       2400-VALIDAR-DATA.
           SET EDER0026-88-DATA-OK TO TRUE.
           MOVE EDER0026-WS-DATA-PEDIDA (1:4) TO EDER0026-WS-ANO.
           MOVE EDER0026-WS-DATA-PEDIDA (5:2) TO EDER0026-WS-MES.
           MOVE EDER0026-WS-DATA-PEDIDA (7:2) TO EDER0026-WS-DIA.

           IF EDER0026-WS-MES < 1 OR EDER0026-WS-MES > 12
               MOVE 'N' TO EDER0026-WS-DATA-OK
               GO TO 2400-VALIDAR-DATA-EXIT
           END-IF.

           PERFORM 2450-CALCULAR-DIAS-MES
                              THRU 2450-CALCULAR-DIAS-MES-EXIT.

           IF EDER0026-WS-DIA < 1
              OR EDER0026-WS-DIA > EDER0026-WS-DIAS-MES
               MOVE 'N' TO EDER0026-WS-DATA-OK
           END-IF.
       2400-VALIDAR-DATA-EXIT.
           EXIT.

      ******************************************************************
      *    CALCULA A QUANTIDADE DE DIAS DO MES, CONSIDERANDO ANO       *
      *    BISSEXTO PARA FEVEREIRO                                     *
      ******************************************************************
       2450-CALCULAR-DIAS-MES.
           EVALUATE EDER0026-WS-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
                              WHEN 10 WHEN 12
                   MOVE 31 TO EDER0026-WS-DIAS-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO EDER0026-WS-DIAS-MES
               WHEN 02
                   DIVIDE EDER0026-WS-ANO BY 4
                       GIVING EDER0026-WS-QUOCIENTE
                       REMAINDER EDER0026-WS-RESTO-4
                   DIVIDE EDER0026-WS-ANO BY 100
                       GIVING EDER0026-WS-QUOCIENTE
                       REMAINDER EDER0026-WS-RESTO-100
                   DIVIDE EDER0026-WS-ANO BY 400
                       GIVING EDER0026-WS-QUOCIENTE
                       REMAINDER EDER0026-WS-RESTO-400
                   IF (EDER0026-WS-RESTO-4 = 0 AND
                       EDER0026-WS-RESTO-100 NOT = 0)
                      OR EDER0026-WS-RESTO-400 = 0
                       MOVE 29 TO EDER0026-WS-DIAS-MES
                   ELSE
                       MOVE 28 TO EDER0026-WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 00 TO EDER0026-WS-DIAS-MES
           END-EVALUATE.
       2450-CALCULAR-DIAS-MES-EXIT.
           EXIT.

      ******************************************************************
      *    LE O HISTORICO DE SALDOS (CLASSIFICADO POR CONTA E DATA) E  *
      *    GUARDA O FECHAMENTO DO ULTIMO REGISTRO DA CONTA COM DATA    *
      *    IGUAL OU ANTERIOR A DATA PEDIDA                             *
      ******************************************************************
       3000-CONSULTAR-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           IF EDER0026-WS-FS-HIST = '35'
               DISPLAY 'EDER0026 - HISTORICO DE SALDOS INEXISTENTE'
               GO TO 3000-CONSULTAR-HISTORICO-EXIT
           END-IF.
           IF EDER0026-WS-FS-HIST NOT = '00'
               DISPLAY 'EDER0026 - ERRO AO ABRIR ARQ-HISTORICO: '
                       EDER0026-WS-FS-HIST
               SET EDER0026-88-ABORTAR TO TRUE
               GO TO 3000-CONSULTAR-HISTORICO-EXIT
           END-IF.

           MOVE 'N' TO EDER0026-WS-FIM-ARQUIVO.
           PERFORM 3100-LER-HISTORICO THRU 3100-LER-HISTORICO-EXIT
               UNTIL EDER0026-88-FIM-ARQUIVO.
           CLOSE ARQ-HISTORICO.
       3000-CONSULTAR-HISTORICO-EXIT.
           EXIT.

       3100-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   SET EDER0026-88-FIM-ARQUIVO TO TRUE
                   GO TO 3100-LER-HISTORICO-EXIT
           END-READ.
           IF EDERHCPY-H-CONTA OF REG-HISTORICO
                       > EDER0026-WS-CONTA-PEDIDA
              OR (EDERHCPY-H-CONTA OF REG-HISTORICO
                       = EDER0026-WS-CONTA-PEDIDA
                  AND EDERHCPY-H-DATA-SALDO OF REG-HISTORICO
                       > EDER0026-WS-DATA-PEDIDA)
               SET EDER0026-88-FIM-ARQUIVO TO TRUE
               GO TO 3100-LER-HISTORICO-EXIT
           END-IF.
           IF EDERHCPY-H-CONTA OF REG-HISTORICO
                       = EDER0026-WS-CONTA-PEDIDA
               SET EDER0026-88-POSICAO-APURADA TO TRUE
               MOVE EDERHCPY-H-SALDO-FECHAMENTO OF REG-HISTORICO
                   TO EDER0026-WS-SALDO-DATA
               MOVE EDERHCPY-H-DATA-SALDO OF REG-HISTORICO
                   TO EDER0026-WS-DATA-POSICAO
               MOVE 'FECHAMENTO NO HISTORICO DE SALDOS'
                   TO EDER0026-WS-ORIGEM-POSICAO
           END-IF.
       3100-LER-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      *    SEM FECHAMENTO NO HISTORICO ATE A DATA, CONSULTA O MESTRE   *
      *    DE SALDOS: SE A ULTIMA POSTAGEM DA CONTA NAO E POSTERIOR A  *
      *    DATA PEDIDA O SALDO ATUAL JA ERA O SALDO NAQUELA DATA, E A  *
      *    CONTA AUSENTE DO MESTRE NUNCA TEVE POSTAGEM (SALDO ZERO).   *
      *    SEM O PROPRIO MESTRE A POSICAO NAO PODE SER APURADA E A     *
      *    EXECUCAO E ABORTADA                                         *
      ******************************************************************
       4000-CONSULTAR-MESTRE.
           OPEN INPUT ARQ-SALDOS.
           IF EDER0026-WS-FS-SALDOS NOT = '00'
               DISPLAY 'EDER0026 - ERRO AO ABRIR ARQ-SALDOS: '
                       EDER0026-WS-FS-SALDOS
               SET EDER0026-88-ABORTAR TO TRUE
               GO TO 4000-CONSULTAR-MESTRE-EXIT
           END-IF.

           MOVE 'N' TO EDER0026-WS-CONTA-ACHADA.
           MOVE EDER0026-WS-CONTA-PEDIDA
               TO EDERSCPY-S-CONTA OF REG-SALDOS.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EDER0026-88-CONTA-ACHADA TO TRUE
           END-READ.
           IF EDER0026-WS-FS-SALDOS NOT = '00'
              AND EDER0026-WS-FS-SALDOS NOT = '23'
               DISPLAY 'EDER0026 - ERRO NA LEITURA DE ARQ-SALDOS: '
                       EDER0026-WS-FS-SALDOS
               CLOSE ARQ-SALDOS
               SET EDER0026-88-ABORTAR TO TRUE
               GO TO 4000-CONSULTAR-MESTRE-EXIT
           END-IF.

           IF NOT EDER0026-88-CONTA-ACHADA
               MOVE ZEROS TO EDER0026-WS-SALDO-DATA
               MOVE EDER0026-WS-DATA-ABERTURA
                   TO EDER0026-WS-DATA-POSICAO
               MOVE 'CONTA SEM POSTAGEM DESDE A ABERTURA'
                   TO EDER0026-WS-ORIGEM-POSICAO
               SET EDER0026-88-POSICAO-APURADA TO TRUE
           ELSE
               IF EDERSCPY-S-DATA-ULT-LANCAMENTO OF REG-SALDOS
                       NOT GREATER THAN EDER0026-WS-DATA-PEDIDA
                   MOVE EDERSCPY-S-SALDO-ATUAL OF REG-SALDOS
                       TO EDER0026-WS-SALDO-DATA
                   MOVE EDERSCPY-S-DATA-ULT-LANCAMENTO OF REG-SALDOS
                       TO EDER0026-WS-DATA-POSICAO
                   MOVE 'ULTIMA POSTAGEM NO MESTRE DE SALDOS'
                       TO EDER0026-WS-ORIGEM-POSICAO
                   SET EDER0026-88-POSICAO-APURADA TO TRUE
               ELSE
                   MOVE 'SEM HISTORICO DE SALDO ATE A DATA PEDIDA'
                       TO EDER0026-WS-MOTIVO-RECUSA
               END-IF
           END-IF.
           CLOSE ARQ-SALDOS.
       4000-CONSULTAR-MESTRE-EXIT.
           EXIT.


      ******************************************************************
      *    GRAVA A DECLARACAO DE SALDO, OU A RECUSA COM O MOTIVO       *
      ******************************************************************
       5000-EMITIR-DECLARACAO.
           MOVE EDER0026-WS-DATA-SISTEMA TO EDER0026-WL-T-EMISSAO.
           MOVE EDER0026-WL-TITULO TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF EDER0026-88-POSICAO-APURADA
               PERFORM 5100-EMITIR-SALDO THRU 5100-EMITIR-SALDO-EXIT
           ELSE
               PERFORM 5200-EMITIR-RECUSA THRU 5200-EMITIR-RECUSA-EXIT
           END-IF.
           CLOSE ARQ-RELATORIO.
       5000-EMITIR-DECLARACAO-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA O TEXTO DA DECLARACAO COM O SALDO NA DATA PEDIDA E A  *
      *    ORIGEM DA POSICAO                                           *
      ******************************************************************
       5100-EMITIR-SALDO.
           MOVE EDER0026-WS-CONTA-PEDIDA TO EDER0026-WL-C-CONTA.
           MOVE EDER0026-WL-LINHA-CONTA TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE EDER0026-WS-NOME-TITULAR TO EDER0026-WL-T-NOME.
           MOVE EDER0026-WS-STATUS-CONTA TO EDER0026-WL-T-STATUS.
           MOVE EDER0026-WL-LINHA-TITULAR TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE EDER0026-WS-DATA-PEDIDA TO EDER0026-WL-S-DATA.
           MOVE EDER0026-WS-SALDO-DATA  TO EDER0026-WL-S-SALDO.
           IF EDER0026-WS-SALDO-DATA < 0
               MOVE 'DEVEDOR' TO EDER0026-WL-S-NATUREZA
           ELSE
               MOVE 'CREDOR'  TO EDER0026-WL-S-NATUREZA
           END-IF.
           MOVE EDER0026-WL-LINHA-SALDO TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0026-WS-DATA-POSICAO   TO EDER0026-WL-O-DATA.
           MOVE EDER0026-WS-ORIGEM-POSICAO TO EDER0026-WL-O-ORIGEM.
           MOVE EDER0026-WL-LINHA-ORIGEM TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           DISPLAY 'EDER0026 - DECLARACAO EMITIDA. SALDO EM '
                   EDER0026-WS-DATA-PEDIDA ': '
                   EDER0026-WS-SALDO-DATA.
       5100-EMITIR-SALDO-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA A RECUSA DA DECLARACAO COM O MOTIVO                   *
      ******************************************************************
       5200-EMITIR-RECUSA.
           MOVE EDER0026-WS-MOTIVO-RECUSA TO EDER0026-WL-R-MOTIVO.
           MOVE EDER0026-WL-LINHA-RECUSA TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           DISPLAY 'EDER0026 - DECLARACAO NAO EMITIDA: '
                   EDER0026-WS-MOTIVO-RECUSA.
       5200-EMITIR-RECUSA-EXIT.
           EXIT.
