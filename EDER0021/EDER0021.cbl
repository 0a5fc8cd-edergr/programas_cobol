      *    FOI DESVIADO PARA O ARQUIVO DE EXCECOES DO EDER0002 COM O   *
      *    MOTIVO DA REJEICAO. UM ARQUIVO AUSENTE NO CICLO E APENAS    *
      *    NOTICIADO, PARA A CONSULTA RESPONDER COM O QUE EXISTE.      *
      *    LOGO APOS O SALDO SAO EXIBIDAS AS ORDENS DE BLOQUEIO        *
      *    JUDICIAL/ADMINISTRATIVO DE VALOR DA CONTA (EDERJCPY), O     *
      *    TOTAL BLOQUEADO EM VIGOR E O SALDO LIVRE DE BLOQUEIO.       *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    02/09/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       INCLUIDA A CONSULTA DOS BLOQUEIOS DE *
      *                           VALOR DA CONTA (EDERJCPY), COM O     *
      *                           TOTAL BLOQUEADO EM VIGOR E O SALDO   *
      *                           LIVRE DE BLOQUEIO                    *
      *    14/10/2026   EGR       MESTRE DE SALDOS PASSOU A SER        *
      *                           ARQUIVO INDEXADO POR CONTA; O SALDO  *
      *                           E LIDO DIRETO PELA CHAVE, SEM        *
      *                           PERCORRER O MESTRE                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0021.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MESTRE DE SALDOS INDEXADO POR CONTA, LIDO DIRETO PELA
      *    CHAVE DA CONTA CONSULTADA.
           SELECT ARQ-SALDOS      ASSIGN TO 'SALDOS'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                  FILE STATUS IS
                                             EDER0021-WS-FS-SALDOS.

                                  FILE STATUS IS
                                             EDER0021-WS-FS-EXCECOES.

      *    BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS DE VALOR (EDERJCPY),
      *    CLASSIFICADOS POR CONTA E NUMERO DA ORDEM.
           SELECT ARQ-BLOQUEIOS   ASSIGN TO 'BLOQJUD'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0021-WS-FS-BLOQUEIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.
           COPY EDERWCPY.
           05  EDER0021-MOTIVO-REJEICAO           PIC X(60).

       FD  ARQ-BLOQUEIOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BLOQUEIOS.
           COPY EDERJCPY.

       WORKING-STORAGE SECTION.
       77  EDER0021-WS-FS-SALDOS            PIC X(02) VALUE SPACES.
       77  EDER0021-WS-FS-MOVTO             PIC X(02) VALUE SPACES.
       77  EDER0021-WS-FS-AGENDADOS         PIC X(02) VALUE SPACES.
       77  EDER0021-WS-FS-EXCECOES          PIC X(02) VALUE SPACES.
       77  EDER0021-WS-FS-BLOQUEIOS         PIC X(02) VALUE SPACES.
       77  EDER0021-WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  EDER0021-88-FIM-ARQUIVO                VALUE 'S'.
       77  EDER0021-WS-TEM-PENDENTE         PIC X(01) VALUE 'N'.
                                             COMP.
       77  EDER0021-WS-CONT-EXCECOES        PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0021-WS-CONT-BLOQUEIOS       PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0021-WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77  EDER0021-WS-SALDO-ATUAL          PIC S9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0021-WS-VALOR-BLOQUEADO      PIC 9(13)V99 VALUE ZEROS.
       77  EDER0021-WS-TOTAL-BLOQUEADO      PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0021-WS-SALDO-LIVRE          PIC S9(15)V99 VALUE ZEROS.
       77  EDER0021-WS-EDICAO-BLOQUEADO     PIC 9(15)V99 VALUE ZEROS.
       77  EDER0021-WS-SITUACAO-ORDEM       PIC X(12) VALUE SPACES.

      *    GUARDA O REGISTRO LIDO NA VOLTA ANTERIOR DO MOVTO, JA QUE
      *    SO SE SABE QUE O ULTIMO REGISTRO FISICO E O TRAILER (E NAO
           IF EDER0021-WS-CONTA-CONSULTA NOT = 0
               PERFORM 2000-CONSULTAR-SALDO
                                  THRU 2000-CONSULTAR-SALDO-EXIT
               PERFORM 2500-CONSULTAR-BLOQUEIOS
                                  THRU 2500-CONSULTAR-BLOQUEIOS-EXIT
               PERFORM 3000-CONSULTAR-MOVTO
                                  THRU 3000-CONSULTAR-MOVTO-EXIT
               PERFORM 4000-CONSULTAR-AGENDADOS
               GO TO 2000-CONSULTAR-SALDO-EXIT
           END-IF.

           MOVE EDER0021-WS-CONTA-CONSULTA
               TO EDERSCPY-S-CONTA OF REG-SALDOS.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EDER0021-88-SALDO-ACHADO TO TRUE
           END-READ.
           IF EDER0021-WS-FS-SALDOS NOT = '00'
              AND EDER0021-WS-FS-SALDOS NOT = '23'
               DISPLAY 'EDER0021 - ERRO NA LEITURA DO MESTRE DE '
                       'SALDOS (' EDER0021-WS-FS-SALDOS ')'
           END-IF.

           IF EDER0021-88-SALDO-ACHADO
               MOVE EDERSCPY-S-SALDO-ATUAL OF REG-SALDOS
                   TO EDER0021-WS-SALDO-ATUAL
               DISPLAY 'SALDO ATUAL..........: '
                       EDERSCPY-S-SALDO-ATUAL OF REG-SALDOS
               DISPLAY 'ULTIMA POSTAGEM......: '
           EXIT.

      ******************************************************************
      *    LISTA AS ORDENS DE BLOQUEIO DE VALOR DA CONTA E EXIBE O     *
      *    TOTAL BLOQUEADO EM VIGOR NA DATA DO SISTEMA E O SALDO ATUAL *
      *    LIVRE DE BLOQUEIO                                           *
      ******************************************************************
       2500-CONSULTAR-BLOQUEIOS.
           DISPLAY '---- BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS -------'.
           OPEN INPUT ARQ-BLOQUEIOS.
           IF EDER0021-WS-FS-BLOQUEIOS NOT = '00'
               DISPLAY 'EDER0021 - ARQUIVO DE BLOQUEIOS INDISPONIVEL ('
                       EDER0021-WS-FS-BLOQUEIOS ')'
               GO TO 2500-CONSULTAR-BLOQUEIOS-EXIT
           END-IF.

           ACCEPT EDER0021-WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE 'N' TO EDER0021-WS-FIM-ARQUIVO.
           PERFORM 2600-EXAMINAR-BLOQUEIO
                              THRU 2600-EXAMINAR-BLOQUEIO-EXIT
               UNTIL EDER0021-88-FIM-ARQUIVO.

           CLOSE ARQ-BLOQUEIOS.
           IF EDER0021-WS-CONT-BLOQUEIOS = 0
               DISPLAY 'EDER0021 - NENHUMA ORDEM DE BLOQUEIO PARA A '
                       'CONTA'
               GO TO 2500-CONSULTAR-BLOQUEIOS-EXIT
           END-IF.

           MOVE EDER0021-WS-TOTAL-BLOQUEADO
               TO EDER0021-WS-EDICAO-BLOQUEADO.
           DISPLAY 'TOTAL BLOQUEADO......: '
                   EDER0021-WS-EDICAO-BLOQUEADO.
           IF EDER0021-88-SALDO-ACHADO
               COMPUTE EDER0021-WS-SALDO-LIVRE =
                       EDER0021-WS-SALDO-ATUAL
                     - EDER0021-WS-TOTAL-BLOQUEADO
               DISPLAY 'SALDO LIVRE DE BLOQ..: '
                       EDER0021-WS-SALDO-LIVRE
           END-IF.
       2500-CONSULTAR-BLOQUEIOS-EXIT.
           EXIT.

      ******************************************************************
      *    LE O ARQUIVO DE BLOQUEIOS (CLASSIFICADO POR CONTA) E EXIBE  *
      *    CADA ORDEM DA CONTA CONSULTADA COM A SITUACAO NA DATA DO    *
      *    SISTEMA; SO AS ORDENS EM VIGOR ENTRAM NO TOTAL BLOQUEADO    *
      ******************************************************************
       2600-EXAMINAR-BLOQUEIO.
           READ ARQ-BLOQUEIOS
               AT END
                   SET EDER0021-88-FIM-ARQUIVO TO TRUE
                   GO TO 2600-EXAMINAR-BLOQUEIO-EXIT
           END-READ.
           IF EDERJCPY-J-CONTA OF REG-BLOQUEIOS
                       > EDER0021-WS-CONTA-CONSULTA
               SET EDER0021-88-FIM-ARQUIVO TO TRUE
               GO TO 2600-EXAMINAR-BLOQUEIO-EXIT
           END-IF.
           IF EDERJCPY-J-CONTA OF REG-BLOQUEIOS
                       NOT = EDER0021-WS-CONTA-CONSULTA
               GO TO 2600-EXAMINAR-BLOQUEIO-EXIT
           END-IF.

           ADD 1 TO EDER0021-WS-CONT-BLOQUEIOS.
           COMPUTE EDER0021-WS-VALOR-BLOQUEADO =
                   EDERJCPY-J-VALOR-ORDEM OF REG-BLOQUEIOS
                 - EDERJCPY-J-VALOR-LIBERADO OF REG-BLOQUEIOS.
           EVALUATE TRUE
               WHEN EDERJCPY-J-STATUS OF REG-BLOQUEIOS = 'L'
                   MOVE 'LIBERADA' TO EDER0021-WS-SITUACAO-ORDEM
               WHEN EDERJCPY-J-STATUS OF REG-BLOQUEIOS = 'X'
                   MOVE 'EXPIRADA' TO EDER0021-WS-SITUACAO-ORDEM
               WHEN EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS
                                   NOT = ZEROS
                AND EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS
                               NOT > EDER0021-WS-DATA-SISTEMA
                   MOVE 'EXPIRADA' TO EDER0021-WS-SITUACAO-ORDEM
               WHEN EDERJCPY-J-DATA-INICIO OF REG-BLOQUEIOS
                               > EDER0021-WS-DATA-SISTEMA
                   MOVE 'A INICIAR' TO EDER0021-WS-SITUACAO-ORDEM
               WHEN OTHER
                   MOVE 'EM VIGOR' TO EDER0021-WS-SITUACAO-ORDEM
                   ADD EDER0021-WS-VALOR-BLOQUEADO
                       TO EDER0021-WS-TOTAL-BLOQUEADO
           END-EVALUATE.

           DISPLAY 'ORDEM: '
                   EDERJCPY-J-NUMERO-ORDEM OF REG-BLOQUEIOS
                   ' TIPO: '
                   EDERJCPY-J-TIPO-ORDEM OF REG-BLOQUEIOS
                   ' SITUACAO: ' EDER0021-WS-SITUACAO-ORDEM.
           DISPLAY '   INICIO: '
                   EDERJCPY-J-DATA-INICIO OF REG-BLOQUEIOS
                   ' LIBERACAO: '
                   EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS
                   ' VALOR: '
                   EDERJCPY-J-VALOR-ORDEM OF REG-BLOQUEIOS
                   ' BLOQUEADO: ' EDER0021-WS-VALOR-BLOQUEADO.
       2600-EXAMINAR-BLOQUEIO-EXIT.
           EXIT.

      ******************************************************************
      *    O PRIMEIRO REGISTRO E O HEADER E E DESCARTADO AQUI, ANTES
      *    DE POSICIONAR O BUFFER DE LOOKAHEAD NO PRIMEIRO REGISTRO
      *    DE DETALHE VERDADEIRO, COMO NO EDER0005.
           MOVE 'N' TO EDER0021-WS-FIM-ARQUIVO.
           PERFORM 3100-LER-MOVTO THRU 3100-LER-MOVTO-EXIT.
           IF NOT EDER0021-88-FIM-ARQUIVO
               PERFORM 3100-LER-MOVTO THRU 3100-LER-MOVTO-EXIT
