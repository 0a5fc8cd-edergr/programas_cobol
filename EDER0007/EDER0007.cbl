      *    MOTIVO DA REJEICAO), EXIBE CADA REGISTRO COM O MOTIVO E     *
      *    DEIXA O OPERADOR CORRIGIR O CAMPO OFENSOR. A CORRECAO E     *
      *    REVALIDADA COM OS MESMOS CRITERIOS DO EDER0002              *
      *    (2210-VALIDAR-TIPO, 2400-VALIDAR-DATA E                     *
      *    2240-VALIDAR-CODIGO, ESTE CONTRA O MESTRE DE CODIGOS DE     *
      *    TRANSACAO EDERTCPY) E SO E ACEITA QUANDO O REGISTRO FICA    *
      *    INTEIRAMENTE VALIDO. OS REGISTROS                           *
      *    CORRIGIDOS SAO GRAVADOS NUM ARQUIVO EDERWCPY COMPLETO       *
      *    (HEADER, DETALHES E TRAILER COM QUANTIDADE E HASH           *
      *    RECALCULADOS), PRONTO PARA SER INTERCALADO NO MOVTO DO      *
      *                           E ABORTADA, PARA A JCL NAO           *
      *                           CATALOGAR GERACOES VAZIAS DE         *
      *                           REENTRADA/PENDENTES                  *
      *    14/10/2026   EGR       INCLUIDA A CORRECAO DO CODIGO DE     *
      *                           TRANSACAO, VALIDADO CONTRA O MESTRE  *
      *                           DE CODIGOS (EDERTCPY) COMO NO        *
      *                           EDER0002                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0007.
                                  FILE STATUS IS
                                             EDER0007-WS-FS-BAIXAS.

           SELECT ARQ-CODIGOS     ASSIGN TO 'CODTRANS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0007-WS-FS-CODIGOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EXCECOES
           05  EDER0007-BXA-CODIGO-BAIXA     PIC X(02).
           05  FILLER                        PIC X(02).

       FD  ARQ-CODIGOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS.
           COPY EDERTCPY.

       WORKING-STORAGE SECTION.
       77  EDER0007-WS-FS-EXCECOES          PIC X(02) VALUE SPACES.
       77  EDER0007-WS-FS-REENTRADA         PIC X(02) VALUE SPACES.
       77  EDER0007-WS-FS-PENDENTES         PIC X(02) VALUE SPACES.
       77  EDER0007-WS-FS-BAIXAS            PIC X(02) VALUE SPACES.
       77  EDER0007-WS-FS-CODIGOS           PIC X(02) VALUE SPACES.
       77  EDER0007-WS-FIM-CODIGOS          PIC X(01) VALUE 'N'.
           88  EDER0007-88-FIM-CODIGOS                VALUE 'S'.
       77  EDER0007-WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  EDER0007-88-FIM-ARQUIVO                VALUE 'S'.
       77  EDER0007-WS-ABORTAR              PIC X(01) VALUE 'N'.
       77  EDER0007-WS-ACAO                 PIC 9(01) VALUE ZEROS.
       77  EDER0007-WS-NOVO-TIPO            PIC X(01) VALUE SPACES.
       77  EDER0007-WS-NOVA-DATA            PIC 9(08) VALUE ZEROS.
       77  EDER0007-WS-NOVO-CODIGO          PIC 9(04) VALUE ZEROS.
       77  EDER0007-WS-CODIGO-BAIXA         PIC X(02) VALUE SPACES.
       77  EDER0007-WS-USUARIO              PIC X(08) VALUE SPACES.
       77  EDER0007-WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
           88  EDER0007-88-TIPO-OK                    VALUE 'S'.
       77  EDER0007-WS-DATA-OK              PIC X(01) VALUE 'S'.
           88  EDER0007-88-DATA-OK                    VALUE 'S'.
       77  EDER0007-WS-CODIGO-OK            PIC X(01) VALUE 'S'.
           88  EDER0007-88-CODIGO-OK                  VALUE 'S'.
       77  EDER0007-WS-ANO                  PIC 9(04) VALUE ZEROS.
       77  EDER0007-WS-MES                  PIC 9(02) VALUE ZEROS.
       77  EDER0007-WS-DIA                  PIC 9(02) VALUE ZEROS.
           COPY EDERWCPY.
           05  EDER0007-WS-MOTIVO-ATUAL           PIC X(60).

      *    IMAGEM EM MEMORIA DO MESTRE DE CODIGOS DE TRANSACAO
      *    (EDERTCPY), CLASSIFICADO POR CODIGO, PARA A REVALIDACAO DO
      *    CODIGO CORRIGIDO, COMO NO EDER0002.
       01  EDER0007-WS-TABELA-CODIGOS.
           05  EDER0007-WS-QTD-CODIGOS      PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0007-WS-ENTRADA-CODIGO OCCURS 1 TO 9999 TIMES
                       DEPENDING ON EDER0007-WS-QTD-CODIGOS
                       ASCENDING KEY IS EDER0007-WS-TCD-CODIGO
                       INDEXED BY EDER0007-WS-IDX-COD.
               10  EDER0007-WS-TCD-CODIGO   PIC 9(04).
               10  EDER0007-WS-TCD-SENTIDO  PIC X(01).
               10  EDER0007-WS-TCD-STATUS   PIC X(01).

       PROCEDURE DIVISION.

       0000-MAINLINE.
       1000-INICIALIZAR.
           DISPLAY 'EDER0007 - REENTRADA DE EXCECOES EDERWCPY'.

           PERFORM 1300-CARREGAR-CODIGOS
                              THRU 1300-CARREGAR-CODIGOS-EXIT.
           IF EDER0007-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT  ARQ-EXCECOES.
           IF EDER0007-WS-FS-EXCECOES = '35'
               DISPLAY 'EDER0007 - NAO HA ARQUIVO DE EXCECOES A TRATAR'
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY,         *
      *    CLASSIFICADO POR CODIGO) NA TABELA EM MEMORIA; SEM O MESTRE *
      *    O CODIGO CORRIGIDO NAO E REVALIDADO AQUI (O EDER0002 O      *
      *    REVALIDA NO PROXIMO CICLO) E O OPERADOR E AVISADO           *
      ******************************************************************
       1300-CARREGAR-CODIGOS.
           OPEN INPUT ARQ-CODIGOS.
           IF EDER0007-WS-FS-CODIGOS = '35'
               DISPLAY 'EDER0007 - MESTRE DE CODIGOS INDISPONIVEL. '
                       'CODIGO CORRIGIDO NAO REVALIDADO'
               GO TO 1300-CARREGAR-CODIGOS-EXIT
           END-IF.
           IF EDER0007-WS-FS-CODIGOS NOT = '00'
               DISPLAY 'EDER0007 - ERRO AO ABRIR ARQ-CODIGOS: '
                       EDER0007-WS-FS-CODIGOS
               SET EDER0007-88-ABORTAR TO TRUE
               GO TO 1300-CARREGAR-CODIGOS-EXIT
           END-IF.

           PERFORM 1310-CARREGAR-CODIGO
                              THRU 1310-CARREGAR-CODIGO-EXIT
               UNTIL EDER0007-88-FIM-CODIGOS
                  OR EDER0007-88-ABORTAR.

           CLOSE ARQ-CODIGOS.
       1300-CARREGAR-CODIGOS-EXIT.
           EXIT.

      ******************************************************************
      *    LE UM REGISTRO DO MESTRE DE CODIGOS E O ACRESCENTA NA       *
      *    TABELA EM MEMORIA                                           *
      ******************************************************************
       1310-CARREGAR-CODIGO.
           READ ARQ-CODIGOS
               AT END
                   SET EDER0007-88-FIM-CODIGOS TO TRUE
                   GO TO 1310-CARREGAR-CODIGO-EXIT
           END-READ.
           IF EDER0007-WS-QTD-CODIGOS = 9999
               DISPLAY 'EDER0007 - MESTRE DE CODIGOS EXCEDE A '
                       'TABELA DE 9999 ENTRADAS'
               SET EDER0007-88-ABORTAR TO TRUE
               GO TO 1310-CARREGAR-CODIGO-EXIT
           END-IF.
           ADD 1 TO EDER0007-WS-QTD-CODIGOS.
           MOVE EDERTCPY-T-CODIGO OF REG-CODIGOS
               TO EDER0007-WS-TCD-CODIGO (EDER0007-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-SENTIDO OF REG-CODIGOS
               TO EDER0007-WS-TCD-SENTIDO (EDER0007-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-STATUS OF REG-CODIGOS
               TO EDER0007-WS-TCD-STATUS (EDER0007-WS-QTD-CODIGOS).
       1310-CARREGAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    EXIBE A EXCECAO COM O MOTIVO DA REJEICAO, PEDE A ACAO AO    *
      *    OPERADOR E ENCAMINHA PARA CORRECAO, BAIXA OU PENDENCIA      *
                                     EDER0007-WS-REG-TRABALHO
                   ' VALOR: '
                   EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                     EDER0007-WS-REG-TRABALHO
                   ' CODIGO: '
                   EDERWCPY-E-COD-TRANSACAO OF
                                     EDER0007-WS-REG-TRABALHO.
           DISPLAY 'MOTIVO: ' EDER0007-WS-MOTIVO-ATUAL.
           DISPLAY 'ACAO (1=CORRIGIR 2=BAIXAR 0=MANTER PENDENTE): '.
           EXIT.

      ******************************************************************
      *    PEDE O TIPO, A DATA E O CODIGO DE TRANSACAO CORRIGIDOS AO   *
      *    OPERADOR, REPETINDO A PERGUNTA ATE QUE CADA CAMPO PASSE NA  *
      *    MESMA VALIDACAO DO EDER0002, E GRAVA O REGISTRO CORRIGIDO   *
      *    NA REENTRADA                                                *
      ******************************************************************
       2300-CORRIGIR-EXCECAO.
           MOVE 'N' TO EDER0007-WS-TIPO-OK.
           PERFORM 2320-PEDIR-DATA THRU 2320-PEDIR-DATA-EXIT
               UNTIL EDER0007-88-DATA-OK.

           MOVE 'N' TO EDER0007-WS-CODIGO-OK.
           PERFORM 2330-PEDIR-CODIGO THRU 2330-PEDIR-CODIGO-EXIT
               UNTIL EDER0007-88-CODIGO-OK.

           MOVE EDERWCPY-REGISTRO OF EDER0007-WS-REG-TRABALHO
               TO EDERWCPY-REGISTRO OF REG-REENTRADA.
           WRITE REG-REENTRADA.
       2320-PEDIR-DATA-EXIT.
           EXIT.

      ******************************************************************
      *    PEDE O CODIGO DE TRANSACAO CORRIGIDO (OU 0 PARA MANTER O    *
      *    ATUAL), APLICA NA AREA DE TRABALHO E REPETE A PERGUNTA ATE  *
      *    QUE O CODIGO PASSE NA MESMA VALIDACAO DE                    *
      *    EDER0002-2240-VALIDAR-CODIGO: CADASTRADO NO MESTRE, ATIVO E *
      *    COM SENTIDO QUE PERMITA O TIPO DA MOVIMENTACAO              *
      ******************************************************************
       2330-PEDIR-CODIGO.
           DISPLAY 'CODIGO DE TRANSACAO CORRIGIDO OU 0 PARA MANTER: '.
           ACCEPT EDER0007-WS-NOVO-CODIGO.
           IF EDER0007-WS-NOVO-CODIGO NOT = 0
               MOVE EDER0007-WS-NOVO-CODIGO
                   TO EDERWCPY-E-COD-TRANSACAO OF
                                     EDER0007-WS-REG-TRABALHO
           END-IF.
           IF EDERWCPY-E-COD-TRANSACAO OF EDER0007-WS-REG-TRABALHO
                                                       NOT NUMERIC
               DISPLAY 'EDER0007 - CODIGO INVALIDO. INFORME UM '
                       'CODIGO NUMERICO'
               GO TO 2330-PEDIR-CODIGO-EXIT
           END-IF.
           IF EDER0007-WS-QTD-CODIGOS = 0
               SET EDER0007-88-CODIGO-OK TO TRUE
               GO TO 2330-PEDIR-CODIGO-EXIT
           END-IF.

           SEARCH ALL EDER0007-WS-ENTRADA-CODIGO
               AT END
                   DISPLAY 'EDER0007 - CODIGO INEXISTENTE NO MESTRE '
                           'DE CODIGOS'
               WHEN EDER0007-WS-TCD-CODIGO (EDER0007-WS-IDX-COD)
                       = EDERWCPY-E-COD-TRANSACAO OF
                                     EDER0007-WS-REG-TRABALHO
                   IF EDER0007-WS-TCD-STATUS (EDER0007-WS-IDX-COD)
                                                        NOT = 'A'
                       DISPLAY 'EDER0007 - CODIGO INATIVO NO MESTRE '
                               'DE CODIGOS'
                   ELSE
                       IF EDER0007-WS-TCD-SENTIDO
                                        (EDER0007-WS-IDX-COD) = 'A'
                          OR EDER0007-WS-TCD-SENTIDO
                                        (EDER0007-WS-IDX-COD)
                             = EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                     EDER0007-WS-REG-TRABALHO
                           SET EDER0007-88-CODIGO-OK TO TRUE
                       ELSE
                           DISPLAY 'EDER0007 - CODIGO NAO PERMITE O '
                                   'TIPO DA MOVIMENTACAO'
                       END-IF
                   END-IF
           END-SEARCH.
       2330-PEDIR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-DATA-MOVIMENTACAO E UMA DATA VALIDA   *
      *    NO FORMATO CCYYMMDD                                         *
