      *    E SE EDERWCPY-E-DATA-MOVIMENTACAO E UMA DATA CCYYMMDD       *
      *    VALIDA (MES DE 01 A 12, DIA COMPATIVEL COM O MES E COM O    *
      *    ANO BISSEXTO), ALEM DE CONFERIR SE EDERWCPY-E-CONTA EXISTE  *
      *    NO CADASTRO DE CONTAS (EDERACPY) COM STATUS ATIVA E SE      *
      *    EDERWCPY-E-COD-TRANSACAO EXISTE NO MESTRE DE CODIGOS        *
      *    (EDERTCPY), ATIVO E COM SENTIDO COMPATIVEL COM O TIPO.      *
      *    REGISTROS COM QUALQUER DESSES CAMPOS FORA                   *
      *    DO PADRAO SAO DESVIADOS PARA O ARQUIVO DE EXCECOES EM VEZ   *
      *    DE SEGUIR PARA OS TOTALIZADORES DE SALDO. AO FINAL, CONFERE *
      *                           CONTAS AMPLIADA DE 1000 PARA 50000   *
      *                           ENTRADAS, PARA A CADEIA SUPORTAR O   *
      *                           CRESCIMENTO DO CADASTRO SEM ABORTAR  *
      *    14/10/2026   EGR       INCLUIDA A VALIDACAO DO CODIGO DE    *
      *                           TRANSACAO CONTRA O MESTRE DE         *
      *                           CODIGOS (EDERTCPY): CODIGO           *
      *                           INEXISTENTE, INATIVO OU USADO NO     *
      *                           SENTIDO NAO PERMITIDO E DESVIADO     *
      *                           PARA AS EXCECOES                     *
      *    14/10/2026   EGR       TOTAIS DE DEBITO E CREDITO DOS       *
      *                           VALIDOS, DAS EXCECOES E DOS          *
      *                           AGENDADOS NO CONTROLE DE EXECUCAO E  *
      *                           NO CHECKPOINT, PARA O BALANCEAMENTO  *
      *                           DO FLUXO DE VALORES DO CICLO         *
      *    14/10/2026   EGR       CADASTRO DE CONTAS PASSOU A SER      *
      *                           ARQUIVO INDEXADO POR CONTA; A        *
      *                           VALIDACAO DE CONTA LE A CONTA DIRETO *
      *                           PELA CHAVE EM VEZ DE CARREGAR O      *
      *                           CADASTRO NA TABELA EM MEMORIA, QUE   *
      *                           LIMITAVA O CADASTRO A 50000 CONTAS   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0002.
                                  FILE STATUS IS
                                             EDER0002-WS-FS-RUNCTL.

      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO DIRETO PELA
      *    CHAVE NA VALIDACAO DE CADA REGISTRO DE DETALHE.
           SELECT ARQ-CADASTRO    ASSIGN TO 'CADCONTA'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                  FILE STATUS IS
                                             EDER0002-WS-FS-CADASTRO.

                                  FILE STATUS IS
                                             EDER0002-WS-FS-AGENDADOS.

      *    MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY), CLASSIFICADO POR
      *    CODIGO E MANTIDO PELO EDER0027.
           SELECT ARQ-CODIGOS     ASSIGN TO 'CODTRANS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0002-WS-FS-CODIGOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVTO
           05  EDER0002-CKPT-ULTIMA-CONTA          PIC 9(10).
           05  EDER0002-CKPT-ULTIMA-DATA           PIC 9(08).
           05  EDER0002-CKPT-CONT-AGENDADOS        PIC 9(07).
           05  EDER0002-CKPT-VALORES.
               10 EDER0002-CKPT-VALOR-DEB-VALIDOS  PIC 9(15)V99.
               10 EDER0002-CKPT-VALOR-CRED-VALIDOS PIC 9(15)V99.
               10 EDER0002-CKPT-VALOR-DEB-REJEIT   PIC 9(15)V99.
               10 EDER0002-CKPT-VALOR-CRED-REJEIT  PIC 9(15)V99.
               10 EDER0002-CKPT-VALOR-DEB-AGEND    PIC 9(15)V99.
               10 EDER0002-CKPT-VALOR-CRED-AGEND   PIC 9(15)V99.
           05  FILLER                              PIC X(13).

       FD  ARQ-RUN-CONTROL
           COPY EDERRCPY.

       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.
       01  REG-AGENDADOS.
           COPY EDERWCPY.

       FD  ARQ-CODIGOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS.
           COPY EDERTCPY.

       WORKING-STORAGE SECTION.
       77  EDER0002-WS-FS-MOVTO                   PIC X(02) VALUE
                                                       SPACES.
                                                       ZEROS.
       77  EDER0002-WS-SOMA-VALORES               PIC 9(15)V99
                                                   VALUE ZEROS COMP-3.
       77  EDER0002-WS-VALOR-DEB-VALIDOS          PIC 9(15)V99
                                                   VALUE ZEROS COMP-3.
       77  EDER0002-WS-VALOR-CRED-VALIDOS         PIC 9(15)V99
                                                   VALUE ZEROS COMP-3.
       77  EDER0002-WS-VALOR-DEB-REJEIT           PIC 9(15)V99
                                                   VALUE ZEROS COMP-3.
       77  EDER0002-WS-VALOR-CRED-REJEIT          PIC 9(15)V99
                                                   VALUE ZEROS COMP-3.
       77  EDER0002-WS-VALOR-DEB-AGEND            PIC 9(15)V99
                                                   VALUE ZEROS COMP-3.
       77  EDER0002-WS-VALOR-CRED-AGEND           PIC 9(15)V99
                                                   VALUE ZEROS COMP-3.
       77  EDER0002-WS-QTD-PULAR                  PIC 9(07) VALUE ZEROS
                                                   COMP.
       77  EDER0002-WS-INTERVALO-CKPT             PIC 9(07)
           88  EDER0002-88-CONTA-OK                         VALUE 'S'.
       77  EDER0002-WS-FS-CADASTRO                PIC X(02) VALUE
                                                       SPACES.
       77  EDER0002-WS-CADASTRO-ABERTO            PIC X(01) VALUE 'N'.
           88  EDER0002-88-CADASTRO-ABERTO                  VALUE 'S'.

      *    SITUACAO APURADA DA CONTA DO REGISTRO PENDENTE: 'I' PARA
      *    CONTA INEXISTENTE NO CADASTRO, OU O STATUS ENCONTRADO
       77  EDER0002-WS-SITUACAO-CONTA             PIC X(01) VALUE
                                                       SPACES.

       77  EDER0002-WS-CODIGO-OK                  PIC X(01) VALUE 'S'.
           88  EDER0002-88-CODIGO-OK                        VALUE 'S'.
       77  EDER0002-WS-FS-CODIGOS                 PIC X(02) VALUE
                                                       SPACES.
       77  EDER0002-WS-FIM-CODIGOS                PIC X(01) VALUE 'N'.
           88  EDER0002-88-FIM-CODIGOS                      VALUE 'S'.
       77  EDER0002-WS-CODIGOS-CARREGADOS         PIC X(01) VALUE 'N'.
           88  EDER0002-88-CODIGOS-CARREGADOS               VALUE 'S'.

      *    SITUACAO APURADA DO CODIGO DE TRANSACAO DO REGISTRO
      *    PENDENTE: 'I' PARA CODIGO INEXISTENTE NO MESTRE, 'N' PARA
      *    CODIGO INATIVO E 'S' PARA SENTIDO NAO PERMITIDO PELO CODIGO.
       77  EDER0002-WS-SITUACAO-CODIGO            PIC X(01) VALUE
                                                       SPACES.

      *    IMAGEM EM MEMORIA DO MESTRE DE CODIGOS DE TRANSACAO
      *    (EDERTCPY), CLASSIFICADO POR CODIGO, CARREGADO NA
      *    INICIALIZACAO PARA A PESQUISA BINARIA DE CADA DETALHE.
       01  EDER0002-WS-TABELA-CODIGOS.
           05  EDER0002-WS-QTD-CODIGOS            PIC 9(05) VALUE
                                                       ZEROS COMP.
           05  EDER0002-WS-ENTRADA-CODIGO OCCURS 1 TO 9999 TIMES
                       DEPENDING ON EDER0002-WS-QTD-CODIGOS
                       ASCENDING KEY IS EDER0002-WS-TCD-CODIGO
                       INDEXED BY EDER0002-WS-IDX-COD.
               10  EDER0002-WS-TCD-CODIGO         PIC 9(04).
               10  EDER0002-WS-TCD-SENTIDO        PIC X(01).
               10  EDER0002-WS-TCD-STATUS         PIC X(01).

       77  EDER0002-WS-TRAILER-OK                 PIC X(01) VALUE 'S'.
           88  EDER0002-88-TRAILER-OK                       VALUE 'S'.
       77  EDER0002-WS-ABORTAR                    PIC X(01) VALUE 'N'.
                          THRU 1450-RESTAURAR-AGENDADOS-ANT-EXIT
           END-IF.

           PERFORM 1300-ABRIR-CADASTRO
                              THRU 1300-ABRIR-CADASTRO-EXIT.
           IF EDER0002-88-ABORTAR
               CLOSE ARQ-MOVTO
               CLOSE ARQ-EXCECOES-NOVO
               CLOSE ARQ-AGENDADOS
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1500-CARREGAR-CODIGOS
                              THRU 1500-CARREGAR-CODIGOS-EXIT.
           IF EDER0002-88-ABORTAR
               CLOSE ARQ-MOVTO
               CLOSE ARQ-EXCECOES-NOVO
               CLOSE ARQ-AGENDADOS
               IF EDER0002-88-CADASTRO-ABERTO
                   CLOSE ARQ-CADASTRO
               END-IF
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

                   TO EDER0002-WS-ULTIMA-DATA
               MOVE EDER0002-CKPT-CONT-AGENDADOS
                   TO EDER0002-WS-CONT-AGENDADOS
               MOVE EDER0002-CKPT-VALOR-DEB-VALIDOS
                   TO EDER0002-WS-VALOR-DEB-VALIDOS
               MOVE EDER0002-CKPT-VALOR-CRED-VALIDOS
                   TO EDER0002-WS-VALOR-CRED-VALIDOS
               MOVE EDER0002-CKPT-VALOR-DEB-REJEIT
                   TO EDER0002-WS-VALOR-DEB-REJEIT
               MOVE EDER0002-CKPT-VALOR-CRED-REJEIT
                   TO EDER0002-WS-VALOR-CRED-REJEIT
               MOVE EDER0002-CKPT-VALOR-DEB-AGEND
                   TO EDER0002-WS-VALOR-DEB-AGEND
               MOVE EDER0002-CKPT-VALOR-CRED-AGEND
                   TO EDER0002-WS-VALOR-CRED-AGEND
               SET EDER0002-88-REINICIO TO TRUE
               DISPLAY 'EDER0002 - REINICIO A PARTIR DE CHECKPOINT. '
                       'REGISTROS JA PROCESSADOS: '
           EXIT.

      ******************************************************************
      *    ABRE O CADASTRO DE CONTAS (EDERACPY, INDEXADO POR CONTA)    *
      *    PARA A LEITURA DIRETA DA VALIDACAO DE CONTA. SEM O CADASTRO *
      *    A VALIDACAO DE CONTA NAO E EXECUTADA (O COMPORTAMENTO       *
      *    ANTERIOR) E O OPERADOR E AVISADO.                           *
      ******************************************************************
       1300-ABRIR-CADASTRO.
           OPEN INPUT ARQ-CADASTRO.
           IF EDER0002-WS-FS-CADASTRO = '35'
               DISPLAY 'EDER0002 - CADASTRO DE CONTAS INDISPONIVEL. '
                       'VALIDACAO DE CONTA NAO EXECUTADA'
               GO TO 1300-ABRIR-CADASTRO-EXIT
           END-IF.
           IF EDER0002-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0002 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0002-WS-FS-CADASTRO
               SET EDER0002-88-ABORTAR TO TRUE
               GO TO 1300-ABRIR-CADASTRO-EXIT
           END-IF.
           SET EDER0002-88-CADASTRO-ABERTO TO TRUE.
       1300-ABRIR-CADASTRO-EXIT.
           EXIT.

      ******************************************************************
       1460-RESTAURAR-AGENDADO-ANT-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY,         *
      *    CLASSIFICADO POR CODIGO) NA TABELA EM MEMORIA USADA PELA    *
      *    VALIDACAO DE CODIGO, COM OS MESMOS CRITERIOS DO CADASTRO DE *
      *    CONTAS: SEM O MESTRE A VALIDACAO DE CODIGO NAO E EXECUTADA  *
      *    E O OPERADOR E AVISADO                                      *
      ******************************************************************
       1500-CARREGAR-CODIGOS.
           OPEN INPUT ARQ-CODIGOS.
           IF EDER0002-WS-FS-CODIGOS = '35'
               DISPLAY 'EDER0002 - MESTRE DE CODIGOS INDISPONIVEL. '
                       'VALIDACAO DE CODIGO NAO EXECUTADA'
               GO TO 1500-CARREGAR-CODIGOS-EXIT
           END-IF.
           IF EDER0002-WS-FS-CODIGOS NOT = '00'
               DISPLAY 'EDER0002 - ERRO AO ABRIR ARQ-CODIGOS: '
                       EDER0002-WS-FS-CODIGOS
               SET EDER0002-88-ABORTAR TO TRUE
               GO TO 1500-CARREGAR-CODIGOS-EXIT
           END-IF.

           PERFORM 1510-CARREGAR-CODIGO
                              THRU 1510-CARREGAR-CODIGO-EXIT
               UNTIL EDER0002-88-FIM-CODIGOS
                  OR EDER0002-88-ABORTAR.

           CLOSE ARQ-CODIGOS.
           IF NOT EDER0002-88-ABORTAR
              AND EDER0002-WS-QTD-CODIGOS > 0
               SET EDER0002-88-CODIGOS-CARREGADOS TO TRUE
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
                   SET EDER0002-88-FIM-CODIGOS TO TRUE
                   GO TO 1510-CARREGAR-CODIGO-EXIT
           END-READ.
           IF EDER0002-WS-QTD-CODIGOS = 9999
               DISPLAY 'EDER0002 - MESTRE DE CODIGOS EXCEDE A '
                       'TABELA DE 9999 ENTRADAS'
               SET EDER0002-88-ABORTAR TO TRUE
               GO TO 1510-CARREGAR-CODIGO-EXIT
           END-IF.
           ADD 1 TO EDER0002-WS-QTD-CODIGOS.
           MOVE EDERTCPY-T-CODIGO OF REG-CODIGOS
               TO EDER0002-WS-TCD-CODIGO (EDER0002-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-SENTIDO OF REG-CODIGOS
               TO EDER0002-WS-TCD-SENTIDO (EDER0002-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-STATUS OF REG-CODIGOS
               TO EDER0002-WS-TCD-STATUS (EDER0002-WS-QTD-CODIGOS).
       1510-CARREGAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFIRMA O REGISTRO PENDENTE COMO DETALHE (POIS EXISTE UM   *
      *    PROXIMO REGISTRO FISICO). NUM REINICIO, OS REGISTROS JA     *
           EXIT.

      ******************************************************************
      *    CONFERE O TIPO, A DATA, A CONTA E O CODIGO DE TRANSACAO DO  *
      *    REGISTRO DE DETALHE PENDENTE                                *
      ******************************************************************
       2200-VALIDAR-REGISTRO.
           SET EDER0002-88-TIPO-OK   TO TRUE.
           SET EDER0002-88-DATA-OK   TO TRUE.
           SET EDER0002-88-CONTA-OK  TO TRUE.
           SET EDER0002-88-CODIGO-OK TO TRUE.
           PERFORM 2210-VALIDAR-TIPO   THRU 2210-VALIDAR-TIPO-EXIT.
           PERFORM 2400-VALIDAR-DATA   THRU 2400-VALIDAR-DATA-EXIT.
           PERFORM 2230-VALIDAR-CONTA  THRU 2230-VALIDAR-CONTA-EXIT.
           PERFORM 2240-VALIDAR-CODIGO THRU 2240-VALIDAR-CODIGO-EXIT.
           IF EDER0002-88-TIPO-OK AND EDER0002-88-DATA-OK
                                  AND EDER0002-88-CONTA-OK
                                  AND EDER0002-88-CODIGO-OK
      *        UMA MOVIMENTACAO VALIDA POS-DATADA NAO SEGUE PARA OS
      *        TOTALIZADORES DESTE CICLO: ELA AGUARDA NO DEPOSITO DE
      *        AGENDADOS ATE A DATA CHEGAR.
                                  THRU 2350-GRAVAR-AGENDADO-EXIT
               ELSE
                   ADD 1 TO EDER0002-WS-CONT-VALIDOS
                   IF EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                 EDER0002-WS-REG-ANTERIOR = 'C'
                       ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0002-WS-REG-ANTERIOR
                           TO EDER0002-WS-VALOR-CRED-VALIDOS
                   ELSE
                       ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0002-WS-REG-ANTERIOR
                           TO EDER0002-WS-VALOR-DEB-VALIDOS
                   END-IF
               END-IF
           ELSE
               PERFORM 2300-GRAVAR-EXCECAO THRU 2300-GRAVAR-EXCECAO-EXIT

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-CONTA EXISTE NO CADASTRO DE CONTAS E  *
      *    SE O STATUS DELA E ATIVA, LENDO A CONTA DIRETO PELA CHAVE;  *
      *    SEM CADASTRO ABERTO A VALIDACAO NAO E EXECUTADA             *
      ******************************************************************
       2230-VALIDAR-CONTA.
           IF NOT EDER0002-88-CADASTRO-ABERTO
               GO TO 2230-VALIDAR-CONTA-EXIT
           END-IF.

           MOVE EDERWCPY-E-CONTA OF EDER0002-WS-REG-ANTERIOR
               TO EDERACPY-A-CONTA OF REG-CADASTRO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE EDER0002-WS-FS-CADASTRO
               WHEN '00'
                   IF EDERACPY-A-STATUS OF REG-CADASTRO NOT = 'A'
                       MOVE 'N' TO EDER0002-WS-CONTA-OK
                       MOVE EDERACPY-A-STATUS OF REG-CADASTRO
                           TO EDER0002-WS-SITUACAO-CONTA
                   END-IF
               WHEN '23'
                   MOVE 'N' TO EDER0002-WS-CONTA-OK
                   MOVE 'I' TO EDER0002-WS-SITUACAO-CONTA
      *        UM ERRO DE LEITURA NAO PODE REJEITAR UMA CONTA BOA: O
      *        REGISTRO SEGUE SEM A VALIDACAO DE CONTA, COMO QUANDO O
      *        CADASTRO ESTA INDISPONIVEL, E O OPERADOR E AVISADO.
               WHEN OTHER
                   DISPLAY 'EDER0002 - ERRO NA LEITURA DO CADASTRO DA '
                           'CONTA '
                           EDERWCPY-E-CONTA OF EDER0002-WS-REG-ANTERIOR
                           ': ' EDER0002-WS-FS-CADASTRO
           END-EVALUATE.
       2230-VALIDAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-COD-TRANSACAO EXISTE NO MESTRE DE     *
      *    CODIGOS, SE ESTA ATIVO E SE O SENTIDO PERMITIDO PELO CODIGO *
      *    ('D', 'C' OU 'A' PARA AMBOS) ADMITE O TIPO DA MOVIMENTACAO; *
      *    SEM MESTRE CARREGADO A VALIDACAO NAO E EXECUTADA            *
      ******************************************************************
       2240-VALIDAR-CODIGO.
           IF NOT EDER0002-88-CODIGOS-CARREGADOS
               GO TO 2240-VALIDAR-CODIGO-EXIT
           END-IF.

           IF EDERWCPY-E-COD-TRANSACAO OF EDER0002-WS-REG-ANTERIOR
                                            NOT NUMERIC
               MOVE 'N' TO EDER0002-WS-CODIGO-OK
               MOVE 'I' TO EDER0002-WS-SITUACAO-CODIGO
               GO TO 2240-VALIDAR-CODIGO-EXIT
           END-IF.

           SEARCH ALL EDER0002-WS-ENTRADA-CODIGO
               AT END
                   MOVE 'N' TO EDER0002-WS-CODIGO-OK
                   MOVE 'I' TO EDER0002-WS-SITUACAO-CODIGO
               WHEN EDER0002-WS-TCD-CODIGO (EDER0002-WS-IDX-COD)
                       = EDERWCPY-E-COD-TRANSACAO
                                         OF EDER0002-WS-REG-ANTERIOR
                   IF EDER0002-WS-TCD-STATUS (EDER0002-WS-IDX-COD)
                                                        NOT = 'A'
                       MOVE 'N' TO EDER0002-WS-CODIGO-OK
                       MOVE 'N' TO EDER0002-WS-SITUACAO-CODIGO
                   ELSE
                       IF EDER0002-WS-TCD-SENTIDO
                                         (EDER0002-WS-IDX-COD) NOT = 'A'
                          AND EDER0002-WS-TCD-SENTIDO
                                         (EDER0002-WS-IDX-COD)
                              NOT = EDERWCPY-E-TIPO-MOVIMENTACAO
                                         OF EDER0002-WS-REG-ANTERIOR
                           MOVE 'N' TO EDER0002-WS-CODIGO-OK
                           MOVE 'S' TO EDER0002-WS-SITUACAO-CODIGO
                       END-IF
                   END-IF
           END-SEARCH.
       2240-VALIDAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
                   END-STRING
               END-IF
           END-IF.
           IF NOT EDER0002-88-CODIGO-OK
      *        O MOTIVO PARTE DE BRANCOS, ENTAO PULAR UMA POSICAO
      *        SEPARA ESTE TRECHO DO MOTIVO DE CONTA ANTERIOR.
               IF EDER0002-WS-PONTEIRO > 1
                   ADD 1 TO EDER0002-WS-PONTEIRO
               END-IF
               EVALUATE EDER0002-WS-SITUACAO-CODIGO
                   WHEN 'I'
                       STRING 'CODIGO INEXISTENTE ['
                                                    DELIMITED BY SIZE
                              EDERWCPY-E-COD-TRANSACAO
                                                 OF REG-EXCECOES-NOVO
                                                    DELIMITED BY SIZE
                              ']'                   DELIMITED BY SIZE
                           INTO EDER0002-MOTIVO-REJEICAO
                                                 OF REG-EXCECOES-NOVO
                           WITH POINTER EDER0002-WS-PONTEIRO
                       END-STRING
                   WHEN 'N'
                       STRING 'CODIGO INATIVO ['    DELIMITED BY SIZE
                              EDERWCPY-E-COD-TRANSACAO
                                                 OF REG-EXCECOES-NOVO
                                                    DELIMITED BY SIZE
                              ']'                   DELIMITED BY SIZE
                           INTO EDER0002-MOTIVO-REJEICAO
                                                 OF REG-EXCECOES-NOVO
                           WITH POINTER EDER0002-WS-PONTEIRO
                       END-STRING
                   WHEN OTHER
                       STRING 'CODIGO ['            DELIMITED BY SIZE
                              EDERWCPY-E-COD-TRANSACAO
                                                 OF REG-EXCECOES-NOVO
                                                    DELIMITED BY SIZE
                              '] NAO PERMITE O TIPO'
                                                    DELIMITED BY SIZE
                           INTO EDER0002-MOTIVO-REJEICAO
                                                 OF REG-EXCECOES-NOVO
                           WITH POINTER EDER0002-WS-PONTEIRO
                       END-STRING
               END-EVALUATE
           END-IF.
           WRITE REG-EXCECOES-NOVO.
           ADD 1 TO EDER0002-WS-CONT-REJEITADOS.
      *    O TIPO INVALIDO TAMBEM E SOMADO (COMO DEBITO), PARA QUE TODO
      *    VALOR LIDO SEJA PROVADO NO BALANCEAMENTO DO FLUXO.
           IF EDERWCPY-E-TIPO-MOVIMENTACAO OF
                             EDER0002-WS-REG-ANTERIOR = 'C'
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                             EDER0002-WS-REG-ANTERIOR
                   TO EDER0002-WS-VALOR-CRED-REJEIT
           ELSE
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                             EDER0002-WS-REG-ANTERIOR
                   TO EDER0002-WS-VALOR-DEB-REJEIT
           END-IF.
       2300-GRAVAR-EXCECAO-EXIT.
           EXIT.

               TO EDERWCPY-REGISTRO OF REG-AGENDADOS.
           WRITE REG-AGENDADOS.
           ADD 1 TO EDER0002-WS-CONT-AGENDADOS.
           IF EDERWCPY-E-TIPO-MOVIMENTACAO OF
                             EDER0002-WS-REG-ANTERIOR = 'C'
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                             EDER0002-WS-REG-ANTERIOR
                   TO EDER0002-WS-VALOR-CRED-AGEND
           ELSE
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                             EDER0002-WS-REG-ANTERIOR
                   TO EDER0002-WS-VALOR-DEB-AGEND
           END-IF.
       2350-GRAVAR-AGENDADO-EXIT.
           EXIT.

               TO EDER0002-CKPT-ULTIMA-DATA.
           MOVE EDER0002-WS-CONT-AGENDADOS
               TO EDER0002-CKPT-CONT-AGENDADOS.
           MOVE EDER0002-WS-VALOR-DEB-VALIDOS
               TO EDER0002-CKPT-VALOR-DEB-VALIDOS.
           MOVE EDER0002-WS-VALOR-CRED-VALIDOS
               TO EDER0002-CKPT-VALOR-CRED-VALIDOS.
           MOVE EDER0002-WS-VALOR-DEB-REJEIT
               TO EDER0002-CKPT-VALOR-DEB-REJEIT.
           MOVE EDER0002-WS-VALOR-CRED-REJEIT
               TO EDER0002-CKPT-VALOR-CRED-REJEIT.
           MOVE EDER0002-WS-VALOR-DEB-AGEND
               TO EDER0002-CKPT-VALOR-DEB-AGEND.
           MOVE EDER0002-WS-VALOR-CRED-AGEND
               TO EDER0002-CKPT-VALOR-CRED-AGEND.
           OPEN OUTPUT ARQ-CHECKPOINT.
           WRITE REG-CHECKPOINT.
           CLOSE ARQ-CHECKPOINT.
           CLOSE ARQ-MOVTO.
           CLOSE ARQ-EXCECOES-NOVO.
           CLOSE ARQ-AGENDADOS.
           IF EDER0002-88-CADASTRO-ABERTO
               CLOSE ARQ-CADASTRO
           END-IF.
           DISPLAY 'EDER0002 - REGISTROS LIDOS......: '
                   EDER0002-WS-CONT-LIDOS.
           DISPLAY 'EDER0002 - REGISTROS VALIDOS.....: '
                          EDER0002-CKPT-SOMA-VALORES
                          EDER0002-CKPT-ULTIMA-CONTA
                          EDER0002-CKPT-ULTIMA-DATA
                          EDER0002-CKPT-CONT-AGENDADOS
                          EDER0002-CKPT-VALORES.
           OPEN OUTPUT ARQ-CHECKPOINT.
           WRITE REG-CHECKPOINT.
           CLOSE ARQ-CHECKPOINT.

      ******************************************************************
      *    GRAVA O REGISTRO DE CONTROLE DE EXECUCAO DO PASSO NO        *
      *    ARQUIVO COMUM DO CICLO, COM OS CONTADORES, OS TOTAIS DE     *
      *    DEBITO E CREDITO DOS VALIDOS, DAS EXCECOES E DOS AGENDADOS  *
      *    (RETIDOS) E O VEREDICTO DA CONFERENCIA DO TRAILER           *
      ******************************************************************
       9200-GRAVAR-RUN-CONTROL.
           OPEN EXTEND ARQ-RUN-CONTROL.
           ACCEPT EDER0002-WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES TO EDERRCPY-REGISTRO OF REG-RUN-CONTROL.
           MOVE ZEROS  TO EDERRCPY-R-VALORES OF REG-RUN-CONTROL.
           MOVE 'EDER0002' TO EDERRCPY-R-PROGRAMA OF REG-RUN-CONTROL.
           MOVE EDER0002-WS-DATA-SISTEMA
               TO EDERRCPY-R-DATA-EXECUCAO OF REG-RUN-CONTROL.
               TO EDERRCPY-R-CONT-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0002-WS-CONT-REJEITADOS
               TO EDERRCPY-R-CONT-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0002-WS-CONT-AGENDADOS
               TO EDERRCPY-R-CONT-RETIDOS OF REG-RUN-CONTROL.
           MOVE EDER0002-WS-VALOR-DEB-VALIDOS
               TO EDERRCPY-R-VALOR-DEB-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0002-WS-VALOR-CRED-VALIDOS
               TO EDERRCPY-R-VALOR-CRED-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0002-WS-VALOR-DEB-REJEIT
               TO EDERRCPY-R-VALOR-DEB-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0002-WS-VALOR-CRED-REJEIT
               TO EDERRCPY-R-VALOR-CRED-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0002-WS-VALOR-DEB-AGEND
               TO EDERRCPY-R-VALOR-DEB-RETIDOS OF REG-RUN-CONTROL.
           MOVE EDER0002-WS-VALOR-CRED-AGEND
               TO EDERRCPY-R-VALOR-CRED-RETIDOS OF REG-RUN-CONTROL.
           IF EDER0002-88-TRAILER-OK
               MOVE 'S'  TO EDERRCPY-R-TRAILER-OK OF REG-RUN-CONTROL
               MOVE 'OK' TO EDERRCPY-R-DISPOSICAO OF REG-RUN-CONTROL
