      ******************************************************************
      *    NOME PROG..:  EDER0027                                      *
      *    DESCRICAO..:  MANUTENCAO DO MESTRE DE CODIGOS DE            *
      *                  TRANSACAO/HISTORICO                           *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      ******************************************************************
      *                                                                *
      *    TRANSACAO DE MANUTENCAO PARA O OPERADOR: INCLUI UM NOVO     *
      *    CODIGO DE TRANSACAO NO MESTRE DE CODIGOS (LAYOUT EDERTCPY), *
      *    ALTERA A DESCRICAO, O SENTIDO PERMITIDO E AS CONTAS DO      *
      *    RAZAO DE UM CODIGO EXISTENTE, OU ALTERA O STATUS DELE       *
      *    (ATIVO OU INATIVO). O CODIGO NUNCA E EXCLUIDO, POIS         *
      *    MOVIMENTACOES JA ARQUIVADAS CONTINUAM A CITA-LO NOS         *
      *    EXTRATOS; UM CODIGO INATIVO APENAS DEIXA DE SER ACEITO      *
      *    PELA VALIDACAO DO EDER0002. O MESTRE E SEQUENCIAL,          *
      *    CLASSIFICADO POR CODIGO, E A MANUTENCAO E FEITA COPIANDO    *
      *    TODO O ARQUIVO PARA UMA NOVA GERACAO COM A INCLUSAO         *
      *    INTERCALADA NA POSICAO DA CHAVE OU A ALTERACAO APLICADA;    *
      *    CABE A JCL PROMOVER A NOVA GERACAO A MESTRE DO PROXIMO      *
      *    CICLO. UM MESTRE AINDA INEXISTENTE (PRIMEIRA IMPLANTACAO)   *
      *    E TRATADO COMO MESTRE VAZIO.                                *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0027.
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
           SELECT ARQ-CODIGOS       ASSIGN TO 'CODTRANS'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                             EDER0027-WS-FS-CODIGOS.

           SELECT ARQ-CODIGOS-NOVO  ASSIGN TO 'CODTRNOVO'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                             EDER0027-WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CODIGOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS.
           COPY EDERTCPY.

       FD  ARQ-CODIGOS-NOVO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS-NOVO.
           COPY EDERTCPY.

       WORKING-STORAGE SECTION.
       77  EDER0027-WS-FS-CODIGOS           PIC X(02) VALUE SPACES.
       77  EDER0027-WS-FS-NOVO              PIC X(02) VALUE SPACES.
       77  EDER0027-WS-FIM-CODIGOS          PIC X(01) VALUE 'N'.
           88  EDER0027-88-FIM-CODIGOS                VALUE 'S'.
       77  EDER0027-WS-MESTRE-EXISTE        PIC X(01) VALUE 'S'.
           88  EDER0027-88-MESTRE-EXISTE              VALUE 'S'.
       77  EDER0027-WS-ABORTAR              PIC X(01) VALUE 'N'.
           88  EDER0027-88-ABORTAR                    VALUE 'S'.
       77  EDER0027-WS-APLICADO             PIC X(01) VALUE 'N'.
           88  EDER0027-88-APLICADO                   VALUE 'S'.

       77  EDER0027-WS-ACAO                 PIC 9(01) VALUE ZEROS.
       77  EDER0027-WS-CODIGO               PIC 9(04) VALUE ZEROS.
       77  EDER0027-WS-DESCRICAO            PIC X(30) VALUE SPACES.
       77  EDER0027-WS-SENTIDO              PIC X(01) VALUE SPACES.
       77  EDER0027-WS-CTA-MOVIMENTO        PIC 9(08) VALUE ZEROS.
       77  EDER0027-WS-CTA-CONTRAPARTIDA    PIC 9(08) VALUE ZEROS.
       77  EDER0027-WS-NOVO-STATUS          PIC X(01) VALUE SPACES.
       77  EDER0027-WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77  EDER0027-WS-CONT-COPIADOS        PIC 9(05) VALUE ZEROS
                                             COMP.

       77  EDER0027-WS-SENTIDO-OK           PIC X(01) VALUE 'N'.
           88  EDER0027-88-SENTIDO-OK                 VALUE 'S'.
       77  EDER0027-WS-CONTAS-OK            PIC X(01) VALUE 'N'.
           88  EDER0027-88-CONTAS-OK                  VALUE 'S'.
       77  EDER0027-WS-STATUS-OK            PIC X(01) VALUE 'N'.
           88  EDER0027-88-STATUS-OK                  VALUE 'S'.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF EDER0027-WS-ACAO NOT = 0
               PERFORM 4000-REGRAVAR-MESTRE
                                  THRU 4000-REGRAVAR-MESTRE-EXIT
           END-IF.
           IF EDER0027-88-ABORTAR
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PEDE AO OPERADOR A ACAO E OS DADOS DO CODIGO                *
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'EDER0027 - MANUTENCAO DO MESTRE DE CODIGOS DE '
                   'TRANSACAO'.
           DISPLAY 'ACAO (1=INCLUIR CODIGO 2=ALTERAR CODIGO '
                   '3=ALTERAR STATUS 0=ENCERRAR): '.
           ACCEPT EDER0027-WS-ACAO.
           IF EDER0027-WS-ACAO NOT = 1 AND EDER0027-WS-ACAO NOT = 2
              AND EDER0027-WS-ACAO NOT = 3
               MOVE 0 TO EDER0027-WS-ACAO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           DISPLAY 'CODIGO DE TRANSACAO (4 DIGITOS): '.
           ACCEPT EDER0027-WS-CODIGO.
           IF EDER0027-WS-CODIGO = 0
               DISPLAY 'EDER0027 - CODIGO INVALIDO. NADA A FAZER'
               MOVE 0 TO EDER0027-WS-ACAO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           IF EDER0027-WS-ACAO = 3
               MOVE 'N' TO EDER0027-WS-STATUS-OK
               PERFORM 1300-PEDIR-STATUS THRU 1300-PEDIR-STATUS-EXIT
                   UNTIL EDER0027-88-STATUS-OK
           ELSE
               PERFORM 1100-PEDIR-DADOS-CODIGO
                                  THRU 1100-PEDIR-DADOS-CODIGO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    PEDE A DESCRICAO, O SENTIDO PERMITIDO E AS CONTAS DO RAZAO  *
      *    DO CODIGO, USADOS TANTO NA INCLUSAO QUANTO NA ALTERACAO     *
      ******************************************************************
       1100-PEDIR-DADOS-CODIGO.
           DISPLAY 'DESCRICAO DO CODIGO (IMPRESSA NOS EXTRATOS): '.
           ACCEPT EDER0027-WS-DESCRICAO.

           MOVE 'N' TO EDER0027-WS-SENTIDO-OK.
           PERFORM 1150-PEDIR-SENTIDO THRU 1150-PEDIR-SENTIDO-EXIT
               UNTIL EDER0027-88-SENTIDO-OK.

           MOVE 'N' TO EDER0027-WS-CONTAS-OK.
           PERFORM 1200-PEDIR-CONTAS THRU 1200-PEDIR-CONTAS-EXIT
               UNTIL EDER0027-88-CONTAS-OK.
       1100-PEDIR-DADOS-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    PEDE O SENTIDO PERMITIDO DO CODIGO, REPETINDO A PERGUNTA    *
      *    ATE QUE SEJA 'D', 'C' OU 'A'                                *
      ******************************************************************
       1150-PEDIR-SENTIDO.
           DISPLAY 'SENTIDO PERMITIDO (D=SO DEBITO C=SO CREDITO '
                   'A=AMBOS): '.
           ACCEPT EDER0027-WS-SENTIDO.
           IF EDER0027-WS-SENTIDO = 'D' OR EDER0027-WS-SENTIDO = 'C'
              OR EDER0027-WS-SENTIDO = 'A'
               SET EDER0027-88-SENTIDO-OK TO TRUE
           ELSE
               DISPLAY 'EDER0027 - SENTIDO INVALIDO. INFORME D, C '
                       'OU A'
           END-IF.
       1150-PEDIR-SENTIDO-EXIT.
           EXIT.

      ******************************************************************
      *    PEDE AS CONTAS DO RAZAO DO CODIGO, REPETINDO A PERGUNTA     *
      *    ATE QUE AS DUAS SEJAM INFORMADAS E DIFERENTES ENTRE SI,     *
      *    PARA O LANCAMENTO NA INTERFACE CONTABIL SER UM PAR          *
      *    BALANCEADO DE VERDADE                                       *
      ******************************************************************
       1200-PEDIR-CONTAS.
           DISPLAY 'CONTA DO RAZAO LANCADA NA NATUREZA DA '
                   'MOVIMENTACAO (8 DIGITOS): '.
           ACCEPT EDER0027-WS-CTA-MOVIMENTO.
           DISPLAY 'CONTA DO RAZAO DE CONTRAPARTIDA (8 DIGITOS): '.
           ACCEPT EDER0027-WS-CTA-CONTRAPARTIDA.
           IF EDER0027-WS-CTA-MOVIMENTO = 0
              OR EDER0027-WS-CTA-CONTRAPARTIDA = 0
              OR EDER0027-WS-CTA-MOVIMENTO
                               = EDER0027-WS-CTA-CONTRAPARTIDA
               DISPLAY 'EDER0027 - CONTAS DO RAZAO INVALIDAS. '
                       'INFORME DUAS CONTAS DIFERENTES'
           ELSE
               SET EDER0027-88-CONTAS-OK TO TRUE
           END-IF.
       1200-PEDIR-CONTAS-EXIT.
           EXIT.

      ******************************************************************
      *    PEDE O NOVO STATUS DO CODIGO, REPETINDO A PERGUNTA ATE QUE  *
      *    SEJA 'A' OU 'I'                                             *
      ******************************************************************
       1300-PEDIR-STATUS.
           DISPLAY 'NOVO STATUS (A=ATIVO I=INATIVO): '.
           ACCEPT EDER0027-WS-NOVO-STATUS.
           IF EDER0027-WS-NOVO-STATUS = 'A'
              OR EDER0027-WS-NOVO-STATUS = 'I'
               SET EDER0027-88-STATUS-OK TO TRUE
           ELSE
               DISPLAY 'EDER0027 - STATUS INVALIDO. INFORME A OU I'
           END-IF.
       1300-PEDIR-STATUS-EXIT.
           EXIT.

      ******************************************************************
      *    COPIA O MESTRE INTEIRO PARA UMA NOVA GERACAO, COM A         *
      *    INCLUSAO INTERCALADA NA POSICAO DA CHAVE OU A ALTERACAO     *
      *    APLICADA NO REGISTRO DO CODIGO                              *
      ******************************************************************
       4000-REGRAVAR-MESTRE.
           ACCEPT EDER0027-WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           OPEN INPUT ARQ-CODIGOS.
           IF EDER0027-WS-FS-CODIGOS = '35'
               DISPLAY 'EDER0027 - MESTRE DE CODIGOS INEXISTENTE. '
                       'SERA CRIADA A PRIMEIRA GERACAO'
               MOVE 'N' TO EDER0027-WS-MESTRE-EXISTE
               SET EDER0027-88-FIM-CODIGOS TO TRUE
           ELSE
               IF EDER0027-WS-FS-CODIGOS NOT = '00'
                   DISPLAY 'EDER0027 - ERRO AO ABRIR ARQ-CODIGOS: '
                           EDER0027-WS-FS-CODIGOS
                   SET EDER0027-88-ABORTAR TO TRUE
                   GO TO 4000-REGRAVAR-MESTRE-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT ARQ-CODIGOS-NOVO.
           IF EDER0027-WS-FS-NOVO NOT = '00'
               DISPLAY 'EDER0027 - ERRO AO ABRIR ARQ-CODIGOS-NOVO: '
                       EDER0027-WS-FS-NOVO
               SET EDER0027-88-ABORTAR TO TRUE
               IF EDER0027-88-MESTRE-EXISTE
                   CLOSE ARQ-CODIGOS
               END-IF
               GO TO 4000-REGRAVAR-MESTRE-EXIT
           END-IF.

           PERFORM 4100-LER-CODIGO THRU 4100-LER-CODIGO-EXIT.
           PERFORM 4200-TRATAR-REGISTRO
                              THRU 4200-TRATAR-REGISTRO-EXIT
               UNTIL EDER0027-88-FIM-CODIGOS.

      *    O CODIGO AINDA NAO APLICADO AO FIM DO ARQUIVO E UMA
      *    INCLUSAO NO FINAL (CHAVE MAIOR QUE TODAS) OU UMA ALTERACAO
      *    DE CODIGO INEXISTENTE.
           IF NOT EDER0027-88-APLICADO
               IF EDER0027-WS-ACAO = 1
                   PERFORM 4300-GRAVAR-INCLUSAO
                                  THRU 4300-GRAVAR-INCLUSAO-EXIT
               ELSE
                   DISPLAY 'EDER0027 - CODIGO NAO ENCONTRADO NO '
                           'MESTRE. NENHUMA ALTERACAO APLICADA'
               END-IF
           END-IF.

           IF EDER0027-88-MESTRE-EXISTE
               CLOSE ARQ-CODIGOS
           END-IF.
           CLOSE ARQ-CODIGOS-NOVO.
           DISPLAY 'EDER0027 - CODIGOS COPIADOS NA NOVA GERACAO: '
                   EDER0027-WS-CONT-COPIADOS.
           IF EDER0027-88-APLICADO
               DISPLAY 'EDER0027 - MANUTENCAO GRAVADA EM '
                       'ARQ-CODIGOS-NOVO'
           END-IF.
       4000-REGRAVAR-MESTRE-EXIT.
           EXIT.

       4100-LER-CODIGO.
           READ ARQ-CODIGOS
               AT END
                   SET EDER0027-88-FIM-CODIGOS TO TRUE
           END-READ.
       4100-LER-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    TRATA UM REGISTRO DO MESTRE ATUAL: INTERCALA A INCLUSAO     *
      *    ANTES DA PRIMEIRA CHAVE MAIOR, APLICA A ALTERACAO NO        *
      *    REGISTRO DO CODIGO E COPIA OS DEMAIS SEM ALTERACAO          *
      ******************************************************************
       4200-TRATAR-REGISTRO.
           IF NOT EDER0027-88-APLICADO
              AND EDER0027-WS-ACAO = 1
              AND EDERTCPY-T-CODIGO OF REG-CODIGOS
                                   > EDER0027-WS-CODIGO
               PERFORM 4300-GRAVAR-INCLUSAO
                                  THRU 4300-GRAVAR-INCLUSAO-EXIT
           END-IF.

           IF EDERTCPY-T-CODIGO OF REG-CODIGOS = EDER0027-WS-CODIGO
               EVALUATE EDER0027-WS-ACAO
                   WHEN 1
                       DISPLAY 'EDER0027 - CODIGO JA CADASTRADO. '
                               'INCLUSAO NAO APLICADA'
                       SET EDER0027-88-APLICADO TO TRUE
                   WHEN 2
                       PERFORM 4400-APLICAR-ALTERACAO
                                  THRU 4400-APLICAR-ALTERACAO-EXIT
                   WHEN 3
                       PERFORM 4500-APLICAR-STATUS
                                  THRU 4500-APLICAR-STATUS-EXIT
               END-EVALUATE
           END-IF.

           MOVE EDERTCPY-REGISTRO OF REG-CODIGOS
               TO EDERTCPY-REGISTRO OF REG-CODIGOS-NOVO.
           WRITE REG-CODIGOS-NOVO.
           ADD 1 TO EDER0027-WS-CONT-COPIADOS.
           PERFORM 4100-LER-CODIGO THRU 4100-LER-CODIGO-EXIT.
       4200-TRATAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      *    MONTA E GRAVA O REGISTRO DO NOVO CODIGO, ATIVO, NA NOVA     *
      *    GERACAO                                                     *
      ******************************************************************
       4300-GRAVAR-INCLUSAO.
           MOVE SPACES TO EDERTCPY-REGISTRO OF REG-CODIGOS-NOVO.
           MOVE EDER0027-WS-CODIGO
               TO EDERTCPY-T-CODIGO OF REG-CODIGOS-NOVO.
           MOVE EDER0027-WS-DESCRICAO
               TO EDERTCPY-T-DESCRICAO OF REG-CODIGOS-NOVO.
           MOVE EDER0027-WS-SENTIDO
               TO EDERTCPY-T-SENTIDO OF REG-CODIGOS-NOVO.
           MOVE EDER0027-WS-CTA-MOVIMENTO
               TO EDERTCPY-T-CTA-MOVIMENTO OF REG-CODIGOS-NOVO.
           MOVE EDER0027-WS-CTA-CONTRAPARTIDA
               TO EDERTCPY-T-CTA-CONTRAPARTIDA OF REG-CODIGOS-NOVO.
           MOVE 'A' TO EDERTCPY-T-STATUS OF REG-CODIGOS-NOVO.
           MOVE EDER0027-WS-DATA-SISTEMA
               TO EDERTCPY-T-DATA-ALTERACAO OF REG-CODIGOS-NOVO.
           WRITE REG-CODIGOS-NOVO.
           ADD 1 TO EDER0027-WS-CONT-COPIADOS.
           SET EDER0027-88-APLICADO TO TRUE.
           DISPLAY 'EDER0027 - CODIGO ' EDER0027-WS-CODIGO
                   ' INCLUIDO COM STATUS A'.
       4300-GRAVAR-INCLUSAO-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA A NOVA DESCRICAO, O SENTIDO E AS CONTAS DO RAZAO NO  *
      *    REGISTRO DO CODIGO                                          *
      ******************************************************************
       4400-APLICAR-ALTERACAO.
           MOVE EDER0027-WS-DESCRICAO
               TO EDERTCPY-T-DESCRICAO OF REG-CODIGOS.
           MOVE EDER0027-WS-SENTIDO
               TO EDERTCPY-T-SENTIDO OF REG-CODIGOS.
           MOVE EDER0027-WS-CTA-MOVIMENTO
               TO EDERTCPY-T-CTA-MOVIMENTO OF REG-CODIGOS.
           MOVE EDER0027-WS-CTA-CONTRAPARTIDA
               TO EDERTCPY-T-CTA-CONTRAPARTIDA OF REG-CODIGOS.
           MOVE EDER0027-WS-DATA-SISTEMA
               TO EDERTCPY-T-DATA-ALTERACAO OF REG-CODIGOS.
           SET EDER0027-88-APLICADO TO TRUE.
           DISPLAY 'EDER0027 - CODIGO ' EDER0027-WS-CODIGO
                   ' ALTERADO'.
       4400-APLICAR-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA O NOVO STATUS NO REGISTRO DO CODIGO                  *
      ******************************************************************
       4500-APLICAR-STATUS.
           MOVE EDER0027-WS-NOVO-STATUS
               TO EDERTCPY-T-STATUS OF REG-CODIGOS.
           MOVE EDER0027-WS-DATA-SISTEMA
               TO EDERTCPY-T-DATA-ALTERACAO OF REG-CODIGOS.
           SET EDER0027-88-APLICADO TO TRUE.
           DISPLAY 'EDER0027 - CODIGO ' EDER0027-WS-CODIGO
                   ' ALTERADO PARA STATUS '
                   EDER0027-WS-NOVO-STATUS.
       4500-APLICAR-STATUS-EXIT.
           EXIT.
