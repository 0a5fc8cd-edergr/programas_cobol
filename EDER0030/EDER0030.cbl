      ******************************************************************
      *    NOME PROG..:  EDER0030                                      *
      *    DESCRICAO..:  MANUTENCAO DOS BLOQUEIOS JUDICIAIS E          *
      *                  ADMINISTRATIVOS DE VALOR                      *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      ******************************************************************
      *                                                                *
      *    TRANSACAO DE MANUTENCAO PARA O OPERADOR: REGISTRA UMA NOVA  *
      *    ORDEM DE BLOQUEIO DE VALOR EM UMA CONTA (ORDEM JUDICIAL OU  *
      *    DETERMINACAO ADMINISTRATIVA, LAYOUT EDERJCPY) OU REGISTRA A *
      *    LIBERACAO, TOTAL OU PARCIAL, DE UMA ORDEM EM VIGOR. A ORDEM *
      *    SO E REGISTRADA PARA CONTA EXISTENTE NO CADASTRO DE CONTAS  *
      *    (EDERACPY) E AINDA NAO ENCERRADA. O ARQUIVO DE BLOQUEIOS E  *
      *    SEQUENCIAL, CLASSIFICADO POR CONTA E NUMERO DA ORDEM, E NAO *
      *    PERMITE REGRAVACAO NO MEIO DO ARQUIVO, POR ISSO A           *
      *    MANUTENCAO E FEITA COPIANDO TODO O ARQUIVO PARA UMA NOVA    *
      *    GERACAO COM O REGISTRO INTERCALADO NA POSICAO DA CHAVE OU A *
      *    LIBERACAO APLICADA; CABE A JCL PROMOVER A NOVA GERACAO A    *
      *    ARQUIVO DE BLOQUEIOS DO PROXIMO CICLO. UM ARQUIVO AINDA     *
      *    INEXISTENTE (PRIMEIRA IMPLANTACAO) E TRATADO COMO VAZIO.    *
      *    TODA ALTERACAO GRAVA A DATA DO SISTEMA E O USUARIO QUE A    *
      *    FEZ; SEM USUARIO IDENTIFICADO NADA E GRAVADO.               *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       CADASTRO DE CONTAS PASSOU A SER      *
      *                           ARQUIVO INDEXADO POR CONTA; A CONTA  *
      *                           DA ORDEM E LIDA DIRETO PELA CHAVE    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0030.
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
      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO DIRETO PELA
      *    CHAVE DA CONTA DA ORDEM.
           SELECT ARQ-CADASTRO       ASSIGN TO 'CADCONTA'
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE IS RANDOM
                                     RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                     FILE STATUS IS
                                             EDER0030-WS-FS-CADASTRO.

           SELECT ARQ-BLOQUEIOS      ASSIGN TO 'BLOQJUD'
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS
                                             EDER0030-WS-FS-BLOQUEIOS.

           SELECT ARQ-BLOQUEIOS-NOVO ASSIGN TO 'BLOQNOVO'
                                     ORGANIZATION IS SEQUENTIAL
                                     FILE STATUS IS
                                             EDER0030-WS-FS-NOVO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

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

       WORKING-STORAGE SECTION.
       77  EDER0030-WS-FS-CADASTRO          PIC X(02) VALUE SPACES.
       77  EDER0030-WS-FS-BLOQUEIOS         PIC X(02) VALUE SPACES.
       77  EDER0030-WS-FS-NOVO              PIC X(02) VALUE SPACES.
       77  EDER0030-WS-FIM-BLOQUEIOS        PIC X(01) VALUE 'N'.
           88  EDER0030-88-FIM-BLOQUEIOS              VALUE 'S'.
       77  EDER0030-WS-BLOQUEIOS-EXISTE     PIC X(01) VALUE 'S'.
           88  EDER0030-88-BLOQUEIOS-EXISTE           VALUE 'S'.
       77  EDER0030-WS-ABORTAR              PIC X(01) VALUE 'N'.
           88  EDER0030-88-ABORTAR                    VALUE 'S'.
       77  EDER0030-WS-APLICADO             PIC X(01) VALUE 'N'.
           88  EDER0030-88-APLICADO                   VALUE 'S'.

       77  EDER0030-WS-ACAO                 PIC 9(01) VALUE ZEROS.
       77  EDER0030-WS-CONTA                PIC 9(10) VALUE ZEROS.
       77  EDER0030-WS-NUMERO-ORDEM         PIC X(20) VALUE SPACES.
       77  EDER0030-WS-TIPO-ORDEM           PIC X(01) VALUE SPACES.
       77  EDER0030-WS-VALOR-ORDEM          PIC 9(13)V99 VALUE ZEROS.
       77  EDER0030-WS-VALOR-LIBERACAO      PIC 9(13)V99 VALUE ZEROS.
       77  EDER0030-WS-VALOR-BLOQUEADO      PIC 9(13)V99 VALUE ZEROS.
       77  EDER0030-WS-DATA-INICIO          PIC 9(08) VALUE ZEROS.
       77  EDER0030-WS-DATA-LIBERACAO       PIC 9(08) VALUE ZEROS.
       77  EDER0030-WS-DATA-INFORMADA       PIC 9(08) VALUE ZEROS.
       77  EDER0030-WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77  EDER0030-WS-USUARIO              PIC X(08) VALUE SPACES.
       77  EDER0030-WS-CONT-COPIADAS        PIC 9(07) VALUE ZEROS
                                             COMP.

       77  EDER0030-WS-TIPO-OK              PIC X(01) VALUE 'N'.
           88  EDER0030-88-TIPO-OK                    VALUE 'S'.
       77  EDER0030-WS-DATA-OK              PIC X(01) VALUE 'S'.
           88  EDER0030-88-DATA-OK                    VALUE 'S'.
       77  EDER0030-WS-ANO                  PIC 9(04) VALUE ZEROS.
       77  EDER0030-WS-MES                  PIC 9(02) VALUE ZEROS.
       77  EDER0030-WS-DIA                  PIC 9(02) VALUE ZEROS.
       77  EDER0030-WS-DIAS-MES             PIC 9(02) VALUE ZEROS.
       77  EDER0030-WS-QUOCIENTE            PIC 9(04) VALUE ZEROS.
       77  EDER0030-WS-RESTO-4              PIC 9(02) VALUE ZEROS.
       77  EDER0030-WS-RESTO-100            PIC 9(02) VALUE ZEROS.
       77  EDER0030-WS-RESTO-400            PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF EDER0030-WS-ACAO = 1
               PERFORM 2000-CONFERIR-CONTA
                                  THRU 2000-CONFERIR-CONTA-EXIT
           END-IF.
           IF EDER0030-WS-ACAO = 1 OR EDER0030-WS-ACAO = 2
               PERFORM 4000-REGRAVAR-BLOQUEIOS
                                  THRU 4000-REGRAVAR-BLOQUEIOS-EXIT
           END-IF.
           IF EDER0030-88-ABORTAR
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PEDE AO OPERADOR A ACAO, A CONTA, O NUMERO DA ORDEM E OS    *
      *    DADOS DO REGISTRO OU DA LIBERACAO                           *
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'EDER0030 - MANUTENCAO DOS BLOQUEIOS DE VALOR'.
           DISPLAY 'ACAO (1=REGISTRAR ORDEM DE BLOQUEIO 2=LIBERAR '
                   'ORDEM DE BLOQUEIO 0=ENCERRAR): '.
           ACCEPT EDER0030-WS-ACAO.
           IF EDER0030-WS-ACAO NOT = 1 AND EDER0030-WS-ACAO NOT = 2
               MOVE 0 TO EDER0030-WS-ACAO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           ACCEPT EDER0030-WS-USUARIO FROM ENVIRONMENT 'USER'.
           IF EDER0030-WS-USUARIO = SPACES
               DISPLAY 'EDER0030 - USUARIO NAO IDENTIFICADO. NADA '
                       'A FAZER'
               MOVE 0 TO EDER0030-WS-ACAO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           ACCEPT EDER0030-WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           DISPLAY 'CONTA/CONTRATO (10 DIGITOS): '.
           ACCEPT EDER0030-WS-CONTA.
           IF EDER0030-WS-CONTA = 0
               DISPLAY 'EDER0030 - CONTA INVALIDA. NADA A FAZER'
               MOVE 0 TO EDER0030-WS-ACAO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           DISPLAY 'NUMERO DA ORDEM (OFICIO/PROCESSO, ATE 20 '
                   'POSICOES): '.
           ACCEPT EDER0030-WS-NUMERO-ORDEM.
           IF EDER0030-WS-NUMERO-ORDEM = SPACES
               DISPLAY 'EDER0030 - NUMERO DA ORDEM INVALIDO. NADA A '
                       'FAZER'
               MOVE 0 TO EDER0030-WS-ACAO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           EVALUATE EDER0030-WS-ACAO
               WHEN 1
                   PERFORM 1100-PEDIR-DADOS-REGISTRO
                                  THRU 1100-PEDIR-DADOS-REGISTRO-EXIT
               WHEN 2
                   PERFORM 1200-PEDIR-DADOS-LIBERACAO
                                  THRU 1200-PEDIR-DADOS-LIBERACAO-EXIT
           END-EVALUATE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    PEDE O TIPO, O VALOR, A DATA DE INICIO E A DATA PREVISTA DE *
      *    LIBERACAO DA NOVA ORDEM, REPETINDO CADA PERGUNTA ATE QUE O  *
      *    DADO SEJA VALIDO                                            *
      ******************************************************************
       1100-PEDIR-DADOS-REGISTRO.
           MOVE 'N' TO EDER0030-WS-TIPO-OK.
           PERFORM 1150-PEDIR-TIPO THRU 1150-PEDIR-TIPO-EXIT
               UNTIL EDER0030-88-TIPO-OK.

           DISPLAY 'VALOR DA ORDEM (9(13)V99, SEM PONTO DECIMAL): '.
           ACCEPT EDER0030-WS-VALOR-ORDEM.
           IF EDER0030-WS-VALOR-ORDEM = 0
               DISPLAY 'EDER0030 - VALOR DA ORDEM ZERADO. NADA A '
                       'FAZER'
               MOVE 0 TO EDER0030-WS-ACAO
               GO TO 1100-PEDIR-DADOS-REGISTRO-EXIT
           END-IF.

           MOVE 'N' TO EDER0030-WS-DATA-OK.
           PERFORM 1160-PEDIR-DATA-INICIO
                              THRU 1160-PEDIR-DATA-INICIO-EXIT
               UNTIL EDER0030-88-DATA-OK.

           MOVE 'N' TO EDER0030-WS-DATA-OK.
           PERFORM 1170-PEDIR-DATA-LIBERACAO
                              THRU 1170-PEDIR-DATA-LIBERACAO-EXIT
               UNTIL EDER0030-88-DATA-OK.
       1100-PEDIR-DADOS-REGISTRO-EXIT.
           EXIT.

       1150-PEDIR-TIPO.
           DISPLAY 'TIPO DA ORDEM (J=JUDICIAL A=ADMINISTRATIVA): '.
           ACCEPT EDER0030-WS-TIPO-ORDEM.
           IF EDER0030-WS-TIPO-ORDEM = 'J'
              OR EDER0030-WS-TIPO-ORDEM = 'A'
               SET EDER0030-88-TIPO-OK TO TRUE
           ELSE
               DISPLAY 'EDER0030 - TIPO INVALIDO. INFORME J OU A'
           END-IF.
       1150-PEDIR-TIPO-EXIT.
           EXIT.

       1160-PEDIR-DATA-INICIO.
           DISPLAY 'DATA DE INICIO DO BLOQUEIO (CCYYMMDD) OU 0 PARA '
                   'HOJE: '.
           ACCEPT EDER0030-WS-DATA-INFORMADA.
           IF EDER0030-WS-DATA-INFORMADA = 0
               MOVE EDER0030-WS-DATA-SISTEMA
                   TO EDER0030-WS-DATA-INFORMADA
           END-IF.
           SET EDER0030-88-DATA-OK TO TRUE.
           PERFORM 2400-VALIDAR-DATA THRU 2400-VALIDAR-DATA-EXIT.
           IF EDER0030-88-DATA-OK
               MOVE EDER0030-WS-DATA-INFORMADA
                   TO EDER0030-WS-DATA-INICIO
           ELSE
               DISPLAY 'EDER0030 - DATA INVALIDA. INFORME UMA DATA '
                       'CCYYMMDD VALIDA'
           END-IF.
       1160-PEDIR-DATA-INICIO-EXIT.
           EXIT.

      *    A DATA PREVISTA DE LIBERACAO, QUANDO INFORMADA, PRECISA
      *    SER POSTERIOR AO INICIO: NESSA DATA A ORDEM DEIXA DE VIGORAR
      *    E E EXPIRADA PELO RELATORIO DIARIO DE BLOQUEIOS.
       1170-PEDIR-DATA-LIBERACAO.
           DISPLAY 'DATA PREVISTA DE LIBERACAO (CCYYMMDD) OU 0 PARA '
                   'ORDEM EM ABERTO: '.
           ACCEPT EDER0030-WS-DATA-INFORMADA.
           IF EDER0030-WS-DATA-INFORMADA = 0
               MOVE ZEROS TO EDER0030-WS-DATA-LIBERACAO
               SET EDER0030-88-DATA-OK TO TRUE
               GO TO 1170-PEDIR-DATA-LIBERACAO-EXIT
           END-IF.
           SET EDER0030-88-DATA-OK TO TRUE.
           PERFORM 2400-VALIDAR-DATA THRU 2400-VALIDAR-DATA-EXIT.
           IF NOT EDER0030-88-DATA-OK
               DISPLAY 'EDER0030 - DATA INVALIDA. INFORME UMA DATA '
                       'CCYYMMDD VALIDA'
               GO TO 1170-PEDIR-DATA-LIBERACAO-EXIT
           END-IF.
           IF EDER0030-WS-DATA-INFORMADA NOT > EDER0030-WS-DATA-INICIO
               MOVE 'N' TO EDER0030-WS-DATA-OK
               DISPLAY 'EDER0030 - LIBERACAO PRECISA SER POSTERIOR '
                       'AO INICIO DO BLOQUEIO'
               GO TO 1170-PEDIR-DATA-LIBERACAO-EXIT
           END-IF.
           MOVE EDER0030-WS-DATA-INFORMADA
               TO EDER0030-WS-DATA-LIBERACAO.
       1170-PEDIR-DATA-LIBERACAO-EXIT.
           EXIT.

      ******************************************************************
      *    PEDE O VALOR A LIBERAR DA ORDEM; ZERO OU VALOR IGUAL OU     *
      *    MAIOR QUE O SALDO BLOQUEADO DA ORDEM E LIBERACAO TOTAL      *
      ******************************************************************
       1200-PEDIR-DADOS-LIBERACAO.
           DISPLAY 'VALOR A LIBERAR (9(13)V99, SEM PONTO DECIMAL, 0 '
                   'PARA LIBERACAO TOTAL): '.
           ACCEPT EDER0030-WS-VALOR-LIBERACAO.
       1200-PEDIR-DADOS-LIBERACAO-EXIT.
           EXIT.

      ******************************************************************
      *    LE A CONTA NO CADASTRO DE CONTAS PELA CHAVE: A ORDEM SO E   *
      *    REGISTRADA PARA CONTA CADASTRADA E NAO ENCERRADA            *
      ******************************************************************
       2000-CONFERIR-CONTA.
           OPEN INPUT ARQ-CADASTRO.
           IF EDER0030-WS-FS-CADASTRO = '35'
               DISPLAY 'EDER0030 - CADASTRO INEXISTENTE. ORDEM NAO '
                       'REGISTRADA'
               MOVE 0 TO EDER0030-WS-ACAO
               GO TO 2000-CONFERIR-CONTA-EXIT
           END-IF.
           IF EDER0030-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0030 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0030-WS-FS-CADASTRO
               SET EDER0030-88-ABORTAR TO TRUE
               MOVE 0 TO EDER0030-WS-ACAO
               GO TO 2000-CONFERIR-CONTA-EXIT
           END-IF.

           MOVE EDER0030-WS-CONTA TO EDERACPY-A-CONTA OF REG-CADASTRO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE EDER0030-WS-FS-CADASTRO
               WHEN '00'
                   IF EDERACPY-A-STATUS OF REG-CADASTRO = 'E'
                       DISPLAY 'EDER0030 - CONTA ' EDER0030-WS-CONTA
                               ' ENCERRADA. ORDEM NAO REGISTRADA'
                       MOVE 0 TO EDER0030-WS-ACAO
                   END-IF
               WHEN '23'
                   DISPLAY 'EDER0030 - CONTA ' EDER0030-WS-CONTA
                           ' NAO CADASTRADA. ORDEM NAO REGISTRADA'
                   MOVE 0 TO EDER0030-WS-ACAO
               WHEN OTHER
                   DISPLAY 'EDER0030 - ERRO NA LEITURA DE '
                           'ARQ-CADASTRO: ' EDER0030-WS-FS-CADASTRO
                   SET EDER0030-88-ABORTAR TO TRUE
                   MOVE 0 TO EDER0030-WS-ACAO
           END-EVALUATE.
           CLOSE ARQ-CADASTRO.
       2000-CONFERIR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDER0030-WS-DATA-INFORMADA E UMA DATA VALIDA     *
      *    NO FORMATO CCYYMMDD                                         *
      ******************************************************************
       2400-VALIDAR-DATA.
           MOVE EDER0030-WS-DATA-INFORMADA (1:4)
               TO EDER0030-WS-ANO.
           MOVE EDER0030-WS-DATA-INFORMADA (5:2)
               TO EDER0030-WS-MES.
           MOVE EDER0030-WS-DATA-INFORMADA (7:2)
               TO EDER0030-WS-DIA.

           IF EDER0030-WS-MES < 1 OR EDER0030-WS-MES > 12
               MOVE 'N' TO EDER0030-WS-DATA-OK
               GO TO 2400-VALIDAR-DATA-EXIT
           END-IF.

           PERFORM 2450-CALCULAR-DIAS-MES
                              THRU 2450-CALCULAR-DIAS-MES-EXIT.

           IF EDER0030-WS-DIA < 1
              OR EDER0030-WS-DIA > EDER0030-WS-DIAS-MES
               MOVE 'N' TO EDER0030-WS-DATA-OK
           END-IF.
       2400-VALIDAR-DATA-EXIT.
           EXIT.

      ******************************************************************
      *    CALCULA A QUANTIDADE DE DIAS DO MES, CONSIDERANDO ANO       *
      *    BISSEXTO PARA FEVEREIRO                                     *
      ******************************************************************
       2450-CALCULAR-DIAS-MES.
           EVALUATE EDER0030-WS-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
                              WHEN 10 WHEN 12
                   MOVE 31 TO EDER0030-WS-DIAS-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO EDER0030-WS-DIAS-MES
               WHEN 02
                   DIVIDE EDER0030-WS-ANO BY 4
                       GIVING EDER0030-WS-QUOCIENTE
                       REMAINDER EDER0030-WS-RESTO-4
                   DIVIDE EDER0030-WS-ANO BY 100
                       GIVING EDER0030-WS-QUOCIENTE
                       REMAINDER EDER0030-WS-RESTO-100
                   DIVIDE EDER0030-WS-ANO BY 400
                       GIVING EDER0030-WS-QUOCIENTE
                       REMAINDER EDER0030-WS-RESTO-400
                   IF (EDER0030-WS-RESTO-4 = 0 AND
                       EDER0030-WS-RESTO-100 NOT = 0)
                      OR EDER0030-WS-RESTO-400 = 0
                       MOVE 29 TO EDER0030-WS-DIAS-MES
                   ELSE
                       MOVE 28 TO EDER0030-WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 00 TO EDER0030-WS-DIAS-MES
           END-EVALUATE.
       2450-CALCULAR-DIAS-MES-EXIT.
           EXIT.

      ******************************************************************
      *    COPIA O ARQUIVO DE BLOQUEIOS INTEIRO PARA UMA NOVA GERACAO, *
      *    COM A NOVA ORDEM INTERCALADA NA POSICAO DA CHAVE OU A       *
      *    LIBERACAO APLICADA NA ORDEM INFORMADA                       *
      ******************************************************************
       4000-REGRAVAR-BLOQUEIOS.
           OPEN INPUT ARQ-BLOQUEIOS.
           IF EDER0030-WS-FS-BLOQUEIOS = '35'
               DISPLAY 'EDER0030 - ARQUIVO DE BLOQUEIOS INEXISTENTE. '
                       'SERA CRIADA A PRIMEIRA GERACAO'
               MOVE 'N' TO EDER0030-WS-BLOQUEIOS-EXISTE
               SET EDER0030-88-FIM-BLOQUEIOS TO TRUE
           ELSE
               IF EDER0030-WS-FS-BLOQUEIOS NOT = '00'
                   DISPLAY 'EDER0030 - ERRO AO ABRIR ARQ-BLOQUEIOS: '
                           EDER0030-WS-FS-BLOQUEIOS
                   SET EDER0030-88-ABORTAR TO TRUE
                   GO TO 4000-REGRAVAR-BLOQUEIOS-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT ARQ-BLOQUEIOS-NOVO.
           IF EDER0030-WS-FS-NOVO NOT = '00'
               DISPLAY 'EDER0030 - ERRO AO ABRIR ARQ-BLOQUEIOS-NOVO: '
                       EDER0030-WS-FS-NOVO
               SET EDER0030-88-ABORTAR TO TRUE
               IF EDER0030-88-BLOQUEIOS-EXISTE
                   CLOSE ARQ-BLOQUEIOS
               END-IF
               GO TO 4000-REGRAVAR-BLOQUEIOS-EXIT
           END-IF.

           IF EDER0030-88-BLOQUEIOS-EXISTE
               PERFORM 4100-LER-BLOQUEIOS
                                  THRU 4100-LER-BLOQUEIOS-EXIT
           END-IF.
           PERFORM 4200-TRATAR-REGISTRO
                              THRU 4200-TRATAR-REGISTRO-EXIT
               UNTIL EDER0030-88-FIM-BLOQUEIOS.

      *    A ORDEM AINDA NAO APLICADA AO FIM DO ARQUIVO E UM REGISTRO
      *    NO FINAL (CHAVE MAIOR QUE TODAS) OU UMA LIBERACAO DE ORDEM
      *    INEXISTENTE.
           IF NOT EDER0030-88-APLICADO
               IF EDER0030-WS-ACAO = 1
                   PERFORM 4300-GRAVAR-REGISTRO
                                  THRU 4300-GRAVAR-REGISTRO-EXIT
               ELSE
                   DISPLAY 'EDER0030 - ORDEM NAO ENCONTRADA PARA A '
                           'CONTA. LIBERACAO NAO APLICADA'
               END-IF
           END-IF.

           IF EDER0030-88-BLOQUEIOS-EXISTE
               CLOSE ARQ-BLOQUEIOS
           END-IF.
           CLOSE ARQ-BLOQUEIOS-NOVO.
           DISPLAY 'EDER0030 - ORDENS COPIADAS NA NOVA GERACAO: '
                   EDER0030-WS-CONT-COPIADAS.
           IF EDER0030-88-APLICADO
               DISPLAY 'EDER0030 - MANUTENCAO GRAVADA EM '
                       'ARQ-BLOQUEIOS-NOVO'
           END-IF.
       4000-REGRAVAR-BLOQUEIOS-EXIT.
           EXIT.

       4100-LER-BLOQUEIOS.
           READ ARQ-BLOQUEIOS
               AT END
                   SET EDER0030-88-FIM-BLOQUEIOS TO TRUE
           END-READ.
       4100-LER-BLOQUEIOS-EXIT.
           EXIT.

      ******************************************************************
      *    TRATA UMA ORDEM DO ARQUIVO ATUAL: INTERCALA O REGISTRO      *
      *    ANTES DA PRIMEIRA CHAVE MAIOR, APLICA A LIBERACAO NA ORDEM  *
      *    DE MESMA CHAVE E COPIA AS DEMAIS SEM ALTERACAO              *
      ******************************************************************
       4200-TRATAR-REGISTRO.
           IF EDER0030-WS-ACAO = 1 AND NOT EDER0030-88-APLICADO
              AND (EDERJCPY-J-CONTA OF REG-BLOQUEIOS
                                   > EDER0030-WS-CONTA
                OR (EDERJCPY-J-CONTA OF REG-BLOQUEIOS
                                   = EDER0030-WS-CONTA
                AND EDERJCPY-J-NUMERO-ORDEM OF REG-BLOQUEIOS
                                   > EDER0030-WS-NUMERO-ORDEM))
               PERFORM 4300-GRAVAR-REGISTRO
                                  THRU 4300-GRAVAR-REGISTRO-EXIT
           END-IF.

           IF EDERJCPY-J-CONTA OF REG-BLOQUEIOS = EDER0030-WS-CONTA
              AND EDERJCPY-J-NUMERO-ORDEM OF REG-BLOQUEIOS
                                   = EDER0030-WS-NUMERO-ORDEM
               IF EDER0030-WS-ACAO = 1
                   DISPLAY 'EDER0030 - ORDEM JA REGISTRADA PARA A '
                           'CONTA. REGISTRO NAO APLICADO'
                   SET EDER0030-88-APLICADO TO TRUE
               ELSE
                   PERFORM 4400-APLICAR-LIBERACAO
                                  THRU 4400-APLICAR-LIBERACAO-EXIT
               END-IF
           END-IF.

           MOVE EDERJCPY-REGISTRO OF REG-BLOQUEIOS
               TO EDERJCPY-REGISTRO OF REG-BLOQUEIOS-NOVO.
           WRITE REG-BLOQUEIOS-NOVO.
           ADD 1 TO EDER0030-WS-CONT-COPIADAS.
           PERFORM 4100-LER-BLOQUEIOS THRU 4100-LER-BLOQUEIOS-EXIT.
       4200-TRATAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      *    MONTA E GRAVA A NOVA ORDEM NA NOVA GERACAO, COM STATUS 'A'  *
      *    E NENHUM VALOR LIBERADO                                     *
      ******************************************************************
       4300-GRAVAR-REGISTRO.
           MOVE SPACES TO EDERJCPY-REGISTRO OF REG-BLOQUEIOS-NOVO.
           MOVE EDER0030-WS-CONTA
               TO EDERJCPY-J-CONTA OF REG-BLOQUEIOS-NOVO.
           MOVE EDER0030-WS-NUMERO-ORDEM
               TO EDERJCPY-J-NUMERO-ORDEM OF REG-BLOQUEIOS-NOVO.
           MOVE EDER0030-WS-TIPO-ORDEM
               TO EDERJCPY-J-TIPO-ORDEM OF REG-BLOQUEIOS-NOVO.
           MOVE EDER0030-WS-VALOR-ORDEM
               TO EDERJCPY-J-VALOR-ORDEM OF REG-BLOQUEIOS-NOVO.
           MOVE ZEROS
               TO EDERJCPY-J-VALOR-LIBERADO OF REG-BLOQUEIOS-NOVO.
           MOVE EDER0030-WS-DATA-INICIO
               TO EDERJCPY-J-DATA-INICIO OF REG-BLOQUEIOS-NOVO.
           MOVE EDER0030-WS-DATA-LIBERACAO
               TO EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS-NOVO.
           MOVE 'A' TO EDERJCPY-J-STATUS OF REG-BLOQUEIOS-NOVO.
           MOVE EDER0030-WS-DATA-SISTEMA
               TO EDERJCPY-J-DATA-ALTERACAO OF REG-BLOQUEIOS-NOVO.
           MOVE EDER0030-WS-USUARIO
               TO EDERJCPY-J-USUARIO OF REG-BLOQUEIOS-NOVO.
           WRITE REG-BLOQUEIOS-NOVO.
           ADD 1 TO EDER0030-WS-CONT-COPIADAS.
           SET EDER0030-88-APLICADO TO TRUE.
           DISPLAY 'EDER0030 - CONTA ' EDER0030-WS-CONTA
                   ' - ORDEM ' EDER0030-WS-NUMERO-ORDEM
                   ' REGISTRADA COM VALOR ' EDER0030-WS-VALOR-ORDEM.
       4300-GRAVAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA A LIBERACAO NA ORDEM DO ARQUIVO ATUAL: A LIBERACAO   *
      *    TOTAL MARCA A ORDEM COMO 'L' COM A DATA DO SISTEMA COMO     *
      *    DATA DE LIBERACAO; A PARCIAL SOMA O VALOR AO LIBERADO E     *
      *    MARCA A ORDEM COMO 'P'. SO ORDEM EM VIGOR ('A' OU 'P') PODE *
      *    SER LIBERADA                                                *
      ******************************************************************
       4400-APLICAR-LIBERACAO.
           SET EDER0030-88-APLICADO TO TRUE.
           IF EDERJCPY-J-STATUS OF REG-BLOQUEIOS NOT = 'A'
              AND EDERJCPY-J-STATUS OF REG-BLOQUEIOS NOT = 'P'
               DISPLAY 'EDER0030 - ORDEM COM STATUS '
                       EDERJCPY-J-STATUS OF REG-BLOQUEIOS
                       ' JA ENCERRADA. LIBERACAO NAO APLICADA'
               GO TO 4400-APLICAR-LIBERACAO-EXIT
           END-IF.

           COMPUTE EDER0030-WS-VALOR-BLOQUEADO =
                   EDERJCPY-J-VALOR-ORDEM OF REG-BLOQUEIOS
                 - EDERJCPY-J-VALOR-LIBERADO OF REG-BLOQUEIOS.

           IF EDER0030-WS-VALOR-LIBERACAO = 0
              OR EDER0030-WS-VALOR-LIBERACAO
                                   NOT < EDER0030-WS-VALOR-BLOQUEADO
               MOVE EDERJCPY-J-VALOR-ORDEM OF REG-BLOQUEIOS
                   TO EDERJCPY-J-VALOR-LIBERADO OF REG-BLOQUEIOS
               MOVE EDER0030-WS-DATA-SISTEMA
                   TO EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS
               MOVE 'L' TO EDERJCPY-J-STATUS OF REG-BLOQUEIOS
               DISPLAY 'EDER0030 - CONTA ' EDER0030-WS-CONTA
                       ' - ORDEM ' EDER0030-WS-NUMERO-ORDEM
                       ' LIBERADA TOTALMENTE'
           ELSE
               ADD EDER0030-WS-VALOR-LIBERACAO
                   TO EDERJCPY-J-VALOR-LIBERADO OF REG-BLOQUEIOS
               MOVE 'P' TO EDERJCPY-J-STATUS OF REG-BLOQUEIOS
               DISPLAY 'EDER0030 - CONTA ' EDER0030-WS-CONTA
                       ' - ORDEM ' EDER0030-WS-NUMERO-ORDEM
                       ' LIBERADA PARCIALMENTE EM '
                       EDER0030-WS-VALOR-LIBERACAO
           END-IF.
           MOVE EDER0030-WS-DATA-SISTEMA
               TO EDERJCPY-J-DATA-ALTERACAO OF REG-BLOQUEIOS.
           MOVE EDER0030-WS-USUARIO
               TO EDERJCPY-J-USUARIO OF REG-BLOQUEIOS.
       4400-APLICAR-LIBERACAO-EXIT.
           EXIT.
