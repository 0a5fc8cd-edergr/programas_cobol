      ******************************************************************
      *    NOME PROG..:  EDER0028                                      *
      *    DESCRICAO..:  APROVACAO PELO SUPERVISOR DAS ALTERACOES      *
      *                  PENDENTES (DUPLA CUSTODIA)                    *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      ******************************************************************
      *                                                                *
      *    TRANSACAO DO SUPERVISOR: PERCORRE O ARQUIVO DE PENDENCIAS   *
      *    (LAYOUT EDERPCPY) GRAVADO PELA MANUTENCAO DO CADASTRO       *
      *    (EDER0013 - STATUS E LIMITE DE CREDITO) E PELA MANUTENCAO   *
      *    DE MOVIMENTACOES (EDER0005 - TIPO E VALOR), EXIBE CADA      *
      *    PENDENCIA E PEDE A DECISAO: APROVAR, REJEITAR OU MANTER     *
      *    PENDENTE. O USUARIO QUE SOLICITOU A ALTERACAO NAO PODE      *
      *    DECIDI-LA: A PENDENCIA DELE E MANTIDA PARA OUTRO            *
      *    SUPERVISOR. A PENDENCIA SOLICITADA HA MAIS DE               *
      *    EDER0028-WS-DIAS-VALIDADE DIAS EXPIRA SEM SER EXIBIDA.      *
      *                                                                *
      *    A PENDENCIA APROVADA VAI PARA O ARQUIVO DE APROVADAS DO     *
      *    CADASTRO (APROVCAD, APLICADO PELA ACAO 6 DO EDER0013) OU    *
      *    DE MOVIMENTACOES (APROVMOV, APLICADO PELA ACAO 2 DO         *
      *    EDER0005), AMBOS GRAVADOS EM EXTEND ATE A APLICACAO; TODA   *
      *    PENDENCIA DECIDIDA (APROVADA, REJEITADA OU EXPIRADA) E      *
      *    ACRESCENTADA AO HISTORICO DE APROVACOES, E AS MANTIDAS      *
      *    PENDENTES SAO COPIADAS PARA UMA NOVA GERACAO DO ARQUIVO DE  *
      *    PENDENCIAS, QUE A JCL PROMOVE. O RELATORIO LISTA CADA       *
      *    PENDENCIA COM O RESULTADO, INCLUSIVE AS EXPIRADAS.          *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0028.
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
      *    PENDENCIAS GRAVADAS EM EXTEND PELO EDER0013 E PELO
      *    EDER0005. AUSENTE, E TRATADO COMO VAZIO.
           SELECT ARQ-PENDENCIAS  ASSIGN TO 'PENDAPROV'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0028-WS-FS-PEND.

      *    NOVA GERACAO DO ARQUIVO DE PENDENCIAS, SO COM AS MANTIDAS
      *    PENDENTES; A JCL A PROMOVE A PENDAPROV.
           SELECT ARQ-PENDENCIAS-NOVO ASSIGN TO 'PENDNOVO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0028-WS-FS-PENDNOVO.

           SELECT ARQ-HISTORICO   ASSIGN TO 'APROVHIST'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0028-WS-FS-HIST.

           SELECT ARQ-APROV-CAD   ASSIGN TO 'APROVCAD'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0028-WS-FS-APROVCAD.

           SELECT ARQ-APROV-MOV   ASSIGN TO 'APROVMOV'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0028-WS-FS-APROVMOV.

           SELECT ARQ-RELATORIO   ASSIGN TO 'APROVREL'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0028-WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PENDENCIAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PENDENCIAS.
           COPY EDERPCPY.

       FD  ARQ-PENDENCIAS-NOVO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PENDENCIAS-NOVO.
           COPY EDERPCPY.

       FD  ARQ-HISTORICO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTORICO.
           COPY EDERPCPY.

       FD  ARQ-APROV-CAD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-APROV-CAD.
           COPY EDERPCPY.

       FD  ARQ-APROV-MOV
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-APROV-MOV.
           COPY EDERPCPY.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                    PIC X(132).

       WORKING-STORAGE SECTION.
       77  EDER0028-WS-FS-PEND              PIC X(02) VALUE SPACES.
       77  EDER0028-WS-FS-PENDNOVO          PIC X(02) VALUE SPACES.
       77  EDER0028-WS-FS-HIST              PIC X(02) VALUE SPACES.
       77  EDER0028-WS-FS-APROVCAD          PIC X(02) VALUE SPACES.
       77  EDER0028-WS-FS-APROVMOV          PIC X(02) VALUE SPACES.
       77  EDER0028-WS-FS-RELAT             PIC X(02) VALUE SPACES.
       77  EDER0028-WS-FIM-PENDENCIAS       PIC X(01) VALUE 'N'.
           88  EDER0028-88-FIM-PENDENCIAS             VALUE 'S'.
       77  EDER0028-WS-PENDENCIAS-EXISTE    PIC X(01) VALUE 'S'.
           88  EDER0028-88-PENDENCIAS-EXISTE          VALUE 'S'.
       77  EDER0028-WS-ABORTAR              PIC X(01) VALUE 'N'.
           88  EDER0028-88-ABORTAR                    VALUE 'S'.
       77  EDER0028-WS-DECISAO-OK           PIC X(01) VALUE 'N'.
           88  EDER0028-88-DECISAO-OK                 VALUE 'S'.

      *    PRAZO, EM DIAS CORRIDOS, PARA O SUPERVISOR DECIDIR UMA
      *    PENDENCIA; DEPOIS DELE A PENDENCIA EXPIRA E A ALTERACAO
      *    PRECISA SER SOLICITADA DE NOVO.
       77  EDER0028-WS-DIAS-VALIDADE        PIC 9(03) VALUE 5.

       77  EDER0028-WS-USUARIO              PIC X(08) VALUE SPACES.
       77  EDER0028-WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77  EDER0028-WS-DECISAO              PIC X(01) VALUE SPACES.
       77  EDER0028-WS-VALOR-EDITADO
                                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77  EDER0028-WS-CONT-RETROCESSO      PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0028-WS-CONT-LIDAS           PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0028-WS-CONT-APROVADAS       PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0028-WS-CONT-REJEITADAS      PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0028-WS-CONT-EXPIRADAS       PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0028-WS-CONT-MANTIDAS        PIC 9(07) VALUE ZEROS
                                             COMP.

       77  EDER0028-WS-DIAS-MES             PIC 9(02) VALUE ZEROS.
       77  EDER0028-WS-QUOCIENTE            PIC 9(04) VALUE ZEROS.
       77  EDER0028-WS-RESTO-4              PIC 9(02) VALUE ZEROS.
       77  EDER0028-WS-RESTO-100            PIC 9(02) VALUE ZEROS.
       77  EDER0028-WS-RESTO-400            PIC 9(03) VALUE ZEROS.

      *    DATA DE CORTE DA VALIDADE: A DATA DO SISTEMA RETROCEDIDA DE
      *    EDER0028-WS-DIAS-VALIDADE DIAS. PENDENCIA SOLICITADA ANTES
      *    DESTA DATA ESTA EXPIRADA.
       01  EDER0028-WS-DATA-CORTE.
           05  EDER0028-WS-DC-ANO           PIC 9(04) VALUE ZEROS.
           05  EDER0028-WS-DC-MES           PIC 9(02) VALUE ZEROS.
           05  EDER0028-WS-DC-DIA           PIC 9(02) VALUE ZEROS.
       01  EDER0028-WS-DATA-CORTE-NUM REDEFINES EDER0028-WS-DATA-CORTE
                                            PIC 9(08).

      *    TEXTOS DO VALOR ANTERIOR E DO NOVO VALOR NO RELATORIO
       01  EDER0028-WS-TEXTO-STATUS.
           05  FILLER                       PIC X(07) VALUE 'STATUS '.
           05  EDER0028-WS-TS-STATUS        PIC X(01) VALUE SPACES.
       01  EDER0028-WS-TEXTO-MOVTO.
           05  EDER0028-WS-TM-TIPO          PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  EDER0028-WS-TM-VALOR
                                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  EDER0028-WL-CABECALHO-1.
           05  FILLER                       PIC X(50)
               VALUE 'EDER0028 - APROVACAO DE ALTERACOES PENDENTES'.
           05  FILLER                       PIC X(06) VALUE 'DATA: '.
           05  EDER0028-WL-C1-DATA          PIC 9999/99/99.
           05  FILLER                       PIC X(14)
               VALUE '  SUPERVISOR: '.
           05  EDER0028-WL-C1-USUARIO       PIC X(08).
           05  FILLER                       PIC X(16)
               VALUE '  EXPIRAM ANTES '.
           05  EDER0028-WL-C1-DATA-CORTE    PIC 9999/99/99.

       01  EDER0028-WL-CABECALHO-2.
           05  FILLER                       PIC X(11) VALUE 'PEDIDO'.
           05  FILLER                       PIC X(12) VALUE 'CONTA'.
           05  FILLER                       PIC X(12)
               VALUE 'SOLICITACAO'.
           05  FILLER                       PIC X(10) VALUE 'USUARIO'.
           05  FILLER                       PIC X(24) VALUE 'ANTERIOR'.
           05  FILLER                       PIC X(24) VALUE 'NOVO'.
           05  FILLER                       PIC X(30) VALUE 'RESULTADO'.

       01  EDER0028-WL-DETALHE.
           05  EDER0028-WL-D-PEDIDO         PIC X(09).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0028-WL-D-CONTA          PIC Z(09)9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0028-WL-D-DATA           PIC 9999/99/99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0028-WL-D-USUARIO        PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0028-WL-D-ANTERIOR       PIC X(22).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0028-WL-D-NOVO           PIC X(22).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0028-WL-D-RESULTADO      PIC X(30).

       01  EDER0028-WL-TOTAL.
           05  EDER0028-WL-T-DESCRICAO      PIC X(30).
           05  EDER0028-WL-T-QTDE           PIC Z(06)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR      THRU 1000-INICIALIZAR-EXIT.
           IF NOT EDER0028-88-ABORTAR
               PERFORM 2000-TRATAR-PENDENCIA
                                  THRU 2000-TRATAR-PENDENCIA-EXIT
                   UNTIL EDER0028-88-FIM-PENDENCIAS
               PERFORM 9000-FINALIZAR        THRU 9000-FINALIZAR-EXIT
           END-IF.
           IF EDER0028-88-ABORTAR
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    IDENTIFICA O SUPERVISOR, CALCULA A DATA DE CORTE DA         *
      *    VALIDADE, ABRE OS ARQUIVOS E GRAVA OS CABECALHOS DO         *
      *    RELATORIO                                                   *
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'EDER0028 - APROVACAO DE ALTERACOES PENDENTES'.
           ACCEPT EDER0028-WS-USUARIO FROM ENVIRONMENT 'USER'.
           IF EDER0028-WS-USUARIO = SPACES
               DISPLAY 'EDER0028 - USUARIO NAO IDENTIFICADO. '
                       'APROVACAO NAO PERMITIDA'
               SET EDER0028-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           ACCEPT EDER0028-WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE EDER0028-WS-DATA-SISTEMA
               TO EDER0028-WS-DATA-CORTE-NUM.
           PERFORM 2900-RETROCEDER-DIA
                              THRU 2900-RETROCEDER-DIA-EXIT
               VARYING EDER0028-WS-CONT-RETROCESSO FROM 1 BY 1
               UNTIL EDER0028-WS-CONT-RETROCESSO
                       > EDER0028-WS-DIAS-VALIDADE.

           OPEN INPUT ARQ-PENDENCIAS.
           IF EDER0028-WS-FS-PEND = '35'
               DISPLAY 'EDER0028 - SEM ARQUIVO DE PENDENCIAS. NADA A '
                       'APROVAR'
               MOVE 'N' TO EDER0028-WS-PENDENCIAS-EXISTE
               SET EDER0028-88-FIM-PENDENCIAS TO TRUE
           ELSE
               IF EDER0028-WS-FS-PEND NOT = '00'
                   DISPLAY 'EDER0028 - ERRO AO ABRIR ARQ-PENDENCIAS: '
                           EDER0028-WS-FS-PEND
                   SET EDER0028-88-ABORTAR TO TRUE
                   GO TO 1000-INICIALIZAR-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT ARQ-PENDENCIAS-NOVO.
           IF EDER0028-WS-FS-PENDNOVO NOT = '00'
               DISPLAY 'EDER0028 - ERRO AO ABRIR ARQ-PENDENCIAS-NOVO: '
                       EDER0028-WS-FS-PENDNOVO
               PERFORM 1900-FECHAR-PENDENCIAS
                                  THRU 1900-FECHAR-PENDENCIAS-EXIT
               SET EDER0028-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN EXTEND ARQ-HISTORICO.
           IF EDER0028-WS-FS-HIST = '35'
               OPEN OUTPUT ARQ-HISTORICO
           END-IF.
           IF EDER0028-WS-FS-HIST NOT = '00'
               DISPLAY 'EDER0028 - ERRO AO ABRIR ARQ-HISTORICO: '
                       EDER0028-WS-FS-HIST
               PERFORM 1900-FECHAR-PENDENCIAS
                                  THRU 1900-FECHAR-PENDENCIAS-EXIT
               CLOSE ARQ-PENDENCIAS-NOVO
               SET EDER0028-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN EXTEND ARQ-APROV-CAD.
           IF EDER0028-WS-FS-APROVCAD = '35'
               OPEN OUTPUT ARQ-APROV-CAD
           END-IF.
           IF EDER0028-WS-FS-APROVCAD NOT = '00'
               DISPLAY 'EDER0028 - ERRO AO ABRIR ARQ-APROV-CAD: '
                       EDER0028-WS-FS-APROVCAD
               PERFORM 1900-FECHAR-PENDENCIAS
                                  THRU 1900-FECHAR-PENDENCIAS-EXIT
               CLOSE ARQ-PENDENCIAS-NOVO
               CLOSE ARQ-HISTORICO
               SET EDER0028-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN EXTEND ARQ-APROV-MOV.
           IF EDER0028-WS-FS-APROVMOV = '35'
               OPEN OUTPUT ARQ-APROV-MOV
           END-IF.
           IF EDER0028-WS-FS-APROVMOV NOT = '00'
               DISPLAY 'EDER0028 - ERRO AO ABRIR ARQ-APROV-MOV: '
                       EDER0028-WS-FS-APROVMOV
               PERFORM 1900-FECHAR-PENDENCIAS
                                  THRU 1900-FECHAR-PENDENCIAS-EXIT
               CLOSE ARQ-PENDENCIAS-NOVO
               CLOSE ARQ-HISTORICO
               CLOSE ARQ-APROV-CAD
               SET EDER0028-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           IF EDER0028-WS-FS-RELAT NOT = '00'
               DISPLAY 'EDER0028 - ERRO AO ABRIR ARQ-RELATORIO: '
                       EDER0028-WS-FS-RELAT
               PERFORM 1900-FECHAR-PENDENCIAS
                                  THRU 1900-FECHAR-PENDENCIAS-EXIT
               CLOSE ARQ-PENDENCIAS-NOVO
               CLOSE ARQ-HISTORICO
               CLOSE ARQ-APROV-CAD
               CLOSE ARQ-APROV-MOV
               SET EDER0028-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE EDER0028-WS-DATA-SISTEMA  TO EDER0028-WL-C1-DATA.
           MOVE EDER0028-WS-USUARIO       TO EDER0028-WL-C1-USUARIO.
           MOVE EDER0028-WS-DATA-CORTE-NUM
               TO EDER0028-WL-C1-DATA-CORTE.
           MOVE EDER0028-WL-CABECALHO-1   TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0028-WL-CABECALHO-2   TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           IF EDER0028-88-PENDENCIAS-EXISTE
               PERFORM 2050-LER-PENDENCIA THRU 2050-LER-PENDENCIA-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

       1900-FECHAR-PENDENCIAS.
           IF EDER0028-88-PENDENCIAS-EXISTE
               CLOSE ARQ-PENDENCIAS
           END-IF.
       1900-FECHAR-PENDENCIAS-EXIT.
           EXIT.

      ******************************************************************
      *    TRATA UMA PENDENCIA: REJEITA A INVALIDA, EXPIRA A VENCIDA,  *
      *    MANTEM A DO PROPRIO SUPERVISOR E PEDE A DECISAO DAS DEMAIS; *
      *    TODA PENDENCIA SAI NO RELATORIO COM O RESULTADO             *
      ******************************************************************
       2000-TRATAR-PENDENCIA.
           ADD 1 TO EDER0028-WS-CONT-LIDAS.
           PERFORM 2100-MONTAR-DETALHE THRU 2100-MONTAR-DETALHE-EXIT.

           IF EDERPCPY-P-SITUACAO OF REG-PENDENCIAS NOT = 'P'
              OR (EDERPCPY-P-TIPO-PEDIDO OF REG-PENDENCIAS NOT = 'S'
              AND EDERPCPY-P-TIPO-PEDIDO OF REG-PENDENCIAS NOT = 'L'
              AND EDERPCPY-P-TIPO-PEDIDO OF REG-PENDENCIAS NOT = 'M')
               PERFORM 2500-REJEITAR THRU 2500-REJEITAR-EXIT
               MOVE 'REJEITADO - PEDIDO INVALIDO'
                   TO EDER0028-WL-D-RESULTADO
               GO TO 2000-IMPRIMIR-RESULTADO
           END-IF.

           IF EDERPCPY-P-DATA-INCLUSAO OF REG-PENDENCIAS
                       < EDER0028-WS-DATA-CORTE-NUM
               PERFORM 2600-EXPIRAR THRU 2600-EXPIRAR-EXIT
               GO TO 2000-IMPRIMIR-RESULTADO
           END-IF.

           PERFORM 2200-EXIBIR-PENDENCIA
                              THRU 2200-EXIBIR-PENDENCIA-EXIT.

      *    SEGREGACAO DE FUNCOES: QUEM SOLICITOU NAO APROVA.
           IF EDERPCPY-P-USUARIO-INCLUSAO OF REG-PENDENCIAS
                       = EDER0028-WS-USUARIO
               DISPLAY 'EDER0028 - PENDENCIA SOLICITADA PELO PROPRIO '
                       'USUARIO. DECISAO NAO PERMITIDA'
               PERFORM 2700-MANTER THRU 2700-MANTER-EXIT
               MOVE 'MANTIDO - MESMO USUARIO'
                   TO EDER0028-WL-D-RESULTADO
               GO TO 2000-IMPRIMIR-RESULTADO
           END-IF.

           MOVE 'N' TO EDER0028-WS-DECISAO-OK.
           PERFORM 2300-PEDIR-DECISAO THRU 2300-PEDIR-DECISAO-EXIT
               UNTIL EDER0028-88-DECISAO-OK.
           EVALUATE EDER0028-WS-DECISAO
               WHEN 'A'
                   PERFORM 2400-APROVAR THRU 2400-APROVAR-EXIT
               WHEN 'R'
                   PERFORM 2500-REJEITAR THRU 2500-REJEITAR-EXIT
                   MOVE 'REJEITADO' TO EDER0028-WL-D-RESULTADO
               WHEN OTHER
                   PERFORM 2700-MANTER THRU 2700-MANTER-EXIT
                   MOVE 'MANTIDO PENDENTE' TO EDER0028-WL-D-RESULTADO
           END-EVALUATE.

       2000-IMPRIMIR-RESULTADO.
           MOVE EDER0028-WL-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           PERFORM 2050-LER-PENDENCIA THRU 2050-LER-PENDENCIA-EXIT.
       2000-TRATAR-PENDENCIA-EXIT.
           EXIT.

       2050-LER-PENDENCIA.
           READ ARQ-PENDENCIAS
               AT END
                   SET EDER0028-88-FIM-PENDENCIAS TO TRUE
           END-READ.
       2050-LER-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      *    MONTA A LINHA DO RELATORIO DA PENDENCIA EM EXAME, COM O     *
      *    VALOR ANTERIOR E O NOVO VALOR CONFORME O TIPO DE PEDIDO     *
      ******************************************************************
       2100-MONTAR-DETALHE.
           MOVE SPACES TO EDER0028-WL-DETALHE.
           MOVE EDERPCPY-P-CONTA OF REG-PENDENCIAS
               TO EDER0028-WL-D-CONTA.
           MOVE EDERPCPY-P-DATA-INCLUSAO OF REG-PENDENCIAS
               TO EDER0028-WL-D-DATA.
           MOVE EDERPCPY-P-USUARIO-INCLUSAO OF REG-PENDENCIAS
               TO EDER0028-WL-D-USUARIO.

           EVALUATE EDERPCPY-P-TIPO-PEDIDO OF REG-PENDENCIAS
               WHEN 'S'
                   MOVE 'STATUS' TO EDER0028-WL-D-PEDIDO
                   MOVE EDERPCPY-P-STATUS-ANTERIOR OF REG-PENDENCIAS
                       TO EDER0028-WS-TS-STATUS
                   MOVE EDER0028-WS-TEXTO-STATUS
                       TO EDER0028-WL-D-ANTERIOR
                   MOVE EDERPCPY-P-STATUS-NOVO OF REG-PENDENCIAS
                       TO EDER0028-WS-TS-STATUS
                   MOVE EDER0028-WS-TEXTO-STATUS
                       TO EDER0028-WL-D-NOVO
               WHEN 'L'
                   MOVE 'LIMITE' TO EDER0028-WL-D-PEDIDO
                   MOVE EDERPCPY-P-LIMITE-ANTERIOR OF REG-PENDENCIAS
                       TO EDER0028-WS-VALOR-EDITADO
                   MOVE EDER0028-WS-VALOR-EDITADO
                       TO EDER0028-WL-D-ANTERIOR
                   MOVE EDERPCPY-P-LIMITE-NOVO OF REG-PENDENCIAS
                       TO EDER0028-WS-VALOR-EDITADO
                   MOVE EDER0028-WS-VALOR-EDITADO
                       TO EDER0028-WL-D-NOVO
               WHEN 'M'
                   MOVE 'MOVIMENTO' TO EDER0028-WL-D-PEDIDO
                   MOVE EDERPCPY-P-TIPO-ANTERIOR OF REG-PENDENCIAS
                       TO EDER0028-WS-TM-TIPO
                   MOVE EDERPCPY-P-VALOR-ANTERIOR OF REG-PENDENCIAS
                       TO EDER0028-WS-TM-VALOR
                   MOVE EDER0028-WS-TEXTO-MOVTO
                       TO EDER0028-WL-D-ANTERIOR
                   MOVE EDERPCPY-P-TIPO-NOVO OF REG-PENDENCIAS
                       TO EDER0028-WS-TM-TIPO
                   MOVE EDERPCPY-P-VALOR-NOVO OF REG-PENDENCIAS
                       TO EDER0028-WS-TM-VALOR
                   MOVE EDER0028-WS-TEXTO-MOVTO
                       TO EDER0028-WL-D-NOVO
               WHEN OTHER
                   MOVE EDERPCPY-P-TIPO-PEDIDO OF REG-PENDENCIAS
                       TO EDER0028-WL-D-PEDIDO
           END-EVALUATE.
       2100-MONTAR-DETALHE-EXIT.
           EXIT.

      ******************************************************************
      *    EXIBE AO SUPERVISOR OS DADOS DA PENDENCIA EM EXAME          *
      ******************************************************************
       2200-EXIBIR-PENDENCIA.
           DISPLAY ' '.
           DISPLAY 'PENDENCIA ' EDER0028-WS-CONT-LIDAS
                   ' - ' EDER0028-WL-D-PEDIDO
                   ' - CONTA ' EDERPCPY-P-CONTA OF REG-PENDENCIAS.
           DISPLAY '  SOLICITADA EM '
                   EDERPCPY-P-DATA-INCLUSAO OF REG-PENDENCIAS
                   ' AS ' EDERPCPY-P-HORA-INCLUSAO OF REG-PENDENCIAS
                   ' POR '
                   EDERPCPY-P-USUARIO-INCLUSAO OF REG-PENDENCIAS.
           IF EDERPCPY-P-TIPO-PEDIDO OF REG-PENDENCIAS = 'M'
               DISPLAY '  MOVIMENTACAO DE '
                       EDERPCPY-P-DATA-MOVTO OF REG-PENDENCIAS
                       ' NA POSICAO '
                       EDERPCPY-P-SEQ-DETALHE OF REG-PENDENCIAS
           END-IF.
           DISPLAY '  ANTERIOR: ' EDER0028-WL-D-ANTERIOR.
           DISPLAY '  NOVO....: ' EDER0028-WL-D-NOVO.
       2200-EXIBIR-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      *    PEDE A DECISAO DO SUPERVISOR, REPETINDO A PERGUNTA ATE QUE  *
      *    SEJA 'A', 'R' OU '0'                                        *
      ******************************************************************
       2300-PEDIR-DECISAO.
           DISPLAY 'DECISAO (A=APROVAR R=REJEITAR 0=MANTER '
                   'PENDENTE): '.
           ACCEPT EDER0028-WS-DECISAO.
           IF EDER0028-WS-DECISAO = 'A' OR EDER0028-WS-DECISAO = 'R'
              OR EDER0028-WS-DECISAO = '0'
               SET EDER0028-88-DECISAO-OK TO TRUE
           ELSE
               DISPLAY 'EDER0028 - DECISAO INVALIDA. INFORME A, R OU 0'
           END-IF.
       2300-PEDIR-DECISAO-EXIT.
           EXIT.

      ******************************************************************
      *    APROVA A PENDENCIA: GRAVA NO ARQUIVO DE APROVADAS DO        *
      *    CADASTRO OU DE MOVIMENTACOES E NO HISTORICO                 *
      ******************************************************************
       2400-APROVAR.
           MOVE 'A' TO EDERPCPY-P-SITUACAO OF REG-PENDENCIAS.
           MOVE EDER0028-WS-DATA-SISTEMA
               TO EDERPCPY-P-DATA-DECISAO OF REG-PENDENCIAS.
           MOVE EDER0028-WS-USUARIO
               TO EDERPCPY-P-USUARIO-DECISAO OF REG-PENDENCIAS.
           IF EDERPCPY-P-TIPO-PEDIDO OF REG-PENDENCIAS = 'M'
               MOVE EDERPCPY-REGISTRO OF REG-PENDENCIAS
                   TO EDERPCPY-REGISTRO OF REG-APROV-MOV
               WRITE REG-APROV-MOV
           ELSE
               MOVE EDERPCPY-REGISTRO OF REG-PENDENCIAS
                   TO EDERPCPY-REGISTRO OF REG-APROV-CAD
               WRITE REG-APROV-CAD
           END-IF.
           PERFORM 2800-GRAVAR-HISTORICO
                              THRU 2800-GRAVAR-HISTORICO-EXIT.
           ADD 1 TO EDER0028-WS-CONT-APROVADAS.
           MOVE 'APROVADO' TO EDER0028-WL-D-RESULTADO.
       2400-APROVAR-EXIT.
           EXIT.

      ******************************************************************
      *    REJEITA A PENDENCIA, QUE VAI APENAS PARA O HISTORICO        *
      ******************************************************************
       2500-REJEITAR.
           MOVE 'R' TO EDERPCPY-P-SITUACAO OF REG-PENDENCIAS.
           MOVE EDER0028-WS-DATA-SISTEMA
               TO EDERPCPY-P-DATA-DECISAO OF REG-PENDENCIAS.
           MOVE EDER0028-WS-USUARIO
               TO EDERPCPY-P-USUARIO-DECISAO OF REG-PENDENCIAS.
           PERFORM 2800-GRAVAR-HISTORICO
                              THRU 2800-GRAVAR-HISTORICO-EXIT.
           ADD 1 TO EDER0028-WS-CONT-REJEITADAS.
       2500-REJEITAR-EXIT.
           EXIT.

      ******************************************************************
      *    EXPIRA A PENDENCIA VENCIDA, QUE VAI APENAS PARA O           *
      *    HISTORICO, SEM SUPERVISOR NA DECISAO                        *
      ******************************************************************
       2600-EXPIRAR.
           MOVE 'X' TO EDERPCPY-P-SITUACAO OF REG-PENDENCIAS.
           MOVE EDER0028-WS-DATA-SISTEMA
               TO EDERPCPY-P-DATA-DECISAO OF REG-PENDENCIAS.
           MOVE SPACES
               TO EDERPCPY-P-USUARIO-DECISAO OF REG-PENDENCIAS.
           PERFORM 2800-GRAVAR-HISTORICO
                              THRU 2800-GRAVAR-HISTORICO-EXIT.
           ADD 1 TO EDER0028-WS-CONT-EXPIRADAS.
           MOVE 'EXPIRADO' TO EDER0028-WL-D-RESULTADO.
       2600-EXPIRAR-EXIT.
           EXIT.

      ******************************************************************
      *    MANTEM A PENDENCIA, COPIANDO-A PARA A NOVA GERACAO DO       *
      *    ARQUIVO DE PENDENCIAS                                       *
      ******************************************************************
       2700-MANTER.
           MOVE EDERPCPY-REGISTRO OF REG-PENDENCIAS
               TO EDERPCPY-REGISTRO OF REG-PENDENCIAS-NOVO.
           WRITE REG-PENDENCIAS-NOVO.
           ADD 1 TO EDER0028-WS-CONT-MANTIDAS.
       2700-MANTER-EXIT.
           EXIT.

       2800-GRAVAR-HISTORICO.
           MOVE EDERPCPY-REGISTRO OF REG-PENDENCIAS
               TO EDERPCPY-REGISTRO OF REG-HISTORICO.
           WRITE REG-HISTORICO.
       2800-GRAVAR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      *    RETROCEDE A DATA DE CORTE EM UM DIA, COM O CALENDARIO DE    *
      *    DIAS POR MES E ANO BISSEXTO DO EDER0002                     *
      ******************************************************************
       2900-RETROCEDER-DIA.
           IF EDER0028-WS-DC-DIA > 1
               SUBTRACT 1 FROM EDER0028-WS-DC-DIA
               GO TO 2900-RETROCEDER-DIA-EXIT
           END-IF.
           IF EDER0028-WS-DC-MES = 1
               MOVE 12 TO EDER0028-WS-DC-MES
               SUBTRACT 1 FROM EDER0028-WS-DC-ANO
           ELSE
               SUBTRACT 1 FROM EDER0028-WS-DC-MES
           END-IF.
           PERFORM 2950-CALCULAR-DIAS-MES
                              THRU 2950-CALCULAR-DIAS-MES-EXIT.
           MOVE EDER0028-WS-DIAS-MES TO EDER0028-WS-DC-DIA.
       2900-RETROCEDER-DIA-EXIT.
           EXIT.

      ******************************************************************
      *    CALCULA A QUANTIDADE DE DIAS DO MES DA DATA DE CORTE,       *
      *    CONSIDERANDO ANO BISSEXTO PARA FEVEREIRO                    *
      ******************************************************************
       2950-CALCULAR-DIAS-MES.
           EVALUATE EDER0028-WS-DC-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
                              WHEN 10 WHEN 12
                   MOVE 31 TO EDER0028-WS-DIAS-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO EDER0028-WS-DIAS-MES
               WHEN 02
                   DIVIDE EDER0028-WS-DC-ANO BY 4
                       GIVING EDER0028-WS-QUOCIENTE
                       REMAINDER EDER0028-WS-RESTO-4
                   DIVIDE EDER0028-WS-DC-ANO BY 100
                       GIVING EDER0028-WS-QUOCIENTE
                       REMAINDER EDER0028-WS-RESTO-100
                   DIVIDE EDER0028-WS-DC-ANO BY 400
                       GIVING EDER0028-WS-QUOCIENTE
                       REMAINDER EDER0028-WS-RESTO-400
                   IF (EDER0028-WS-RESTO-4 = 0 AND
                       EDER0028-WS-RESTO-100 NOT = 0)
                      OR EDER0028-WS-RESTO-400 = 0
                       MOVE 29 TO EDER0028-WS-DIAS-MES
                   ELSE
                       MOVE 28 TO EDER0028-WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 00 TO EDER0028-WS-DIAS-MES
           END-EVALUATE.
       2950-CALCULAR-DIAS-MES-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA OS TOTAIS NO RELATORIO, FECHA OS ARQUIVOS E EMITE O   *
      *    RESUMO DA APROVACAO                                         *
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PENDENCIAS LIDAS.............:'
               TO EDER0028-WL-T-DESCRICAO.
           MOVE EDER0028-WS-CONT-LIDAS TO EDER0028-WL-T-QTDE.
           MOVE EDER0028-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'APROVADAS....................:'
               TO EDER0028-WL-T-DESCRICAO.
           MOVE EDER0028-WS-CONT-APROVADAS TO EDER0028-WL-T-QTDE.
           MOVE EDER0028-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'REJEITADAS...................:'
               TO EDER0028-WL-T-DESCRICAO.
           MOVE EDER0028-WS-CONT-REJEITADAS TO EDER0028-WL-T-QTDE.
           MOVE EDER0028-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'EXPIRADAS....................:'
               TO EDER0028-WL-T-DESCRICAO.
           MOVE EDER0028-WS-CONT-EXPIRADAS TO EDER0028-WL-T-QTDE.
           MOVE EDER0028-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'MANTIDAS PENDENTES...........:'
               TO EDER0028-WL-T-DESCRICAO.
           MOVE EDER0028-WS-CONT-MANTIDAS TO EDER0028-WL-T-QTDE.
           MOVE EDER0028-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           PERFORM 1900-FECHAR-PENDENCIAS
                              THRU 1900-FECHAR-PENDENCIAS-EXIT.
           CLOSE ARQ-PENDENCIAS-NOVO.
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-APROV-CAD.
           CLOSE ARQ-APROV-MOV.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'EDER0028 - PENDENCIAS LIDAS......: '
                   EDER0028-WS-CONT-LIDAS.
           DISPLAY 'EDER0028 - APROVADAS.............: '
                   EDER0028-WS-CONT-APROVADAS.
           DISPLAY 'EDER0028 - REJEITADAS............: '
                   EDER0028-WS-CONT-REJEITADAS.
           DISPLAY 'EDER0028 - EXPIRADAS.............: '
                   EDER0028-WS-CONT-EXPIRADAS.
           DISPLAY 'EDER0028 - MANTIDAS PENDENTES....: '
                   EDER0028-WS-CONT-MANTIDAS.
       9000-FINALIZAR-EXIT.
           EXIT.
