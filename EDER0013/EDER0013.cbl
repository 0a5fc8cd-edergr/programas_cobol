      *    DATA DE ENCERRAMENTO GRAVADA NO ENCERRAMENTO) OU ALTERA O   *
      *    LIMITE DE CREDITO AUTORIZADO DA CONTA (USADO PELO CONTROLE  *
      *    DE ESTOURO DE LIMITE DA POSTAGEM DE SALDOS). O CADASTRO     *
      *    E INDEXADO POR CONTA: A MANUTENCAO LE A CONTA DIRETO PELA   *
      *    CHAVE E A REGRAVA NO PROPRIO CADASTRO, E AS ACOES EM LOTE   *
      *    LEEM PELA CHAVE CADA CONTA DOS SEUS ARQUIVOS DE ENTRADA. UM *
      *    CADASTRO AINDA INEXISTENTE (PRIMEIRA IMPLANTACAO) E CRIADO  *
      *    NA PRIMEIRA INCLUSAO. COMO A ATUALIZACAO E FEITA NO LUGAR,  *
      *    CABE A JCL DESCARREGAR O CADASTRO (EDER0034) ANTES DA       *
      *    MANUTENCAO, GUARDANDO A GERACAO DE SEGURANCA PARA RESTART.  *
      *                                                                *
      *    ALTERACAO DE STATUS E DE LIMITE DE CREDITO EXIGE DUPLA      *
      *    CUSTODIA: AS ACOES 2 E 3 NAO REGRAVAM O CADASTRO, APENAS    *
      *    GRAVAM UMA PENDENCIA (LAYOUT EDERPCPY) NO ARQUIVO DE        *
      *    PENDENCIAS, E A INCLUSAO GRAVA A CONTA COM LIMITE ZERO E    *
      *    UMA PENDENCIA DO LIMITE INFORMADO. O SUPERVISOR APROVA OU   *
      *    REJEITA CADA PENDENCIA NO EDER0028 E SO A ACAO 6 APLICA NO  *
      *    CADASTRO AS PENDENCIAS APROVADAS, CONFERINDO ANTES QUE O    *
      *    STATUS OU O LIMITE DA CONTA AINDA E O DA SOLICITACAO.       *
      *                                                                *
      *    A ACAO 7 GRAVA A ADESAO DO TITULAR A CADA EVENTO DO FEED DE *
      *    ALERTAS A CLIENTES (EDER0033). E UMA ESCOLHA DO PROPRIO     *
      *    CLIENTE, SEM EFEITO SOBRE SALDO OU LIMITE, E POR ISSO E     *
      *    APLICADA DIRETO NO CADASTRO, SEM PENDENCIA. NA INCLUSAO     *
      *    A CONTA NASCE SEM ADESAO A NENHUM ALERTA.                   *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *                           CONTAS DORMENTES GRAVADAS PELO       *
      *                           EDER0018, APOS REVISAO DO            *
      *                           SUPERVISOR                           *
      *    14/10/2026   EGR       INCLUIDA A ACAO 5 DE APLICACAO EM    *
      *                           LOTE DOS ENCERRAMENTOS LIQUIDADOS    *
      *                           PELO EDER0025; A ACAO 2 DEIXOU DE    *
      *                           ACEITAR O STATUS 'E', QUE SO E       *
      *                           GRAVADO PARA CONTA LIQUIDADA         *
      *    14/10/2026   EGR       ALTERACAO DE STATUS E DE LIMITE      *
      *                           PASSOU A GRAVAR PENDENCIA DE         *
      *                           APROVACAO (EDERPCPY) EM VEZ DE       *
      *                           REGRAVAR O CADASTRO; INCLUSAO GRAVA  *
      *                           LIMITE ZERO E PENDENCIA DO LIMITE;   *
      *                           INCLUIDA A ACAO 6 DE APLICACAO DAS   *
      *                           PENDENCIAS APROVADAS NO EDER0028     *
      *    14/10/2026   EGR       INCLUIDA A ACAO 7 DE ALTERACAO DA    *
      *                           ADESAO AOS ALERTAS A CLIENTES        *
      *                           (EDERACPY-A-ADESAO-ALERTAS)          *
      *    14/10/2026   EGR       CADASTRO DE CONTAS PASSOU A SER      *
      *                           ARQUIVO INDEXADO POR CONTA; TODAS AS *
      *                           ACOES LEEM E REGRAVAM A CONTA DIRETO *
      *                           PELA CHAVE NO PROPRIO CADASTRO, E    *
      *                           DEIXOU DE EXISTIR A NOVA GERACAO     *
      *                           (ARQ-CADASTRO-NOVO)                  *
      *    15/10/2026   EGR       A ACAO 5 SO ENCERRA A CONTA COM      *
      *                           SALDO ZERO NO MESTRE DE SALDOS E SEM *
      *                           POSTAGEM POSTERIOR A LIQUIDACAO      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0013.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO E REGRAVADO
      *    DIRETO PELA CHAVE DA CONTA MANTIDA.
           SELECT ARQ-CADASTRO      ASSIGN TO 'CADCONTA'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                    FILE STATUS IS
                                             EDER0013-WS-FS-CADASTRO.

      *    PROPOSTAS DE BLOQUEIO DE CONTAS DORMENTES GRAVADAS PELO
      *    EDER0018, APLICADAS EM LOTE PELA
      *    ACAO 4 DEPOIS QUE UM SUPERVISOR REVISA O RELATORIO DE
      *    DORMENTES.
           SELECT ARQ-PROPOSTAS     ASSIGN TO 'PROPBLOQ'
                                    FILE STATUS IS
                                             EDER0013-WS-FS-PROP.

      *    CONTAS PROPOSTAS PARA ENCERRAMENTO JA LIQUIDADAS PELO
      *    EDER0025, ENCERRADAS EM LOTE PELA
      *    ACAO 5 DEPOIS QUE O CICLO POSTA OS PAGAMENTOS FINAIS.
           SELECT ARQ-LIQUIDADAS    ASSIGN TO 'ENCLIQ'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                             EDER0013-WS-FS-LIQ.

      *    MESTRE DE SALDOS INDEXADO POR CONTA, LIDO PELA CHAVE DE
      *    CADA CONTA LIQUIDADA PARA CONFERIR QUE O SALDO FOI ZERADO.
           SELECT ARQ-SALDOS        ASSIGN TO 'SALDOS'
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS RANDOM
                                    RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                    FILE STATUS IS
                                             EDER0013-WS-FS-SALDOS.

      *    PENDENCIAS DE APROVACAO GRAVADAS PELAS ACOES 1, 2 E 3 E
      *    DECIDIDAS PELO SUPERVISOR NO EDER0028.
           SELECT ARQ-PENDENCIAS    ASSIGN TO 'PENDAPROV'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                             EDER0013-WS-FS-PEND.

      *    PENDENCIAS DE CADASTRO APROVADAS NO EDER0028, NA ORDEM DE
      *    APROVACAO, APLICADAS PELA ACAO 6 DEPOIS DE CLASSIFICADAS
      *    POR CONTA.
           SELECT ARQ-APROVADAS     ASSIGN TO 'APROVCAD'
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS
                                             EDER0013-WS-FS-APROV.

           SELECT ARQ-ORDENADO      ASSIGN TO 'SORTWK1'.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

       FD  ARQ-PROPOSTAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  EDER0013-PROP-DATA-ULT-LANC   PIC 9(08).
           05  FILLER                        PIC X(33).

       FD  ARQ-LIQUIDADAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-LIQUIDADAS.
           05  EDER0013-LIQ-CONTA            PIC 9(10).
           05  EDER0013-LIQ-STATUS           PIC X(01).
           05  EDER0013-LIQ-DATA-LIQUIDACAO  PIC 9(08).
           05  EDER0013-LIQ-DATA-ULT-LANC    PIC 9(08).
           05  FILLER                        PIC X(33).

       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.

       FD  ARQ-PENDENCIAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PENDENCIAS.
           COPY EDERPCPY.

       FD  ARQ-APROVADAS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-APROVADAS.
           COPY EDERPCPY.

       SD  ARQ-ORDENADO.
       01  REG-ORDENADO.
           COPY EDERPCPY.

       WORKING-STORAGE SECTION.
       77  EDER0013-WS-FS-CADASTRO          PIC X(02) VALUE SPACES.
       77  EDER0013-WS-ABORTAR              PIC X(01) VALUE 'N'.
           88  EDER0013-88-ABORTAR                    VALUE 'S'.

       77  EDER0013-WS-ACAO                 PIC 9(01) VALUE ZEROS.
       77  EDER0013-WS-CONTA                PIC 9(10) VALUE ZEROS.
       77  EDER0013-WS-LIMITE-CREDITO       PIC 9(13)V99 VALUE ZEROS.
       77  EDER0013-WS-DATA-INFORMADA       PIC 9(08) VALUE ZEROS.
       77  EDER0013-WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77  EDER0013-WS-FS-PROP              PIC X(02) VALUE SPACES.
       77  EDER0013-WS-FIM-PROPOSTAS        PIC X(01) VALUE 'N'.
           88  EDER0013-88-FIM-PROPOSTAS              VALUE 'S'.
                                             COMP.
       77  EDER0013-WS-CONT-PROP-SEM-CAD    PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0013-WS-FS-LIQ               PIC X(02) VALUE SPACES.
       77  EDER0013-WS-FIM-LIQUIDADAS       PIC X(01) VALUE 'N'.
           88  EDER0013-88-FIM-LIQUIDADAS             VALUE 'S'.
       77  EDER0013-WS-CONT-ENCERRADAS      PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0013-WS-CONT-LIQ-IGNORADAS   PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0013-WS-CONT-LIQ-SEM-CAD     PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0013-WS-CONT-LIQ-COM-SALDO   PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0013-WS-FS-SALDOS            PIC X(02) VALUE SPACES.
       77  EDER0013-WS-FS-PEND              PIC X(02) VALUE SPACES.
       77  EDER0013-WS-FS-APROV             PIC X(02) VALUE SPACES.
       77  EDER0013-WS-FIM-APROVADAS        PIC X(01) VALUE 'N'.
           88  EDER0013-88-FIM-APROVADAS              VALUE 'S'.
       77  EDER0013-WS-FIM-ORDENADO         PIC X(01) VALUE 'N'.
           88  EDER0013-88-FIM-ORDENADO               VALUE 'S'.
       77  EDER0013-WS-INCLUIDA             PIC X(01) VALUE 'N'.
           88  EDER0013-88-INCLUIDA                   VALUE 'S'.
       77  EDER0013-WS-ENCONTRADA           PIC X(01) VALUE 'N'.
           88  EDER0013-88-ENCONTRADA                 VALUE 'S'.
       77  EDER0013-WS-STATUS-ANTERIOR      PIC X(01) VALUE SPACES.
       77  EDER0013-WS-LIMITE-ANTERIOR      PIC 9(13)V99 VALUE ZEROS.
       77  EDER0013-WS-USUARIO              PIC X(08) VALUE SPACES.
       77  EDER0013-WS-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77  EDER0013-WS-CONT-APROV-APLICADAS PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0013-WS-CONT-APROV-IGNORADAS PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0013-WS-CONT-APROV-SEM-CAD   PIC 9(05) VALUE ZEROS
                                             COMP.

       77  EDER0013-WS-STATUS-OK            PIC X(01) VALUE 'N'.
           88  EDER0013-88-STATUS-OK                  VALUE 'S'.
       77  EDER0013-WS-RESTO-100            PIC 9(02) VALUE ZEROS.
       77  EDER0013-WS-RESTO-400            PIC 9(03) VALUE ZEROS.

       77  EDER0013-WS-IND                  PIC 9(02) VALUE ZEROS
                                             COMP.
       77  EDER0013-WS-INDICADOR-OK         PIC X(01) VALUE 'N'.
           88  EDER0013-88-INDICADOR-OK               VALUE 'S'.

      *    ADESAO AOS ALERTAS INFORMADA NA ACAO 7, NA ORDEM DOS
      *    INDICADORES DE EDERACPY-A-ADESAO-ALERTAS.
       01  EDER0013-WS-ADESAO.
           05  EDER0013-WS-IND-ADESAO       PIC X(01) OCCURS 5 TIMES.

       01  EDER0013-WS-NOMES-ALERTAS.
           05  FILLER                       PIC X(30) VALUE
               'ESTOURO DE LIMITE'.
           05  FILLER                       PIC X(30) VALUE
               'MOVIMENTACAO AGENDADA LIBERADA'.
           05  FILLER                       PIC X(30) VALUE
               'MOVIMENTACAO REJEITADA'.
           05  FILLER                       PIC X(30) VALUE
               'PROPOSTA DE BLOQUEIO DA CONTA'.
           05  FILLER                       PIC X(30) VALUE
               'MOVIMENTACAO DE GRANDE VALOR'.
       01  EDER0013-WS-TAB-NOMES-ALERTAS REDEFINES
                                          EDER0013-WS-NOMES-ALERTAS.
           05  EDER0013-WS-NOME-ALERTA      PIC X(30) OCCURS 5 TIMES.

      *    PENDENCIA DE APROVACAO MONTADA ANTES DA ABERTURA DO ARQUIVO
      *    DE PENDENCIAS.
       01  EDER0013-WS-PENDENCIA.
           COPY EDERPCPY.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF EDER0013-WS-ACAO = 1
               PERFORM 4000-INCLUIR-CONTA
                                  THRU 4000-INCLUIR-CONTA-EXIT
      *        O LIMITE INFORMADO NA INCLUSAO SO VALE DEPOIS DE
      *        APROVADO: A CONTA NASCE COM LIMITE ZERO.
               IF EDER0013-88-INCLUIDA
                  AND EDER0013-WS-LIMITE-CREDITO > 0
                   MOVE SPACES TO EDERPCPY-REGISTRO OF
                                         EDER0013-WS-PENDENCIA
                   MOVE 'L' TO EDERPCPY-P-TIPO-PEDIDO OF
                                         EDER0013-WS-PENDENCIA
                   MOVE 'A' TO EDERPCPY-P-STATUS-ANTERIOR OF
                                         EDER0013-WS-PENDENCIA
                               EDERPCPY-P-STATUS-NOVO OF
                                         EDER0013-WS-PENDENCIA
                   MOVE ZEROS TO EDERPCPY-P-LIMITE-ANTERIOR OF
                                         EDER0013-WS-PENDENCIA
                   MOVE EDER0013-WS-LIMITE-CREDITO
                       TO EDERPCPY-P-LIMITE-NOVO OF
                                         EDER0013-WS-PENDENCIA
                   PERFORM 5000-GRAVAR-PENDENCIA
                                  THRU 5000-GRAVAR-PENDENCIA-EXIT
               END-IF
           END-IF.
           IF EDER0013-WS-ACAO = 2 OR EDER0013-WS-ACAO = 3
               PERFORM 5100-SOLICITAR-ALTERACAO
                                  THRU 5100-SOLICITAR-ALTERACAO-EXIT
           END-IF.
           IF EDER0013-WS-ACAO = 4
               PERFORM 6000-APLICAR-PROPOSTAS
                                  THRU 6000-APLICAR-PROPOSTAS-EXIT
           END-IF.
           IF EDER0013-WS-ACAO = 5
               PERFORM 7000-APLICAR-ENCERRAMENTOS
                                  THRU 7000-APLICAR-ENCERRAMENTOS-EXIT
           END-IF.
           IF EDER0013-WS-ACAO = 6
               PERFORM 8000-APLICAR-APROVADAS
                                  THRU 8000-APLICAR-APROVADAS-EXIT
           END-IF.
           IF EDER0013-WS-ACAO = 7
               PERFORM 9000-ALTERAR-ADESAO
                                  THRU 9000-ALTERAR-ADESAO-EXIT
           END-IF.
           IF EDER0013-88-ABORTAR
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY 'EDER0013 - MANUTENCAO DO CADASTRO DE CONTAS'.
           DISPLAY 'ACAO (1=INCLUIR CONTA 2=ALTERAR STATUS '
                   '3=ALTERAR LIMITE 4=APLICAR PROPOSTAS DE '
                   'BLOQUEIO 5=APLICAR ENCERRAMENTOS LIQUIDADOS '
                   '6=APLICAR ALTERACOES APROVADAS '
                   '7=ALTERAR ADESAO A ALERTAS 0=ENCERRAR): '.
           ACCEPT EDER0013-WS-ACAO.
           IF EDER0013-WS-ACAO NOT = 1 AND EDER0013-WS-ACAO NOT = 2
              AND EDER0013-WS-ACAO NOT = 3
              AND EDER0013-WS-ACAO NOT = 4
              AND EDER0013-WS-ACAO NOT = 5
              AND EDER0013-WS-ACAO NOT = 6
              AND EDER0013-WS-ACAO NOT = 7
               MOVE 0 TO EDER0013-WS-ACAO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

      *    A APLICACAO EM LOTE NAO PEDE CONTA: AS CONTAS VEM DO
      *    ARQUIVO DE PROPOSTAS GRAVADO PELO EDER0018, DO ARQUIVO
      *    DE CONTAS LIQUIDADAS GRAVADO PELO EDER0025 OU DO ARQUIVO
      *    DE PENDENCIAS APROVADAS GRAVADO PELO EDER0028.
           IF EDER0013-WS-ACAO = 4 OR EDER0013-WS-ACAO = 5
              OR EDER0013-WS-ACAO = 6
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

               WHEN 3
                   PERFORM 1300-PEDIR-LIMITE
                                  THRU 1300-PEDIR-LIMITE-EXIT
               WHEN 7
                   PERFORM 1400-PEDIR-ADESAO
                                  THRU 1400-PEDIR-ADESAO-EXIT
           END-EVALUATE.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    PEDE O NOVO STATUS DA CONTA, REPETINDO A PERGUNTA ATE QUE   *
      *    SEJA 'A' OU 'B'; O ENCERRAMENTO ('E') SO E GRAVADO PELA     *
      *    ACAO 5, PARA CONTA JA LIQUIDADA PELO EDER0025               *
      ******************************************************************
       1200-PEDIR-DADOS-ALTERACAO.
           MOVE 'N' TO EDER0013-WS-STATUS-OK.
           EXIT.

       1250-PEDIR-STATUS.
           DISPLAY 'NOVO STATUS (A=ATIVA B=BLOQUEADA): '.
           ACCEPT EDER0013-WS-NOVO-STATUS.
           IF EDER0013-WS-NOVO-STATUS = 'A'
              OR EDER0013-WS-NOVO-STATUS = 'B'
               SET EDER0013-88-STATUS-OK TO TRUE
           ELSE
               IF EDER0013-WS-NOVO-STATUS = 'E'
                   DISPLAY 'EDER0013 - ENCERRAMENTO SO PELA LIQUIDACAO '
                           'DO EDER0025 E ACAO 5'
               END-IF
               DISPLAY 'EDER0013 - STATUS INVALIDO. INFORME A OU B'
           END-IF.
       1250-PEDIR-STATUS-EXIT.
           EXIT.
       1300-PEDIR-LIMITE-EXIT.
           EXIT.

      ******************************************************************
      *    PEDE A ADESAO DO TITULAR A CADA EVENTO DO FEED DE ALERTAS,  *
      *    REPETINDO A PERGUNTA ATE QUE SEJA 'S' OU 'N'                *
      ******************************************************************
       1400-PEDIR-ADESAO.
           PERFORM 1450-PEDIR-INDICADOR THRU 1450-PEDIR-INDICADOR-EXIT
               VARYING EDER0013-WS-IND FROM 1 BY 1
                 UNTIL EDER0013-WS-IND > 5.
       1400-PEDIR-ADESAO-EXIT.
           EXIT.

       1450-PEDIR-INDICADOR.
           MOVE 'N' TO EDER0013-WS-INDICADOR-OK.
           PERFORM 1460-PEDIR-UM-INDICADOR
                              THRU 1460-PEDIR-UM-INDICADOR-EXIT
               UNTIL EDER0013-88-INDICADOR-OK.
       1450-PEDIR-INDICADOR-EXIT.
           EXIT.

       1460-PEDIR-UM-INDICADOR.
           DISPLAY 'ALERTA DE '
                   EDER0013-WS-NOME-ALERTA (EDER0013-WS-IND)
                   ' (S=ADERIR N=NAO ADERIR): '.
           ACCEPT EDER0013-WS-IND-ADESAO (EDER0013-WS-IND).
           IF EDER0013-WS-IND-ADESAO (EDER0013-WS-IND) = 'S'
              OR EDER0013-WS-IND-ADESAO (EDER0013-WS-IND) = 'N'
               SET EDER0013-88-INDICADOR-OK TO TRUE
           ELSE
               DISPLAY 'EDER0013 - RESPOSTA INVALIDA. INFORME S OU N'
           END-IF.
       1460-PEDIR-UM-INDICADOR-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDER0013-WS-DATA-INFORMADA E UMA DATA VALIDA     *
      *    NO FORMATO CCYYMMDD                                         *
           EXIT.

      ******************************************************************
      *    ACAO 1: GRAVA A NOVA CONTA NO CADASTRO PELA CHAVE; O        *
      *    CADASTRO AINDA INEXISTENTE E CRIADO COM A PRIMEIRA CONTA    *
      ******************************************************************
       4000-INCLUIR-CONTA.
           OPEN I-O ARQ-CADASTRO.
           IF EDER0013-WS-FS-CADASTRO = '35'
               DISPLAY 'EDER0013 - CADASTRO INEXISTENTE. SERA CRIADO '
                       'COM A PRIMEIRA CONTA'
               OPEN OUTPUT ARQ-CADASTRO
           END-IF.
           IF EDER0013-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0013 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0013-WS-FS-CADASTRO
               SET EDER0013-88-ABORTAR TO TRUE
               GO TO 4000-INCLUIR-CONTA-EXIT
           END-IF.

           PERFORM 4300-GRAVAR-INCLUSAO THRU 4300-GRAVAR-INCLUSAO-EXIT.
           CLOSE ARQ-CADASTRO.
       4000-INCLUIR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    LE NO CADASTRO, PELA CHAVE, A CONTA DE EDER0013-WS-CONTA;   *
      *    QUEM CHAMA TRATA O FILE STATUS ('00' ACHADA, '23' AUSENTE)  *
      ******************************************************************
       4100-LER-CADASTRO.
           MOVE EDER0013-WS-CONTA TO EDERACPY-A-CONTA OF REG-CADASTRO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
           END-READ.
       4100-LER-CADASTRO-EXIT.
           EXIT.

      ******************************************************************
      *    MONTA E GRAVA O REGISTRO DA NOVA CONTA NO CADASTRO, COM     *
      *    LIMITE ZERO ATE A APROVACAO DO LIMITE INFORMADO; CHAVE JA   *
      *    EXISTENTE NAO E GRAVADA                                     *
      ******************************************************************
       4300-GRAVAR-INCLUSAO.
           MOVE SPACES TO EDERACPY-REGISTRO OF REG-CADASTRO.
           MOVE EDER0013-WS-CONTA
               TO EDERACPY-A-CONTA OF REG-CADASTRO.
           MOVE EDER0013-WS-NOME-TITULAR
               TO EDERACPY-A-NOME-TITULAR OF REG-CADASTRO.
           MOVE 'A' TO EDERACPY-A-STATUS OF REG-CADASTRO.
           MOVE EDER0013-WS-DATA-INFORMADA
               TO EDERACPY-A-DATA-ABERTURA OF REG-CADASTRO.
           MOVE ZEROS
               TO EDERACPY-A-DATA-ENCERRAMENTO OF REG-CADASTRO.
           MOVE ZEROS
               TO EDERACPY-A-LIMITE-CREDITO OF REG-CADASTRO.
           WRITE REG-CADASTRO
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE EDER0013-WS-FS-CADASTRO
               WHEN '00'
                   SET EDER0013-88-INCLUIDA TO TRUE
                   DISPLAY 'EDER0013 - CONTA ' EDER0013-WS-CONTA
                           ' INCLUIDA COM STATUS A'
               WHEN '22'
                   DISPLAY 'EDER0013 - CONTA JA CADASTRADA. '
                           'INCLUSAO NAO APLICADA'
               WHEN OTHER
                   DISPLAY 'EDER0013 - ERRO AO GRAVAR ARQ-CADASTRO: '
                           EDER0013-WS-FS-CADASTRO
                   SET EDER0013-88-ABORTAR TO TRUE
           END-EVALUATE.
       4300-GRAVAR-INCLUSAO-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA O NOVO STATUS NO REGISTRO DA CONTA; NO ENCERRAMENTO  *
      *    A DATA DO SISTEMA E GRAVADA COMO DATA DE ENCERRAMENTO E NA  *
      *    REATIVACAO ELA E ZERADA (CHAMADO PELA ACAO 6 PARA CADA      *
      *    ALTERACAO DE STATUS APROVADA)                               *
      ******************************************************************
       4400-APLICAR-ALTERACAO.
           MOVE EDER0013-WS-NOVO-STATUS
               MOVE ZEROS
                   TO EDERACPY-A-DATA-ENCERRAMENTO OF REG-CADASTRO
           END-IF.
           DISPLAY 'EDER0013 - CONTA ' EDER0013-WS-CONTA
                   ' ALTERADA PARA STATUS '
                   EDER0013-WS-NOVO-STATUS.

      ******************************************************************
      *    APLICA O NOVO LIMITE DE CREDITO AUTORIZADO NO REGISTRO DA   *
      *    CONTA (CHAMADO PELA ACAO 6 PARA CADA ALTERACAO DE LIMITE    *
      *    APROVADA)                                                   *
      ******************************************************************
       4500-APLICAR-LIMITE.
           MOVE EDER0013-WS-LIMITE-CREDITO
               TO EDERACPY-A-LIMITE-CREDITO OF REG-CADASTRO.
           DISPLAY 'EDER0013 - CONTA ' EDER0013-WS-CONTA
                   ' COM NOVO LIMITE '
                   EDER0013-WS-LIMITE-CREDITO.
       4500-APLICAR-LIMITE-EXIT.
           EXIT.

      ******************************************************************
      *    REGRAVA NO CADASTRO O REGISTRO DA CONTA LIDO PELA CHAVE E   *
      *    ALTERADO; ERRO NA REGRAVACAO DERRUBA A EXECUCAO             *
      ******************************************************************
       4600-REGRAVAR-CONTA.
           REWRITE REG-CADASTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF EDER0013-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0013 - ERRO AO REGRAVAR A CONTA '
                       EDER0013-WS-CONTA ' EM ARQ-CADASTRO: '
                       EDER0013-WS-FS-CADASTRO
               SET EDER0013-88-ABORTAR TO TRUE
           END-IF.
       4600-REGRAVAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA NO ARQUIVO DE PENDENCIAS A ALTERACAO MONTADA EM       *
      *    EDER0013-WS-PENDENCIA, COM A DATA/HORA DO SISTEMA E O       *
      *    USUARIO QUE SOLICITOU; SEM USUARIO IDENTIFICADO NAO HA      *
      *    COMO SEPARAR SOLICITANTE E APROVADOR, E A PENDENCIA NAO E   *
      *    GRAVADA                                                     *
      ******************************************************************
       5000-GRAVAR-PENDENCIA.
           ACCEPT EDER0013-WS-USUARIO FROM ENVIRONMENT 'USER'.
           IF EDER0013-WS-USUARIO = SPACES
               DISPLAY 'EDER0013 - USUARIO NAO IDENTIFICADO. '
                       'ALTERACAO NAO SOLICITADA'
               GO TO 5000-GRAVAR-PENDENCIA-EXIT
           END-IF.
           ACCEPT EDER0013-WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT EDER0013-WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-PENDENCIAS.
           IF EDER0013-WS-FS-PEND = '35'
               OPEN OUTPUT ARQ-PENDENCIAS
           END-IF.
           IF EDER0013-WS-FS-PEND NOT = '00'
               DISPLAY 'EDER0013 - ERRO AO ABRIR ARQ-PENDENCIAS: '
                       EDER0013-WS-FS-PEND
               SET EDER0013-88-ABORTAR TO TRUE
               GO TO 5000-GRAVAR-PENDENCIA-EXIT
           END-IF.

           MOVE 'P' TO EDERPCPY-P-SITUACAO OF EDER0013-WS-PENDENCIA.
           MOVE EDER0013-WS-DATA-SISTEMA
               TO EDERPCPY-P-DATA-INCLUSAO OF EDER0013-WS-PENDENCIA.
           MOVE EDER0013-WS-HORA-SISTEMA (1:6)
               TO EDERPCPY-P-HORA-INCLUSAO OF EDER0013-WS-PENDENCIA.
           MOVE EDER0013-WS-USUARIO
               TO EDERPCPY-P-USUARIO-INCLUSAO OF EDER0013-WS-PENDENCIA.
           MOVE ZEROS
               TO EDERPCPY-P-DATA-DECISAO OF EDER0013-WS-PENDENCIA.
           MOVE SPACES
               TO EDERPCPY-P-USUARIO-DECISAO OF EDER0013-WS-PENDENCIA.
           MOVE EDER0013-WS-CONTA
               TO EDERPCPY-P-CONTA OF EDER0013-WS-PENDENCIA.
           MOVE EDERPCPY-REGISTRO OF EDER0013-WS-PENDENCIA
               TO EDERPCPY-REGISTRO OF REG-PENDENCIAS.
           WRITE REG-PENDENCIAS.
           CLOSE ARQ-PENDENCIAS.
           DISPLAY 'EDER0013 - CONTA ' EDER0013-WS-CONTA
                   ' - ALTERACAO AGUARDANDO APROVACAO DO SUPERVISOR'.
       5000-GRAVAR-PENDENCIA-EXIT.
           EXIT.

      ******************************************************************
      *    ACOES 2 E 3: LE A CONTA NO CADASTRO PELA CHAVE PARA GUARDAR *
      *    O STATUS E O LIMITE ANTERIORES E GRAVA A PENDENCIA DA       *
      *    ALTERACAO; CONTA AUSENTE OU ALTERACAO SEM EFEITO NAO GERA   *
      *    PENDENCIA                                                   *
      ******************************************************************
       5100-SOLICITAR-ALTERACAO.
           OPEN INPUT ARQ-CADASTRO.
           IF EDER0013-WS-FS-CADASTRO = '35'
               DISPLAY 'EDER0013 - CADASTRO INEXISTENTE. NENHUMA '
                       'ALTERACAO SOLICITADA'
               GO TO 5100-SOLICITAR-ALTERACAO-EXIT
           END-IF.
           IF EDER0013-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0013 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0013-WS-FS-CADASTRO
               SET EDER0013-88-ABORTAR TO TRUE
               GO TO 5100-SOLICITAR-ALTERACAO-EXIT
           END-IF.

           PERFORM 4100-LER-CADASTRO THRU 4100-LER-CADASTRO-EXIT.
           EVALUATE EDER0013-WS-FS-CADASTRO
               WHEN '00'
                   SET EDER0013-88-ENCONTRADA TO TRUE
                   MOVE EDERACPY-A-STATUS OF REG-CADASTRO
                       TO EDER0013-WS-STATUS-ANTERIOR
                   MOVE EDERACPY-A-LIMITE-CREDITO OF REG-CADASTRO
                       TO EDER0013-WS-LIMITE-ANTERIOR
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EDER0013 - ERRO NA LEITURA DE '
                           'ARQ-CADASTRO: ' EDER0013-WS-FS-CADASTRO
                   CLOSE ARQ-CADASTRO
                   SET EDER0013-88-ABORTAR TO TRUE
                   GO TO 5100-SOLICITAR-ALTERACAO-EXIT
           END-EVALUATE.
           CLOSE ARQ-CADASTRO.

           IF NOT EDER0013-88-ENCONTRADA
               DISPLAY 'EDER0013 - CONTA NAO ENCONTRADA NO '
                       'CADASTRO. NENHUMA ALTERACAO SOLICITADA'
               GO TO 5100-SOLICITAR-ALTERACAO-EXIT
           END-IF.

           IF (EDER0013-WS-ACAO = 2 AND
               EDER0013-WS-NOVO-STATUS = EDER0013-WS-STATUS-ANTERIOR)
              OR (EDER0013-WS-ACAO = 3 AND
               EDER0013-WS-LIMITE-CREDITO = EDER0013-WS-LIMITE-ANTERIOR)
               DISPLAY 'EDER0013 - CONTA JA COM O VALOR INFORMADO. '
                       'NENHUMA ALTERACAO SOLICITADA'
               GO TO 5100-SOLICITAR-ALTERACAO-EXIT
           END-IF.

           MOVE SPACES
               TO EDERPCPY-REGISTRO OF EDER0013-WS-PENDENCIA.
           IF EDER0013-WS-ACAO = 2
               MOVE 'S' TO EDERPCPY-P-TIPO-PEDIDO OF
                                         EDER0013-WS-PENDENCIA
               MOVE EDER0013-WS-NOVO-STATUS
                   TO EDERPCPY-P-STATUS-NOVO OF EDER0013-WS-PENDENCIA
               MOVE EDER0013-WS-LIMITE-ANTERIOR
                   TO EDERPCPY-P-LIMITE-NOVO OF EDER0013-WS-PENDENCIA
           ELSE
               MOVE 'L' TO EDERPCPY-P-TIPO-PEDIDO OF
                                         EDER0013-WS-PENDENCIA
               MOVE EDER0013-WS-STATUS-ANTERIOR
                   TO EDERPCPY-P-STATUS-NOVO OF EDER0013-WS-PENDENCIA
               MOVE EDER0013-WS-LIMITE-CREDITO
                   TO EDERPCPY-P-LIMITE-NOVO OF EDER0013-WS-PENDENCIA
           END-IF.
           MOVE EDER0013-WS-STATUS-ANTERIOR
               TO EDERPCPY-P-STATUS-ANTERIOR OF EDER0013-WS-PENDENCIA.
           MOVE EDER0013-WS-LIMITE-ANTERIOR
               TO EDERPCPY-P-LIMITE-ANTERIOR OF EDER0013-WS-PENDENCIA.
           PERFORM 5000-GRAVAR-PENDENCIA
                              THRU 5000-GRAVAR-PENDENCIA-EXIT.
       5100-SOLICITAR-ALTERACAO-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA EM LOTE AS PROPOSTAS DE BLOQUEIO GRAVADAS PELO       *
      *    EDER0018: LE NO CADASTRO, PELA CHAVE, A CONTA DE CADA       *
      *    PROPOSTA E BLOQUEIA A CONTA ATIVA; CONTA JA BLOQUEADA,      *
      *    ENCERRADA OU AUSENTE DO CADASTRO E APENAS NOTICIADA         *
      ******************************************************************
       6000-APLICAR-PROPOSTAS.
           OPEN INPUT ARQ-PROPOSTAS.
               GO TO 6000-APLICAR-PROPOSTAS-EXIT
           END-IF.

           OPEN I-O ARQ-CADASTRO.
           IF EDER0013-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0013 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0013-WS-FS-CADASTRO
               GO TO 6000-APLICAR-PROPOSTAS-EXIT
           END-IF.

           PERFORM 6100-LER-PROPOSTA THRU 6100-LER-PROPOSTA-EXIT.
           PERFORM 6200-TRATAR-PROPOSTA
                              THRU 6200-TRATAR-PROPOSTA-EXIT
               UNTIL EDER0013-88-FIM-PROPOSTAS
                  OR EDER0013-88-ABORTAR.

           CLOSE ARQ-PROPOSTAS.
           CLOSE ARQ-CADASTRO.
           DISPLAY 'EDER0013 - PROPOSTAS APLICADAS............: '
                   EDER0013-WS-CONT-BLOQUEADAS.
           DISPLAY 'EDER0013 - PROPOSTAS IGNORADAS............: '
                   EDER0013-WS-CONT-PROP-IGNORADAS.
           DISPLAY 'EDER0013 - PROPOSTAS SEM CONTA NO CADASTRO: '
                   EDER0013-WS-CONT-PROP-SEM-CAD.
       6000-APLICAR-PROPOSTAS-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      *    TRATA UMA PROPOSTA: LE A CONTA NO CADASTRO PELA CHAVE E     *
      *    APLICA A PROPOSTA OU A NOTICIA COMO CONTA AUSENTE           *
      ******************************************************************
       6200-TRATAR-PROPOSTA.
           MOVE EDER0013-PROP-CONTA TO EDER0013-WS-CONTA.
           PERFORM 4100-LER-CADASTRO THRU 4100-LER-CADASTRO-EXIT.
           EVALUATE EDER0013-WS-FS-CADASTRO
               WHEN '00'
                   PERFORM 6300-APLICAR-PROPOSTA
                                  THRU 6300-APLICAR-PROPOSTA-EXIT
               WHEN '23'
                   PERFORM 6250-DESCARTAR-PROPOSTA
                                  THRU 6250-DESCARTAR-PROPOSTA-EXIT
               WHEN OTHER
                   DISPLAY 'EDER0013 - ERRO NA LEITURA DE '
                           'ARQ-CADASTRO: ' EDER0013-WS-FS-CADASTRO
                   SET EDER0013-88-ABORTAR TO TRUE
                   GO TO 6200-TRATAR-PROPOSTA-EXIT
           END-EVALUATE.
           PERFORM 6100-LER-PROPOSTA THRU 6100-LER-PROPOSTA-EXIT.
       6200-TRATAR-PROPOSTA-EXIT.
           EXIT.

      ******************************************************************
      *    NOTICIA A PROPOSTA DE CONTA AUSENTE DO CADASTRO             *
      ******************************************************************
       6250-DESCARTAR-PROPOSTA.
           DISPLAY 'EDER0013 - PROPOSTA PARA CONTA '
                   EDER0013-PROP-CONTA
                   ' SEM REGISTRO NO CADASTRO. IGNORADA'.
           ADD 1 TO EDER0013-WS-CONT-PROP-SEM-CAD.
       6250-DESCARTAR-PROPOSTA-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA A PROPOSTA DE BLOQUEIO NA CONTA LIDA DO CADASTRO:    *
      *    SO UMA CONTA ATIVA E BLOQUEADA E REGRAVADA; CONTA JA        *
      *    BLOQUEADA OU ENCERRADA E APENAS NOTICIADA                   *
      ******************************************************************
       6300-APLICAR-PROPOSTA.
           IF EDERACPY-A-STATUS OF REG-CADASTRO NOT = 'A'
               ADD 1 TO EDER0013-WS-CONT-PROP-IGNORADAS
               DISPLAY 'EDER0013 - CONTA ' EDER0013-PROP-CONTA
                       ' COM STATUS '
                       EDERACPY-A-STATUS OF REG-CADASTRO
                       '. PROPOSTA IGNORADA'
               GO TO 6300-APLICAR-PROPOSTA-EXIT
           END-IF.
           MOVE 'B' TO EDERACPY-A-STATUS OF REG-CADASTRO.
           PERFORM 4600-REGRAVAR-CONTA THRU 4600-REGRAVAR-CONTA-EXIT.
           IF EDER0013-88-ABORTAR
               GO TO 6300-APLICAR-PROPOSTA-EXIT
           END-IF.
           ADD 1 TO EDER0013-WS-CONT-BLOQUEADAS.
           DISPLAY 'EDER0013 - CONTA ' EDER0013-PROP-CONTA
                   ' BLOQUEADA POR PROPOSTA DE '
                   EDER0013-PROP-DATA-PROPOSTA.
       6300-APLICAR-PROPOSTA-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA EM LOTE OS ENCERRAMENTOS LIQUIDADOS PELO EDER0025:   *
      *    LE NO CADASTRO, PELA CHAVE, CADA CONTA LIQUIDADA E A        *
      *    ENCERRA COM A DATA DO SISTEMA SE O MESTRE DE SALDOS         *
      *    CONFIRMA O SALDO ZERADO; CONTA JA ENCERRADA, AUSENTE DO     *
      *    CADASTRO OU COM SALDO REMANESCENTE E APENAS NOTICIADA. SEM  *
      *    O MESTRE DE SALDOS NENHUMA CONTA E ENCERRADA                *
      ******************************************************************
       7000-APLICAR-ENCERRAMENTOS.
           OPEN INPUT ARQ-LIQUIDADAS.
           IF EDER0013-WS-FS-LIQ = '35'
               DISPLAY 'EDER0013 - SEM ARQUIVO DE ENCERRAMENTOS '
                       'LIQUIDADOS. NADA A APLICAR'
               GO TO 7000-APLICAR-ENCERRAMENTOS-EXIT
           END-IF.
           IF EDER0013-WS-FS-LIQ NOT = '00'
               DISPLAY 'EDER0013 - ERRO AO ABRIR ARQ-LIQUIDADAS: '
                       EDER0013-WS-FS-LIQ
               SET EDER0013-88-ABORTAR TO TRUE
               GO TO 7000-APLICAR-ENCERRAMENTOS-EXIT
           END-IF.

           OPEN I-O ARQ-CADASTRO.
           IF EDER0013-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0013 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0013-WS-FS-CADASTRO
               CLOSE ARQ-LIQUIDADAS
               SET EDER0013-88-ABORTAR TO TRUE
               GO TO 7000-APLICAR-ENCERRAMENTOS-EXIT
           END-IF.

           OPEN INPUT ARQ-SALDOS.
           IF EDER0013-WS-FS-SALDOS NOT = '00'
               DISPLAY 'EDER0013 - ERRO AO ABRIR ARQ-SALDOS: '
                       EDER0013-WS-FS-SALDOS
               CLOSE ARQ-LIQUIDADAS
               CLOSE ARQ-CADASTRO
               SET EDER0013-88-ABORTAR TO TRUE
               GO TO 7000-APLICAR-ENCERRAMENTOS-EXIT
           END-IF.

           ACCEPT EDER0013-WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM 7100-LER-LIQUIDADA THRU 7100-LER-LIQUIDADA-EXIT.
           PERFORM 7200-TRATAR-LIQUIDADA
                              THRU 7200-TRATAR-LIQUIDADA-EXIT
               UNTIL EDER0013-88-FIM-LIQUIDADAS
                  OR EDER0013-88-ABORTAR.

           CLOSE ARQ-LIQUIDADAS.
           CLOSE ARQ-CADASTRO.
           CLOSE ARQ-SALDOS.
           DISPLAY 'EDER0013 - CONTAS ENCERRADAS..............: '
                   EDER0013-WS-CONT-ENCERRADAS.
           DISPLAY 'EDER0013 - LIQUIDACOES IGNORADAS..........: '
                   EDER0013-WS-CONT-LIQ-IGNORADAS.
           DISPLAY 'EDER0013 - CONTAS COM SALDO REMANESCENTE..: '
                   EDER0013-WS-CONT-LIQ-COM-SALDO.
           DISPLAY 'EDER0013 - LIQUIDACOES SEM CONTA NO CAD...: '
                   EDER0013-WS-CONT-LIQ-SEM-CAD.
       7000-APLICAR-ENCERRAMENTOS-EXIT.
           EXIT.

       7100-LER-LIQUIDADA.
           READ ARQ-LIQUIDADAS
               AT END
                   SET EDER0013-88-FIM-LIQUIDADAS TO TRUE
           END-READ.
       7100-LER-LIQUIDADA-EXIT.
           EXIT.

      ******************************************************************
      *    TRATA UMA CONTA LIQUIDADA: LE A CONTA NO CADASTRO PELA      *
      *    CHAVE E A ENCERRA OU A NOTICIA COMO CONTA AUSENTE           *
      ******************************************************************
       7200-TRATAR-LIQUIDADA.
           MOVE EDER0013-LIQ-CONTA TO EDER0013-WS-CONTA.
           PERFORM 4100-LER-CADASTRO THRU 4100-LER-CADASTRO-EXIT.
           EVALUATE EDER0013-WS-FS-CADASTRO
               WHEN '00'
                   PERFORM 7300-APLICAR-ENCERRAMENTO
                                  THRU 7300-APLICAR-ENCERRAMENTO-EXIT
               WHEN '23'
                   PERFORM 7250-DESCARTAR-LIQUIDADA
                                  THRU 7250-DESCARTAR-LIQUIDADA-EXIT
               WHEN OTHER
                   DISPLAY 'EDER0013 - ERRO NA LEITURA DE '
                           'ARQ-CADASTRO: ' EDER0013-WS-FS-CADASTRO
                   SET EDER0013-88-ABORTAR TO TRUE
                   GO TO 7200-TRATAR-LIQUIDADA-EXIT
           END-EVALUATE.
           PERFORM 7100-LER-LIQUIDADA THRU 7100-LER-LIQUIDADA-EXIT.
       7200-TRATAR-LIQUIDADA-EXIT.
           EXIT.

      ******************************************************************
      *    NOTICIA A LIQUIDACAO DE CONTA AUSENTE DO CADASTRO           *
      ******************************************************************
       7250-DESCARTAR-LIQUIDADA.
           DISPLAY 'EDER0013 - LIQUIDACAO PARA CONTA '
                   EDER0013-LIQ-CONTA
                   ' SEM REGISTRO NO CADASTRO. IGNORADA'.
           ADD 1 TO EDER0013-WS-CONT-LIQ-SEM-CAD.
       7250-DESCARTAR-LIQUIDADA-EXIT.
           EXIT.

      ******************************************************************
      *    ENCERRA A CONTA LIQUIDADA LIDA DO CADASTRO, GRAVANDO A DATA *
      *    DO SISTEMA COMO DATA DE ENCERRAMENTO; CONTA JA ENCERRADA E  *
      *    APENAS NOTICIADA. A CONTA SO E ENCERRADA COM SALDO ZERO NO  *
      *    MESTRE E SEM POSTAGEM POSTERIOR A LIQUIDACAO: O ULTIMO      *
      *    LANCAMENTO PRECISA SER O DA LIQUIDACAO (NAO POSTERIOR AO    *
      *    ULTIMO ANTES DELA) OU O PAGAMENTO FINAL, DATADO NO DIA DA   *
      *    LIQUIDACAO. CONTA AUSENTE DO MESTRE NUNCA TEVE SALDO        *
      ******************************************************************
       7300-APLICAR-ENCERRAMENTO.
           IF EDERACPY-A-STATUS OF REG-CADASTRO = 'E'
               ADD 1 TO EDER0013-WS-CONT-LIQ-IGNORADAS
               DISPLAY 'EDER0013 - CONTA ' EDER0013-LIQ-CONTA
                       ' JA ENCERRADA. LIQUIDACAO IGNORADA'
               GO TO 7300-APLICAR-ENCERRAMENTO-EXIT
           END-IF.

           MOVE EDER0013-LIQ-CONTA TO EDERSCPY-S-CONTA OF REG-SALDOS.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE EDER0013-WS-FS-SALDOS
               WHEN '00'
                   IF EDERSCPY-S-SALDO-ATUAL OF REG-SALDOS NOT = 0
                      OR (EDERSCPY-S-DATA-ULT-LANCAMENTO OF REG-SALDOS
                                 > EDER0013-LIQ-DATA-ULT-LANC
                      AND EDERSCPY-S-DATA-ULT-LANCAMENTO OF REG-SALDOS
                                 NOT = EDER0013-LIQ-DATA-LIQUIDACAO)
                       ADD 1 TO EDER0013-WS-CONT-LIQ-COM-SALDO
                       DISPLAY 'EDER0013 - CONTA ' EDER0013-LIQ-CONTA
                               ' COM SALDO REMANESCENTE OU POSTAGEM '
                               'APOS A LIQUIDACAO. NAO ENCERRADA'
                       GO TO 7300-APLICAR-ENCERRAMENTO-EXIT
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EDER0013 - ERRO NA LEITURA DE ARQ-SALDOS: '
                           EDER0013-WS-FS-SALDOS
                   SET EDER0013-88-ABORTAR TO TRUE
                   GO TO 7300-APLICAR-ENCERRAMENTO-EXIT
           END-EVALUATE.

           MOVE 'E' TO EDERACPY-A-STATUS OF REG-CADASTRO.
           MOVE EDER0013-WS-DATA-SISTEMA
               TO EDERACPY-A-DATA-ENCERRAMENTO OF REG-CADASTRO.
           PERFORM 4600-REGRAVAR-CONTA THRU 4600-REGRAVAR-CONTA-EXIT.
           IF EDER0013-88-ABORTAR
               GO TO 7300-APLICAR-ENCERRAMENTO-EXIT
           END-IF.
           ADD 1 TO EDER0013-WS-CONT-ENCERRADAS.
           DISPLAY 'EDER0013 - CONTA ' EDER0013-LIQ-CONTA
                   ' ENCERRADA POR LIQUIDACAO DE '
                   EDER0013-LIQ-DATA-LIQUIDACAO.
       7300-APLICAR-ENCERRAMENTO-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA AS ALTERACOES DE CADASTRO APROVADAS NO EDER0028:     *
      *    CLASSIFICA AS PENDENCIAS APROVADAS POR CONTA E ORDEM DE     *
      *    SOLICITACAO E APLICA CADA UMA NA CONTA LIDA PELA CHAVE, NA  *
      *    ORDEM EM QUE FOI SOLICITADA. CABE A JCL ELIMINAR O ARQUIVO  *
      *    DE APROVADAS DEPOIS DO TERMINO NORMAL                       *
      ******************************************************************
       8000-APLICAR-APROVADAS.
           SORT ARQ-ORDENADO
               ON ASCENDING KEY EDERPCPY-P-CONTA OF REG-ORDENADO
                                EDERPCPY-P-DATA-INCLUSAO OF REG-ORDENADO
                                EDERPCPY-P-HORA-INCLUSAO OF REG-ORDENADO
               INPUT PROCEDURE  8100-SELECIONAR-APROVADAS
                            THRU 8100-SELECIONAR-APROVADAS-EXIT
               OUTPUT PROCEDURE 8200-APLICAR-CLASSIFICADAS
                            THRU 8200-APLICAR-CLASSIFICADAS-EXIT.
       8000-APLICAR-APROVADAS-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A CLASSIFICACAO AS ALTERACOES DE STATUS E DE    *
      *    LIMITE APROVADAS; SEM ARQUIVO DE APROVADAS NADA E LIBERADO  *
      ******************************************************************
       8100-SELECIONAR-APROVADAS.
           OPEN INPUT ARQ-APROVADAS.
           IF EDER0013-WS-FS-APROV = '35'
               GO TO 8100-SELECIONAR-APROVADAS-EXIT
           END-IF.
           IF EDER0013-WS-FS-APROV NOT = '00'
               DISPLAY 'EDER0013 - ERRO AO ABRIR ARQ-APROVADAS: '
                       EDER0013-WS-FS-APROV
               SET EDER0013-88-ABORTAR TO TRUE
               GO TO 8100-SELECIONAR-APROVADAS-EXIT
           END-IF.

           PERFORM 8110-LER-APROVADA THRU 8110-LER-APROVADA-EXIT.
           PERFORM 8120-LIBERAR-APROVADA
                              THRU 8120-LIBERAR-APROVADA-EXIT
               UNTIL EDER0013-88-FIM-APROVADAS.
           CLOSE ARQ-APROVADAS.
       8100-SELECIONAR-APROVADAS-EXIT.
           EXIT.

       8110-LER-APROVADA.
           READ ARQ-APROVADAS
               AT END
                   SET EDER0013-88-FIM-APROVADAS TO TRUE
           END-READ.
       8110-LER-APROVADA-EXIT.
           EXIT.

       8120-LIBERAR-APROVADA.
           IF EDERPCPY-P-SITUACAO OF REG-APROVADAS = 'A'
              AND (EDERPCPY-P-TIPO-PEDIDO OF REG-APROVADAS = 'S'
                OR EDERPCPY-P-TIPO-PEDIDO OF REG-APROVADAS = 'L')
               MOVE EDERPCPY-REGISTRO OF REG-APROVADAS
                   TO EDERPCPY-REGISTRO OF REG-ORDENADO
               RELEASE REG-ORDENADO
           END-IF.
           PERFORM 8110-LER-APROVADA THRU 8110-LER-APROVADA-EXIT.
       8120-LIBERAR-APROVADA-EXIT.
           EXIT.

      ******************************************************************
      *    LE AS APROVADAS JA CLASSIFICADAS POR CONTA E AS APLICA NO   *
      *    CADASTRO                                                    *
      ******************************************************************
       8200-APLICAR-CLASSIFICADAS.
           IF EDER0013-88-ABORTAR
               GO TO 8200-APLICAR-CLASSIFICADAS-EXIT
           END-IF.
           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0013-88-FIM-ORDENADO TO TRUE
           END-RETURN.
           IF EDER0013-88-FIM-ORDENADO
               DISPLAY 'EDER0013 - NENHUMA ALTERACAO APROVADA. NADA A '
                       'APLICAR'
               GO TO 8200-APLICAR-CLASSIFICADAS-EXIT
           END-IF.

           OPEN I-O ARQ-CADASTRO.
           IF EDER0013-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0013 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0013-WS-FS-CADASTRO
               SET EDER0013-88-ABORTAR TO TRUE
               GO TO 8200-APLICAR-CLASSIFICADAS-EXIT
           END-IF.

           PERFORM 8300-TRATAR-APROVADA
                              THRU 8300-TRATAR-APROVADA-EXIT
               UNTIL EDER0013-88-FIM-ORDENADO
                  OR EDER0013-88-ABORTAR.

           CLOSE ARQ-CADASTRO.
           DISPLAY 'EDER0013 - APROVADAS APLICADAS............: '
                   EDER0013-WS-CONT-APROV-APLICADAS.
           DISPLAY 'EDER0013 - APROVADAS IGNORADAS............: '
                   EDER0013-WS-CONT-APROV-IGNORADAS.
           DISPLAY 'EDER0013 - APROVADAS SEM CONTA NO CADASTRO: '
                   EDER0013-WS-CONT-APROV-SEM-CAD.
       8200-APLICAR-CLASSIFICADAS-EXIT.
           EXIT.

      ******************************************************************
      *    TRATA UMA APROVADA: LE A CONTA NO CADASTRO PELA CHAVE E     *
      *    APLICA A ALTERACAO OU A NOTICIA COMO CONTA AUSENTE; AS      *
      *    APROVADAS DE UMA MESMA CONTA CHEGAM NA ORDEM DE SOLICITACAO *
      *    E CADA UMA RELE A CONTA JA REGRAVADA PELA ANTERIOR          *
      ******************************************************************
       8300-TRATAR-APROVADA.
           MOVE EDERPCPY-P-CONTA OF REG-ORDENADO TO EDER0013-WS-CONTA.
           PERFORM 4100-LER-CADASTRO THRU 4100-LER-CADASTRO-EXIT.
           EVALUATE EDER0013-WS-FS-CADASTRO
               WHEN '00'
                   PERFORM 8400-APLICAR-APROVADA
                                  THRU 8400-APLICAR-APROVADA-EXIT
               WHEN '23'
                   PERFORM 8350-DESCARTAR-APROVADA
                                  THRU 8350-DESCARTAR-APROVADA-EXIT
               WHEN OTHER
                   DISPLAY 'EDER0013 - ERRO NA LEITURA DE '
                           'ARQ-CADASTRO: ' EDER0013-WS-FS-CADASTRO
                   SET EDER0013-88-ABORTAR TO TRUE
                   GO TO 8300-TRATAR-APROVADA-EXIT
           END-EVALUATE.
           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0013-88-FIM-ORDENADO TO TRUE
           END-RETURN.
       8300-TRATAR-APROVADA-EXIT.
           EXIT.

      ******************************************************************
      *    NOTICIA A APROVADA DE CONTA AUSENTE DO CADASTRO             *
      ******************************************************************
       8350-DESCARTAR-APROVADA.
           DISPLAY 'EDER0013 - APROVADA PARA CONTA '
                   EDERPCPY-P-CONTA OF REG-ORDENADO
                   ' SEM REGISTRO NO CADASTRO. IGNORADA'.
           ADD 1 TO EDER0013-WS-CONT-APROV-SEM-CAD.
       8350-DESCARTAR-APROVADA-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA A ALTERACAO APROVADA NA CONTA LIDA DO CADASTRO E A   *
      *    REGRAVA, DESDE QUE O STATUS OU O LIMITE ATUAL AINDA SEJA O  *
      *    GRAVADO NA SOLICITACAO; SE A CONTA MUDOU DESDE ENTAO (OU A  *
      *    MESMA APROVADA JA FOI APLICADA), E APENAS NOTICIADA         *
      ******************************************************************
       8400-APLICAR-APROVADA.
           IF EDERPCPY-P-TIPO-PEDIDO OF REG-ORDENADO = 'S'
               IF EDERACPY-A-STATUS OF REG-CADASTRO =
                  EDERPCPY-P-STATUS-ANTERIOR OF REG-ORDENADO
                   MOVE EDERPCPY-P-STATUS-NOVO OF REG-ORDENADO
                       TO EDER0013-WS-NOVO-STATUS
                   PERFORM 4400-APLICAR-ALTERACAO
                                  THRU 4400-APLICAR-ALTERACAO-EXIT
                   PERFORM 4600-REGRAVAR-CONTA
                                  THRU 4600-REGRAVAR-CONTA-EXIT
                   ADD 1 TO EDER0013-WS-CONT-APROV-APLICADAS
               ELSE
                   ADD 1 TO EDER0013-WS-CONT-APROV-IGNORADAS
                   DISPLAY 'EDER0013 - CONTA ' EDER0013-WS-CONTA
                           ' COM STATUS '
                           EDERACPY-A-STATUS OF REG-CADASTRO
                           ' DIFERENTE DO SOLICITADO. IGNORADA'
               END-IF
           ELSE
               IF EDERACPY-A-LIMITE-CREDITO OF REG-CADASTRO =
                  EDERPCPY-P-LIMITE-ANTERIOR OF REG-ORDENADO
                   MOVE EDERPCPY-P-LIMITE-NOVO OF REG-ORDENADO
                       TO EDER0013-WS-LIMITE-CREDITO
                   PERFORM 4500-APLICAR-LIMITE
                                  THRU 4500-APLICAR-LIMITE-EXIT
                   PERFORM 4600-REGRAVAR-CONTA
                                  THRU 4600-REGRAVAR-CONTA-EXIT
                   ADD 1 TO EDER0013-WS-CONT-APROV-APLICADAS
               ELSE
                   ADD 1 TO EDER0013-WS-CONT-APROV-IGNORADAS
                   DISPLAY 'EDER0013 - CONTA ' EDER0013-WS-CONTA
                           ' COM LIMITE DIFERENTE DO SOLICITADO. '
                           'IGNORADA'
               END-IF
           END-IF.
       8400-APLICAR-APROVADA-EXIT.
           EXIT.

      ******************************************************************
      *    ACAO 7: LE A CONTA INFORMADA NO CADASTRO PELA CHAVE E       *
      *    REGRAVA A ADESAO AOS ALERTAS; CONTA AUSENTE OU ENCERRADA E  *
      *    APENAS NOTICIADA                                            *
      ******************************************************************
       9000-ALTERAR-ADESAO.
           OPEN I-O ARQ-CADASTRO.
           IF EDER0013-WS-FS-CADASTRO = '35'
               DISPLAY 'EDER0013 - CADASTRO INEXISTENTE. NENHUMA '
                       'ADESAO ALTERADA'
               GO TO 9000-ALTERAR-ADESAO-EXIT
           END-IF.
           IF EDER0013-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0013 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0013-WS-FS-CADASTRO
               SET EDER0013-88-ABORTAR TO TRUE
               GO TO 9000-ALTERAR-ADESAO-EXIT
           END-IF.

           PERFORM 4100-LER-CADASTRO THRU 4100-LER-CADASTRO-EXIT.
           EVALUATE EDER0013-WS-FS-CADASTRO
               WHEN '00'
                   PERFORM 9100-GRAVAR-ADESAO
                                  THRU 9100-GRAVAR-ADESAO-EXIT
               WHEN '23'
                   DISPLAY 'EDER0013 - CONTA NAO ENCONTRADA NO '
                           'CADASTRO. NENHUMA ADESAO ALTERADA'
               WHEN OTHER
                   DISPLAY 'EDER0013 - ERRO NA LEITURA DE '
                           'ARQ-CADASTRO: ' EDER0013-WS-FS-CADASTRO
                   SET EDER0013-88-ABORTAR TO TRUE
           END-EVALUATE.
           CLOSE ARQ-CADASTRO.
       9000-ALTERAR-ADESAO-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA A ADESAO INFORMADA NA CONTA LIDA DO CADASTRO E A      *
      *    REGRAVA; CONTA ENCERRADA NAO TEM A ADESAO ALTERADA          *
      ******************************************************************
       9100-GRAVAR-ADESAO.
           IF EDERACPY-A-STATUS OF REG-CADASTRO = 'E'
               DISPLAY 'EDER0013 - CONTA ' EDER0013-WS-CONTA
                       ' ENCERRADA. ADESAO NAO ALTERADA'
               GO TO 9100-GRAVAR-ADESAO-EXIT
           END-IF.
           MOVE EDER0013-WS-ADESAO
               TO EDERACPY-A-ADESAO-ALERTAS OF REG-CADASTRO.
           PERFORM 4600-REGRAVAR-CONTA THRU 4600-REGRAVAR-CONTA-EXIT.
           IF EDER0013-88-ABORTAR
               GO TO 9100-GRAVAR-ADESAO-EXIT
           END-IF.
           DISPLAY 'EDER0013 - CONTA ' EDER0013-WS-CONTA
                   ' COM ADESAO AOS ALERTAS '
                   EDER0013-WS-ADESAO.
       9100-GRAVAR-ADESAO-EXIT.
           EXIT.
