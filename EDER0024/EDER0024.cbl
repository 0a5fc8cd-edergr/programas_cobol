      ******************************************************************
      *    NOME PROG..:  EDER0024                                      *
      *    DESCRICAO..:  ESTORNO CONTROLADO DE MOVIMENTACOES JA        *
      *                  POSTADAS NO MESTRE DE SALDOS                  *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      ******************************************************************
      *                                                                *
      *    RECEBE OS PEDIDOS DE ESTORNO DO DIA (CONTA, DATA, TIPO E    *
      *    VALOR DA MOVIMENTACAO ORIGINAL E O MOTIVO DO ESTORNO) E     *
      *    TAMBEM, QUANDO PRESENTE, O ARQUIVO DE MOVIMENTACOES         *
      *    REJEITADAS PELO BANCO GRAVADO PELO EDER0009 (MOVTOREJ),     *
      *    CUJOS DETALHES VIRAM PEDIDOS DE ESTORNO AUTOMATICOS PARA    *
      *    QUE O VALOR RECUSADO NAO FIQUE NO SALDO DO TITULAR. CADA    *
      *    PEDIDO E CONFERIDO CONTRA O QUE FOI DE FATO POSTADO, EM     *
      *    QUALQUER CICLO: O HISTORICO DE SALDOS DE FECHAMENTO         *
      *    (EDERHCPY, GRAVADO PELO EDER0008) PRECISA TER, NA CONTA E   *
      *    NA DATA DA MOVIMENTACAO, UM TOTAL POSTADO DO MESMO TIPO QUE *
      *    COMPORTE O VALOR, DEDUZIDOS OS ESTORNOS JA FEITOS NA MESMA  *
      *    CONTA, DATA E TIPO E OS ACEITOS ANTES NO MESMO LOTE; E A    *
      *    CONTA PRECISA ESTAR NO MESTRE DE SALDOS (EDERSCPY) COM O    *
      *    ULTIMO LANCAMENTO NA DATA DA MOVIMENTACAO OU DEPOIS DELA E  *
      *    ESTAR ATIVA NO CADASTRO DE CONTAS (EDERACPY), JA QUE O      *
      *    EDER0002 RECUSA MOVIMENTACAO DE CONTA NAO ATIVA. O          *
      *    REGISTRO PERSISTENTE DE ESTORNOS (CLASSIFICADO POR CONTA,   *
      *    DATA, TIPO E VALOR DA ORIGINAL) IMPEDE QUE A MESMA          *
      *    MOVIMENTACAO SEJA ESTORNADA DUAS VEZES, EM CICLOS           *
      *    DIFERENTES OU NO MESMO LOTE. O PEDIDO ACEITO GERA A         *
      *    MOVIMENTACAO COMPENSATORIA (TIPO INVERTIDO, MESMO VALOR,    *
      *    DATADA NO CICLO DO ESTORNO) NUM ARQUIVO EDERWCPY COMPLETO   *
      *    (HEADER, DETALHES E TRAILER RECALCULADO), QUE ENTRA NO      *
      *    CICLO SEGUINTE COMO QUALQUER OUTRO ARQUIVO DE MOVIMENTACAO, *
      *    E UMA ENTRADA NA NOVA GERACAO DO REGISTRO; O PEDIDO         *
      *    RECUSADO SAI NO RELATORIO COM O MOTIVO DA RECUSA. O         *
      *    TRAILER DO MOVTOREJ E CONFERIDO COMO NOS DEMAIS PROGRAMAS   *
      *    DA CADEIA. OS CODIGOS 0901 E 0902 SAO CONFERIDOS NO MESTRE  *
      *    DE CODIGOS (EDERTCPY) NO INICIO DA EXECUCAO, COM OS         *
      *    CRITERIOS DO EDER0002: SE QUALQUER DELES ESTA AUSENTE,      *
      *    INATIVO OU COM SENTIDO INCOMPATIVEL COM A COMPENSATORIA     *
      *    (CREDITO PARA 0901, DEBITO PARA 0902), A EXECUCAO E         *
      *    ABORTADA ANTES DE GRAVAR QUALQUER SAIDA, PARA QUE O         *
      *    REGISTRO NUNCA DE COMO ESTORNADA UMA MOVIMENTACAO CUJA      *
      *    COMPENSATORIA O EDER0002 RECUSARIA.                         *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       MESTRE DE SALDOS PASSOU A SER        *
      *                           ARQUIVO INDEXADO POR CONTA, LIDO POR *
      *                           INTEIRO EM ACESSO SEQUENCIAL         *
      *    15/10/2026   EGR       A CONFERENCIA DO POSTADO PASSOU A    *
      *                           SER FEITA NO HISTORICO DE SALDOS     *
      *                           (EDERHCPY) EM VEZ DO MOVTO DO        *
      *                           CICLO, PARA ESTORNAR MOVIMENTACAO    *
      *                           POSTADA EM QUALQUER CICLO ANTERIOR,  *
      *                           INCLUSIVE AS REJEITADAS PELO BANCO   *
      *    15/10/2026   EGR       CONFERENCIA DOS CODIGOS 0901 E 0902  *
      *                           NO MESTRE DE CODIGOS E RECUSA DO     *
      *                           PEDIDO DE CONTA AUSENTE OU NAO ATIVA *
      *                           NO CADASTRO DE CONTAS                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0024.
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
      *    PEDIDOS DE ESTORNO DIGITADOS PELA RETAGUARDA (SO REGISTROS
      *    DE DETALHE, SEM HEADER NEM TRAILER). AUSENTE NO CICLO, SO
      *    O MOVTOREJ E TRATADO.
           SELECT ARQ-PEDIDOS     ASSIGN TO 'ESTPEDID'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0024-WS-FS-PEDIDOS.

      *    MOVIMENTACOES REJEITADAS PELO BANCO NO RETORNO CNAB,
      *    GRAVADAS PELO EDER0009 NO LAYOUT EDERWCPY.
           SELECT ARQ-REJEITADOS  ASSIGN TO 'MOVTOREJ'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0024-WS-FS-REJ.

           SELECT ARQ-ORDENADO    ASSIGN TO 'SORTWK1'.

      *    HISTORICO DE SALDOS DE FECHAMENTO (EDERHCPY), CLASSIFICADO
      *    POR CONTA E DATA, COM OS TOTAIS POSTADOS EM CADA DATA.
           SELECT ARQ-HISTORICO   ASSIGN TO 'HISTSALDO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0024-WS-FS-HIST.

      *    MESTRE DE SALDOS INDEXADO POR CONTA, LIDO POR INTEIRO EM
      *    ORDEM DE CONTA.
           SELECT ARQ-SALDOS      ASSIGN TO 'SALDOS'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                  FILE STATUS IS
                                             EDER0024-WS-FS-SALDOS.

      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO PELA CHAVE DE
      *    CADA CONTA DOS PEDIDOS.
           SELECT ARQ-CADASTRO    ASSIGN TO 'CADCONTA'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                  FILE STATUS IS
                                             EDER0024-WS-FS-CADASTRO.

      *    MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY), CLASSIFICADO POR
      *    CODIGO.
           SELECT ARQ-CODIGOS     ASSIGN TO 'CODTRANS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0024-WS-FS-CODIGOS.

      *    REGISTRO PERSISTENTE DOS ESTORNOS JA GERADOS. AUSENTE NO
      *    PRIMEIRO CICLO, E TRATADO COMO VAZIO.
           SELECT ARQ-REGISTRO    ASSIGN TO 'REGESTORNO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0024-WS-FS-REG.

      *    NOVA GERACAO DO REGISTRO, COM OS ESTORNOS DE HOJE
      *    ACRESCENTADOS; A JCL A PROMOVE PARA O PROXIMO CICLO.
           SELECT ARQ-REGISTRO-NOVO ASSIGN TO 'REGESTNOVO'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0024-WS-FS-REGNOVO.

           SELECT ARQ-ESTORNOS    ASSIGN TO 'ESTORNOS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0024-WS-FS-ESTORNOS.

           SELECT ARQ-RELATORIO   ASSIGN TO 'ESTREL'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0024-WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PEDIDOS.
           05  EDER0024-PD-CONTA                  PIC 9(10).
           05  EDER0024-PD-DATA-MOVTO             PIC 9(08).
           05  EDER0024-PD-TIPO                   PIC X(01).
           05  EDER0024-PD-VALOR                  PIC 9(13)V99.
           05  EDER0024-PD-MOTIVO                 PIC X(40).
           05  FILLER                             PIC X(06).

       FD  ARQ-REJEITADOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REJEITADOS.
           COPY EDERWCPY.

      *    PEDIDO DE ESTORNO NORMALIZADO, QUALQUER QUE SEJA A ORIGEM:
      *    'P' = PEDIDO DA RETAGUARDA, 'B' = REJEICAO DO BANCO.
       SD  ARQ-ORDENADO.
       01  REG-ORDENADO.
           05  EDER0024-SR-CONTA                  PIC 9(10).
           05  EDER0024-SR-DATA-MOVTO             PIC 9(08).
           05  EDER0024-SR-TIPO                   PIC X(01).
           05  EDER0024-SR-VALOR                  PIC 9(13)V99.
           05  EDER0024-SR-ORIGEM                 PIC X(01).
           05  EDER0024-SR-MOTIVO                 PIC X(40).

       FD  ARQ-HISTORICO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-HISTORICO.
           COPY EDERHCPY.

       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.

       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

       FD  ARQ-CODIGOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS.
           COPY EDERTCPY.

       FD  ARQ-REGISTRO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REGISTRO.
           05  EDER0024-RG-CONTA                  PIC 9(10).
           05  EDER0024-RG-DATA-MOVTO             PIC 9(08).
           05  EDER0024-RG-TIPO                   PIC X(01).
           05  EDER0024-RG-VALOR                  PIC 9(13)V99.
           05  EDER0024-RG-DATA-ESTORNO           PIC 9(08).
           05  EDER0024-RG-ORIGEM                 PIC X(01).
           05  EDER0024-RG-MOTIVO                 PIC X(40).
           05  FILLER                             PIC X(07).

       FD  ARQ-REGISTRO-NOVO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-REGISTRO-NOVO.
           05  EDER0024-RN-CONTA                  PIC 9(10).
           05  EDER0024-RN-DATA-MOVTO             PIC 9(08).
           05  EDER0024-RN-TIPO                   PIC X(01).
           05  EDER0024-RN-VALOR                  PIC 9(13)V99.
           05  EDER0024-RN-DATA-ESTORNO           PIC 9(08).
           05  EDER0024-RN-ORIGEM                 PIC X(01).
           05  EDER0024-RN-MOTIVO                 PIC X(40).
           05  FILLER                             PIC X(07).

       FD  ARQ-ESTORNOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-ESTORNOS.
           COPY EDERWCPY.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                          PIC X(132).

       WORKING-STORAGE SECTION.
       77  EDER0024-WS-FS-PEDIDOS             PIC X(02) VALUE SPACES.
       77  EDER0024-WS-FS-REJ                 PIC X(02) VALUE SPACES.
       77  EDER0024-WS-FS-HIST                PIC X(02) VALUE SPACES.
       77  EDER0024-WS-FS-SALDOS              PIC X(02) VALUE SPACES.
       77  EDER0024-WS-FS-CADASTRO            PIC X(02) VALUE SPACES.
       77  EDER0024-WS-FS-CODIGOS             PIC X(02) VALUE SPACES.
       77  EDER0024-WS-FS-REG                 PIC X(02) VALUE SPACES.
       77  EDER0024-WS-FS-REGNOVO             PIC X(02) VALUE SPACES.
       77  EDER0024-WS-FS-ESTORNOS            PIC X(02) VALUE SPACES.
       77  EDER0024-WS-FS-RELAT               PIC X(02) VALUE SPACES.
       77  EDER0024-WS-FIM-PEDIDOS            PIC X(01) VALUE 'N'.
           88  EDER0024-88-FIM-PEDIDOS                  VALUE 'S'.
       77  EDER0024-WS-FIM-REJEITADOS         PIC X(01) VALUE 'N'.
           88  EDER0024-88-FIM-REJEITADOS               VALUE 'S'.
       77  EDER0024-WS-FIM-ORDENADO           PIC X(01) VALUE 'N'.
           88  EDER0024-88-FIM-ORDENADO                 VALUE 'S'.
       77  EDER0024-WS-FIM-HISTORICO          PIC X(01) VALUE 'N'.
           88  EDER0024-88-FIM-HISTORICO                VALUE 'S'.
       77  EDER0024-WS-FIM-SOMA-REG           PIC X(01) VALUE 'N'.
           88  EDER0024-88-FIM-SOMA-REG                 VALUE 'S'.
       77  EDER0024-WS-FIM-SALDOS             PIC X(01) VALUE 'N'.
           88  EDER0024-88-FIM-SALDOS                   VALUE 'S'.
       77  EDER0024-WS-FIM-CODIGOS            PIC X(01) VALUE 'N'.
           88  EDER0024-88-FIM-CODIGOS                  VALUE 'S'.
       77  EDER0024-WS-FIM-REGISTRO           PIC X(01) VALUE 'N'.
           88  EDER0024-88-FIM-REGISTRO                 VALUE 'S'.
       77  EDER0024-WS-REGISTRO-ABERTO        PIC X(01) VALUE 'N'.
           88  EDER0024-88-REGISTRO-ABERTO              VALUE 'S'.
       77  EDER0024-WS-REJ-PENDENTE           PIC X(01) VALUE 'N'.
           88  EDER0024-88-REJ-PENDENTE                 VALUE 'S'.
       77  EDER0024-WS-TEM-ANTERIOR           PIC X(01) VALUE 'N'.
           88  EDER0024-88-TEM-ANTERIOR                 VALUE 'S'.
       77  EDER0024-WS-TRAILER-OK             PIC X(01) VALUE 'S'.
           88  EDER0024-88-TRAILER-OK                   VALUE 'S'.
       77  EDER0024-WS-ABORTAR                PIC X(01) VALUE 'N'.
           88  EDER0024-88-ABORTAR                      VALUE 'S'.

       77  EDER0024-WS-DATA-PROCESSAMENTO     PIC 9(08) VALUE ZEROS.
       77  EDER0024-WS-IND                    PIC 9(05) VALUE ZEROS
                                               COMP.
       77  EDER0024-WS-CONT-PEDIDOS           PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0024-WS-CONT-REJ-LIDOS         PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0024-WS-SOMA-REJ-LIDOS         PIC 9(15)V99 VALUE
                                                   ZEROS COMP-3.
       77  EDER0024-WS-CONT-HIST-LIDOS        PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0024-WS-CONT-ESTORNADOS        PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0024-WS-SOMA-ESTORNADOS        PIC 9(15)V99 VALUE
                                                   ZEROS COMP-3.
       77  EDER0024-WS-CONT-RECUSADOS         PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0024-WS-CONT-REG-LIDOS         PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0024-WS-CONT-REG-GRAVADOS      PIC 9(07) VALUE ZEROS
                                               COMP.
       77  EDER0024-WS-MOTIVO-RECUSA          PIC X(60) VALUE SPACES.

      *    VALOR AINDA ESTORNAVEL NA CONTA, DATA E TIPO DO PEDIDO EM
      *    EXAME E O QUE JA FOI ACEITO NO LOTE PARA A MESMA CONTA,
      *    DATA E TIPO.
       77  EDER0024-WS-DISPONIVEL             PIC S9(15)V99 VALUE
                                                   ZEROS COMP-3.
       77  EDER0024-WS-CONSUMIDO-LOTE         PIC 9(15)V99 VALUE
                                                   ZEROS COMP-3.

      *    CODIGOS DE TRANSACAO RESERVADOS AOS ESTORNOS NO MESTRE DE
      *    CODIGOS (EDERTCPY): O ESTORNO DE UM DEBITO E UM CREDITO E
      *    O ESTORNO DE UM CREDITO E UM DEBITO.
       77  EDER0024-WS-COD-ESTORNO-DEBITO     PIC 9(04) VALUE 0901.
       77  EDER0024-WS-COD-ESTORNO-CREDITO    PIC 9(04) VALUE 0902.

      *    MESTRE DE CODIGOS DE TRANSACAO EM MEMORIA, NA ORDEM DO
      *    ARQUIVO (CLASSIFICADO POR CODIGO).
       01  EDER0024-WS-TABELA-CODIGOS.
           05  EDER0024-WS-QTD-CODIGOS        PIC 9(05) VALUE ZEROS
                                               COMP.
           05  EDER0024-WS-ENTRADA-CODIGO OCCURS 1 TO 9999 TIMES
                       DEPENDING ON EDER0024-WS-QTD-CODIGOS
                       ASCENDING KEY IS EDER0024-WS-TCD-CODIGO
                       INDEXED BY EDER0024-WS-IDX-COD.
               10  EDER0024-WS-TCD-CODIGO     PIC 9(04).
               10  EDER0024-WS-TCD-SENTIDO    PIC X(01).
               10  EDER0024-WS-TCD-STATUS     PIC X(01).

      *    CHAVES DE COMPARACAO (CONTA, DATA, TIPO E VALOR DA
      *    MOVIMENTACAO ORIGINAL) DO PEDIDO EM EXAME E DA ENTRADA
      *    CORRENTE DO REGISTRO PERSISTENTE, PARA A INTERCALACAO DOS
      *    DOIS FLUXOS, COMO NO REGISTRO DE MOVIMENTACOES DO EDER0010.
       01  EDER0024-WS-CHAVE-PEDIDO.
           05  EDER0024-WS-CP-CONTA           PIC 9(10) VALUE ZEROS.
           05  EDER0024-WS-CP-DATA            PIC 9(08) VALUE ZEROS.
           05  EDER0024-WS-CP-TIPO            PIC X(01) VALUE SPACES.
           05  EDER0024-WS-CP-VALOR           PIC 9(13)V99
                                                   VALUE ZEROS.
       01  EDER0024-WS-CHAVE-REGISTRO.
           05  EDER0024-WS-CR-CONTA           PIC 9(10) VALUE ZEROS.
           05  EDER0024-WS-CR-DATA            PIC 9(08) VALUE ZEROS.
           05  EDER0024-WS-CR-TIPO            PIC X(01) VALUE SPACES.
           05  EDER0024-WS-CR-VALOR           PIC 9(13)V99
                                                   VALUE ZEROS.

      *    CHAVES DE CONTA E DATA DO PEDIDO EM EXAME E DO REGISTRO
      *    CORRENTE DO HISTORICO DE SALDOS.
       01  EDER0024-WS-DATA-PEDIDO.
           05  EDER0024-WS-DP-CONTA           PIC 9(10) VALUE ZEROS.
           05  EDER0024-WS-DP-DATA            PIC 9(08) VALUE ZEROS.
       01  EDER0024-WS-DATA-HISTORICO.
           05  EDER0024-WS-DH-CONTA           PIC 9(10) VALUE ZEROS.
           05  EDER0024-WS-DH-DATA            PIC 9(08) VALUE ZEROS.

      *    GRUPOS DE CONTA, DATA E TIPO: DO PEDIDO EM EXAME, DO PEDIDO
      *    ANTERIOR NA SOMA DO REGISTRO, DA ENTRADA CORRENTE DO
      *    REGISTRO NA SOMA E DO LOTE NA GERACAO DOS ESTORNOS.
       01  EDER0024-WS-GRUPO-PEDIDO.
           05  EDER0024-WS-GP-CONTA           PIC 9(10) VALUE ZEROS.
           05  EDER0024-WS-GP-DATA            PIC 9(08) VALUE ZEROS.
           05  EDER0024-WS-GP-TIPO            PIC X(01) VALUE SPACES.
       01  EDER0024-WS-GRUPO-ANTERIOR         PIC X(19) VALUE SPACES.
       01  EDER0024-WS-GRUPO-REGISTRO.
           05  EDER0024-WS-GR-CONTA           PIC 9(10) VALUE ZEROS.
           05  EDER0024-WS-GR-DATA            PIC 9(08) VALUE ZEROS.
           05  EDER0024-WS-GR-TIPO            PIC X(01) VALUE SPACES.
       01  EDER0024-WS-GRUPO-LOTE             PIC X(19) VALUE SPACES.

      *    CHAVE DO ULTIMO PEDIDO ACEITO NA TABELA, PARA RECUSAR O
      *    PEDIDO REPETIDO DENTRO DO MESMO LOTE.
       01  EDER0024-WS-CHAVE-ANTERIOR.
           05  EDER0024-WS-ANT-CONTA          PIC 9(10) VALUE ZEROS.
           05  EDER0024-WS-ANT-DATA           PIC 9(08) VALUE ZEROS.
           05  EDER0024-WS-ANT-TIPO           PIC X(01) VALUE SPACES.
           05  EDER0024-WS-ANT-VALOR          PIC 9(13)V99
                                                   VALUE ZEROS.

      *    GUARDA O REGISTRO LIDO NA VOLTA ANTERIOR DO MOVTOREJ, JA
      *    QUE SO SE SABE QUE O ULTIMO REGISTRO FISICO E O TRAILER (E
      *    NAO UM DETALHE) QUANDO A LEITURA SEGUINTE ENCONTRA O FIM DO
      *    ARQUIVO.
       01  EDER0024-WS-REJ-ANTERIOR.
           COPY EDERWCPY.

      *    PEDIDOS DO LOTE, CLASSIFICADOS PELA CHAVE DA MOVIMENTACAO
      *    ORIGINAL, CARREGADOS NA SAIDA DA ORDENACAO. TP-POSTADO E
      *    TP-TOTAL-POSTADO (TOTAL DO TIPO POSTADO NA CONTA E DATA) VEM
      *    DO HISTORICO DE SALDOS, TP-TOTAL-ESTORNADO (JA ESTORNADO NA
      *    MESMA CONTA, DATA E TIPO) DO REGISTRO PERSISTENTE,
      *    TP-NO-MESTRE DO MESTRE DE SALDOS E TP-STATUS-CAD DO
      *    CADASTRO DE CONTAS (EM BRANCO, CONTA AUSENTE DO CADASTRO).
       01  EDER0024-WS-TABELA-PEDIDOS.
           05  EDER0024-WS-QTD-PEDIDOS        PIC 9(05) VALUE ZEROS
                                               COMP.
           05  EDER0024-WS-ENTRADA-PEDIDO OCCURS 1 TO 5000 TIMES
                       DEPENDING ON EDER0024-WS-QTD-PEDIDOS
                       ASCENDING KEY IS EDER0024-WS-TP-CONTA
                                        EDER0024-WS-TP-DATA
                                        EDER0024-WS-TP-TIPO
                                        EDER0024-WS-TP-VALOR
                       INDEXED BY EDER0024-WS-IDX-PED.
               10  EDER0024-WS-TP-CONTA       PIC 9(10).
               10  EDER0024-WS-TP-DATA        PIC 9(08).
               10  EDER0024-WS-TP-TIPO        PIC X(01).
               10  EDER0024-WS-TP-VALOR       PIC 9(13)V99.
               10  EDER0024-WS-TP-ORIGEM      PIC X(01).
               10  EDER0024-WS-TP-MOTIVO      PIC X(40).
               10  EDER0024-WS-TP-POSTADO     PIC X(01).
               10  EDER0024-WS-TP-NO-MESTRE   PIC X(01).
               10  EDER0024-WS-TP-STATUS-CAD  PIC X(01).
               10  EDER0024-WS-TP-TOTAL-POSTADO
                                              PIC 9(15)V99 COMP-3.
               10  EDER0024-WS-TP-TOTAL-ESTORNADO
                                              PIC 9(15)V99 COMP-3.

       01  EDER0024-WL-CABECALHO-1.
           05  FILLER                         PIC X(46)
               VALUE 'EDER0024 - ESTORNO DE MOVIMENTACOES POSTADAS'.
           05  FILLER                         PIC X(18)
               VALUE 'DATA DO CICLO: '.
           05  EDER0024-WL-C1-DATA            PIC 9999/99/99.

       01  EDER0024-WL-CABECALHO-2.
           05  FILLER                         PIC X(12) VALUE 'CONTA'.
           05  FILLER                         PIC X(12) VALUE 'DATA'.
           05  FILLER                         PIC X(06) VALUE 'TIPO'.
           05  FILLER                         PIC X(22) VALUE 'VALOR'.
           05  FILLER                         PIC X(08) VALUE 'ORIGEM'.
           05  FILLER                         PIC X(20)
               VALUE 'SITUACAO'.

       01  EDER0024-WL-DETALHE.
           05  EDER0024-WL-D-CONTA            PIC Z(09)9.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EDER0024-WL-D-DATA             PIC 9999/99/99.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EDER0024-WL-D-TIPO             PIC X(01).
           05  FILLER                         PIC X(05) VALUE SPACES.
           05  EDER0024-WL-D-VALOR            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EDER0024-WL-D-ORIGEM           PIC X(06).
           05  FILLER                         PIC X(02) VALUE SPACES.
           05  EDER0024-WL-D-SITUACAO         PIC X(60).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR  THRU 1000-INICIALIZAR-EXIT.
           IF NOT EDER0024-88-ABORTAR
               SORT ARQ-ORDENADO
                   ON ASCENDING KEY EDER0024-SR-CONTA
                                    EDER0024-SR-DATA-MOVTO
                                    EDER0024-SR-TIPO
                                    EDER0024-SR-VALOR
                   INPUT PROCEDURE  2000-SELECIONAR-PEDIDOS
                                THRU 2000-SELECIONAR-PEDIDOS-EXIT
                   OUTPUT PROCEDURE 3000-CARREGAR-TABELA
                                THRU 3000-CARREGAR-TABELA-EXIT
           END-IF.
           IF NOT EDER0024-88-ABORTAR
               PERFORM 4000-CONFERIR-POSTADOS
                                  THRU 4000-CONFERIR-POSTADOS-EXIT
           END-IF.
           IF NOT EDER0024-88-ABORTAR
               PERFORM 5000-CONFERIR-MESTRE
                                  THRU 5000-CONFERIR-MESTRE-EXIT
           END-IF.
           IF NOT EDER0024-88-ABORTAR
               PERFORM 5200-CONFERIR-CADASTRO
                                  THRU 5200-CONFERIR-CADASTRO-EXIT
           END-IF.
           IF NOT EDER0024-88-ABORTAR
               PERFORM 6000-GERAR-ESTORNOS
                                  THRU 6000-GERAR-ESTORNOS-EXIT
               PERFORM 7000-GRAVAR-TRAILER
                                  THRU 7000-GRAVAR-TRAILER-EXIT
               PERFORM 9000-FINALIZAR    THRU 9000-FINALIZAR-EXIT
           END-IF.
           IF EDER0024-88-ABORTAR
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PEDE A DATA DO CICLO DO ESTORNO, CONFERE OS CODIGOS DAS     *
      *    COMPENSATORIAS NO MESTRE DE CODIGOS, ABRE OS ARQUIVOS DE    *
      *    SAIDA E O REGISTRO PERSISTENTE E GRAVA OS CABECALHOS E O    *
      *    HEADER DO ARQUIVO DE ESTORNOS                               *
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'EDER0024 - ESTORNO DE MOVIMENTACOES POSTADAS'.
           DISPLAY 'DATA DE PROCESSAMENTO DO CICLO (CCYYMMDD) OU 0 '
                   'PARA A DATA DO SISTEMA: '.
           ACCEPT EDER0024-WS-DATA-PROCESSAMENTO.
           IF EDER0024-WS-DATA-PROCESSAMENTO = 0
               ACCEPT EDER0024-WS-DATA-PROCESSAMENTO
                   FROM DATE YYYYMMDD
           END-IF.

           PERFORM 1500-CARREGAR-CODIGOS
                              THRU 1500-CARREGAR-CODIGOS-EXIT.
           IF EDER0024-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1600-CONFERIR-CODIGOS
                              THRU 1600-CONFERIR-CODIGOS-EXIT.
           IF EDER0024-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-ESTORNOS.
           IF EDER0024-WS-FS-ESTORNOS NOT = '00'
               DISPLAY 'EDER0024 - ERRO AO ABRIR ARQ-ESTORNOS: '
                       EDER0024-WS-FS-ESTORNOS
               SET EDER0024-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           IF EDER0024-WS-FS-RELAT NOT = '00'
               DISPLAY 'EDER0024 - ERRO AO ABRIR ARQ-RELATORIO: '
                       EDER0024-WS-FS-RELAT
               CLOSE ARQ-ESTORNOS
               SET EDER0024-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

      *    O REGISTRO PERSISTENTE PODE NAO EXISTIR NO PRIMEIRO CICLO:
      *    E TRATADO COMO VAZIO E A NOVA GERACAO PARTE DOS ESTORNOS
      *    DE HOJE.
           OPEN INPUT ARQ-REGISTRO.
           EVALUATE EDER0024-WS-FS-REG
               WHEN '00'
                   SET EDER0024-88-REGISTRO-ABERTO TO TRUE
               WHEN '35'
                   DISPLAY 'EDER0024 - REGISTRO DE ESTORNOS '
                           'INEXISTENTE. SERA CRIADA A PRIMEIRA '
                           'GERACAO'
                   SET EDER0024-88-FIM-REGISTRO TO TRUE
               WHEN OTHER
                   DISPLAY 'EDER0024 - ERRO AO ABRIR ARQ-REGISTRO: '
                           EDER0024-WS-FS-REG
                   CLOSE ARQ-ESTORNOS
                   CLOSE ARQ-RELATORIO
                   SET EDER0024-88-ABORTAR TO TRUE
                   GO TO 1000-INICIALIZAR-EXIT
           END-EVALUATE.

           OPEN OUTPUT ARQ-REGISTRO-NOVO.
           IF EDER0024-WS-FS-REGNOVO NOT = '00'
               DISPLAY 'EDER0024 - ERRO AO ABRIR ARQ-REGISTRO-NOVO: '
                       EDER0024-WS-FS-REGNOVO
               CLOSE ARQ-ESTORNOS
               CLOSE ARQ-RELATORIO
               IF EDER0024-88-REGISTRO-ABERTO
                   CLOSE ARQ-REGISTRO
               END-IF
               SET EDER0024-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE EDER0024-WS-DATA-PROCESSAMENTO
               TO EDER0024-WL-C1-DATA.
           MOVE EDER0024-WL-CABECALHO-1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0024-WL-CABECALHO-2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO EDERWCPY-REGISTRO OF REG-ESTORNOS.
           MOVE 'ESTORNOS DE MOVIMENTACOES'
               TO EDERWCPY-H-OBJETIVO-ARQUIVO OF REG-ESTORNOS.
           WRITE REG-ESTORNOS.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY,         *
      *    CLASSIFICADO POR CODIGO) NA TABELA EM MEMORIA. SEM O        *
      *    MESTRE OS CODIGOS DAS COMPENSATORIAS NAO PODEM SER          *
      *    CONFERIDOS E A EXECUCAO E ABORTADA                          *
      ******************************************************************
       1500-CARREGAR-CODIGOS.
           OPEN INPUT ARQ-CODIGOS.
           IF EDER0024-WS-FS-CODIGOS NOT = '00'
               DISPLAY 'EDER0024 - ERRO AO ABRIR ARQ-CODIGOS: '
                       EDER0024-WS-FS-CODIGOS
               SET EDER0024-88-ABORTAR TO TRUE
               GO TO 1500-CARREGAR-CODIGOS-EXIT
           END-IF.

           PERFORM 1510-CARREGAR-CODIGO
                              THRU 1510-CARREGAR-CODIGO-EXIT
               UNTIL EDER0024-88-FIM-CODIGOS
                  OR EDER0024-88-ABORTAR.

           CLOSE ARQ-CODIGOS.
       1500-CARREGAR-CODIGOS-EXIT.
           EXIT.

      ******************************************************************
      *    LE UM REGISTRO DO MESTRE DE CODIGOS E O ACRESCENTA NA       *
      *    TABELA EM MEMORIA                                           *
      ******************************************************************
       1510-CARREGAR-CODIGO.
           READ ARQ-CODIGOS
               AT END
                   SET EDER0024-88-FIM-CODIGOS TO TRUE
                   GO TO 1510-CARREGAR-CODIGO-EXIT
           END-READ.
           IF EDER0024-WS-QTD-CODIGOS = 9999
               DISPLAY 'EDER0024 - MESTRE DE CODIGOS EXCEDE A '
                       'TABELA DE 9999 ENTRADAS'
               SET EDER0024-88-ABORTAR TO TRUE
               GO TO 1510-CARREGAR-CODIGO-EXIT
           END-IF.
           ADD 1 TO EDER0024-WS-QTD-CODIGOS.
           MOVE EDERTCPY-T-CODIGO OF REG-CODIGOS
               TO EDER0024-WS-TCD-CODIGO (EDER0024-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-SENTIDO OF REG-CODIGOS
               TO EDER0024-WS-TCD-SENTIDO (EDER0024-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-STATUS OF REG-CODIGOS
               TO EDER0024-WS-TCD-STATUS (EDER0024-WS-QTD-CODIGOS).
       1510-CARREGAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE OS CODIGOS DAS COMPENSATORIAS COM OS CRITERIOS DA   *
      *    VALIDACAO DE CODIGO DO EDER0002: O CODIGO PRECISA EXISTIR,  *
      *    ESTAR ATIVO E TER SENTIDO 'A' OU IGUAL AO DA COMPENSATORIA  *
      *    QUE O USA (O ESTORNO DE DEBITO, 0901, E UM CREDITO; O       *
      *    ESTORNO DE CREDITO, 0902, E UM DEBITO). SE QUALQUER DELES   *
      *    FALHA, A EXECUCAO E ABORTADA SEM GERAR NENHUM ESTORNO       *
      ******************************************************************
       1600-CONFERIR-CODIGOS.
           SEARCH ALL EDER0024-WS-ENTRADA-CODIGO
               AT END
                   DISPLAY 'EDER0024 - CODIGO '
                           EDER0024-WS-COD-ESTORNO-DEBITO
                           ' AUSENTE DO MESTRE DE CODIGOS'
                   SET EDER0024-88-ABORTAR TO TRUE
               WHEN EDER0024-WS-TCD-CODIGO (EDER0024-WS-IDX-COD)
                                 = EDER0024-WS-COD-ESTORNO-DEBITO
                   IF EDER0024-WS-TCD-STATUS (EDER0024-WS-IDX-COD)
                                                          NOT = 'A'
                      OR (EDER0024-WS-TCD-SENTIDO (EDER0024-WS-IDX-COD)
                                                          NOT = 'A'
                      AND EDER0024-WS-TCD-SENTIDO (EDER0024-WS-IDX-COD)
                                                          NOT = 'C')
                       DISPLAY 'EDER0024 - CODIGO '
                               EDER0024-WS-COD-ESTORNO-DEBITO
                               ' INATIVO OU SEM SENTIDO DE CREDITO'
                       SET EDER0024-88-ABORTAR TO TRUE
                   END-IF
           END-SEARCH.

           SEARCH ALL EDER0024-WS-ENTRADA-CODIGO
               AT END
                   DISPLAY 'EDER0024 - CODIGO '
                           EDER0024-WS-COD-ESTORNO-CREDITO
                           ' AUSENTE DO MESTRE DE CODIGOS'
                   SET EDER0024-88-ABORTAR TO TRUE
               WHEN EDER0024-WS-TCD-CODIGO (EDER0024-WS-IDX-COD)
                                 = EDER0024-WS-COD-ESTORNO-CREDITO
                   IF EDER0024-WS-TCD-STATUS (EDER0024-WS-IDX-COD)
                                                          NOT = 'A'
                      OR (EDER0024-WS-TCD-SENTIDO (EDER0024-WS-IDX-COD)
                                                          NOT = 'A'
                      AND EDER0024-WS-TCD-SENTIDO (EDER0024-WS-IDX-COD)
                                                          NOT = 'D')
                       DISPLAY 'EDER0024 - CODIGO '
                               EDER0024-WS-COD-ESTORNO-CREDITO
                               ' INATIVO OU SEM SENTIDO DE DEBITO'
                       SET EDER0024-88-ABORTAR TO TRUE
                   END-IF
           END-SEARCH.
       1600-CONFERIR-CODIGOS-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A ORDENACAO OS PEDIDOS DA RETAGUARDA E AS       *
      *    MOVIMENTACOES REJEITADAS PELO BANCO; QUALQUER DAS DUAS      *
      *    ORIGENS PODE ESTAR AUSENTE NO CICLO                         *
      ******************************************************************
       2000-SELECIONAR-PEDIDOS.
           OPEN INPUT ARQ-PEDIDOS.
           IF EDER0024-WS-FS-PEDIDOS = '35'
               DISPLAY 'EDER0024 - NAO HA PEDIDOS DE ESTORNO DA '
                       'RETAGUARDA NESTE CICLO'
           ELSE
               IF EDER0024-WS-FS-PEDIDOS NOT = '00'
                   DISPLAY 'EDER0024 - ERRO AO ABRIR ARQ-PEDIDOS: '
                           EDER0024-WS-FS-PEDIDOS
                   SET EDER0024-88-ABORTAR TO TRUE
                   GO TO 2000-SELECIONAR-PEDIDOS-EXIT
               END-IF
               PERFORM 2100-LIBERAR-PEDIDO
                                  THRU 2100-LIBERAR-PEDIDO-EXIT
                   UNTIL EDER0024-88-FIM-PEDIDOS
               CLOSE ARQ-PEDIDOS
           END-IF.

           OPEN INPUT ARQ-REJEITADOS.
           IF EDER0024-WS-FS-REJ = '35'
               DISPLAY 'EDER0024 - NAO HA REJEITADOS DO BANCO NESTE '
                       'CICLO'
               GO TO 2000-SELECIONAR-PEDIDOS-EXIT
           END-IF.
           IF EDER0024-WS-FS-REJ NOT = '00'
               DISPLAY 'EDER0024 - ERRO AO ABRIR ARQ-REJEITADOS: '
                       EDER0024-WS-FS-REJ
               SET EDER0024-88-ABORTAR TO TRUE
               GO TO 2000-SELECIONAR-PEDIDOS-EXIT
           END-IF.

      *    O PRIMEIRO REGISTRO E O HEADER E E DESCARTADO AQUI, ANTES
      *    DE POSICIONAR O BUFFER DE LOOKAHEAD NO PRIMEIRO REGISTRO
      *    DE DETALHE VERDADEIRO.
           PERFORM 2200-LER-REJEITADO THRU 2200-LER-REJEITADO-EXIT.
           IF NOT EDER0024-88-FIM-REJEITADOS
               PERFORM 2200-LER-REJEITADO THRU 2200-LER-REJEITADO-EXIT
           END-IF.
           IF NOT EDER0024-88-FIM-REJEITADOS
               MOVE EDERWCPY-REGISTRO OF REG-REJEITADOS
                   TO EDERWCPY-REGISTRO OF EDER0024-WS-REJ-ANTERIOR
               SET EDER0024-88-REJ-PENDENTE TO TRUE
               PERFORM 2200-LER-REJEITADO THRU 2200-LER-REJEITADO-EXIT
           END-IF.

           PERFORM 2300-LIBERAR-REJEITADO
                              THRU 2300-LIBERAR-REJEITADO-EXIT
               UNTIL EDER0024-88-FIM-REJEITADOS.

           PERFORM 2400-VALIDAR-TRAILER-REJ
                              THRU 2400-VALIDAR-TRAILER-REJ-EXIT.
           CLOSE ARQ-REJEITADOS.
       2000-SELECIONAR-PEDIDOS-EXIT.
           EXIT.

      ******************************************************************
      *    LE UM PEDIDO DA RETAGUARDA E O LIBERA PARA A ORDENACAO      *
      ******************************************************************
       2100-LIBERAR-PEDIDO.
           READ ARQ-PEDIDOS
               AT END
                   SET EDER0024-88-FIM-PEDIDOS TO TRUE
                   GO TO 2100-LIBERAR-PEDIDO-EXIT
           END-READ.
           ADD 1 TO EDER0024-WS-CONT-PEDIDOS.
           MOVE EDER0024-PD-CONTA      TO EDER0024-SR-CONTA.
           MOVE EDER0024-PD-DATA-MOVTO TO EDER0024-SR-DATA-MOVTO.
           MOVE EDER0024-PD-TIPO       TO EDER0024-SR-TIPO.
           MOVE EDER0024-PD-VALOR      TO EDER0024-SR-VALOR.
           MOVE 'P'                    TO EDER0024-SR-ORIGEM.
           MOVE EDER0024-PD-MOTIVO     TO EDER0024-SR-MOTIVO.
           RELEASE REG-ORDENADO.
       2100-LIBERAR-PEDIDO-EXIT.
           EXIT.

       2200-LER-REJEITADO.
           READ ARQ-REJEITADOS
               AT END
                   SET EDER0024-88-FIM-REJEITADOS TO TRUE
           END-READ.
       2200-LER-REJEITADO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFIRMA O REGISTRO PENDENTE DO MOVTOREJ COMO DETALHE E O   *
      *    LIBERA COMO PEDIDO DE ESTORNO AUTOMATICO                    *
      ******************************************************************
       2300-LIBERAR-REJEITADO.
           ADD 1 TO EDER0024-WS-CONT-REJ-LIDOS.
           ADD EDERWCPY-E-VALOR-MOVIMENTACAO
                             OF EDER0024-WS-REJ-ANTERIOR
               TO EDER0024-WS-SOMA-REJ-LIDOS.

           MOVE EDERWCPY-E-CONTA OF EDER0024-WS-REJ-ANTERIOR
               TO EDER0024-SR-CONTA.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF EDER0024-WS-REJ-ANTERIOR
               TO EDER0024-SR-DATA-MOVTO.
           MOVE EDERWCPY-E-TIPO-MOVIMENTACAO OF EDER0024-WS-REJ-ANTERIOR
               TO EDER0024-SR-TIPO.
           MOVE EDERWCPY-E-VALOR-MOVIMENTACAO
                             OF EDER0024-WS-REJ-ANTERIOR
               TO EDER0024-SR-VALOR.
           MOVE 'B' TO EDER0024-SR-ORIGEM.
           MOVE 'REJEITADA PELO BANCO NO RETORNO CNAB'
               TO EDER0024-SR-MOTIVO.
           RELEASE REG-ORDENADO.

           MOVE EDERWCPY-REGISTRO OF REG-REJEITADOS
               TO EDERWCPY-REGISTRO OF EDER0024-WS-REJ-ANTERIOR.
           PERFORM 2200-LER-REJEITADO THRU 2200-LER-REJEITADO-EXIT.
       2300-LIBERAR-REJEITADO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE O TRAILER DO MOVTOREJ (O ULTIMO REGISTRO FISICO     *
      *    AINDA PENDENTE) CONTRA A QUANTIDADE E O SOMATORIO LIDOS     *
      ******************************************************************
       2400-VALIDAR-TRAILER-REJ.
           IF NOT EDER0024-88-REJ-PENDENTE
               DISPLAY 'EDER0024 - MOVTOREJ SEM REGISTRO TRAILER'
               MOVE 'N' TO EDER0024-WS-TRAILER-OK
               GO TO 2400-VALIDAR-TRAILER-REJ-EXIT
           END-IF.

           IF EDERWCPY-T-QTD-REGISTROS OF EDER0024-WS-REJ-ANTERIOR
                       NOT = EDER0024-WS-CONT-REJ-LIDOS
               DISPLAY 'EDER0024 - QTDE DE REGISTROS DO TRAILER DO '
                       'MOVTOREJ DIVERGENTE. LIDOS: '
                       EDER0024-WS-CONT-REJ-LIDOS
                       ' TRAILER: '
                       EDERWCPY-T-QTD-REGISTROS OF
                                     EDER0024-WS-REJ-ANTERIOR
               MOVE 'N' TO EDER0024-WS-TRAILER-OK
           END-IF.

           IF EDERWCPY-T-HASH-VALORES OF EDER0024-WS-REJ-ANTERIOR
                       NOT = EDER0024-WS-SOMA-REJ-LIDOS
               DISPLAY 'EDER0024 - HASH DE VALORES DO TRAILER DO '
                       'MOVTOREJ DIVERGENTE. CALCULADO: '
                       EDER0024-WS-SOMA-REJ-LIDOS
                       ' TRAILER: '
                       EDERWCPY-T-HASH-VALORES OF
                                     EDER0024-WS-REJ-ANTERIOR
               MOVE 'N' TO EDER0024-WS-TRAILER-OK
           END-IF.
       2400-VALIDAR-TRAILER-REJ-EXIT.
           EXIT.

      ******************************************************************
      *    RECEBE OS PEDIDOS JA ORDENADOS PELA CHAVE DA MOVIMENTACAO   *
      *    ORIGINAL E OS CARREGA NA TABELA EM MEMORIA                  *
      ******************************************************************
       3000-CARREGAR-TABELA.
           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0024-88-FIM-ORDENADO TO TRUE
           END-RETURN.
           PERFORM 3100-TRATAR-ORDENADO
                              THRU 3100-TRATAR-ORDENADO-EXIT
               UNTIL EDER0024-88-FIM-ORDENADO
                  OR EDER0024-88-ABORTAR.
       3000-CARREGAR-TABELA-EXIT.
           EXIT.

      ******************************************************************
      *    UM PEDIDO COM TIPO FORA DE 'D'/'C', VALOR ZERO OU REPETIDO  *
      *    NO LOTE (MESMA CHAVE DO ANTERIOR) E RECUSADO AQUI MESMO;    *
      *    OS DEMAIS VAO PARA A TABELA. UM LOTE MAIOR QUE A TABELA     *
      *    DERRUBA A EXECUCAO                                          *
      ******************************************************************
       3100-TRATAR-ORDENADO.
           MOVE SPACES TO EDER0024-WS-MOTIVO-RECUSA.
           IF EDER0024-SR-TIPO NOT = 'D' AND EDER0024-SR-TIPO NOT = 'C'
               MOVE 'RECUSADO - TIPO DE MOVIMENTACAO INVALIDO'
                   TO EDER0024-WS-MOTIVO-RECUSA
           END-IF.
           IF EDER0024-SR-VALOR NOT NUMERIC
              OR EDER0024-SR-VALOR = 0
               MOVE 'RECUSADO - VALOR DA MOVIMENTACAO INVALIDO'
                   TO EDER0024-WS-MOTIVO-RECUSA
           END-IF.
           IF EDER0024-88-TEM-ANTERIOR
              AND EDER0024-SR-CONTA      = EDER0024-WS-ANT-CONTA
              AND EDER0024-SR-DATA-MOVTO = EDER0024-WS-ANT-DATA
              AND EDER0024-SR-TIPO       = EDER0024-WS-ANT-TIPO
              AND EDER0024-SR-VALOR      = EDER0024-WS-ANT-VALOR
               MOVE 'RECUSADO - PEDIDO REPETIDO NO MESMO LOTE'
                   TO EDER0024-WS-MOTIVO-RECUSA
           END-IF.

           IF EDER0024-WS-MOTIVO-RECUSA NOT = SPACES
               PERFORM 3200-RECUSAR-ORDENADO
                                  THRU 3200-RECUSAR-ORDENADO-EXIT
           ELSE
               IF EDER0024-WS-QTD-PEDIDOS = 5000
                   DISPLAY 'EDER0024 - LOTE DE PEDIDOS EXCEDE A '
                           'TABELA DE 5000 ENTRADAS'
                   SET EDER0024-88-ABORTAR TO TRUE
                   GO TO 3100-TRATAR-ORDENADO-EXIT
               END-IF
               ADD 1 TO EDER0024-WS-QTD-PEDIDOS
               MOVE EDER0024-WS-QTD-PEDIDOS TO EDER0024-WS-IND
               MOVE EDER0024-SR-CONTA
                   TO EDER0024-WS-TP-CONTA (EDER0024-WS-IND)
               MOVE EDER0024-SR-DATA-MOVTO
                   TO EDER0024-WS-TP-DATA (EDER0024-WS-IND)
               MOVE EDER0024-SR-TIPO
                   TO EDER0024-WS-TP-TIPO (EDER0024-WS-IND)
               MOVE EDER0024-SR-VALOR
                   TO EDER0024-WS-TP-VALOR (EDER0024-WS-IND)
               MOVE EDER0024-SR-ORIGEM
                   TO EDER0024-WS-TP-ORIGEM (EDER0024-WS-IND)
               MOVE EDER0024-SR-MOTIVO
                   TO EDER0024-WS-TP-MOTIVO (EDER0024-WS-IND)
               MOVE 'N' TO EDER0024-WS-TP-POSTADO (EDER0024-WS-IND)
                           EDER0024-WS-TP-NO-MESTRE (EDER0024-WS-IND)
               MOVE SPACES
                   TO EDER0024-WS-TP-STATUS-CAD (EDER0024-WS-IND)
               MOVE ZEROS
                   TO EDER0024-WS-TP-TOTAL-POSTADO (EDER0024-WS-IND)
                      EDER0024-WS-TP-TOTAL-ESTORNADO (EDER0024-WS-IND)
               MOVE EDER0024-SR-CONTA      TO EDER0024-WS-ANT-CONTA
               MOVE EDER0024-SR-DATA-MOVTO TO EDER0024-WS-ANT-DATA
               MOVE EDER0024-SR-TIPO       TO EDER0024-WS-ANT-TIPO
               MOVE EDER0024-SR-VALOR      TO EDER0024-WS-ANT-VALOR
               SET EDER0024-88-TEM-ANTERIOR TO TRUE
           END-IF.

           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0024-88-FIM-ORDENADO TO TRUE
           END-RETURN.
       3100-TRATAR-ORDENADO-EXIT.
           EXIT.

      ******************************************************************
      *    LISTA NO RELATORIO O PEDIDO RECUSADO NA CARGA DA TABELA     *
      ******************************************************************
       3200-RECUSAR-ORDENADO.
           ADD 1 TO EDER0024-WS-CONT-RECUSADOS.
           MOVE SPACES TO EDER0024-WL-DETALHE.
           MOVE EDER0024-SR-CONTA      TO EDER0024-WL-D-CONTA.
           MOVE EDER0024-SR-DATA-MOVTO TO EDER0024-WL-D-DATA.
           MOVE EDER0024-SR-TIPO       TO EDER0024-WL-D-TIPO.
           MOVE EDER0024-SR-VALOR      TO EDER0024-WL-D-VALOR.
           IF EDER0024-SR-ORIGEM = 'B'
               MOVE 'BANCO'  TO EDER0024-WL-D-ORIGEM
           ELSE
               MOVE 'PEDIDO' TO EDER0024-WL-D-ORIGEM
           END-IF.
           MOVE EDER0024-WS-MOTIVO-RECUSA TO EDER0024-WL-D-SITUACAO.
           MOVE EDER0024-WL-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       3200-RECUSAR-ORDENADO-EXIT.
           EXIT.

      ******************************************************************
      *    PERCORRE A TABELA E O HISTORICO DE SALDOS EM PARALELO (OS   *
      *    DOIS CLASSIFICADOS POR CONTA E DATA) E GUARDA EM CADA       *
      *    PEDIDO O TOTAL DO SEU TIPO POSTADO NA CONTA E NA DATA DA    *
      *    MOVIMENTACAO ORIGINAL, EM QUALQUER CICLO; DEPOIS SOMA O QUE *
      *    O REGISTRO PERSISTENTE JA ESTORNOU NA MESMA CONTA, DATA E   *
      *    TIPO                                                        *
      ******************************************************************
       4000-CONFERIR-POSTADOS.
           IF EDER0024-WS-QTD-PEDIDOS = 0
               GO TO 4000-CONFERIR-POSTADOS-EXIT
           END-IF.

           OPEN INPUT ARQ-HISTORICO.
           IF EDER0024-WS-FS-HIST = '35'
               DISPLAY 'EDER0024 - HISTORICO DE SALDOS INEXISTENTE. '
                       'NENHUM PEDIDO PODE SER ESTORNADO'
               GO TO 4000-CONFERIR-POSTADOS-EXIT
           END-IF.
           IF EDER0024-WS-FS-HIST NOT = '00'
               DISPLAY 'EDER0024 - ERRO AO ABRIR ARQ-HISTORICO: '
                       EDER0024-WS-FS-HIST
               SET EDER0024-88-ABORTAR TO TRUE
               GO TO 4000-CONFERIR-POSTADOS-EXIT
           END-IF.

           PERFORM 4100-LER-HISTORICO THRU 4100-LER-HISTORICO-EXIT.
           PERFORM 4200-CONFERIR-HISTORICO
                              THRU 4200-CONFERIR-HISTORICO-EXIT
               VARYING EDER0024-WS-IND FROM 1 BY 1
               UNTIL EDER0024-WS-IND > EDER0024-WS-QTD-PEDIDOS.
           CLOSE ARQ-HISTORICO.

           PERFORM 4300-SOMAR-ESTORNADOS
                              THRU 4300-SOMAR-ESTORNADOS-EXIT.
       4000-CONFERIR-POSTADOS-EXIT.
           EXIT.

      ******************************************************************
      *    LEITURA SEQUENCIAL DO HISTORICO DE SALDOS, CARREGANDO A     *
      *    CHAVE DE CONTA E DATA DO REGISTRO CORRENTE                  *
      ******************************************************************
       4100-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   SET EDER0024-88-FIM-HISTORICO TO TRUE
                   GO TO 4100-LER-HISTORICO-EXIT
           END-READ.
           ADD 1 TO EDER0024-WS-CONT-HIST-LIDOS.
           MOVE EDERHCPY-H-CONTA OF REG-HISTORICO
               TO EDER0024-WS-DH-CONTA.
           MOVE EDERHCPY-H-DATA-SALDO OF REG-HISTORICO
               TO EDER0024-WS-DH-DATA.
       4100-LER-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      *    POSICIONA O HISTORICO NA CONTA E DATA DO PEDIDO; O REGISTRO *
      *    DA DATA, QUANDO EXISTE, DA O TOTAL DE DEBITOS OU DE         *
      *    CREDITOS POSTADOS NELA. PEDIDOS DA MESMA CONTA E DATA USAM  *
      *    O MESMO REGISTRO                                            *
      ******************************************************************
       4200-CONFERIR-HISTORICO.
           MOVE EDER0024-WS-TP-CONTA (EDER0024-WS-IND)
               TO EDER0024-WS-DP-CONTA.
           MOVE EDER0024-WS-TP-DATA (EDER0024-WS-IND)
               TO EDER0024-WS-DP-DATA.
           PERFORM 4100-LER-HISTORICO THRU 4100-LER-HISTORICO-EXIT
               UNTIL EDER0024-88-FIM-HISTORICO
                  OR EDER0024-WS-DATA-HISTORICO
                     NOT LESS THAN EDER0024-WS-DATA-PEDIDO.
           IF EDER0024-88-FIM-HISTORICO
              OR EDER0024-WS-DATA-HISTORICO
                     NOT = EDER0024-WS-DATA-PEDIDO
               GO TO 4200-CONFERIR-HISTORICO-EXIT
           END-IF.

           IF EDER0024-WS-TP-TIPO (EDER0024-WS-IND) = 'D'
               MOVE EDERHCPY-H-TOTAL-DEBITOS OF REG-HISTORICO
                   TO EDER0024-WS-TP-TOTAL-POSTADO (EDER0024-WS-IND)
           ELSE
               MOVE EDERHCPY-H-TOTAL-CREDITOS OF REG-HISTORICO
                   TO EDER0024-WS-TP-TOTAL-POSTADO (EDER0024-WS-IND)
           END-IF.
           IF EDER0024-WS-TP-TOTAL-POSTADO (EDER0024-WS-IND) > 0
               MOVE 'S' TO EDER0024-WS-TP-POSTADO (EDER0024-WS-IND)
           END-IF.
       4200-CONFERIR-HISTORICO-EXIT.
           EXIT.

      ******************************************************************
      *    PERCORRE A TABELA E O REGISTRO PERSISTENTE EM PARALELO (A   *
      *    MESMA ORDEM) E SOMA EM CADA PEDIDO OS ESTORNOS JA FEITOS NA *
      *    MESMA CONTA, DATA E TIPO. O REGISTRO E REABERTO NO FIM,     *
      *    PARA A INTERCALACAO DA GERACAO DOS ESTORNOS                 *
      ******************************************************************
       4300-SOMAR-ESTORNADOS.
           IF NOT EDER0024-88-REGISTRO-ABERTO
               GO TO 4300-SOMAR-ESTORNADOS-EXIT
           END-IF.

           MOVE SPACES TO EDER0024-WS-GRUPO-ANTERIOR.
           PERFORM 4400-LER-SOMA-REG THRU 4400-LER-SOMA-REG-EXIT.
           PERFORM 4350-SOMAR-PEDIDO THRU 4350-SOMAR-PEDIDO-EXIT
               VARYING EDER0024-WS-IND FROM 1 BY 1
               UNTIL EDER0024-WS-IND > EDER0024-WS-QTD-PEDIDOS.

           CLOSE ARQ-REGISTRO.
           OPEN INPUT ARQ-REGISTRO.
           IF EDER0024-WS-FS-REG NOT = '00'
               DISPLAY 'EDER0024 - ERRO AO REABRIR ARQ-REGISTRO: '
                       EDER0024-WS-FS-REG
               MOVE 'N' TO EDER0024-WS-REGISTRO-ABERTO
               SET EDER0024-88-ABORTAR TO TRUE
           END-IF.
       4300-SOMAR-ESTORNADOS-EXIT.
           EXIT.

      ******************************************************************
      *    UM PEDIDO DO MESMO GRUPO (CONTA, DATA E TIPO) DO ANTERIOR   *
      *    HERDA A SOMA JA FEITA; OS DEMAIS AVANCAM O REGISTRO ATE O   *
      *    GRUPO E SOMAM AS ENTRADAS DELE                              *
      ******************************************************************
       4350-SOMAR-PEDIDO.
           MOVE EDER0024-WS-TP-CONTA (EDER0024-WS-IND)
               TO EDER0024-WS-GP-CONTA.
           MOVE EDER0024-WS-TP-DATA (EDER0024-WS-IND)
               TO EDER0024-WS-GP-DATA.
           MOVE EDER0024-WS-TP-TIPO (EDER0024-WS-IND)
               TO EDER0024-WS-GP-TIPO.
           IF EDER0024-WS-GRUPO-PEDIDO = EDER0024-WS-GRUPO-ANTERIOR
               MOVE EDER0024-WS-TP-TOTAL-ESTORNADO
                                              (EDER0024-WS-IND - 1)
                   TO EDER0024-WS-TP-TOTAL-ESTORNADO (EDER0024-WS-IND)
               GO TO 4350-SOMAR-PEDIDO-EXIT
           END-IF.
           MOVE EDER0024-WS-GRUPO-PEDIDO TO EDER0024-WS-GRUPO-ANTERIOR.

           PERFORM 4400-LER-SOMA-REG THRU 4400-LER-SOMA-REG-EXIT
               UNTIL EDER0024-88-FIM-SOMA-REG
                  OR EDER0024-WS-GRUPO-REGISTRO
                     NOT LESS THAN EDER0024-WS-GRUPO-PEDIDO.
           PERFORM 4450-SOMAR-ENTRADA THRU 4450-SOMAR-ENTRADA-EXIT
               UNTIL EDER0024-88-FIM-SOMA-REG
                  OR EDER0024-WS-GRUPO-REGISTRO
                     NOT = EDER0024-WS-GRUPO-PEDIDO.
       4350-SOMAR-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      *    LEITURA SEQUENCIAL DO REGISTRO PERSISTENTE NA SOMA DOS      *
      *    ESTORNOS JA FEITOS, CARREGANDO O GRUPO DA ENTRADA CORRENTE  *
      ******************************************************************
       4400-LER-SOMA-REG.
           READ ARQ-REGISTRO
               AT END
                   SET EDER0024-88-FIM-SOMA-REG TO TRUE
                   GO TO 4400-LER-SOMA-REG-EXIT
           END-READ.
           MOVE EDER0024-RG-CONTA      TO EDER0024-WS-GR-CONTA.
           MOVE EDER0024-RG-DATA-MOVTO TO EDER0024-WS-GR-DATA.
           MOVE EDER0024-RG-TIPO       TO EDER0024-WS-GR-TIPO.
       4400-LER-SOMA-REG-EXIT.
           EXIT.

       4450-SOMAR-ENTRADA.
           ADD EDER0024-RG-VALOR
               TO EDER0024-WS-TP-TOTAL-ESTORNADO (EDER0024-WS-IND).
           PERFORM 4400-LER-SOMA-REG THRU 4400-LER-SOMA-REG-EXIT.
       4450-SOMAR-ENTRADA-EXIT.
           EXIT.

      ******************************************************************
      *    PERCORRE A TABELA E O MESTRE DE SALDOS EM PARALELO (OS DOIS *
      *    CLASSIFICADOS POR CONTA) E MARCA O PEDIDO CUJA CONTA ESTA   *
      *    NO MESTRE COM O ULTIMO LANCAMENTO NA DATA DA MOVIMENTACAO   *
      *    ORIGINAL OU DEPOIS DELA                                     *
      ******************************************************************
       5000-CONFERIR-MESTRE.
           IF EDER0024-WS-QTD-PEDIDOS = 0
               GO TO 5000-CONFERIR-MESTRE-EXIT
           END-IF.

           OPEN INPUT ARQ-SALDOS.
           IF EDER0024-WS-FS-SALDOS = '35'
               DISPLAY 'EDER0024 - MESTRE DE SALDOS INEXISTENTE. '
                       'NENHUM PEDIDO PODE SER ESTORNADO'
               GO TO 5000-CONFERIR-MESTRE-EXIT
           END-IF.
           IF EDER0024-WS-FS-SALDOS NOT = '00'
               DISPLAY 'EDER0024 - ERRO AO ABRIR ARQ-SALDOS: '
                       EDER0024-WS-FS-SALDOS
               SET EDER0024-88-ABORTAR TO TRUE
               GO TO 5000-CONFERIR-MESTRE-EXIT
           END-IF.

           PERFORM 5050-LER-SALDOS THRU 5050-LER-SALDOS-EXIT.
           PERFORM 5100-CONFERIR-CONTA THRU 5100-CONFERIR-CONTA-EXIT
               VARYING EDER0024-WS-IND FROM 1 BY 1
               UNTIL EDER0024-WS-IND > EDER0024-WS-QTD-PEDIDOS.
           CLOSE ARQ-SALDOS.
       5000-CONFERIR-MESTRE-EXIT.
           EXIT.

      ******************************************************************
      *    LEITURA SEQUENCIAL DO MESTRE DE SALDOS                      *
      ******************************************************************
       5050-LER-SALDOS.
           READ ARQ-SALDOS
               AT END
                   SET EDER0024-88-FIM-SALDOS TO TRUE
           END-READ.
       5050-LER-SALDOS-EXIT.
           EXIT.

       5100-CONFERIR-CONTA.
           PERFORM 5050-LER-SALDOS THRU 5050-LER-SALDOS-EXIT
               UNTIL EDER0024-88-FIM-SALDOS
                  OR EDERSCPY-S-CONTA OF REG-SALDOS
                     NOT LESS THAN
                         EDER0024-WS-TP-CONTA (EDER0024-WS-IND).
           IF NOT EDER0024-88-FIM-SALDOS
              AND EDERSCPY-S-CONTA OF REG-SALDOS
                     = EDER0024-WS-TP-CONTA (EDER0024-WS-IND)
              AND EDERSCPY-S-DATA-ULT-LANCAMENTO OF REG-SALDOS
                     NOT LESS THAN
                         EDER0024-WS-TP-DATA (EDER0024-WS-IND)
               MOVE 'S' TO EDER0024-WS-TP-NO-MESTRE (EDER0024-WS-IND)
           END-IF.
       5100-CONFERIR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    LE NO CADASTRO DE CONTAS, PELA CHAVE, A CONTA DE CADA       *
      *    PEDIDO DA TABELA E GUARDA O STATUS DELA; CONTA FORA DO      *
      *    CADASTRO FICA COM O STATUS EM BRANCO                        *
      ******************************************************************
       5200-CONFERIR-CADASTRO.
           IF EDER0024-WS-QTD-PEDIDOS = 0
               GO TO 5200-CONFERIR-CADASTRO-EXIT
           END-IF.
           OPEN INPUT ARQ-CADASTRO.
           IF EDER0024-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0024 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0024-WS-FS-CADASTRO
               SET EDER0024-88-ABORTAR TO TRUE
               GO TO 5200-CONFERIR-CADASTRO-EXIT
           END-IF.

           PERFORM 5250-EXAMINAR-CADASTRO
                              THRU 5250-EXAMINAR-CADASTRO-EXIT
               VARYING EDER0024-WS-IND FROM 1 BY 1
               UNTIL EDER0024-WS-IND > EDER0024-WS-QTD-PEDIDOS
                  OR EDER0024-88-ABORTAR.
           CLOSE ARQ-CADASTRO.
       5200-CONFERIR-CADASTRO-EXIT.
           EXIT.

       5250-EXAMINAR-CADASTRO.
           MOVE EDER0024-WS-TP-CONTA (EDER0024-WS-IND)
               TO EDERACPY-A-CONTA OF REG-CADASTRO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE EDER0024-WS-FS-CADASTRO
               WHEN '00'
                   MOVE EDERACPY-A-STATUS OF REG-CADASTRO
                       TO EDER0024-WS-TP-STATUS-CAD (EDER0024-WS-IND)
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EDER0024 - ERRO NA LEITURA DE '
                           'ARQ-CADASTRO: ' EDER0024-WS-FS-CADASTRO
                   SET EDER0024-88-ABORTAR TO TRUE
           END-EVALUATE.
       5250-EXAMINAR-CADASTRO-EXIT.
           EXIT.

      ******************************************************************
      *    PERCORRE A TABELA E O REGISTRO PERSISTENTE EM PARALELO      *
      *    (MESMA CHAVE), COPIANDO O REGISTRO PARA A NOVA GERACAO E    *
      *    DECIDINDO CADA PEDIDO: JA ESTORNADO, NAO POSTADO, CONTA     *
      *    AUSENTE OU NAO ATIVA NO CADASTRO OU ESTORNADO AGORA         *
      ******************************************************************
       6000-GERAR-ESTORNOS.
           PERFORM 6050-LER-REGISTRO THRU 6050-LER-REGISTRO-EXIT.
           PERFORM 6100-TRATAR-PEDIDO THRU 6100-TRATAR-PEDIDO-EXIT
               VARYING EDER0024-WS-IND FROM 1 BY 1
               UNTIL EDER0024-WS-IND > EDER0024-WS-QTD-PEDIDOS.
           PERFORM 6150-COPIAR-REGISTRO-ANT
                              THRU 6150-COPIAR-REGISTRO-ANT-EXIT
               UNTIL EDER0024-88-FIM-REGISTRO.
       6000-GERAR-ESTORNOS-EXIT.
           EXIT.

      ******************************************************************
      *    LEITURA SEQUENCIAL DO REGISTRO PERSISTENTE, CARREGANDO A    *
      *    CHAVE DE COMPARACAO DA ENTRADA CORRENTE                     *
      ******************************************************************
       6050-LER-REGISTRO.
           IF EDER0024-88-FIM-REGISTRO
               GO TO 6050-LER-REGISTRO-EXIT
           END-IF.
           READ ARQ-REGISTRO
               AT END
                   SET EDER0024-88-FIM-REGISTRO TO TRUE
                   GO TO 6050-LER-REGISTRO-EXIT
           END-READ.
           ADD 1 TO EDER0024-WS-CONT-REG-LIDOS.
           MOVE EDER0024-RG-CONTA      TO EDER0024-WS-CR-CONTA.
           MOVE EDER0024-RG-DATA-MOVTO TO EDER0024-WS-CR-DATA.
           MOVE EDER0024-RG-TIPO       TO EDER0024-WS-CR-TIPO.
           MOVE EDER0024-RG-VALOR      TO EDER0024-WS-CR-VALOR.
       6050-LER-REGISTRO-EXIT.
           EXIT.

       6100-TRATAR-PEDIDO.
           MOVE EDER0024-WS-TP-CONTA (EDER0024-WS-IND)
               TO EDER0024-WS-CP-CONTA
                  EDER0024-WS-GP-CONTA.
           MOVE EDER0024-WS-TP-DATA (EDER0024-WS-IND)
               TO EDER0024-WS-CP-DATA
                  EDER0024-WS-GP-DATA.
           MOVE EDER0024-WS-TP-TIPO (EDER0024-WS-IND)
               TO EDER0024-WS-CP-TIPO
                  EDER0024-WS-GP-TIPO.
           MOVE EDER0024-WS-TP-VALOR (EDER0024-WS-IND)
               TO EDER0024-WS-CP-VALOR.
           IF EDER0024-WS-GRUPO-PEDIDO NOT = EDER0024-WS-GRUPO-LOTE
               MOVE EDER0024-WS-GRUPO-PEDIDO TO EDER0024-WS-GRUPO-LOTE
               MOVE ZEROS TO EDER0024-WS-CONSUMIDO-LOTE
           END-IF.
           COMPUTE EDER0024-WS-DISPONIVEL =
                   EDER0024-WS-TP-TOTAL-POSTADO (EDER0024-WS-IND)
                 - EDER0024-WS-TP-TOTAL-ESTORNADO (EDER0024-WS-IND)
                 - EDER0024-WS-CONSUMIDO-LOTE.

           PERFORM 6150-COPIAR-REGISTRO-ANT
                              THRU 6150-COPIAR-REGISTRO-ANT-EXIT
               UNTIL EDER0024-88-FIM-REGISTRO
                  OR EDER0024-WS-CHAVE-REGISTRO
                     NOT LESS THAN EDER0024-WS-CHAVE-PEDIDO.

           MOVE SPACES TO EDER0024-WS-MOTIVO-RECUSA.
           IF NOT EDER0024-88-FIM-REGISTRO
              AND EDER0024-WS-CHAVE-REGISTRO
                                   = EDER0024-WS-CHAVE-PEDIDO
               STRING 'RECUSADO - JA ESTORNADA NO CICLO DE '
                                              DELIMITED BY SIZE
                      EDER0024-RG-DATA-ESTORNO DELIMITED BY SIZE
                   INTO EDER0024-WS-MOTIVO-RECUSA
               END-STRING
           ELSE
               IF EDER0024-WS-TP-POSTADO (EDER0024-WS-IND) NOT = 'S'
                   MOVE 'RECUSADO - NAO CONSTA DO HISTORICO DE SALDOS'
                       TO EDER0024-WS-MOTIVO-RECUSA
               ELSE
                   IF EDER0024-WS-CP-VALOR > EDER0024-WS-DISPONIVEL
                       MOVE 'RECUSADO - VALOR ACIMA DO POSTADO NA DATA'
                           TO EDER0024-WS-MOTIVO-RECUSA
                   END-IF
               END-IF
           END-IF.
           IF EDER0024-WS-MOTIVO-RECUSA = SPACES
              AND EDER0024-WS-TP-NO-MESTRE (EDER0024-WS-IND) NOT = 'S'
               MOVE 'RECUSADO - NAO POSTADA NO MESTRE DE SALDOS'
                   TO EDER0024-WS-MOTIVO-RECUSA
           END-IF.
           IF EDER0024-WS-MOTIVO-RECUSA = SPACES
              AND EDER0024-WS-TP-STATUS-CAD (EDER0024-WS-IND) NOT = 'A'
               IF EDER0024-WS-TP-STATUS-CAD (EDER0024-WS-IND) = SPACES
                   MOVE 'RECUSADO - CONTA AUSENTE DO CADASTRO'
                       TO EDER0024-WS-MOTIVO-RECUSA
               ELSE
                   MOVE 'RECUSADO - CONTA NAO ATIVA NO CADASTRO'
                       TO EDER0024-WS-MOTIVO-RECUSA
               END-IF
           END-IF.

           IF EDER0024-WS-MOTIVO-RECUSA = SPACES
               ADD EDER0024-WS-CP-VALOR TO EDER0024-WS-CONSUMIDO-LOTE
               PERFORM 6200-GRAVAR-ESTORNO
                                  THRU 6200-GRAVAR-ESTORNO-EXIT
           ELSE
               ADD 1 TO EDER0024-WS-CONT-RECUSADOS
           END-IF.
           PERFORM 6400-IMPRIMIR-PEDIDO THRU 6400-IMPRIMIR-PEDIDO-EXIT.
       6100-TRATAR-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      *    COPIA A ENTRADA CORRENTE DO REGISTRO PARA A NOVA GERACAO E  *
      *    AVANCA PARA A PROXIMA (O REGISTRO NAO E EXPURGADO: UM       *
      *    ESTORNO NUNCA PODE SE REPETIR)                              *
      ******************************************************************
       6150-COPIAR-REGISTRO-ANT.
           MOVE REG-REGISTRO TO REG-REGISTRO-NOVO.
           WRITE REG-REGISTRO-NOVO.
           ADD 1 TO EDER0024-WS-CONT-REG-GRAVADOS.
           PERFORM 6050-LER-REGISTRO THRU 6050-LER-REGISTRO-EXIT.
       6150-COPIAR-REGISTRO-ANT-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA A MOVIMENTACAO COMPENSATORIA (TIPO INVERTIDO, MESMO   *
      *    VALOR, DATADA NO CICLO DO ESTORNO) E A ENTRADA DO PEDIDO NA *
      *    NOVA GERACAO DO REGISTRO PERSISTENTE                        *
      ******************************************************************
       6200-GRAVAR-ESTORNO.
           MOVE SPACES TO EDERWCPY-REGISTRO OF REG-ESTORNOS.
           MOVE EDER0024-WS-CP-CONTA
               TO EDERWCPY-E-CONTA OF REG-ESTORNOS.
           MOVE EDER0024-WS-DATA-PROCESSAMENTO
               TO EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ESTORNOS.
           IF EDER0024-WS-CP-TIPO = 'D'
               MOVE 'C' TO EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-ESTORNOS
               MOVE EDER0024-WS-COD-ESTORNO-DEBITO
                   TO EDERWCPY-E-COD-TRANSACAO OF REG-ESTORNOS
           ELSE
               MOVE 'D' TO EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-ESTORNOS
               MOVE EDER0024-WS-COD-ESTORNO-CREDITO
                   TO EDERWCPY-E-COD-TRANSACAO OF REG-ESTORNOS
           END-IF.
           MOVE EDER0024-WS-CP-VALOR
               TO EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ESTORNOS.
           WRITE REG-ESTORNOS.
           ADD 1 TO EDER0024-WS-CONT-ESTORNADOS.
           ADD EDER0024-WS-CP-VALOR TO EDER0024-WS-SOMA-ESTORNADOS.

           MOVE SPACES TO REG-REGISTRO-NOVO.
           MOVE EDER0024-WS-CP-CONTA TO EDER0024-RN-CONTA.
           MOVE EDER0024-WS-CP-DATA  TO EDER0024-RN-DATA-MOVTO.
           MOVE EDER0024-WS-CP-TIPO  TO EDER0024-RN-TIPO.
           MOVE EDER0024-WS-CP-VALOR TO EDER0024-RN-VALOR.
           MOVE EDER0024-WS-DATA-PROCESSAMENTO
               TO EDER0024-RN-DATA-ESTORNO.
           MOVE EDER0024-WS-TP-ORIGEM (EDER0024-WS-IND)
               TO EDER0024-RN-ORIGEM.
           MOVE EDER0024-WS-TP-MOTIVO (EDER0024-WS-IND)
               TO EDER0024-RN-MOTIVO.
           WRITE REG-REGISTRO-NOVO.
           ADD 1 TO EDER0024-WS-CONT-REG-GRAVADOS.
       6200-GRAVAR-ESTORNO-EXIT.
           EXIT.

      ******************************************************************
      *    LISTA O PEDIDO NO RELATORIO: O MOTIVO DO PEDIDO QUANDO      *
      *    ESTORNADO, O MOTIVO DA RECUSA QUANDO RECUSADO               *
      ******************************************************************
       6400-IMPRIMIR-PEDIDO.
           MOVE SPACES TO EDER0024-WL-DETALHE.
           MOVE EDER0024-WS-CP-CONTA  TO EDER0024-WL-D-CONTA.
           MOVE EDER0024-WS-CP-DATA   TO EDER0024-WL-D-DATA.
           MOVE EDER0024-WS-CP-TIPO   TO EDER0024-WL-D-TIPO.
           MOVE EDER0024-WS-CP-VALOR  TO EDER0024-WL-D-VALOR.
           IF EDER0024-WS-TP-ORIGEM (EDER0024-WS-IND) = 'B'
               MOVE 'BANCO'  TO EDER0024-WL-D-ORIGEM
           ELSE
               MOVE 'PEDIDO' TO EDER0024-WL-D-ORIGEM
           END-IF.
           IF EDER0024-WS-MOTIVO-RECUSA = SPACES
               STRING 'ESTORNADA - '      DELIMITED BY SIZE
                      EDER0024-WS-TP-MOTIVO (EDER0024-WS-IND)
                                          DELIMITED BY SIZE
                   INTO EDER0024-WL-D-SITUACAO
               END-STRING
           ELSE
               MOVE EDER0024-WS-MOTIVO-RECUSA
                   TO EDER0024-WL-D-SITUACAO
           END-IF.
           MOVE EDER0024-WL-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       6400-IMPRIMIR-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      *    MONTA E GRAVA O TRAILER DO ARQUIVO DE ESTORNOS COM A        *
      *    QUANTIDADE E O HASH RECALCULADOS                            *
      ******************************************************************
       7000-GRAVAR-TRAILER.
           MOVE SPACES TO EDERWCPY-REGISTRO OF REG-ESTORNOS.
           MOVE EDER0024-WS-CONT-ESTORNADOS
               TO EDERWCPY-T-QTD-REGISTROS OF REG-ESTORNOS.
           MOVE EDER0024-WS-SOMA-ESTORNADOS
               TO EDERWCPY-T-HASH-VALORES OF REG-ESTORNOS.
           WRITE REG-ESTORNOS.
       7000-GRAVAR-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      *    FECHA OS ARQUIVOS E EMITE O RESUMO DO ESTORNO               *
      ******************************************************************
       9000-FINALIZAR.
           CLOSE ARQ-ESTORNOS.
           CLOSE ARQ-RELATORIO.
           IF EDER0024-88-REGISTRO-ABERTO
               CLOSE ARQ-REGISTRO
           END-IF.
           CLOSE ARQ-REGISTRO-NOVO.
           DISPLAY 'EDER0024 - PEDIDOS DA RETAGUARDA.: '
                   EDER0024-WS-CONT-PEDIDOS.
           DISPLAY 'EDER0024 - REJEITADOS DO BANCO...: '
                   EDER0024-WS-CONT-REJ-LIDOS.
           DISPLAY 'EDER0024 - HISTORICO: REGISTROS LIDOS..: '
                   EDER0024-WS-CONT-HIST-LIDOS.
           DISPLAY 'EDER0024 - MOVIMENTOS ESTORNADOS.: '
                   EDER0024-WS-CONT-ESTORNADOS.
           DISPLAY 'EDER0024 - PEDIDOS RECUSADOS.....: '
                   EDER0024-WS-CONT-RECUSADOS.
           DISPLAY 'EDER0024 - REGISTRO: ENTRADAS LIDAS....: '
                   EDER0024-WS-CONT-REG-LIDOS.
           DISPLAY 'EDER0024 - REGISTRO: ENTRADAS GRAVADAS.: '
                   EDER0024-WS-CONT-REG-GRAVADOS.
           IF EDER0024-88-TRAILER-OK
               DISPLAY 'EDER0024 - TRAILERS CONFERIDOS...: OK'
           ELSE
               DISPLAY 'EDER0024 - TRAILERS CONFERIDOS...: DIVERGENTE'
      *        O TRAILER DO ARQUIVO DE ESTORNOS E RECALCULADO E SAI
      *        LIMPO MESMO SOBRE ORIGEM CORROMPIDA, ENTAO E AQUI QUE A
      *        JCL PRECISA RETER O ESTORNO E O REGISTRO.
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-FINALIZAR-EXIT.
           EXIT.
