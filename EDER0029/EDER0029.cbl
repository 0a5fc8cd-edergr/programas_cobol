      ******************************************************************
      *    NOME PROG..:  EDER0029                                      *
      *    DESCRICAO..:  VALIDACAO E GERACAO DAS TRANSFERENCIAS        *
      *                  INTERNAS ENTRE CONTAS                         *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      ******************************************************************
      *                                                                *
      *    LE OS PEDIDOS DE TRANSFERENCIA ENTRE DUAS CONTAS DA CASA    *
      *    (CONTA DE ORIGEM, CONTA DE DESTINO, DATA E VALOR) E VALIDA  *
      *    A TRANSFERENCIA INTEIRA ANTES DE GERAR QUALQUER LANCAMENTO: *
      *    AS DUAS CONTAS PRECISAM EXISTIR NO CADASTRO DE CONTAS       *
      *    (EDERACPY) COM STATUS 'A', E O SALDO ATUAL DA ORIGEM NO     *
      *    MESTRE DE SALDOS (EDERSCPY) MAIS O SEU LIMITE DE CREDITO,   *
      *    DEDUZIDOS O VALOR BLOQUEADO POR ORDENS JUDICIAIS OU         *
      *    ADMINISTRATIVAS (EDERJCPY) EM VIGOR NA DATA DO CICLO E AS   *
      *    TRANSFERENCIAS JA ACEITAS DA MESMA ORIGEM NESTA EXECUCAO,   *
      *    PRECISA COBRIR O VALOR. OS CREDITOS RECEBIDOS NESTA         *
      *    EXECUCAO NAO AUMENTAM O DISPONIVEL, PORQUE AINDA NAO FORAM  *
      *    POSTADOS. A TRANSFERENCIA VALIDA GERA AS DUAS PERNAS JUNTAS *
      *    NUM ARQUIVO EDERWCPY COMPLETO (HEADER, DETALHES E TRAILER   *
      *    RECALCULADO) QUE ENTRA NO CICLO: O DEBITO NA ORIGEM (CODIGO *
      *    0301) E O CREDITO NO DESTINO (CODIGO 0302), AMBOS COM A     *
      *    MESMA REFERENCIA DE TRANSFERENCIA (DATA DO CICLO E          *
      *    SEQUENCIAL). SE QUALQUER DAS PERNAS E INVALIDA, NENHUMA E   *
      *    GRAVADA E A TRANSFERENCIA INTEIRA VAI PARA O RELATORIO DE   *
      *    EXCECOES DE TRANSFERENCIA COM O MOTIVO.                     *
      *    A DATA INFORMADA NO PEDIDO PRECISA SER UMA DATA DE          *
      *    CALENDARIO VALIDA (EM BRANCO OU ZERADA ASSUME A DATA DO     *
      *    CICLO). OS CODIGOS 0301 E 0302 SAO CONFERIDOS NO MESTRE DE  *
      *    CODIGOS (EDERTCPY) NO INICIO DA EXECUCAO, COM OS CRITERIOS  *
      *    DO EDER0002: SE QUALQUER DELES ESTA AUSENTE, INATIVO OU COM *
      *    SENTIDO INCOMPATIVEL COM A PERNA, A EXECUCAO E ABORTADA     *
      *    ANTES DE LER OS PEDIDOS, PARA QUE O EDER0002 NUNCA RECUSE   *
      *    UMA PERNA E POSTE A OUTRA.                                  *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       CADASTRO DE CONTAS E MESTRE DE       *
      *                           SALDOS PASSARAM A SER ARQUIVOS       *
      *                           INDEXADOS POR CONTA; CADA CONTA DOS  *
      *                           PEDIDOS E LIDA DIRETO PELA CHAVE,    *
      *                           SEM PERCORRER OS ARQUIVOS INTEIROS   *
      *    15/10/2026   EGR       O DISPONIVEL DA CONTA DE ORIGEM      *
      *                           PASSOU A DEDUZIR O VALOR BLOQUEADO   *
      *                           PELAS ORDENS EM VIGOR (EDERJCPY)     *
      *    15/10/2026   EGR       CONFERENCIA DOS CODIGOS 0301 E 0302  *
      *                           NO MESTRE DE CODIGOS E VALIDACAO DA  *
      *                           DATA DO PEDIDO COMO DATA DE          *
      *                           CALENDARIO                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0029.
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
           SELECT ARQ-PEDIDOS     ASSIGN TO 'TRANSFPED'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0029-WS-FS-PED.

           SELECT ARQ-ORDENADO    ASSIGN TO 'SORTWK1'.

      *    CADASTRO DE CONTAS E MESTRE DE SALDOS INDEXADOS POR CONTA,
      *    LIDOS DIRETO PELA CHAVE DE CADA CONTA DOS PEDIDOS.
           SELECT ARQ-CADASTRO    ASSIGN TO 'CADCONTA'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                  FILE STATUS IS
                                             EDER0029-WS-FS-CADASTRO.

           SELECT ARQ-SALDOS      ASSIGN TO 'SALDOS'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                  FILE STATUS IS
                                             EDER0029-WS-FS-SALDOS.

      *    BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS DE VALOR (EDERJCPY),
      *    MANTIDOS PELO EDER0030.
           SELECT ARQ-BLOQUEIOS   ASSIGN TO 'BLOQJUD'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0029-WS-FS-BLOQ.

      *    MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY), CLASSIFICADO
      *    POR CODIGO.
           SELECT ARQ-CODIGOS     ASSIGN TO 'CODTRANS'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0029-WS-FS-CODIGOS.

      *    PERNAS DAS TRANSFERENCIAS ACEITAS (LAYOUT EDERWCPY).
           SELECT ARQ-TRANSFER    ASSIGN TO 'TRANSFER'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS
                                             EDER0029-WS-FS-TRANSFER.

           SELECT ARQ-RELATORIO   ASSIGN TO 'TRANSREL'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0029-WS-FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-PEDIDOS.
           05  EDER0029-PED-CONTA-ORIGEM     PIC 9(10).
           05  EDER0029-PED-CONTA-DESTINO    PIC 9(10).
           05  EDER0029-PED-DATA             PIC 9(08).
           05  EDER0029-PED-VALOR            PIC 9(13)V99.
           05  FILLER                        PIC X(37).

       SD  ARQ-ORDENADO.
       01  REG-ORDENADO.
           05  EDER0029-SR-CONTA             PIC 9(10).

       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.

       FD  ARQ-BLOQUEIOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-BLOQUEIOS.
           COPY EDERJCPY.

       FD  ARQ-CODIGOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS.
           COPY EDERTCPY.

       FD  ARQ-TRANSFER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-TRANSFER.
           COPY EDERWCPY.

       FD  ARQ-RELATORIO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RELATORIO                    PIC X(132).

       WORKING-STORAGE SECTION.
       77  EDER0029-WS-FS-PED               PIC X(02) VALUE SPACES.
       77  EDER0029-WS-FS-CADASTRO          PIC X(02) VALUE SPACES.
       77  EDER0029-WS-FS-SALDOS            PIC X(02) VALUE SPACES.
       77  EDER0029-WS-FS-BLOQ              PIC X(02) VALUE SPACES.
       77  EDER0029-WS-FS-CODIGOS           PIC X(02) VALUE SPACES.
       77  EDER0029-WS-FS-TRANSFER          PIC X(02) VALUE SPACES.
       77  EDER0029-WS-FS-RELAT             PIC X(02) VALUE SPACES.
       77  EDER0029-WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  EDER0029-88-FIM-ARQUIVO                VALUE 'S'.
       77  EDER0029-WS-FIM-ORDENADO         PIC X(01) VALUE 'N'.
           88  EDER0029-88-FIM-ORDENADO               VALUE 'S'.
       77  EDER0029-WS-TEM-ANTERIOR         PIC X(01) VALUE 'N'.
           88  EDER0029-88-TEM-ANTERIOR               VALUE 'S'.
       77  EDER0029-WS-TEM-PEDIDOS          PIC X(01) VALUE 'N'.
           88  EDER0029-88-TEM-PEDIDOS                VALUE 'S'.
       77  EDER0029-WS-FIM-CODIGOS          PIC X(01) VALUE 'N'.
           88  EDER0029-88-FIM-CODIGOS                VALUE 'S'.
       77  EDER0029-WS-DATA-OK              PIC X(01) VALUE 'S'.
           88  EDER0029-88-DATA-OK                    VALUE 'S'.
       77  EDER0029-WS-ABORTAR              PIC X(01) VALUE 'N'.
           88  EDER0029-88-ABORTAR                    VALUE 'S'.

       77  EDER0029-WS-DATA-PROCESSAMENTO   PIC 9(08) VALUE ZEROS.
       77  EDER0029-WS-DATA-TRANSFERENCIA   PIC 9(08) VALUE ZEROS.
       77  EDER0029-WS-IND                  PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0029-WS-IND-ORIGEM           PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0029-WS-IND-DESTINO          PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0029-WS-CONTA-ANTERIOR       PIC 9(10) VALUE ZEROS.
       77  EDER0029-WS-CONT-PEDIDOS         PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0029-WS-CONT-ACEITAS         PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0029-WS-CONT-RECUSADAS       PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0029-WS-CONT-PERNAS          PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0029-WS-SOMA-PERNAS          PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0029-WS-SOMA-TRANSFERIDA     PIC 9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0029-WS-DISPONIVEL           PIC S9(15)V99 VALUE ZEROS
                                             COMP-3.
       77  EDER0029-WS-MOTIVO-RECUSA        PIC X(60) VALUE SPACES.

       77  EDER0029-WS-ANO                  PIC 9(04) VALUE ZEROS.
       77  EDER0029-WS-MES                  PIC 9(02) VALUE ZEROS.
       77  EDER0029-WS-DIA                  PIC 9(02) VALUE ZEROS.
       77  EDER0029-WS-DIAS-MES             PIC 9(02) VALUE ZEROS.
       77  EDER0029-WS-QUOCIENTE            PIC 9(04) VALUE ZEROS.
       77  EDER0029-WS-RESTO-4              PIC 9(02) VALUE ZEROS.
       77  EDER0029-WS-RESTO-100            PIC 9(02) VALUE ZEROS.
       77  EDER0029-WS-RESTO-400            PIC 9(03) VALUE ZEROS.

      *    CODIGOS DE TRANSACAO RESERVADOS AS PERNAS DA TRANSFERENCIA
      *    INTERNA NO MESTRE DE CODIGOS (EDERTCPY).
       77  EDER0029-WS-COD-ENVIADA          PIC 9(04) VALUE 0301.
       77  EDER0029-WS-COD-RECEBIDA         PIC 9(04) VALUE 0302.

      *    MESTRE DE CODIGOS DE TRANSACAO EM MEMORIA, NA ORDEM DO
      *    ARQUIVO (CLASSIFICADO POR CODIGO).
       01  EDER0029-WS-TABELA-CODIGOS.
           05  EDER0029-WS-QTD-CODIGOS      PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0029-WS-ENTRADA-CODIGO OCCURS 1 TO 9999 TIMES
                       DEPENDING ON EDER0029-WS-QTD-CODIGOS
                       ASCENDING KEY IS EDER0029-WS-TCD-CODIGO
                       INDEXED BY EDER0029-WS-IDX-COD.
               10  EDER0029-WS-TCD-CODIGO   PIC 9(04).
               10  EDER0029-WS-TCD-SENTIDO  PIC X(01).
               10  EDER0029-WS-TCD-STATUS   PIC X(01).

      *    REFERENCIA GRAVADA NAS DUAS PERNAS DE UMA MESMA
      *    TRANSFERENCIA: DATA DO CICLO E SEQUENCIAL DA TRANSFERENCIA
      *    ACEITA NO CICLO.
       01  EDER0029-WS-REFERENCIA.
           05  EDER0029-WS-REF-DATA         PIC 9(08) VALUE ZEROS.
           05  EDER0029-WS-REF-SEQUENCIAL   PIC 9(04) VALUE ZEROS.

      *    CONTAS CITADAS NOS PEDIDOS (ORIGEM OU DESTINO),
      *    CLASSIFICADAS POR CONTA, CARREGADAS NA SAIDA DA ORDENACAO E
      *    COMPLETADAS PELO CADASTRO, PELO MESTRE DE SALDOS E PELOS
      *    BLOQUEIOS. TE-STATUS-CAD EM BRANCO E CONTA AUSENTE DO
      *    CADASTRO; TE-BLOQUEADO E O VALOR AINDA BLOQUEADO PELAS
      *    ORDENS EM VIGOR NA DATA DO CICLO;
      *    TE-DEBITADO ACUMULA AS TRANSFERENCIAS JA ACEITAS COM A
      *    CONTA COMO ORIGEM NESTA EXECUCAO.
       01  EDER0029-WS-TABELA-CONTAS.
           05  EDER0029-WS-QTD-CONTAS       PIC 9(05) VALUE ZEROS
                                             COMP.
           05  EDER0029-WS-ENTRADA-CONTA OCCURS 1 TO 10000 TIMES
                       DEPENDING ON EDER0029-WS-QTD-CONTAS
                       ASCENDING KEY IS EDER0029-WS-TE-CONTA
                       INDEXED BY EDER0029-WS-IDX-CTA.
               10  EDER0029-WS-TE-CONTA     PIC 9(10).
               10  EDER0029-WS-TE-STATUS-CAD
                                            PIC X(01).
               10  EDER0029-WS-TE-LIMITE    PIC 9(13)V99.
               10  EDER0029-WS-TE-SALDO     PIC S9(15)V99 COMP-3.
               10  EDER0029-WS-TE-DEBITADO  PIC 9(15)V99 COMP-3.
               10  EDER0029-WS-TE-BLOQUEADO PIC 9(15)V99 COMP-3.

       01  EDER0029-WL-CABECALHO-1.
           05  FILLER                       PIC X(46)
               VALUE 'EDER0029 - EXCECOES DE TRANSFERENCIA INTERNA'.
           05  FILLER                       PIC X(18)
               VALUE 'DATA DO CICLO: '.
           05  EDER0029-WL-C1-DATA          PIC 9999/99/99.

       01  EDER0029-WL-CABECALHO-2.
           05  FILLER                       PIC X(14) VALUE 'ORIGEM'.
           05  FILLER                       PIC X(14) VALUE 'DESTINO'.
           05  FILLER                       PIC X(12) VALUE 'DATA'.
           05  FILLER                       PIC X(23)
               VALUE 'VALOR'.
           05  FILLER                       PIC X(20)
               VALUE 'MOTIVO DA RECUSA'.

       01  EDER0029-WL-DETALHE.
           05  EDER0029-WL-D-ORIGEM         PIC Z(09)9.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  EDER0029-WL-D-DESTINO        PIC Z(09)9.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  EDER0029-WL-D-DATA           PIC 9999/99/99.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  EDER0029-WL-D-VALOR          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  EDER0029-WL-D-MOTIVO         PIC X(60).

       01  EDER0029-WL-TOTAL.
           05  EDER0029-WL-T-DESCRICAO      PIC X(30).
           05  EDER0029-WL-T-QTDE           PIC Z(06)9.

       01  EDER0029-WL-TOTAL-VALOR.
           05  EDER0029-WL-TV-DESCRICAO     PIC X(30).
           05  EDER0029-WL-TV-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR  THRU 1000-INICIALIZAR-EXIT.
           IF NOT EDER0029-88-ABORTAR
               SORT ARQ-ORDENADO
                   ON ASCENDING KEY EDER0029-SR-CONTA
                   INPUT PROCEDURE  2000-SELECIONAR-CONTAS
                                THRU 2000-SELECIONAR-CONTAS-EXIT
                   OUTPUT PROCEDURE 3000-CARREGAR-TABELA
                                THRU 3000-CARREGAR-TABELA-EXIT
           END-IF.
           IF NOT EDER0029-88-ABORTAR
               PERFORM 4000-CONFERIR-CADASTRO
                                  THRU 4000-CONFERIR-CADASTRO-EXIT
           END-IF.
           IF NOT EDER0029-88-ABORTAR
               PERFORM 4100-CONFERIR-SALDOS
                                  THRU 4100-CONFERIR-SALDOS-EXIT
           END-IF.
           IF NOT EDER0029-88-ABORTAR
               PERFORM 4200-CONFERIR-BLOQUEIOS
                                  THRU 4200-CONFERIR-BLOQUEIOS-EXIT
           END-IF.
           IF NOT EDER0029-88-ABORTAR
               PERFORM 5000-PROCESSAR-PEDIDOS
                                  THRU 5000-PROCESSAR-PEDIDOS-EXIT
           END-IF.
           IF NOT EDER0029-88-ABORTAR
               PERFORM 7000-GRAVAR-TRAILER
                                  THRU 7000-GRAVAR-TRAILER-EXIT
               PERFORM 9000-FINALIZAR    THRU 9000-FINALIZAR-EXIT
           END-IF.
           IF EDER0029-88-ABORTAR
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PEDE A DATA DO CICLO, CONFERE OS CODIGOS DAS PERNAS NO      *
      *    MESTRE DE CODIGOS, ABRE OS ARQUIVOS DE SAIDA E GRAVA OS     *
      *    CABECALHOS DO RELATORIO E O HEADER DO ARQUIVO DE            *
      *    TRANSFERENCIAS                                              *
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'EDER0029 - TRANSFERENCIAS INTERNAS ENTRE CONTAS'.
           DISPLAY 'DATA DE PROCESSAMENTO DO CICLO (CCYYMMDD) OU 0 '
                   'PARA A DATA DO SISTEMA: '.
           ACCEPT EDER0029-WS-DATA-PROCESSAMENTO.
           IF EDER0029-WS-DATA-PROCESSAMENTO = 0
               ACCEPT EDER0029-WS-DATA-PROCESSAMENTO
                   FROM DATE YYYYMMDD
           END-IF.
           MOVE EDER0029-WS-DATA-PROCESSAMENTO
               TO EDER0029-WS-REF-DATA.

           PERFORM 1500-CARREGAR-CODIGOS
                              THRU 1500-CARREGAR-CODIGOS-EXIT.
           IF EDER0029-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           PERFORM 1600-CONFERIR-CODIGOS
                              THRU 1600-CONFERIR-CODIGOS-EXIT.
           IF EDER0029-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-TRANSFER.
           IF EDER0029-WS-FS-TRANSFER NOT = '00'
               DISPLAY 'EDER0029 - ERRO AO ABRIR ARQ-TRANSFER: '
                       EDER0029-WS-FS-TRANSFER
               SET EDER0029-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           IF EDER0029-WS-FS-RELAT NOT = '00'
               DISPLAY 'EDER0029 - ERRO AO ABRIR ARQ-RELATORIO: '
                       EDER0029-WS-FS-RELAT
               CLOSE ARQ-TRANSFER
               SET EDER0029-88-ABORTAR TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           MOVE EDER0029-WS-DATA-PROCESSAMENTO
               TO EDER0029-WL-C1-DATA.
           MOVE EDER0029-WL-CABECALHO-1 TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE EDER0029-WL-CABECALHO-2 TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           MOVE SPACES TO EDERWCPY-REGISTRO OF REG-TRANSFER.
           MOVE 'TRANSFERENCIAS INTERNAS'
               TO EDERWCPY-H-OBJETIVO-ARQUIVO OF REG-TRANSFER.
           WRITE REG-TRANSFER.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY,         *
      *    CLASSIFICADO POR CODIGO) NA TABELA EM MEMORIA. SEM O        *
      *    MESTRE OS CODIGOS DAS PERNAS NAO PODEM SER CONFERIDOS E A   *
      *    EXECUCAO E ABORTADA                                         *
      ******************************************************************
       1500-CARREGAR-CODIGOS.
           OPEN INPUT ARQ-CODIGOS.
           IF EDER0029-WS-FS-CODIGOS NOT = '00'
               DISPLAY 'EDER0029 - ERRO AO ABRIR ARQ-CODIGOS: '
                       EDER0029-WS-FS-CODIGOS
               SET EDER0029-88-ABORTAR TO TRUE
               GO TO 1500-CARREGAR-CODIGOS-EXIT
           END-IF.

           PERFORM 1510-CARREGAR-CODIGO
                              THRU 1510-CARREGAR-CODIGO-EXIT
               UNTIL EDER0029-88-FIM-CODIGOS
                  OR EDER0029-88-ABORTAR.

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
                   SET EDER0029-88-FIM-CODIGOS TO TRUE
                   GO TO 1510-CARREGAR-CODIGO-EXIT
           END-READ.
           IF EDER0029-WS-QTD-CODIGOS = 9999
               DISPLAY 'EDER0029 - MESTRE DE CODIGOS EXCEDE A '
                       'TABELA DE 9999 ENTRADAS'
               SET EDER0029-88-ABORTAR TO TRUE
               GO TO 1510-CARREGAR-CODIGO-EXIT
           END-IF.
           ADD 1 TO EDER0029-WS-QTD-CODIGOS.
           MOVE EDERTCPY-T-CODIGO OF REG-CODIGOS
               TO EDER0029-WS-TCD-CODIGO (EDER0029-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-SENTIDO OF REG-CODIGOS
               TO EDER0029-WS-TCD-SENTIDO (EDER0029-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-STATUS OF REG-CODIGOS
               TO EDER0029-WS-TCD-STATUS (EDER0029-WS-QTD-CODIGOS).
       1510-CARREGAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE OS CODIGOS DAS DUAS PERNAS COM OS CRITERIOS DA      *
      *    VALIDACAO DE CODIGO DO EDER0002: O CODIGO PRECISA EXISTIR,  *
      *    ESTAR ATIVO E TER SENTIDO 'A' OU IGUAL AO DA PERNA (DEBITO  *
      *    PARA 0301, CREDITO PARA 0302). SE QUALQUER DELES FALHA, A   *
      *    EXECUCAO E ABORTADA SEM GERAR NENHUMA PERNA                 *
      ******************************************************************
       1600-CONFERIR-CODIGOS.
           SEARCH ALL EDER0029-WS-ENTRADA-CODIGO
               AT END
                   DISPLAY 'EDER0029 - CODIGO ' EDER0029-WS-COD-ENVIADA
                           ' AUSENTE DO MESTRE DE CODIGOS'
                   SET EDER0029-88-ABORTAR TO TRUE
               WHEN EDER0029-WS-TCD-CODIGO (EDER0029-WS-IDX-COD)
                                        = EDER0029-WS-COD-ENVIADA
                   IF EDER0029-WS-TCD-STATUS (EDER0029-WS-IDX-COD)
                                                          NOT = 'A'
                      OR (EDER0029-WS-TCD-SENTIDO (EDER0029-WS-IDX-COD)
                                                          NOT = 'A'
                      AND EDER0029-WS-TCD-SENTIDO (EDER0029-WS-IDX-COD)
                                                          NOT = 'D')
                       DISPLAY 'EDER0029 - CODIGO '
                               EDER0029-WS-COD-ENVIADA
                               ' INATIVO OU SEM SENTIDO DE DEBITO'
                       SET EDER0029-88-ABORTAR TO TRUE
                   END-IF
           END-SEARCH.

           SEARCH ALL EDER0029-WS-ENTRADA-CODIGO
               AT END
                   DISPLAY 'EDER0029 - CODIGO ' EDER0029-WS-COD-RECEBIDA
                           ' AUSENTE DO MESTRE DE CODIGOS'
                   SET EDER0029-88-ABORTAR TO TRUE
               WHEN EDER0029-WS-TCD-CODIGO (EDER0029-WS-IDX-COD)
                                        = EDER0029-WS-COD-RECEBIDA
                   IF EDER0029-WS-TCD-STATUS (EDER0029-WS-IDX-COD)
                                                          NOT = 'A'
                      OR (EDER0029-WS-TCD-SENTIDO (EDER0029-WS-IDX-COD)
                                                          NOT = 'A'
                      AND EDER0029-WS-TCD-SENTIDO (EDER0029-WS-IDX-COD)
                                                          NOT = 'C')
                       DISPLAY 'EDER0029 - CODIGO '
                               EDER0029-WS-COD-RECEBIDA
                               ' INATIVO OU SEM SENTIDO DE CREDITO'
                       SET EDER0029-88-ABORTAR TO TRUE
                   END-IF
           END-SEARCH.
       1600-CONFERIR-CODIGOS-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A ORDENACAO A CONTA DE ORIGEM E A CONTA DE      *
      *    DESTINO DE CADA PEDIDO DE TRANSFERENCIA                     *
      ******************************************************************
       2000-SELECIONAR-CONTAS.
           OPEN INPUT ARQ-PEDIDOS.
           IF EDER0029-WS-FS-PED = '35'
               DISPLAY 'EDER0029 - SEM ARQUIVO DE PEDIDOS DE '
                       'TRANSFERENCIA. NADA A TRANSFERIR'
               GO TO 2000-SELECIONAR-CONTAS-EXIT
           END-IF.
           IF EDER0029-WS-FS-PED NOT = '00'
               DISPLAY 'EDER0029 - ERRO AO ABRIR ARQ-PEDIDOS: '
                       EDER0029-WS-FS-PED
               SET EDER0029-88-ABORTAR TO TRUE
               GO TO 2000-SELECIONAR-CONTAS-EXIT
           END-IF.

           SET EDER0029-88-TEM-PEDIDOS TO TRUE.
           MOVE 'N' TO EDER0029-WS-FIM-ARQUIVO.
           PERFORM 2100-LIBERAR-CONTAS THRU 2100-LIBERAR-CONTAS-EXIT
               UNTIL EDER0029-88-FIM-ARQUIVO.
           CLOSE ARQ-PEDIDOS.
       2000-SELECIONAR-CONTAS-EXIT.
           EXIT.

       2100-LIBERAR-CONTAS.
           READ ARQ-PEDIDOS
               AT END
                   SET EDER0029-88-FIM-ARQUIVO TO TRUE
                   GO TO 2100-LIBERAR-CONTAS-EXIT
           END-READ.
           IF EDER0029-PED-CONTA-ORIGEM NUMERIC
               MOVE EDER0029-PED-CONTA-ORIGEM TO EDER0029-SR-CONTA
               RELEASE REG-ORDENADO
           END-IF.
           IF EDER0029-PED-CONTA-DESTINO NUMERIC
               MOVE EDER0029-PED-CONTA-DESTINO TO EDER0029-SR-CONTA
               RELEASE REG-ORDENADO
           END-IF.
       2100-LIBERAR-CONTAS-EXIT.
           EXIT.

      ******************************************************************
      *    RECEBE AS CONTAS JA ORDENADAS E AS CARREGA NA TABELA; UMA   *
      *    CONTA CITADA MAIS DE UMA VEZ E CARREGADA UMA SO VEZ, E UM   *
      *    LOTE MAIOR QUE A TABELA DERRUBA A EXECUCAO                  *
      ******************************************************************
       3000-CARREGAR-TABELA.
           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0029-88-FIM-ORDENADO TO TRUE
           END-RETURN.
           PERFORM 3100-CARREGAR-CONTA THRU 3100-CARREGAR-CONTA-EXIT
               UNTIL EDER0029-88-FIM-ORDENADO
                  OR EDER0029-88-ABORTAR.
       3000-CARREGAR-TABELA-EXIT.
           EXIT.

       3100-CARREGAR-CONTA.
           IF EDER0029-88-TEM-ANTERIOR
              AND EDER0029-SR-CONTA = EDER0029-WS-CONTA-ANTERIOR
               CONTINUE
           ELSE
               IF EDER0029-WS-QTD-CONTAS = 10000
                   DISPLAY 'EDER0029 - CONTAS DOS PEDIDOS EXCEDEM A '
                           'TABELA DE 10000 ENTRADAS'
                   SET EDER0029-88-ABORTAR TO TRUE
                   GO TO 3100-CARREGAR-CONTA-EXIT
               END-IF
               ADD 1 TO EDER0029-WS-QTD-CONTAS
               MOVE EDER0029-WS-QTD-CONTAS TO EDER0029-WS-IND
               MOVE EDER0029-SR-CONTA
                   TO EDER0029-WS-TE-CONTA (EDER0029-WS-IND)
               MOVE SPACES
                   TO EDER0029-WS-TE-STATUS-CAD (EDER0029-WS-IND)
               MOVE ZEROS TO EDER0029-WS-TE-LIMITE (EDER0029-WS-IND)
                             EDER0029-WS-TE-SALDO (EDER0029-WS-IND)
                             EDER0029-WS-TE-DEBITADO (EDER0029-WS-IND)
                             EDER0029-WS-TE-BLOQUEADO (EDER0029-WS-IND)
               MOVE EDER0029-SR-CONTA TO EDER0029-WS-CONTA-ANTERIOR
               SET EDER0029-88-TEM-ANTERIOR TO TRUE
           END-IF.

           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0029-88-FIM-ORDENADO TO TRUE
           END-RETURN.
       3100-CARREGAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    LE NO CADASTRO DE CONTAS, PELA CHAVE, CADA CONTA DOS        *
      *    PEDIDOS E GUARDA O SEU STATUS E O SEU LIMITE DE CREDITO;    *
      *    CONTA FORA DO CADASTRO FICA COM O STATUS EM BRANCO          *
      ******************************************************************
       4000-CONFERIR-CADASTRO.
           IF EDER0029-WS-QTD-CONTAS = 0
               GO TO 4000-CONFERIR-CADASTRO-EXIT
           END-IF.
           OPEN INPUT ARQ-CADASTRO.
           IF EDER0029-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0029 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0029-WS-FS-CADASTRO
               SET EDER0029-88-ABORTAR TO TRUE
               GO TO 4000-CONFERIR-CADASTRO-EXIT
           END-IF.

           PERFORM 4050-EXAMINAR-CADASTRO
                              THRU 4050-EXAMINAR-CADASTRO-EXIT
               VARYING EDER0029-WS-IND FROM 1 BY 1
               UNTIL EDER0029-WS-IND > EDER0029-WS-QTD-CONTAS
                  OR EDER0029-88-ABORTAR.
           CLOSE ARQ-CADASTRO.
       4000-CONFERIR-CADASTRO-EXIT.
           EXIT.

       4050-EXAMINAR-CADASTRO.
           MOVE EDER0029-WS-TE-CONTA (EDER0029-WS-IND)
               TO EDERACPY-A-CONTA OF REG-CADASTRO.
           READ ARQ-CADASTRO
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE EDER0029-WS-FS-CADASTRO
               WHEN '00'
                   MOVE EDERACPY-A-STATUS OF REG-CADASTRO
                       TO EDER0029-WS-TE-STATUS-CAD (EDER0029-WS-IND)
                   MOVE EDERACPY-A-LIMITE-CREDITO OF REG-CADASTRO
                       TO EDER0029-WS-TE-LIMITE (EDER0029-WS-IND)
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EDER0029 - ERRO NA LEITURA DE '
                           'ARQ-CADASTRO: ' EDER0029-WS-FS-CADASTRO
                   SET EDER0029-88-ABORTAR TO TRUE
           END-EVALUATE.
       4050-EXAMINAR-CADASTRO-EXIT.
           EXIT.

      ******************************************************************
      *    LE NO MESTRE DE SALDOS, PELA CHAVE, CADA CONTA DOS PEDIDOS  *
      *    E GUARDA O SEU SALDO ATUAL; CONTA FORA DO MESTRE (OU SEM    *
      *    MESTRE) TEM SALDO ZERO                                      *
      ******************************************************************
       4100-CONFERIR-SALDOS.
           IF EDER0029-WS-QTD-CONTAS = 0
               GO TO 4100-CONFERIR-SALDOS-EXIT
           END-IF.
           OPEN INPUT ARQ-SALDOS.
           IF EDER0029-WS-FS-SALDOS = '35'
               DISPLAY 'EDER0029 - MESTRE DE SALDOS INEXISTENTE. '
                       'CONTAS TRATADAS COMO SEM SALDO'
               GO TO 4100-CONFERIR-SALDOS-EXIT
           END-IF.
           IF EDER0029-WS-FS-SALDOS NOT = '00'
               DISPLAY 'EDER0029 - ERRO AO ABRIR ARQ-SALDOS: '
                       EDER0029-WS-FS-SALDOS
               SET EDER0029-88-ABORTAR TO TRUE
               GO TO 4100-CONFERIR-SALDOS-EXIT
           END-IF.

           PERFORM 4150-EXAMINAR-SALDO THRU 4150-EXAMINAR-SALDO-EXIT
               VARYING EDER0029-WS-IND FROM 1 BY 1
               UNTIL EDER0029-WS-IND > EDER0029-WS-QTD-CONTAS
                  OR EDER0029-88-ABORTAR.
           CLOSE ARQ-SALDOS.
       4100-CONFERIR-SALDOS-EXIT.
           EXIT.

       4150-EXAMINAR-SALDO.
           MOVE EDER0029-WS-TE-CONTA (EDER0029-WS-IND)
               TO EDERSCPY-S-CONTA OF REG-SALDOS.
           READ ARQ-SALDOS
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE EDER0029-WS-FS-SALDOS
               WHEN '00'
                   MOVE EDERSCPY-S-SALDO-ATUAL OF REG-SALDOS
                       TO EDER0029-WS-TE-SALDO (EDER0029-WS-IND)
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EDER0029 - ERRO NA LEITURA DE ARQ-SALDOS: '
                           EDER0029-WS-FS-SALDOS
                   SET EDER0029-88-ABORTAR TO TRUE
           END-EVALUATE.
       4150-EXAMINAR-SALDO-EXIT.
           EXIT.

      ******************************************************************
      *    LE AS ORDENS DE BLOQUEIO E SOMA, EM CADA CONTA DOS PEDIDOS, *
      *    O VALOR AINDA BLOQUEADO PELAS ORDENS EM VIGOR NA DATA DO    *
      *    CICLO; SEM O ARQUIVO DE BLOQUEIOS NENHUMA CONTA TEM VALOR   *
      *    BLOQUEADO                                                   *
      ******************************************************************
       4200-CONFERIR-BLOQUEIOS.
           IF EDER0029-WS-QTD-CONTAS = 0
               GO TO 4200-CONFERIR-BLOQUEIOS-EXIT
           END-IF.
           OPEN INPUT ARQ-BLOQUEIOS.
           IF EDER0029-WS-FS-BLOQ = '35'
               DISPLAY 'EDER0029 - ARQUIVO DE BLOQUEIOS INEXISTENTE. '
                       'NENHUM VALOR BLOQUEADO'
               GO TO 4200-CONFERIR-BLOQUEIOS-EXIT
           END-IF.
           IF EDER0029-WS-FS-BLOQ NOT = '00'
               DISPLAY 'EDER0029 - ERRO AO ABRIR ARQ-BLOQUEIOS: '
                       EDER0029-WS-FS-BLOQ
               SET EDER0029-88-ABORTAR TO TRUE
               GO TO 4200-CONFERIR-BLOQUEIOS-EXIT
           END-IF.

           MOVE 'N' TO EDER0029-WS-FIM-ARQUIVO.
           PERFORM 4250-EXAMINAR-BLOQUEIO
                              THRU 4250-EXAMINAR-BLOQUEIO-EXIT
               UNTIL EDER0029-88-FIM-ARQUIVO.
           CLOSE ARQ-BLOQUEIOS.
       4200-CONFERIR-BLOQUEIOS-EXIT.
           EXIT.

      ******************************************************************
      *    A ORDEM ESTA EM VIGOR NA DATA DO CICLO QUANDO TEM STATUS    *
      *    'A' OU 'P', JA FOI INICIADA E NAO TEM DATA DE LIBERACAO     *
      *    ATINGIDA; O VALOR AINDA BLOQUEADO E O DA ORDEM MENOS O JA   *
      *    LIBERADO                                                    *
      ******************************************************************
       4250-EXAMINAR-BLOQUEIO.
           READ ARQ-BLOQUEIOS
               AT END
                   SET EDER0029-88-FIM-ARQUIVO TO TRUE
                   GO TO 4250-EXAMINAR-BLOQUEIO-EXIT
           END-READ.
           IF EDERJCPY-J-STATUS OF REG-BLOQUEIOS NOT = 'A'
              AND EDERJCPY-J-STATUS OF REG-BLOQUEIOS NOT = 'P'
               GO TO 4250-EXAMINAR-BLOQUEIO-EXIT
           END-IF.
           IF EDERJCPY-J-DATA-INICIO OF REG-BLOQUEIOS
                               > EDER0029-WS-DATA-PROCESSAMENTO
               GO TO 4250-EXAMINAR-BLOQUEIO-EXIT
           END-IF.
           IF EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS NOT = ZEROS
              AND EDERJCPY-J-DATA-LIBERACAO OF REG-BLOQUEIOS
                               NOT > EDER0029-WS-DATA-PROCESSAMENTO
               GO TO 4250-EXAMINAR-BLOQUEIO-EXIT
           END-IF.

           SEARCH ALL EDER0029-WS-ENTRADA-CONTA
               AT END
                   CONTINUE
               WHEN EDER0029-WS-TE-CONTA (EDER0029-WS-IDX-CTA)
                       = EDERJCPY-J-CONTA OF REG-BLOQUEIOS
                   COMPUTE EDER0029-WS-TE-BLOQUEADO
                                             (EDER0029-WS-IDX-CTA) =
                           EDER0029-WS-TE-BLOQUEADO
                                             (EDER0029-WS-IDX-CTA)
                         + EDERJCPY-J-VALOR-ORDEM OF REG-BLOQUEIOS
                         - EDERJCPY-J-VALOR-LIBERADO OF REG-BLOQUEIOS
           END-SEARCH.
       4250-EXAMINAR-BLOQUEIO-EXIT.
           EXIT.

      ******************************************************************
      *    RELE OS PEDIDOS NA ORDEM DE CHEGADA E DECIDE CADA           *
      *    TRANSFERENCIA                                               *
      ******************************************************************
       5000-PROCESSAR-PEDIDOS.
           IF NOT EDER0029-88-TEM-PEDIDOS
               GO TO 5000-PROCESSAR-PEDIDOS-EXIT
           END-IF.
           OPEN INPUT ARQ-PEDIDOS.
           IF EDER0029-WS-FS-PED NOT = '00'
               DISPLAY 'EDER0029 - ERRO AO REABRIR ARQ-PEDIDOS: '
                       EDER0029-WS-FS-PED
               SET EDER0029-88-ABORTAR TO TRUE
               GO TO 5000-PROCESSAR-PEDIDOS-EXIT
           END-IF.

           MOVE 'N' TO EDER0029-WS-FIM-ARQUIVO.
           PERFORM 5100-TRATAR-PEDIDO THRU 5100-TRATAR-PEDIDO-EXIT
               UNTIL EDER0029-88-FIM-ARQUIVO.
           CLOSE ARQ-PEDIDOS.
       5000-PROCESSAR-PEDIDOS-EXIT.
           EXIT.

      ******************************************************************
      *    VALIDA AS DUAS PERNAS DA TRANSFERENCIA: O PRIMEIRO MOTIVO   *
      *    DE RECUSA ENCONTRADO MANDA A TRANSFERENCIA INTEIRA PARA O   *
      *    RELATORIO; SEM MOTIVO, AS DUAS PERNAS SAO GRAVADAS          *
      ******************************************************************
       5100-TRATAR-PEDIDO.
           READ ARQ-PEDIDOS
               AT END
                   SET EDER0029-88-FIM-ARQUIVO TO TRUE
                   GO TO 5100-TRATAR-PEDIDO-EXIT
           END-READ.
           ADD 1 TO EDER0029-WS-CONT-PEDIDOS.
           MOVE SPACES TO EDER0029-WS-MOTIVO-RECUSA.
           MOVE ZEROS TO EDER0029-WS-IND-ORIGEM
                         EDER0029-WS-IND-DESTINO.

           MOVE EDER0029-WS-DATA-PROCESSAMENTO
               TO EDER0029-WS-DATA-TRANSFERENCIA.
           SET EDER0029-88-DATA-OK TO TRUE.
           IF REG-PEDIDOS (21:8) NOT = SPACES
               IF EDER0029-PED-DATA NOT NUMERIC
                  OR EDER0029-PED-DATA NOT = 0
                   PERFORM 5150-VALIDAR-DATA
                                      THRU 5150-VALIDAR-DATA-EXIT
               END-IF
           END-IF.

           IF EDER0029-PED-CONTA-ORIGEM NOT NUMERIC
              OR EDER0029-PED-CONTA-DESTINO NOT NUMERIC
              OR EDER0029-PED-VALOR NOT NUMERIC
               MOVE 'RECUSADA - CONTA OU VALOR NAO NUMERICO'
                   TO EDER0029-WS-MOTIVO-RECUSA
               GO TO 5100-DECIDIR-PEDIDO
           END-IF.

           IF NOT EDER0029-88-DATA-OK
               MOVE 'RECUSADA - DATA INVALIDA'
                   TO EDER0029-WS-MOTIVO-RECUSA
               GO TO 5100-DECIDIR-PEDIDO
           END-IF.

           PERFORM 5200-LOCALIZAR-CONTAS
                              THRU 5200-LOCALIZAR-CONTAS-EXIT.

           EVALUATE TRUE
               WHEN EDER0029-PED-VALOR = 0
                   MOVE 'RECUSADA - VALOR ZERADO'
                       TO EDER0029-WS-MOTIVO-RECUSA
               WHEN EDER0029-PED-CONTA-ORIGEM
                       = EDER0029-PED-CONTA-DESTINO
                   MOVE 'RECUSADA - ORIGEM IGUAL AO DESTINO'
                       TO EDER0029-WS-MOTIVO-RECUSA
               WHEN EDER0029-WS-TE-STATUS-CAD (EDER0029-WS-IND-ORIGEM)
                                                        = SPACES
                   MOVE 'RECUSADA - CONTA DE ORIGEM AUSENTE DO CADASTRO'
                       TO EDER0029-WS-MOTIVO-RECUSA
               WHEN EDER0029-WS-TE-STATUS-CAD (EDER0029-WS-IND-ORIGEM)
                                                        NOT = 'A'
                   MOVE 'RECUSADA - CONTA DE ORIGEM NAO ATIVA'
                       TO EDER0029-WS-MOTIVO-RECUSA
               WHEN EDER0029-WS-TE-STATUS-CAD (EDER0029-WS-IND-DESTINO)
                                                        = SPACES
                   MOVE
                       'RECUSADA - CONTA DE DESTINO AUSENTE DO CADASTRO'
                       TO EDER0029-WS-MOTIVO-RECUSA
               WHEN EDER0029-WS-TE-STATUS-CAD (EDER0029-WS-IND-DESTINO)
                                                        NOT = 'A'
                   MOVE 'RECUSADA - CONTA DE DESTINO NAO ATIVA'
                       TO EDER0029-WS-MOTIVO-RECUSA
               WHEN EDER0029-WS-REF-SEQUENCIAL = 9999
                   MOVE 'RECUSADA - LIMITE DE TRANSFERENCIAS DO CICLO'
                       TO EDER0029-WS-MOTIVO-RECUSA
               WHEN OTHER
                   COMPUTE EDER0029-WS-DISPONIVEL =
                       EDER0029-WS-TE-SALDO (EDER0029-WS-IND-ORIGEM)
                     + EDER0029-WS-TE-LIMITE (EDER0029-WS-IND-ORIGEM)
                     - EDER0029-WS-TE-DEBITADO (EDER0029-WS-IND-ORIGEM)
                   IF EDER0029-WS-DISPONIVEL < EDER0029-PED-VALOR
                       MOVE 'RECUSADA - SALDO E LIMITE INSUFICIENTES'
                           TO EDER0029-WS-MOTIVO-RECUSA
                   ELSE
                       SUBTRACT EDER0029-WS-TE-BLOQUEADO
                                          (EDER0029-WS-IND-ORIGEM)
                           FROM EDER0029-WS-DISPONIVEL
                       IF EDER0029-WS-DISPONIVEL < EDER0029-PED-VALOR
                           MOVE 'RECUSADA - VALOR BLOQUEADO NA ORIGEM'
                               TO EDER0029-WS-MOTIVO-RECUSA
                       END-IF
                   END-IF
           END-EVALUATE.

       5100-DECIDIR-PEDIDO.
           IF EDER0029-WS-MOTIVO-RECUSA = SPACES
               PERFORM 5300-GRAVAR-PERNAS THRU 5300-GRAVAR-PERNAS-EXIT
           ELSE
               PERFORM 5400-RELATAR-RECUSA
                                  THRU 5400-RELATAR-RECUSA-EXIT
           END-IF.
       5100-TRATAR-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE A DATA INFORMADA NO PEDIDO E UMA DATA VALIDA NO  *
      *    FORMATO CCYYMMDD. A DATA NUMERICA PASSA A SER A DATA DA     *
      *    TRANSFERENCIA, MESMO INVALIDA, PARA APARECER NO RELATORIO   *
      ******************************************************************
       5150-VALIDAR-DATA.
           IF EDER0029-PED-DATA NOT NUMERIC
               MOVE 'N' TO EDER0029-WS-DATA-OK
               GO TO 5150-VALIDAR-DATA-EXIT
           END-IF.
           MOVE EDER0029-PED-DATA TO EDER0029-WS-DATA-TRANSFERENCIA.

           MOVE EDER0029-PED-DATA (1:4) TO EDER0029-WS-ANO.
           MOVE EDER0029-PED-DATA (5:2) TO EDER0029-WS-MES.
           MOVE EDER0029-PED-DATA (7:2) TO EDER0029-WS-DIA.

           IF EDER0029-WS-MES < 1 OR EDER0029-WS-MES > 12
               MOVE 'N' TO EDER0029-WS-DATA-OK
               GO TO 5150-VALIDAR-DATA-EXIT
           END-IF.

           PERFORM 5160-CALCULAR-DIAS-MES
                              THRU 5160-CALCULAR-DIAS-MES-EXIT.

           IF EDER0029-WS-DIA < 1
              OR EDER0029-WS-DIA > EDER0029-WS-DIAS-MES
               MOVE 'N' TO EDER0029-WS-DATA-OK
           END-IF.
       5150-VALIDAR-DATA-EXIT.
           EXIT.

      ******************************************************************
      *    CALCULA A QUANTIDADE DE DIAS DO MES, CONSIDERANDO ANO       *
      *    BISSEXTO PARA FEVEREIRO                                     *
      ******************************************************************
       5160-CALCULAR-DIAS-MES.
           EVALUATE EDER0029-WS-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
                              WHEN 10 WHEN 12
                   MOVE 31 TO EDER0029-WS-DIAS-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO EDER0029-WS-DIAS-MES
               WHEN 02
                   DIVIDE EDER0029-WS-ANO BY 4
                       GIVING EDER0029-WS-QUOCIENTE
                       REMAINDER EDER0029-WS-RESTO-4
                   DIVIDE EDER0029-WS-ANO BY 100
                       GIVING EDER0029-WS-QUOCIENTE
                       REMAINDER EDER0029-WS-RESTO-100
                   DIVIDE EDER0029-WS-ANO BY 400
                       GIVING EDER0029-WS-QUOCIENTE
                       REMAINDER EDER0029-WS-RESTO-400
                   IF (EDER0029-WS-RESTO-4 = 0 AND
                       EDER0029-WS-RESTO-100 NOT = 0)
                      OR EDER0029-WS-RESTO-400 = 0
                       MOVE 29 TO EDER0029-WS-DIAS-MES
                   ELSE
                       MOVE 28 TO EDER0029-WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 00 TO EDER0029-WS-DIAS-MES
           END-EVALUATE.
       5160-CALCULAR-DIAS-MES-EXIT.
           EXIT.

      ******************************************************************
      *    LOCALIZA NA TABELA AS ENTRADAS DA CONTA DE ORIGEM E DA      *
      *    CONTA DE DESTINO (TODA CONTA NUMERICA DOS PEDIDOS FOI       *
      *    CARREGADA NA ORDENACAO)                                     *
      ******************************************************************
       5200-LOCALIZAR-CONTAS.
           SEARCH ALL EDER0029-WS-ENTRADA-CONTA
               AT END
                   CONTINUE
               WHEN EDER0029-WS-TE-CONTA (EDER0029-WS-IDX-CTA)
                       = EDER0029-PED-CONTA-ORIGEM
                   SET EDER0029-WS-IND-ORIGEM TO EDER0029-WS-IDX-CTA
           END-SEARCH.
           SEARCH ALL EDER0029-WS-ENTRADA-CONTA
               AT END
                   CONTINUE
               WHEN EDER0029-WS-TE-CONTA (EDER0029-WS-IDX-CTA)
                       = EDER0029-PED-CONTA-DESTINO
                   SET EDER0029-WS-IND-DESTINO TO EDER0029-WS-IDX-CTA
           END-SEARCH.
       5200-LOCALIZAR-CONTAS-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA AS DUAS PERNAS DA TRANSFERENCIA ACEITA, COM A MESMA   *
      *    REFERENCIA, E RESERVA O VALOR NO DISPONIVEL DA ORIGEM PARA  *
      *    OS PEDIDOS SEGUINTES                                        *
      ******************************************************************
       5300-GRAVAR-PERNAS.
           ADD 1 TO EDER0029-WS-CONT-ACEITAS.
           ADD 1 TO EDER0029-WS-REF-SEQUENCIAL.

           MOVE SPACES TO EDERWCPY-REGISTRO OF REG-TRANSFER.
           MOVE EDER0029-PED-CONTA-ORIGEM
               TO EDERWCPY-E-CONTA OF REG-TRANSFER.
           MOVE EDER0029-WS-DATA-TRANSFERENCIA
               TO EDERWCPY-E-DATA-MOVIMENTACAO OF REG-TRANSFER.
           MOVE 'D' TO EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-TRANSFER.
           MOVE EDER0029-PED-VALOR
               TO EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-TRANSFER.
           MOVE EDER0029-WS-COD-ENVIADA
               TO EDERWCPY-E-COD-TRANSACAO OF REG-TRANSFER.
           MOVE EDER0029-WS-REFERENCIA
               TO EDERWCPY-E-REFERENCIA OF REG-TRANSFER.
           WRITE REG-TRANSFER.

           MOVE SPACES TO EDERWCPY-REGISTRO OF REG-TRANSFER.
           MOVE EDER0029-PED-CONTA-DESTINO
               TO EDERWCPY-E-CONTA OF REG-TRANSFER.
           MOVE EDER0029-WS-DATA-TRANSFERENCIA
               TO EDERWCPY-E-DATA-MOVIMENTACAO OF REG-TRANSFER.
           MOVE 'C' TO EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-TRANSFER.
           MOVE EDER0029-PED-VALOR
               TO EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-TRANSFER.
           MOVE EDER0029-WS-COD-RECEBIDA
               TO EDERWCPY-E-COD-TRANSACAO OF REG-TRANSFER.
           MOVE EDER0029-WS-REFERENCIA
               TO EDERWCPY-E-REFERENCIA OF REG-TRANSFER.
           WRITE REG-TRANSFER.

           ADD 2 TO EDER0029-WS-CONT-PERNAS.
           ADD EDER0029-PED-VALOR EDER0029-PED-VALOR
               TO EDER0029-WS-SOMA-PERNAS.
           ADD EDER0029-PED-VALOR TO EDER0029-WS-SOMA-TRANSFERIDA.
           ADD EDER0029-PED-VALOR
               TO EDER0029-WS-TE-DEBITADO (EDER0029-WS-IND-ORIGEM).
       5300-GRAVAR-PERNAS-EXIT.
           EXIT.

      ******************************************************************
      *    LISTA A TRANSFERENCIA RECUSADA NO RELATORIO DE EXCECOES     *
      ******************************************************************
       5400-RELATAR-RECUSA.
           ADD 1 TO EDER0029-WS-CONT-RECUSADAS.
           MOVE SPACES TO EDER0029-WL-DETALHE.
           IF EDER0029-PED-CONTA-ORIGEM NUMERIC
               MOVE EDER0029-PED-CONTA-ORIGEM TO EDER0029-WL-D-ORIGEM
           END-IF.
           IF EDER0029-PED-CONTA-DESTINO NUMERIC
               MOVE EDER0029-PED-CONTA-DESTINO
                   TO EDER0029-WL-D-DESTINO
           END-IF.
           MOVE EDER0029-WS-DATA-TRANSFERENCIA TO EDER0029-WL-D-DATA.
           IF EDER0029-PED-VALOR NUMERIC
               MOVE EDER0029-PED-VALOR TO EDER0029-WL-D-VALOR
           END-IF.
           MOVE EDER0029-WS-MOTIVO-RECUSA TO EDER0029-WL-D-MOTIVO.
           MOVE EDER0029-WL-DETALHE TO REG-RELATORIO.
           WRITE REG-RELATORIO.
       5400-RELATAR-RECUSA-EXIT.
           EXIT.

      ******************************************************************
      *    MONTA E GRAVA O TRAILER DO ARQUIVO DE TRANSFERENCIAS COM A  *
      *    QUANTIDADE DE PERNAS E O HASH RECALCULADOS                  *
      ******************************************************************
       7000-GRAVAR-TRAILER.
           MOVE SPACES TO EDERWCPY-REGISTRO OF REG-TRANSFER.
           MOVE EDER0029-WS-CONT-PERNAS
               TO EDERWCPY-T-QTD-REGISTROS OF REG-TRANSFER.
           MOVE EDER0029-WS-SOMA-PERNAS
               TO EDERWCPY-T-HASH-VALORES OF REG-TRANSFER.
           WRITE REG-TRANSFER.
       7000-GRAVAR-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA OS TOTAIS NO RELATORIO, FECHA OS ARQUIVOS E EMITE O   *
      *    RESUMO DA EXECUCAO                                          *
      ******************************************************************
       9000-FINALIZAR.
           MOVE SPACES TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'PEDIDOS LIDOS................:'
               TO EDER0029-WL-T-DESCRICAO.
           MOVE EDER0029-WS-CONT-PEDIDOS TO EDER0029-WL-T-QTDE.
           MOVE EDER0029-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TRANSFERENCIAS ACEITAS.......:'
               TO EDER0029-WL-T-DESCRICAO.
           MOVE EDER0029-WS-CONT-ACEITAS TO EDER0029-WL-T-QTDE.
           MOVE EDER0029-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'TRANSFERENCIAS RECUSADAS.....:'
               TO EDER0029-WL-T-DESCRICAO.
           MOVE EDER0029-WS-CONT-RECUSADAS TO EDER0029-WL-T-QTDE.
           MOVE EDER0029-WL-TOTAL TO REG-RELATORIO.
           WRITE REG-RELATORIO.
           MOVE 'VALOR TRANSFERIDO............:'
               TO EDER0029-WL-TV-DESCRICAO.
           MOVE EDER0029-WS-SOMA-TRANSFERIDA TO EDER0029-WL-TV-VALOR.
           MOVE EDER0029-WL-TOTAL-VALOR TO REG-RELATORIO.
           WRITE REG-RELATORIO.

           CLOSE ARQ-TRANSFER.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'EDER0029 - PEDIDOS LIDOS..........: '
                   EDER0029-WS-CONT-PEDIDOS.
           DISPLAY 'EDER0029 - TRANSFERENCIAS ACEITAS.: '
                   EDER0029-WS-CONT-ACEITAS.
           DISPLAY 'EDER0029 - TRANSFERENCIAS RECUSADAS: '
                   EDER0029-WS-CONT-RECUSADAS.
           DISPLAY 'EDER0029 - PERNAS GRAVADAS........: '
                   EDER0029-WS-CONT-PERNAS.
       9000-FINALIZAR-EXIT.
           EXIT.
