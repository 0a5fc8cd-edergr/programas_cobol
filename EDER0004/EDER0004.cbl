      *    HEADER E O TRAILER DO PROPRIO ARQUIVO EDERWCPY NAO SAO      *
      *    EXPORTADOS COMO DETALHE, E SAO IGNORADAS (JA DEVEM TER      *
      *    SIDO DESVIADAS PELO EDER0002) AS MOVIMENTACOES COM          *
      *    EDERWCPY-E-TIPO-MOVIMENTACAO FORA DE 'D'/'C', COM DATA      *
      *    INVALIDA, COM CODIGO DE TRANSACAO AUSENTE, INATIVO OU DE    *
      *    SENTIDO INCOMPATIVEL NO MESTRE DE CODIGOS (EDERTCPY) E AS   *
      *    DE CONTA AUSENTE DO CADASTRO DE CONTAS (EDERACPY) OU COM    *
      *    STATUS DIFERENTE DE ATIVA. AS POS-DATADAS (DATA DE          *
      *    MOVIMENTACAO POSTERIOR A DATA DO CICLO) TAMBEM NAO SAO      *
      *    EXPORTADAS: AGUARDAM NO DEPOSITO DE AGENDADOS E SO SAO      *
      *    EXPORTADAS NO CICLO EM QUE A DATA CHEGA, PARA NAO IREM AO   *
      *    BANCO ANTECIPADAMENTE NEM DUAS VEZES, E SAO CONTADAS A      *
      *    PARTE DAS IGNORADAS.                                        *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *                           CONTAS AMPLIADA DE 1000 PARA 50000   *
      *                           ENTRADAS, PARA A CADEIA SUPORTAR O   *
      *                           CRESCIMENTO DO CADASTRO SEM ABORTAR  *
      *    14/10/2026   EGR       INCLUIDAS AS VALIDACOES DE DATA E DE *
      *                           CODIGO DE TRANSACAO (EDERTCPY), COMO *
      *                           NO EDER0002; POS-DATADAS CONTADAS A  *
      *                           PARTE DAS IGNORADAS, E VALORES DE    *
      *                           DEBITO/CREDITO EXPORTADOS, IGNORADOS *
      *                           E POS-DATADOS GRAVADOS NO CONTROLE   *
      *                           DE EXECUCAO PARA O BALANCEAMENTO DO  *
      *                           FLUXO DE VALORES DO CICLO (EDER0032) *
      *    14/10/2026   EGR       CADASTRO DE CONTAS PASSOU A SER      *
      *                           ARQUIVO INDEXADO POR CONTA, LIDO POR *
      *                           INTEIRO EM ACESSO SEQUENCIAL         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0004.
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS EDER0004-WS-FS-RUNCTL.

      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO POR INTEIRO
      *    EM ORDEM DE CONTA.
           SELECT ARQ-CADASTRO  ASSIGN TO 'CADCONTA'
                                ORGANIZATION IS INDEXED
                                ACCESS MODE IS SEQUENTIAL
                                RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                FILE STATUS IS
                                             EDER0004-WS-FS-CADASTRO.

      *    MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY), CLASSIFICADO POR
      *    CODIGO, CARREGADO NA INICIALIZACAO.
           SELECT ARQ-CODIGOS   ASSIGN TO 'CODTRANS'
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS
                                             EDER0004-WS-FS-CODIGOS.

      *    CONTROLE DE REMESSAS: UM REGISTRO POR REMESSA EXPORTADA,
      *    GRAVADO AQUI COM STATUS PENDENTE E ATUALIZADO PELO
      *    EDER0009 QUANDO O RETORNO CORRESPONDENTE E CONCILIADO.
           COPY EDERRCPY.

       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

       FD  ARQ-CODIGOS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CODIGOS.
           COPY EDERTCPY.

       FD  ARQ-REMESSA-CTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           88  EDER0004-88-CADASTRO-CARREGADO            VALUE 'S'.
       77  EDER0004-WS-CONTA-OK                PIC X(01) VALUE 'S'.
           88  EDER0004-88-CONTA-OK                      VALUE 'S'.
       77  EDER0004-WS-FS-CODIGOS              PIC X(02) VALUE SPACES.
       77  EDER0004-WS-FIM-CODIGOS             PIC X(01) VALUE 'N'.
           88  EDER0004-88-FIM-CODIGOS                   VALUE 'S'.
       77  EDER0004-WS-CODIGOS-CARREGADOS      PIC X(01) VALUE 'N'.
           88  EDER0004-88-CODIGOS-CARREGADOS            VALUE 'S'.
       77  EDER0004-WS-CODIGO-OK               PIC X(01) VALUE 'S'.
           88  EDER0004-88-CODIGO-OK                     VALUE 'S'.
       77  EDER0004-WS-TIPO-OK                 PIC X(01) VALUE 'S'.
           88  EDER0004-88-TIPO-OK                       VALUE 'S'.
       77  EDER0004-WS-DATA-OK                 PIC X(01) VALUE 'S'.
           88  EDER0004-88-DATA-OK                       VALUE 'S'.
       77  EDER0004-WS-ANO                     PIC 9(04) VALUE ZEROS.
       77  EDER0004-WS-MES                     PIC 9(02) VALUE ZEROS.
       77  EDER0004-WS-DIA                     PIC 9(02) VALUE ZEROS.
       77  EDER0004-WS-DIAS-MES                PIC 9(02) VALUE ZEROS.
       77  EDER0004-WS-QUOCIENTE               PIC 9(04) VALUE ZEROS.
       77  EDER0004-WS-RESTO-4                 PIC 9(02) VALUE ZEROS.
       77  EDER0004-WS-RESTO-100               PIC 9(02) VALUE ZEROS.
       77  EDER0004-WS-RESTO-400               PIC 9(03) VALUE ZEROS.
       77  EDER0004-WS-FIM-ARQUIVO             PIC X(01) VALUE 'N'.
           88  EDER0004-88-FIM-ARQUIVO                   VALUE 'S'.
       77  EDER0004-WS-TEM-PENDENTE            PIC X(01) VALUE 'N'.
                                                COMP.
       77  EDER0004-WS-CONT-IGNORADOS          PIC 9(06) VALUE ZEROS
                                                COMP.
       77  EDER0004-WS-CONT-FUTUROS            PIC 9(06) VALUE ZEROS
                                                COMP.
       77  EDER0004-WS-VALOR-TOTAL             PIC 9(13)V99 VALUE
                                                    ZEROS COMP-3.
       77  EDER0004-WS-CONT-LIDOS              PIC 9(07) VALUE ZEROS
      *    CONTROLE AINDA NAO EXISTE).
       77  EDER0004-WS-NUMERO-REMESSA           PIC 9(06) VALUE ZEROS.

      *    VALORES DE DEBITO E DE CREDITO EXPORTADOS, IGNORADOS E
      *    POS-DATADOS, GRAVADOS NO CONTROLE DE EXECUCAO PARA O
      *    BALANCEAMENTO DO FLUXO DE VALORES DO CICLO (EDER0032).
       77  EDER0004-WS-VALOR-DEB-EXPORT         PIC 9(15)V99 VALUE
                                                    ZEROS COMP-3.
       77  EDER0004-WS-VALOR-CRED-EXPORT        PIC 9(15)V99 VALUE
                                                    ZEROS COMP-3.
       77  EDER0004-WS-VALOR-DEB-IGNOR          PIC 9(15)V99 VALUE
                                                    ZEROS COMP-3.
       77  EDER0004-WS-VALOR-CRED-IGNOR         PIC 9(15)V99 VALUE
                                                    ZEROS COMP-3.
       77  EDER0004-WS-VALOR-DEB-FUTUROS        PIC 9(15)V99 VALUE
                                                    ZEROS COMP-3.
       77  EDER0004-WS-VALOR-CRED-FUTUROS       PIC 9(15)V99 VALUE
                                                    ZEROS COMP-3.

      *    GUARDA O REGISTRO LIDO NA VOLTA ANTERIOR, JA QUE SO SE SABE
      *    QUE O ULTIMO REGISTRO FISICO E O TRAILER (E NAO UM DETALHE)
      *    QUANDO A LEITURA SEGUINTE ENCONTRA O FIM DO ARQUIVO.
               10  EDER0004-WS-TC-CONTA        PIC 9(10).
               10  EDER0004-WS-TC-STATUS       PIC X(01).

      *    IMAGEM EM MEMORIA DO MESTRE DE CODIGOS DE TRANSACAO
      *    (EDERTCPY), CLASSIFICADO POR CODIGO, CARREGADO NA
      *    INICIALIZACAO PARA A PESQUISA BINARIA DE CADA MOVIMENTACAO
      *    A EXPORTAR, COMO NO EDER0002.
       01  EDER0004-WS-TABELA-CODIGOS.
           05  EDER0004-WS-QTD-CODIGOS         PIC 9(05) VALUE ZEROS
                                                COMP.
           05  EDER0004-WS-ENTRADA-CODIGO OCCURS 1 TO 9999 TIMES
                       DEPENDING ON EDER0004-WS-QTD-CODIGOS
                       ASCENDING KEY IS EDER0004-WS-TCD-CODIGO
                       INDEXED BY EDER0004-WS-IDX-COD.
               10  EDER0004-WS-TCD-CODIGO      PIC 9(04).
               10  EDER0004-WS-TCD-SENTIDO     PIC X(01).
               10  EDER0004-WS-TCD-STATUS      PIC X(01).

       01  EDER0004-WL-HEADER.
           05  EDER0004-WH-TIPO-REGISTRO       PIC X(01) VALUE '0'.
           05  EDER0004-WH-CODIGO-BANCO        PIC 9(03) VALUE ZEROS.
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           PERFORM 1500-CARREGAR-CODIGOS
                              THRU 1500-CARREGAR-CODIGOS-EXIT.
           IF EDER0004-88-ABORTAR
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.

           OPEN INPUT  ARQ-MOVTO.
           IF EDER0004-WS-FS-MOVTO NOT = '00'
               DISPLAY 'EDER0004 - ERRO AO ABRIR ARQ-MOVTO: '
       1410-EXAMINAR-REMESSA-EXIT.
           EXIT.

      ******************************************************************
      *    CARREGA O MESTRE DE CODIGOS DE TRANSACAO (EDERTCPY,         *
      *    CLASSIFICADO POR CODIGO) NA TABELA EM MEMORIA USADA PELA    *
      *    VALIDACAO DE CODIGO, COM OS MESMOS CRITERIOS DO EDER0002:   *
      *    SEM O MESTRE A VALIDACAO DE CODIGO NAO E EXECUTADA E O      *
      *    OPERADOR E AVISADO; UM MESTRE MAIOR QUE A TABELA DERRUBA A  *
      *    EXECUCAO                                                    *
      ******************************************************************
       1500-CARREGAR-CODIGOS.
           OPEN INPUT ARQ-CODIGOS.
           IF EDER0004-WS-FS-CODIGOS = '35'
               DISPLAY 'EDER0004 - MESTRE DE CODIGOS INDISPONIVEL. '
                       'VALIDACAO DE CODIGO NAO EXECUTADA'
               GO TO 1500-CARREGAR-CODIGOS-EXIT
           END-IF.
           IF EDER0004-WS-FS-CODIGOS NOT = '00'
               DISPLAY 'EDER0004 - ERRO AO ABRIR ARQ-CODIGOS: '
                       EDER0004-WS-FS-CODIGOS
               SET EDER0004-88-ABORTAR TO TRUE
               GO TO 1500-CARREGAR-CODIGOS-EXIT
           END-IF.

           PERFORM 1510-CARREGAR-CODIGO
                              THRU 1510-CARREGAR-CODIGO-EXIT
               UNTIL EDER0004-88-FIM-CODIGOS
                  OR EDER0004-88-ABORTAR.

           CLOSE ARQ-CODIGOS.
           IF NOT EDER0004-88-ABORTAR
              AND EDER0004-WS-QTD-CODIGOS > 0
               SET EDER0004-88-CODIGOS-CARREGADOS TO TRUE
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
                   SET EDER0004-88-FIM-CODIGOS TO TRUE
                   GO TO 1510-CARREGAR-CODIGO-EXIT
           END-READ.
           IF EDER0004-WS-QTD-CODIGOS = 9999
               DISPLAY 'EDER0004 - MESTRE DE CODIGOS EXCEDE A '
                       'TABELA DE 9999 ENTRADAS'
               SET EDER0004-88-ABORTAR TO TRUE
               GO TO 1510-CARREGAR-CODIGO-EXIT
           END-IF.
           ADD 1 TO EDER0004-WS-QTD-CODIGOS.
           MOVE EDERTCPY-T-CODIGO OF REG-CODIGOS
               TO EDER0004-WS-TCD-CODIGO (EDER0004-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-SENTIDO OF REG-CODIGOS
               TO EDER0004-WS-TCD-SENTIDO (EDER0004-WS-QTD-CODIGOS).
           MOVE EDERTCPY-T-STATUS OF REG-CODIGOS
               TO EDER0004-WS-TCD-STATUS (EDER0004-WS-QTD-CODIGOS).
       1510-CARREGAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFIRMA O REGISTRO PENDENTE COMO DETALHE (POIS EXISTE UM   *
      *    PROXIMO REGISTRO FISICO), EXPORTA-O NO PADRAO CNAB E        *

      ******************************************************************
      *    MONTA E GRAVA O REGISTRO DETALHE (TIPO '1') NO PADRAO CNAB, *
      *    IGNORANDO MOVIMENTACOES COM TIPO, DATA, CONTA OU CODIGO DE  *
      *    TRANSACAO INVALIDOS E SEPARANDO AS POS-DATADAS (QUE         *
      *    AGUARDAM NO DEPOSITO DE AGENDADOS E SO SAO EXPORTADAS NO    *
      *    CICLO EM QUE A DATA CHEGA)                                  *
      ******************************************************************
       2200-GRAVAR-DETALHE.
           PERFORM 2210-VALIDAR-REGISTRO
                              THRU 2210-VALIDAR-REGISTRO-EXIT.
           IF NOT EDER0004-88-TIPO-OK OR NOT EDER0004-88-DATA-OK
              OR NOT EDER0004-88-CONTA-OK
              OR NOT EDER0004-88-CODIGO-OK
               ADD 1 TO EDER0004-WS-CONT-IGNORADOS
               IF EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                 EDER0004-WS-REG-ANTERIOR = 'C'
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0004-WS-REG-ANTERIOR
                       TO EDER0004-WS-VALOR-CRED-IGNOR
               ELSE
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0004-WS-REG-ANTERIOR
                       TO EDER0004-WS-VALOR-DEB-IGNOR
               END-IF
               GO TO 2200-GRAVAR-DETALHE-EXIT
           END-IF.

           IF EDERWCPY-E-DATA-MOVIMENTACAO OF EDER0004-WS-REG-ANTERIOR
                       GREATER THAN EDER0004-WS-DATA-SISTEMA
               ADD 1 TO EDER0004-WS-CONT-FUTUROS
               IF EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                 EDER0004-WS-REG-ANTERIOR = 'C'
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0004-WS-REG-ANTERIOR
                       TO EDER0004-WS-VALOR-CRED-FUTUROS
               ELSE
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0004-WS-REG-ANTERIOR
                       TO EDER0004-WS-VALOR-DEB-FUTUROS
               END-IF
           ELSE
               ADD 1 TO EDER0004-WS-SEQUENCIAL
               MOVE EDER0004-WS-SEQUENCIAL
                   TO EDER0004-WD-SEQUENCIAL
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0004-WS-REG-ANTERIOR
                   TO EDER0004-WS-VALOR-TOTAL
               IF EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                 EDER0004-WS-REG-ANTERIOR = 'C'
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0004-WS-REG-ANTERIOR
                       TO EDER0004-WS-VALOR-CRED-EXPORT
               ELSE
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0004-WS-REG-ANTERIOR
                       TO EDER0004-WS-VALOR-DEB-EXPORT
               END-IF
           END-IF.
       2200-GRAVAR-DETALHE-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA AS VALIDACOES DE TIPO, DATA, CONTA E CODIGO DE       *
      *    TRANSACAO DO EDER0002 A MOVIMENTACAO PENDENTE               *
      ******************************************************************
       2210-VALIDAR-REGISTRO.
           SET EDER0004-88-TIPO-OK   TO TRUE.
           SET EDER0004-88-DATA-OK   TO TRUE.
           SET EDER0004-88-CODIGO-OK TO TRUE.
           PERFORM 2220-VALIDAR-TIPO   THRU 2220-VALIDAR-TIPO-EXIT.
           PERFORM 2400-VALIDAR-DATA   THRU 2400-VALIDAR-DATA-EXIT.
           PERFORM 2250-VALIDAR-CONTA  THRU 2250-VALIDAR-CONTA-EXIT.
           PERFORM 2240-VALIDAR-CODIGO THRU 2240-VALIDAR-CODIGO-EXIT.
       2210-VALIDAR-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-TIPO-MOVIMENTACAO E 'D' OU 'C'        *
      ******************************************************************
       2220-VALIDAR-TIPO.
           IF EDERWCPY-E-TIPO-MOVIMENTACAO OF EDER0004-WS-REG-ANTERIOR
                                                                = 'D'
              OR EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                    EDER0004-WS-REG-ANTERIOR = 'C'
               CONTINUE
           ELSE
               MOVE 'N' TO EDER0004-WS-TIPO-OK
           END-IF.
       2220-VALIDAR-TIPO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-COD-TRANSACAO EXISTE NO MESTRE DE     *
      *    CODIGOS, SE ESTA ATIVO E SE O SENTIDO PERMITIDO PELO CODIGO *
      *    ('D', 'C' OU 'A' PARA AMBOS) ADMITE O TIPO DA MOVIMENTACAO; *
      *    SEM MESTRE CARREGADO A VALIDACAO NAO E EXECUTADA            *
      ******************************************************************
       2240-VALIDAR-CODIGO.
           IF NOT EDER0004-88-CODIGOS-CARREGADOS
               GO TO 2240-VALIDAR-CODIGO-EXIT
           END-IF.

           IF EDERWCPY-E-COD-TRANSACAO OF EDER0004-WS-REG-ANTERIOR
                                            NOT NUMERIC
               MOVE 'N' TO EDER0004-WS-CODIGO-OK
               GO TO 2240-VALIDAR-CODIGO-EXIT
           END-IF.

           SEARCH ALL EDER0004-WS-ENTRADA-CODIGO
               AT END
                   MOVE 'N' TO EDER0004-WS-CODIGO-OK
               WHEN EDER0004-WS-TCD-CODIGO (EDER0004-WS-IDX-COD)
                       = EDERWCPY-E-COD-TRANSACAO
                                         OF EDER0004-WS-REG-ANTERIOR
                   IF EDER0004-WS-TCD-STATUS (EDER0004-WS-IDX-COD)
                                                        NOT = 'A'
                       MOVE 'N' TO EDER0004-WS-CODIGO-OK
                   ELSE
                       IF EDER0004-WS-TCD-SENTIDO
                                         (EDER0004-WS-IDX-COD) NOT = 'A'
                          AND EDER0004-WS-TCD-SENTIDO
                                         (EDER0004-WS-IDX-COD)
                              NOT = EDERWCPY-E-TIPO-MOVIMENTACAO
                                         OF EDER0004-WS-REG-ANTERIOR
                           MOVE 'N' TO EDER0004-WS-CODIGO-OK
                       END-IF
                   END-IF
           END-SEARCH.
       2240-VALIDAR-CODIGO-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-CONTA EXISTE NO CADASTRO DE CONTAS E  *
      *    SE O STATUS DELA E ATIVA; SEM CADASTRO CARREGADO A          *
       2250-VALIDAR-CONTA-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE SE EDERWCPY-E-DATA-MOVIMENTACAO E UMA DATA VALIDA   *
      *    NO FORMATO CCYYMMDD                                         *
      ******************************************************************
       2400-VALIDAR-DATA.
           IF EDERWCPY-E-DATA-MOVIMENTACAO OF EDER0004-WS-REG-ANTERIOR
                                            NOT NUMERIC
               MOVE 'N' TO EDER0004-WS-DATA-OK
               GO TO 2400-VALIDAR-DATA-EXIT
           END-IF.

           MOVE EDERWCPY-E-DATA-MOVIMENTACAO
                             OF EDER0004-WS-REG-ANTERIOR (1:4)
               TO EDER0004-WS-ANO.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO
                             OF EDER0004-WS-REG-ANTERIOR (5:2)
               TO EDER0004-WS-MES.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO
                             OF EDER0004-WS-REG-ANTERIOR (7:2)
               TO EDER0004-WS-DIA.

           IF EDER0004-WS-MES < 1 OR EDER0004-WS-MES > 12
               MOVE 'N' TO EDER0004-WS-DATA-OK
               GO TO 2400-VALIDAR-DATA-EXIT
           END-IF.

           PERFORM 2450-CALCULAR-DIAS-MES
                              THRU 2450-CALCULAR-DIAS-MES-EXIT.

           IF EDER0004-WS-DIA < 1
              OR EDER0004-WS-DIA > EDER0004-WS-DIAS-MES
               MOVE 'N' TO EDER0004-WS-DATA-OK
           END-IF.
       2400-VALIDAR-DATA-EXIT.
           EXIT.

      ******************************************************************
      *    CALCULA A QUANTIDADE DE DIAS DO MES, CONSIDERANDO ANO       *
      *    BISSEXTO PARA FEVEREIRO                                     *
      ******************************************************************
       2450-CALCULAR-DIAS-MES.
           EVALUATE EDER0004-WS-MES
               WHEN 01 WHEN 03 WHEN 05 WHEN 07 WHEN 08
                              WHEN 10 WHEN 12
                   MOVE 31 TO EDER0004-WS-DIAS-MES
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO EDER0004-WS-DIAS-MES
               WHEN 02
                   DIVIDE EDER0004-WS-ANO BY 4
                       GIVING EDER0004-WS-QUOCIENTE
                       REMAINDER EDER0004-WS-RESTO-4
                   DIVIDE EDER0004-WS-ANO BY 100
                       GIVING EDER0004-WS-QUOCIENTE
                       REMAINDER EDER0004-WS-RESTO-100
                   DIVIDE EDER0004-WS-ANO BY 400
                       GIVING EDER0004-WS-QUOCIENTE
                       REMAINDER EDER0004-WS-RESTO-400
                   IF (EDER0004-WS-RESTO-4 = 0 AND
                       EDER0004-WS-RESTO-100 NOT = 0)
                      OR EDER0004-WS-RESTO-400 = 0
                       MOVE 29 TO EDER0004-WS-DIAS-MES
                   ELSE
                       MOVE 28 TO EDER0004-WS-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 00 TO EDER0004-WS-DIAS-MES
           END-EVALUATE.
       2450-CALCULAR-DIAS-MES-EXIT.
           EXIT.

      ******************************************************************
      *    CONFERE O TRAILER DO ARQUIVO EDERWCPY DE ORIGEM (O ULTIMO   *
      *    REGISTRO FISICO AINDA PENDENTE AO FIM DA LEITURA) CONTRA A  *
                   EDER0004-WS-CONT-EXPORTADOS.
           DISPLAY 'EDER0004 - MOVIMENTACOES IGNORADAS..: '
                   EDER0004-WS-CONT-IGNORADOS.
           DISPLAY 'EDER0004 - MOVIMENTACOES POS-DATADAS: '
                   EDER0004-WS-CONT-FUTUROS.
           IF EDER0004-88-TRAILER-OK
               DISPLAY 'EDER0004 - TRAILER DE ORIGEM CONFERIDO: OK'
           ELSE
           ACCEPT EDER0004-WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES TO EDERRCPY-REGISTRO OF REG-RUN-CONTROL.
           MOVE ZEROS  TO EDERRCPY-R-VALORES OF REG-RUN-CONTROL.
           MOVE 'EDER0004' TO EDERRCPY-R-PROGRAMA OF REG-RUN-CONTROL.
           MOVE EDER0004-WS-DATA-SISTEMA
               TO EDERRCPY-R-DATA-EXECUCAO OF REG-RUN-CONTROL.
               TO EDERRCPY-R-CONT-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0004-WS-CONT-IGNORADOS
               TO EDERRCPY-R-CONT-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0004-WS-CONT-FUTUROS
               TO EDERRCPY-R-CONT-RETIDOS OF REG-RUN-CONTROL.
           MOVE EDER0004-WS-VALOR-DEB-EXPORT
               TO EDERRCPY-R-VALOR-DEB-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0004-WS-VALOR-CRED-EXPORT
               TO EDERRCPY-R-VALOR-CRED-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0004-WS-VALOR-DEB-IGNOR
               TO EDERRCPY-R-VALOR-DEB-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0004-WS-VALOR-CRED-IGNOR
               TO EDERRCPY-R-VALOR-CRED-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0004-WS-VALOR-DEB-FUTUROS
               TO EDERRCPY-R-VALOR-DEB-RETIDOS OF REG-RUN-CONTROL.
           MOVE EDER0004-WS-VALOR-CRED-FUTUROS
               TO EDERRCPY-R-VALOR-CRED-RETIDOS OF REG-RUN-CONTROL.
           IF EDER0004-88-TRAILER-OK
               MOVE 'S'  TO EDERRCPY-R-TRAILER-OK OF REG-RUN-CONTROL
               MOVE 'OK' TO EDERRCPY-R-DISPOSICAO OF REG-RUN-CONTROL
