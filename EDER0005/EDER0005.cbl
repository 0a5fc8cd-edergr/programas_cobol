      *    RECALCULADO NA GRAVACAO DA NOVA GERACAO, JA QUE UM VALOR    *
      *    CORRIGIDO MUDA O SOMATORIO.                                 *
      *                                                                *
      *    A CORRECAO EXIGE DUPLA CUSTODIA: NA ACAO 1 O OPERADOR       *
      *    CONSULTA E SOLICITA A CORRECAO, QUE E GRAVADA COMO          *
      *    PENDENCIA (LAYOUT EDERPCPY) COM A POSICAO DO DETALHE E O    *
      *    TIPO/VALOR ANTERIORES; O SUPERVISOR APROVA OU REJEITA A     *
      *    PENDENCIA NO EDER0028 E SO A ACAO 2 REGRAVA O ARQUIVO,      *
      *    APLICANDO AS CORRECOES APROVADAS CUJO DETALHE AINDA TEM A   *
      *    CONTA, A DATA, O TIPO E O VALOR DA SOLICITACAO. COMO O      *
      *    EDER0028 ACRESCENTA AS APROVACOES AO ARQUIVO DE APROVADAS,  *
      *    CABE A JCL ELIMINAR O ARQUIVO DE APROVADAS DEPOIS DO        *
      *    TERMINO NORMAL DA ACAO 2.                                   *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *                           CONTROLE DE EXECUCAO, PARA O PAINEL  *
      *                           DO CICLO NAO DAR COMO LIMPO UM       *
      *                           PASSO QUE FALHOU                     *
      *    14/10/2026   EGR       CORRECAO PASSOU A GRAVAR PENDENCIA   *
      *                           DE APROVACAO (EDERPCPY); INCLUIDA A  *
      *                           ACAO 2 DE APLICACAO DAS CORRECOES    *
      *                           APROVADAS NO EDER0028, COM O         *
      *                           SUPERVISOR GRAVADO NA AUDITORIA      *
      *    14/10/2026   EGR       VALORES DO REGISTRO DE CONTROLE DE   *
      *                           EXECUCAO (EDERRCPY) INICIALIZADOS    *
      *                           COM ZEROS, COMO NOS DEMAIS PASSOS    *
      *    15/10/2026   EGR       DOCUMENTADO QUE CABE A JCL ELIMINAR  *
      *                           O ARQUIVO DE APROVADAS DEPOIS DO     *
      *                           TERMINO NORMAL DA ACAO 2             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0005.
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS EDER0005-WS-FS-RUNCTL.

      *    PENDENCIAS DE APROVACAO GRAVADAS PELA ACAO 1 E DECIDIDAS
      *    PELO SUPERVISOR NO EDER0028.
           SELECT ARQ-PENDENCIAS ASSIGN TO 'PENDAPROV'
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS EDER0005-WS-FS-PEND.

      *    CORRECOES APROVADAS NO EDER0028, NA ORDEM DE APROVACAO,
      *    APLICADAS PELA ACAO 2 DEPOIS DE CLASSIFICADAS POR POSICAO.
           SELECT ARQ-APROVADAS ASSIGN TO 'APROVMOV'
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS EDER0005-WS-FS-APROV.

           SELECT ARQ-ORDENADO  ASSIGN TO 'SORTWK1'.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVTO

      *    TRILHA DE AUDITORIA: UM REGISTRO PARA CADA CORRECAO FEITA
      *    NUMA MOVIMENTACAO, COM O VALOR ANTERIOR, O NOVO VALOR, A
      *    DATA/HORA, O USUARIO QUE SOLICITOU A CORRECAO E O
      *    SUPERVISOR QUE A APROVOU.
       FD  ARQ-AUDITORIA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           05  EDER0005-AUD-VALOR-ANTERIOR   PIC 9(13)V99.
           05  EDER0005-AUD-TIPO-NOVO        PIC X(01).
           05  EDER0005-AUD-VALOR-NOVO       PIC 9(13)V99.
           05  EDER0005-AUD-USUARIO-APROVADOR
                                             PIC X(08).
           05  FILLER                        PIC X(10).

       FD  ARQ-RUN-CONTROL
           RECORDING MODE IS F
       01  REG-RUN-CONTROL.
           COPY EDERRCPY.

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
       77  EDER0005-WS-FS-MOVTO             PIC X(02) VALUE SPACES.
       77  EDER0005-WS-FS-NOVO              PIC X(02) VALUE SPACES.
       77  EDER0005-WS-TIPO-OK              PIC X(01) VALUE 'N'.
           88  EDER0005-88-TIPO-OK                    VALUE 'S'.

       77  EDER0005-WS-ACAO                 PIC 9(01) VALUE ZEROS.
       77  EDER0005-WS-FS-PEND              PIC X(02) VALUE SPACES.
       77  EDER0005-WS-FS-APROV             PIC X(02) VALUE SPACES.
       77  EDER0005-WS-FIM-APROVADAS        PIC X(01) VALUE 'N'.
           88  EDER0005-88-FIM-APROVADAS              VALUE 'S'.
       77  EDER0005-WS-FIM-ORDENADO         PIC X(01) VALUE 'N'.
           88  EDER0005-88-FIM-ORDENADO               VALUE 'S'.
       77  EDER0005-WS-USUARIO-APROVADOR    PIC X(08) VALUE SPACES.
       77  EDER0005-WS-CONT-APLICADAS       PIC 9(05) VALUE ZEROS
                                             COMP.
       77  EDER0005-WS-CONT-IGNORADAS       PIC 9(05) VALUE ZEROS
                                             COMP.

      *    GUARDA O REGISTRO LIDO NA VOLTA ANTERIOR, JA QUE SO SE SABE
      *    QUE O ULTIMO REGISTRO FISICO E O TRAILER (E NAO UM DETALHE)
      *    QUANDO A LEITURA SEGUINTE ENCONTRA O FIM DO ARQUIVO.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           IF EDER0005-WS-ACAO = 1
              AND EDER0005-WS-DATA-CONSULTA NOT = 0
               PERFORM 2000-CONSULTAR THRU 2000-CONSULTAR-EXIT
               IF EDER0005-WS-QTD-ENCONTRADOS > 0
                   PERFORM 3000-ESCOLHER-CORRECAO
                       THRU 3000-ESCOLHER-CORRECAO-EXIT
                   IF EDER0005-WS-NUM-ESCOLHIDO NOT = 0
                       PERFORM 3500-SOLICITAR-CORRECAO
                           THRU 3500-SOLICITAR-CORRECAO-EXIT
                   END-IF
               END-IF
           END-IF.
           IF EDER0005-WS-ACAO = 2
               SORT ARQ-ORDENADO
                   ON ASCENDING KEY EDERPCPY-P-SEQ-DETALHE
                                                  OF REG-ORDENADO
                                    EDERPCPY-P-DATA-INCLUSAO
                                                  OF REG-ORDENADO
                                    EDERPCPY-P-HORA-INCLUSAO
                                                  OF REG-ORDENADO
                   INPUT PROCEDURE  6000-SELECIONAR-APROVADAS
                                THRU 6000-SELECIONAR-APROVADAS-EXIT
                   OUTPUT PROCEDURE 4000-REGRAVAR-ARQUIVO
                                THRU 4000-REGRAVAR-ARQUIVO-EXIT
           END-IF.
           IF NOT EDER0005-88-TRAILER-OK
      *        UM TRAILER DIVERGENTE RETEM A CADEIA DO CICLO NA JCL.
               MOVE 8 TO RETURN-CODE
           GOBACK.

      ******************************************************************
      *    PEDE AO OPERADOR A ACAO E, NA CONSULTA, A DATA DE           *
      *    MOVIMENTACAO A CONSULTAR                                    *
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'EDER0005 - MANUTENCAO DE MOVIMENTACOES EDERWCPY'.
           DISPLAY 'ACAO (1=CONSULTAR E SOLICITAR CORRECAO '
                   '2=APLICAR CORRECOES APROVADAS 0=ENCERRAR): '.
           ACCEPT EDER0005-WS-ACAO.
           IF EDER0005-WS-ACAO NOT = 1 AND EDER0005-WS-ACAO NOT = 2
               MOVE 0 TO EDER0005-WS-ACAO
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           IF EDER0005-WS-ACAO = 2
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           DISPLAY 'INFORME A DATA DA MOVIMENTACAO (CCYYMMDD) OU '
                   '0 PARA ENCERRAR: '.
           ACCEPT EDER0005-WS-DATA-CONSULTA.
      *    POSICIONAR O BUFFER DE LOOKAHEAD NO PRIMEIRO REGISTRO DE
      *    DETALHE VERDADEIRO (MESMO CRITERIO DE 4000-REGRAVAR-ARQUIVO,
      *    PARA QUE EDER0005-WS-SEQ-DETALHE NUMERE OS REGISTROS DE
      *    FORMA IDENTICA NA CONSULTA E NA APLICACAO DA CORRECAO).
           PERFORM 2100-LER-MOVTO THRU 2100-LER-MOVTO-EXIT.
           IF NOT EDER0005-88-FIM-ARQUIVO
               PERFORM 2100-LER-MOVTO THRU 2100-LER-MOVTO-EXIT
           EXIT.

      ******************************************************************
      *    GRAVA NO ARQUIVO DE PENDENCIAS A CORRECAO ESCOLHIDA, COM A  *
      *    POSICAO DO DETALHE, O TIPO/VALOR ANTERIORES E O USUARIO QUE *
      *    SOLICITOU; SEM USUARIO IDENTIFICADO NAO HA COMO SEPARAR     *
      *    SOLICITANTE E APROVADOR, E A PENDENCIA NAO E GRAVADA        *
      ******************************************************************
       3500-SOLICITAR-CORRECAO.
           SET EDER0005-WS-IDX TO EDER0005-WS-NUM-ESCOLHIDO.
           IF EDER0005-WS-NOVO-TIPO = EDER0005-OC-TIPO (EDER0005-WS-IDX)
              AND EDER0005-WS-NOVO-VALOR =
                                 EDER0005-OC-VALOR (EDER0005-WS-IDX)
               DISPLAY 'EDER0005 - TIPO E VALOR IGUAIS AOS ATUAIS. '
                       'NENHUMA CORRECAO SOLICITADA'
               GO TO 3500-SOLICITAR-CORRECAO-EXIT
           END-IF.

           ACCEPT EDER0005-WS-USUARIO FROM ENVIRONMENT 'USER'.
           IF EDER0005-WS-USUARIO = SPACES
               DISPLAY 'EDER0005 - USUARIO NAO IDENTIFICADO. '
                       'CORRECAO NAO SOLICITADA'
               GO TO 3500-SOLICITAR-CORRECAO-EXIT
           END-IF.
           ACCEPT EDER0005-WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT EDER0005-WS-HORA-SISTEMA FROM TIME.

           OPEN EXTEND ARQ-PENDENCIAS.
           IF EDER0005-WS-FS-PEND = '35'
               OPEN OUTPUT ARQ-PENDENCIAS
           END-IF.
           IF EDER0005-WS-FS-PEND NOT = '00'
               DISPLAY 'EDER0005 - ERRO AO ABRIR ARQ-PENDENCIAS: '
                       EDER0005-WS-FS-PEND
               SET EDER0005-88-ABORTAR TO TRUE
               GO TO 3500-SOLICITAR-CORRECAO-EXIT
           END-IF.

           MOVE SPACES TO EDERPCPY-REGISTRO OF REG-PENDENCIAS.
           MOVE 'M' TO EDERPCPY-P-TIPO-PEDIDO OF REG-PENDENCIAS.
           MOVE 'P' TO EDERPCPY-P-SITUACAO OF REG-PENDENCIAS.
           MOVE EDER0005-WS-DATA-SISTEMA
               TO EDERPCPY-P-DATA-INCLUSAO OF REG-PENDENCIAS.
           MOVE EDER0005-WS-HORA-SISTEMA (1:6)
               TO EDERPCPY-P-HORA-INCLUSAO OF REG-PENDENCIAS.
           MOVE EDER0005-WS-USUARIO
               TO EDERPCPY-P-USUARIO-INCLUSAO OF REG-PENDENCIAS.
           MOVE ZEROS TO EDERPCPY-P-DATA-DECISAO OF REG-PENDENCIAS.
           MOVE EDER0005-OC-CONTA (EDER0005-WS-IDX)
               TO EDERPCPY-P-CONTA OF REG-PENDENCIAS.
           MOVE EDER0005-WS-DATA-CONSULTA
               TO EDERPCPY-P-DATA-MOVTO OF REG-PENDENCIAS.
           MOVE EDER0005-OC-SEQ (EDER0005-WS-IDX)
               TO EDERPCPY-P-SEQ-DETALHE OF REG-PENDENCIAS.
           MOVE EDER0005-OC-TIPO (EDER0005-WS-IDX)
               TO EDERPCPY-P-TIPO-ANTERIOR OF REG-PENDENCIAS.
           MOVE EDER0005-OC-VALOR (EDER0005-WS-IDX)
               TO EDERPCPY-P-VALOR-ANTERIOR OF REG-PENDENCIAS.
           MOVE EDER0005-WS-NOVO-TIPO
               TO EDERPCPY-P-TIPO-NOVO OF REG-PENDENCIAS.
           MOVE EDER0005-WS-NOVO-VALOR
               TO EDERPCPY-P-VALOR-NOVO OF REG-PENDENCIAS.
           WRITE REG-PENDENCIAS.
           CLOSE ARQ-PENDENCIAS.
           DISPLAY 'EDER0005 - CORRECAO AGUARDANDO APROVACAO DO '
                   'SUPERVISOR'.
       3500-SOLICITAR-CORRECAO-EXIT.
           EXIT.

      ******************************************************************
      *    LE AS CORRECOES APROVADAS JA CLASSIFICADAS POR POSICAO DO   *
      *    DETALHE E COPIA O ARQUIVO INTEIRO PARA UMA NOVA GERACAO,    *
      *    APLICANDO-AS E RECALCULANDO O HASH DO TRAILER               *
      ******************************************************************
       4000-REGRAVAR-ARQUIVO.
           IF EDER0005-88-ABORTAR
               GO TO 4000-REGRAVAR-ARQUIVO-EXIT
           END-IF.
           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0005-88-FIM-ORDENADO TO TRUE
           END-RETURN.
           IF EDER0005-88-FIM-ORDENADO
               DISPLAY 'EDER0005 - NENHUMA CORRECAO APROVADA. NADA A '
                       'APLICAR'
               GO TO 4000-REGRAVAR-ARQUIVO-EXIT
           END-IF.

           MOVE 'N' TO EDER0005-WS-FIM-ARQUIVO.
           MOVE 'N' TO EDER0005-WS-TEM-PENDENTE.
           MOVE ZEROS TO EDER0005-WS-SEQ-DETALHE
                              THRU 4100-COPIAR-DETALHE-EXIT
               UNTIL EDER0005-88-FIM-ARQUIVO.

      *    APROVADAS DE POSICAO ALEM DO ULTIMO DETALHE SAO APENAS
      *    NOTICIADAS.
           PERFORM 4250-DESCARTAR-APROVADA
                              THRU 4250-DESCARTAR-APROVADA-EXIT
               UNTIL EDER0005-88-FIM-ORDENADO.

           PERFORM 4150-VALIDAR-TRAILER-ORIGINAL
                              THRU 4150-VALIDAR-TRAILER-ORIGINAL-EXIT.


           CLOSE ARQ-MOVTO.
           CLOSE ARQ-MOVTO-NOVO.
           DISPLAY 'EDER0005 - CORRECOES APLICADAS............: '
                   EDER0005-WS-CONT-APLICADAS.
           DISPLAY 'EDER0005 - CORRECOES IGNORADAS............: '
                   EDER0005-WS-CONT-IGNORADAS.
           IF EDER0005-WS-CONT-APLICADAS > 0
               DISPLAY 'EDER0005 - CORRECOES GRAVADAS EM '
                       'ARQ-MOVTO-NOVO'
           END-IF.
           IF EDER0005-88-TRAILER-OK
               DISPLAY 'EDER0005 - TRAILER ORIGINAL CONFERIDO...: OK'
           ELSE
           EXIT.

      ******************************************************************
      *    CONFIRMA O REGISTRO PENDENTE COMO DETALHE, APLICA AS        *
      *    CORRECOES APROVADAS PARA A SUA POSICAO, GRAVA NA NOVA       *
      *    GERACAO E ACUMULA O VALOR PARA O NOVO HASH DO TRAILER       *
      ******************************************************************
       4100-COPIAR-DETALHE.
           ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                             EDER0005-WS-REG-ANTERIOR
               TO EDER0005-WS-SOMA-ORIGINAL.
           PERFORM 4300-APLICAR-APROVADA
                              THRU 4300-APLICAR-APROVADA-EXIT
               UNTIL EDER0005-88-FIM-ORDENADO
                  OR EDERPCPY-P-SEQ-DETALHE OF REG-ORDENADO
                                     NOT = EDER0005-WS-SEQ-DETALHE.
           ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF
                             EDER0005-WS-REG-ANTERIOR
               TO EDER0005-WS-SOMA-VALORES.
       4100-COPIAR-DETALHE-EXIT.
           EXIT.

      ******************************************************************
      *    NOTICIA A APROVADA DE POSICAO INEXISTENTE NO ARQUIVO E      *
      *    AVANCA                                                      *
      ******************************************************************
       4250-DESCARTAR-APROVADA.
           DISPLAY 'EDER0005 - CORRECAO APROVADA PARA A POSICAO '
                   EDERPCPY-P-SEQ-DETALHE OF REG-ORDENADO
                   ' INEXISTENTE NO ARQUIVO. IGNORADA'.
           ADD 1 TO EDER0005-WS-CONT-IGNORADAS.
           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0005-88-FIM-ORDENADO TO TRUE
           END-RETURN.
       4250-DESCARTAR-APROVADA-EXIT.
           EXIT.

      ******************************************************************
      *    APLICA A CORRECAO APROVADA NO DETALHE EM EXAME, DESDE QUE   *
      *    ELE AINDA TENHA A CONTA, A DATA, O TIPO E O VALOR GRAVADOS  *
      *    NA SOLICITACAO; SE O ARQUIVO MUDOU DESDE ENTAO (OU A MESMA  *
      *    APROVADA JA FOI APLICADA), A CORRECAO E APENAS NOTICIADA    *
      ******************************************************************
       4300-APLICAR-APROVADA.
           IF EDERWCPY-E-CONTA OF EDER0005-WS-REG-ANTERIOR
                       NOT = EDERPCPY-P-CONTA OF REG-ORDENADO
              OR EDERWCPY-E-DATA-MOVIMENTACAO OF
                                     EDER0005-WS-REG-ANTERIOR
                       NOT = EDERPCPY-P-DATA-MOVTO OF REG-ORDENADO
              OR EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                     EDER0005-WS-REG-ANTERIOR
                       NOT = EDERPCPY-P-TIPO-ANTERIOR OF REG-ORDENADO
              OR EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                     EDER0005-WS-REG-ANTERIOR
                       NOT = EDERPCPY-P-VALOR-ANTERIOR OF REG-ORDENADO
               DISPLAY 'EDER0005 - DETALHE DA POSICAO '
                       EDER0005-WS-SEQ-DETALHE
                       ' DIFERENTE DO SOLICITADO. CORRECAO IGNORADA'
               ADD 1 TO EDER0005-WS-CONT-IGNORADAS
               GO TO 4300-LER-PROXIMA
           END-IF.

           MOVE EDERWCPY-E-CONTA OF EDER0005-WS-REG-ANTERIOR
               TO EDER0005-WS-CONTA-CORRIGIDA.
           MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF
                                 EDER0005-WS-REG-ANTERIOR
               TO EDER0005-WS-DATA-CORRIGIDA.
           MOVE EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                 EDER0005-WS-REG-ANTERIOR
               TO EDER0005-WS-TIPO-ANTERIOR.
           MOVE EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0005-WS-REG-ANTERIOR
               TO EDER0005-WS-VALOR-ANTERIOR.
           MOVE EDERPCPY-P-TIPO-NOVO OF REG-ORDENADO
               TO EDER0005-WS-NOVO-TIPO.
           MOVE EDERPCPY-P-VALOR-NOVO OF REG-ORDENADO
               TO EDER0005-WS-NOVO-VALOR.
           MOVE EDERPCPY-P-USUARIO-INCLUSAO OF REG-ORDENADO
               TO EDER0005-WS-USUARIO.
           MOVE EDERPCPY-P-USUARIO-DECISAO OF REG-ORDENADO
               TO EDER0005-WS-USUARIO-APROVADOR.
           MOVE EDER0005-WS-NOVO-TIPO
               TO EDERWCPY-E-TIPO-MOVIMENTACAO OF
                                 EDER0005-WS-REG-ANTERIOR.
           MOVE EDER0005-WS-NOVO-VALOR
               TO EDERWCPY-E-VALOR-MOVIMENTACAO OF
                                 EDER0005-WS-REG-ANTERIOR.
           ADD 1 TO EDER0005-WS-CONT-APLICADAS.
           PERFORM 5000-GRAVAR-AUDITORIA
                              THRU 5000-GRAVAR-AUDITORIA-EXIT.

       4300-LER-PROXIMA.
           RETURN ARQ-ORDENADO
               AT END
                   SET EDER0005-88-FIM-ORDENADO TO TRUE
           END-RETURN.
       4300-APLICAR-APROVADA-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA UM REGISTRO DE AUDITORIA COM O VALOR ANTERIOR, O NOVO *
      *    VALOR, A DATA/HORA DO SISTEMA, O USUARIO QUE SOLICITOU A    *
      *    CORRECAO E O SUPERVISOR QUE A APROVOU                       *
      ******************************************************************
       5000-GRAVAR-AUDITORIA.
           ACCEPT EDER0005-WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT EDER0005-WS-HORA-SISTEMA FROM TIME.

               TO EDER0005-AUD-VALOR-ANTERIOR.
           MOVE EDER0005-WS-NOVO-TIPO       TO EDER0005-AUD-TIPO-NOVO.
           MOVE EDER0005-WS-NOVO-VALOR      TO EDER0005-AUD-VALOR-NOVO.
           MOVE EDER0005-WS-USUARIO-APROVADOR
               TO EDER0005-AUD-USUARIO-APROVADOR.
           WRITE REG-AUDITORIA.

           CLOSE ARQ-AUDITORIA.
       5000-GRAVAR-AUDITORIA-EXIT.
           EXIT.

      ******************************************************************
      *    LIBERA PARA A CLASSIFICACAO AS CORRECOES DE MOVIMENTACAO    *
      *    APROVADAS; SEM ARQUIVO DE APROVADAS NADA E LIBERADO. CABE A *
      *    JCL ELIMINAR O ARQUIVO DE APROVADAS DEPOIS DO TERMINO       *
      *    NORMAL                                                      *
      ******************************************************************
       6000-SELECIONAR-APROVADAS.
           OPEN INPUT ARQ-APROVADAS.
           IF EDER0005-WS-FS-APROV = '35'
               GO TO 6000-SELECIONAR-APROVADAS-EXIT
           END-IF.
           IF EDER0005-WS-FS-APROV NOT = '00'
               DISPLAY 'EDER0005 - ERRO AO ABRIR ARQ-APROVADAS: '
                       EDER0005-WS-FS-APROV
               SET EDER0005-88-ABORTAR TO TRUE
               GO TO 6000-SELECIONAR-APROVADAS-EXIT
           END-IF.

           PERFORM 6100-LER-APROVADA THRU 6100-LER-APROVADA-EXIT.
           PERFORM 6200-LIBERAR-APROVADA
                              THRU 6200-LIBERAR-APROVADA-EXIT
               UNTIL EDER0005-88-FIM-APROVADAS.
           CLOSE ARQ-APROVADAS.
       6000-SELECIONAR-APROVADAS-EXIT.
           EXIT.

       6100-LER-APROVADA.
           READ ARQ-APROVADAS
               AT END
                   SET EDER0005-88-FIM-APROVADAS TO TRUE
           END-READ.
       6100-LER-APROVADA-EXIT.
           EXIT.

       6200-LIBERAR-APROVADA.
           IF EDERPCPY-P-SITUACAO OF REG-APROVADAS = 'A'
              AND EDERPCPY-P-TIPO-PEDIDO OF REG-APROVADAS = 'M'
               MOVE EDERPCPY-REGISTRO OF REG-APROVADAS
                   TO EDERPCPY-REGISTRO OF REG-ORDENADO
               RELEASE REG-ORDENADO
           END-IF.
           PERFORM 6100-LER-APROVADA THRU 6100-LER-APROVADA-EXIT.
       6200-LIBERAR-APROVADA-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA O REGISTRO DE CONTROLE DE EXECUCAO DO PASSO NO        *
      *    ARQUIVO COMUM DO CICLO, COM OS CONTADORES E O VEREDICTO DA  *
           ACCEPT EDER0005-WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES TO EDERRCPY-REGISTRO OF REG-RUN-CONTROL.
           MOVE ZEROS  TO EDERRCPY-R-VALORES OF REG-RUN-CONTROL.
           MOVE 'EDER0005' TO EDERRCPY-R-PROGRAMA OF REG-RUN-CONTROL.
           MOVE EDER0005-WS-DATA-SISTEMA
               TO EDERRCPY-R-DATA-EXECUCAO OF REG-RUN-CONTROL.
