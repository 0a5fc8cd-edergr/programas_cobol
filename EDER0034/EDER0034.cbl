      ******************************************************************
      *    NOME PROG..:  EDER0034                                      *
      *    DESCRICAO..:  DESCARGA E CARGA DO CADASTRO DE CONTAS E DO   *
      *                  MESTRE DE SALDOS INDEXADOS                    *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      ******************************************************************
      *                                                                *
      *    O CADASTRO DE CONTAS (EDERACPY) E O MESTRE DE SALDOS        *
      *    (EDERSCPY) SAO ARQUIVOS INDEXADOS POR CONTA. ESTE           *
      *    UTILITARIO FAZ A PONTE ENTRE ELES E AS GERACOES SEQUENCIAIS *
      *    DA CADEIA:                                                  *
      *                                                                *
      *    ACAO 1 - DESCARREGA O CADASTRO INDEXADO (CADCONTA) NUM      *
      *             ARQUIVO SEQUENCIAL (CADSEQ), EM ORDEM DE CONTA;    *
      *    ACAO 2 - CARREGA O CADASTRO INDEXADO A PARTIR DE UM ARQUIVO *
      *             SEQUENCIAL CLASSIFICADO POR CONTA;                 *
      *    ACAO 3 - DESCARREGA O MESTRE DE SALDOS INDEXADO (SALDOS)    *
      *             NUM ARQUIVO SEQUENCIAL (SALDOSEQ), EM ORDEM DE     *
      *             CONTA;                                             *
      *    ACAO 4 - CARREGA O MESTRE DE SALDOS INDEXADO A PARTIR DE UM *
      *             ARQUIVO SEQUENCIAL CLASSIFICADO POR CONTA.         *
      *                                                                *
      *    A DESCARGA TIRADA ANTES DA MANUTENCAO DO CADASTRO OU DA     *
      *    POSTAGEM DE SALDOS E A GERACAO DE SEGURANCA PARA RESTART; A *
      *    DO MESTRE DE SALDOS E TAMBEM A GERACAO ANTERIOR LIDA PELA   *
      *    PROVA DE BALANCETE (EDER0020). A CARGA RECRIA O ARQUIVO     *
      *    INDEXADO: E USADA NA CONVERSAO INICIAL, A PARTIR DA ULTIMA  *
      *    GERACAO SEQUENCIAL DE CADA ARQUIVO, NA RECARGA DA NOVA      *
      *    GERACAO DO MESTRE MONTADA PELO EDER0008 E NO RESTART, A     *
      *    PARTIR DA GERACAO DE SEGURANCA. UM REGISTRO FORA DE ORDEM   *
      *    OU COM CONTA REPETIDA DERRUBA A CARGA. ERRO DE ARQUIVO      *
      *    TERMINA COM RETORNO 12 PARA A JCL NAO SEGUIR A CADEIA.      *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0034.
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
      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO E GRAVADO EM
      *    ORDEM DE CONTA.
           SELECT ARQ-CADASTRO     ASSIGN TO 'CADCONTA'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                   FILE STATUS IS
                                             EDER0034-WS-FS-CADASTRO.

      *    COPIA SEQUENCIAL DO CADASTRO (GERACAO DE SEGURANCA).
           SELECT ARQ-CADASTRO-SEQ ASSIGN TO 'CADSEQ'
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS
                                             EDER0034-WS-FS-CADSEQ.

      *    MESTRE DE SALDOS INDEXADO POR CONTA, LIDO E GRAVADO EM
      *    ORDEM DE CONTA.
           SELECT ARQ-SALDOS       ASSIGN TO 'SALDOS'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                   FILE STATUS IS
                                             EDER0034-WS-FS-SALDOS.

      *    COPIA SEQUENCIAL DO MESTRE DE SALDOS (GERACAO DE SEGURANCA
      *    OU NOVA GERACAO MONTADA PELO EDER0008).
           SELECT ARQ-SALDOS-SEQ   ASSIGN TO 'SALDOSEQ'
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS
                                             EDER0034-WS-FS-SALDOSEQ.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.

       FD  ARQ-CADASTRO-SEQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO-SEQ.
           COPY EDERACPY.

       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.

       FD  ARQ-SALDOS-SEQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS-SEQ.
           COPY EDERSCPY.

       WORKING-STORAGE SECTION.
       77  EDER0034-WS-FS-CADASTRO          PIC X(02) VALUE SPACES.
       77  EDER0034-WS-FS-CADSEQ            PIC X(02) VALUE SPACES.
       77  EDER0034-WS-FS-SALDOS            PIC X(02) VALUE SPACES.
       77  EDER0034-WS-FS-SALDOSEQ          PIC X(02) VALUE SPACES.
       77  EDER0034-WS-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88  EDER0034-88-FIM-ARQUIVO                VALUE 'S'.
       77  EDER0034-WS-ABORTAR              PIC X(01) VALUE 'N'.
           88  EDER0034-88-ABORTAR                    VALUE 'S'.

       77  EDER0034-WS-ACAO                 PIC 9(01) VALUE ZEROS.
       77  EDER0034-WS-CONT-LIDOS           PIC 9(09) VALUE ZEROS
                                             COMP.
       77  EDER0034-WS-CONT-GRAVADOS        PIC 9(09) VALUE ZEROS
                                             COMP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
           EVALUATE EDER0034-WS-ACAO
               WHEN 1
                   PERFORM 2000-DESCARREGAR-CADASTRO
                                  THRU 2000-DESCARREGAR-CADASTRO-EXIT
               WHEN 2
                   PERFORM 3000-CARREGAR-CADASTRO
                                  THRU 3000-CARREGAR-CADASTRO-EXIT
               WHEN 3
                   PERFORM 4000-DESCARREGAR-SALDOS
                                  THRU 4000-DESCARREGAR-SALDOS-EXIT
               WHEN 4
                   PERFORM 5000-CARREGAR-SALDOS
                                  THRU 5000-CARREGAR-SALDOS-EXIT
           END-EVALUATE.
           IF EDER0034-WS-ACAO NOT = 0
               DISPLAY 'EDER0034 - REGISTROS LIDOS....: '
                       EDER0034-WS-CONT-LIDOS
               DISPLAY 'EDER0034 - REGISTROS GRAVADOS.: '
                       EDER0034-WS-CONT-GRAVADOS
           END-IF.
           IF EDER0034-88-ABORTAR
               DISPLAY 'EDER0034 - EXECUCAO ABORTADA'
               MOVE 12 TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PEDE AO OPERADOR A ACAO                                     *
      ******************************************************************
       1000-INICIALIZAR.
           DISPLAY 'EDER0034 - DESCARGA E CARGA DOS ARQUIVOS '
                   'INDEXADOS'.
           DISPLAY 'ACAO (1=DESCARREGAR CADASTRO 2=CARREGAR CADASTRO '
                   '3=DESCARREGAR SALDOS 4=CARREGAR SALDOS '
                   '0=ENCERRAR): '.
           ACCEPT EDER0034-WS-ACAO.
           IF EDER0034-WS-ACAO NOT = 1 AND EDER0034-WS-ACAO NOT = 2
              AND EDER0034-WS-ACAO NOT = 3
              AND EDER0034-WS-ACAO NOT = 4
               MOVE 0 TO EDER0034-WS-ACAO
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    ACAO 1: COPIA O CADASTRO INDEXADO, EM ORDEM DE CONTA, PARA  *
      *    O ARQUIVO SEQUENCIAL; CADASTRO AINDA INEXISTENTE (PRIMEIRA  *
      *    IMPLANTACAO) GERA UMA COPIA VAZIA                           *
      ******************************************************************
       2000-DESCARREGAR-CADASTRO.
           OPEN INPUT ARQ-CADASTRO.
           IF EDER0034-WS-FS-CADASTRO = '35'
               DISPLAY 'EDER0034 - CADASTRO INEXISTENTE. DESCARGA '
                       'VAZIA'
               SET EDER0034-88-FIM-ARQUIVO TO TRUE
           ELSE
               IF EDER0034-WS-FS-CADASTRO NOT = '00'
                   DISPLAY 'EDER0034 - ERRO AO ABRIR ARQ-CADASTRO: '
                           EDER0034-WS-FS-CADASTRO
                   SET EDER0034-88-ABORTAR TO TRUE
                   GO TO 2000-DESCARREGAR-CADASTRO-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT ARQ-CADASTRO-SEQ.
           IF EDER0034-WS-FS-CADSEQ NOT = '00'
               DISPLAY 'EDER0034 - ERRO AO ABRIR ARQ-CADASTRO-SEQ: '
                       EDER0034-WS-FS-CADSEQ
               IF NOT EDER0034-88-FIM-ARQUIVO
                   CLOSE ARQ-CADASTRO
               END-IF
               SET EDER0034-88-ABORTAR TO TRUE
               GO TO 2000-DESCARREGAR-CADASTRO-EXIT
           END-IF.

           IF EDER0034-88-FIM-ARQUIVO
               CLOSE ARQ-CADASTRO-SEQ
               GO TO 2000-DESCARREGAR-CADASTRO-EXIT
           END-IF.

           PERFORM 2100-COPIAR-CADASTRO THRU 2100-COPIAR-CADASTRO-EXIT
               UNTIL EDER0034-88-FIM-ARQUIVO
                  OR EDER0034-88-ABORTAR.
           CLOSE ARQ-CADASTRO.
           CLOSE ARQ-CADASTRO-SEQ.
       2000-DESCARREGAR-CADASTRO-EXIT.
           EXIT.

       2100-COPIAR-CADASTRO.
           READ ARQ-CADASTRO
               AT END
                   SET EDER0034-88-FIM-ARQUIVO TO TRUE
                   GO TO 2100-COPIAR-CADASTRO-EXIT
           END-READ.
           IF EDER0034-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0034 - ERRO NA LEITURA DE ARQ-CADASTRO: '
                       EDER0034-WS-FS-CADASTRO
               SET EDER0034-88-ABORTAR TO TRUE
               GO TO 2100-COPIAR-CADASTRO-EXIT
           END-IF.
           ADD 1 TO EDER0034-WS-CONT-LIDOS.
           MOVE EDERACPY-REGISTRO OF REG-CADASTRO
               TO EDERACPY-REGISTRO OF REG-CADASTRO-SEQ.
           WRITE REG-CADASTRO-SEQ.
           ADD 1 TO EDER0034-WS-CONT-GRAVADOS.
       2100-COPIAR-CADASTRO-EXIT.
           EXIT.

      ******************************************************************
      *    ACAO 2: RECRIA O CADASTRO INDEXADO A PARTIR DO ARQUIVO      *
      *    SEQUENCIAL, QUE PRECISA ESTAR CLASSIFICADO POR CONTA E SEM  *
      *    CONTA REPETIDA                                              *
      ******************************************************************
       3000-CARREGAR-CADASTRO.
           OPEN INPUT ARQ-CADASTRO-SEQ.
           IF EDER0034-WS-FS-CADSEQ NOT = '00'
               DISPLAY 'EDER0034 - ERRO AO ABRIR ARQ-CADASTRO-SEQ: '
                       EDER0034-WS-FS-CADSEQ
               SET EDER0034-88-ABORTAR TO TRUE
               GO TO 3000-CARREGAR-CADASTRO-EXIT
           END-IF.

           OPEN OUTPUT ARQ-CADASTRO.
           IF EDER0034-WS-FS-CADASTRO NOT = '00'
               DISPLAY 'EDER0034 - ERRO AO ABRIR ARQ-CADASTRO: '
                       EDER0034-WS-FS-CADASTRO
               CLOSE ARQ-CADASTRO-SEQ
               SET EDER0034-88-ABORTAR TO TRUE
               GO TO 3000-CARREGAR-CADASTRO-EXIT
           END-IF.

           PERFORM 3100-GRAVAR-CADASTRO THRU 3100-GRAVAR-CADASTRO-EXIT
               UNTIL EDER0034-88-FIM-ARQUIVO
                  OR EDER0034-88-ABORTAR.
           CLOSE ARQ-CADASTRO-SEQ.
           CLOSE ARQ-CADASTRO.
       3000-CARREGAR-CADASTRO-EXIT.
           EXIT.

       3100-GRAVAR-CADASTRO.
           READ ARQ-CADASTRO-SEQ
               AT END
                   SET EDER0034-88-FIM-ARQUIVO TO TRUE
                   GO TO 3100-GRAVAR-CADASTRO-EXIT
           END-READ.
           ADD 1 TO EDER0034-WS-CONT-LIDOS.
           MOVE EDERACPY-REGISTRO OF REG-CADASTRO-SEQ
               TO EDERACPY-REGISTRO OF REG-CADASTRO.
           WRITE REG-CADASTRO
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE EDER0034-WS-FS-CADASTRO
               WHEN '00'
                   ADD 1 TO EDER0034-WS-CONT-GRAVADOS
               WHEN '21'
                   DISPLAY 'EDER0034 - CONTA '
                           EDERACPY-A-CONTA OF REG-CADASTRO
                           ' FORA DE ORDEM NO ARQUIVO SEQUENCIAL'
                   SET EDER0034-88-ABORTAR TO TRUE
               WHEN '22'
                   DISPLAY 'EDER0034 - CONTA '
                           EDERACPY-A-CONTA OF REG-CADASTRO
                           ' REPETIDA NO ARQUIVO SEQUENCIAL'
                   SET EDER0034-88-ABORTAR TO TRUE
               WHEN OTHER
                   DISPLAY 'EDER0034 - ERRO AO GRAVAR ARQ-CADASTRO: '
                           EDER0034-WS-FS-CADASTRO
                   SET EDER0034-88-ABORTAR TO TRUE
           END-EVALUATE.
       3100-GRAVAR-CADASTRO-EXIT.
           EXIT.

      ******************************************************************
      *    ACAO 3: COPIA O MESTRE DE SALDOS INDEXADO, EM ORDEM DE      *
      *    CONTA, PARA O ARQUIVO SEQUENCIAL; MESTRE AINDA INEXISTENTE  *
      *    (PRIMEIRA IMPLANTACAO) GERA UMA COPIA VAZIA, QUE E COMO A   *
      *    POSTAGEM O TRATA                                            *
      ******************************************************************
       4000-DESCARREGAR-SALDOS.
           OPEN INPUT ARQ-SALDOS.
           IF EDER0034-WS-FS-SALDOS = '35'
               DISPLAY 'EDER0034 - MESTRE DE SALDOS INEXISTENTE. '
                       'DESCARGA VAZIA'
               SET EDER0034-88-FIM-ARQUIVO TO TRUE
           ELSE
               IF EDER0034-WS-FS-SALDOS NOT = '00'
                   DISPLAY 'EDER0034 - ERRO AO ABRIR ARQ-SALDOS: '
                           EDER0034-WS-FS-SALDOS
                   SET EDER0034-88-ABORTAR TO TRUE
                   GO TO 4000-DESCARREGAR-SALDOS-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT ARQ-SALDOS-SEQ.
           IF EDER0034-WS-FS-SALDOSEQ NOT = '00'
               DISPLAY 'EDER0034 - ERRO AO ABRIR ARQ-SALDOS-SEQ: '
                       EDER0034-WS-FS-SALDOSEQ
               IF NOT EDER0034-88-FIM-ARQUIVO
                   CLOSE ARQ-SALDOS
               END-IF
               SET EDER0034-88-ABORTAR TO TRUE
               GO TO 4000-DESCARREGAR-SALDOS-EXIT
           END-IF.

           IF EDER0034-88-FIM-ARQUIVO
               CLOSE ARQ-SALDOS-SEQ
               GO TO 4000-DESCARREGAR-SALDOS-EXIT
           END-IF.

           PERFORM 4100-COPIAR-SALDO THRU 4100-COPIAR-SALDO-EXIT
               UNTIL EDER0034-88-FIM-ARQUIVO
                  OR EDER0034-88-ABORTAR.
           CLOSE ARQ-SALDOS.
           CLOSE ARQ-SALDOS-SEQ.
       4000-DESCARREGAR-SALDOS-EXIT.
           EXIT.

       4100-COPIAR-SALDO.
           READ ARQ-SALDOS
               AT END
                   SET EDER0034-88-FIM-ARQUIVO TO TRUE
                   GO TO 4100-COPIAR-SALDO-EXIT
           END-READ.
           IF EDER0034-WS-FS-SALDOS NOT = '00'
               DISPLAY 'EDER0034 - ERRO NA LEITURA DE ARQ-SALDOS: '
                       EDER0034-WS-FS-SALDOS
               SET EDER0034-88-ABORTAR TO TRUE
               GO TO 4100-COPIAR-SALDO-EXIT
           END-IF.
           ADD 1 TO EDER0034-WS-CONT-LIDOS.
           MOVE EDERSCPY-REGISTRO OF REG-SALDOS
               TO EDERSCPY-REGISTRO OF REG-SALDOS-SEQ.
           WRITE REG-SALDOS-SEQ.
           ADD 1 TO EDER0034-WS-CONT-GRAVADOS.
       4100-COPIAR-SALDO-EXIT.
           EXIT.

      ******************************************************************
      *    ACAO 4: RECRIA O MESTRE DE SALDOS INDEXADO A PARTIR DO      *
      *    ARQUIVO SEQUENCIAL, QUE PRECISA ESTAR CLASSIFICADO POR      *
      *    CONTA E SEM CONTA REPETIDA                                  *
      ******************************************************************
       5000-CARREGAR-SALDOS.
           OPEN INPUT ARQ-SALDOS-SEQ.
           IF EDER0034-WS-FS-SALDOSEQ NOT = '00'
               DISPLAY 'EDER0034 - ERRO AO ABRIR ARQ-SALDOS-SEQ: '
                       EDER0034-WS-FS-SALDOSEQ
               SET EDER0034-88-ABORTAR TO TRUE
               GO TO 5000-CARREGAR-SALDOS-EXIT
           END-IF.

           OPEN OUTPUT ARQ-SALDOS.
           IF EDER0034-WS-FS-SALDOS NOT = '00'
               DISPLAY 'EDER0034 - ERRO AO ABRIR ARQ-SALDOS: '
                       EDER0034-WS-FS-SALDOS
               CLOSE ARQ-SALDOS-SEQ
               SET EDER0034-88-ABORTAR TO TRUE
               GO TO 5000-CARREGAR-SALDOS-EXIT
           END-IF.

           PERFORM 5100-GRAVAR-SALDO THRU 5100-GRAVAR-SALDO-EXIT
               UNTIL EDER0034-88-FIM-ARQUIVO
                  OR EDER0034-88-ABORTAR.
           CLOSE ARQ-SALDOS-SEQ.
           CLOSE ARQ-SALDOS.
       5000-CARREGAR-SALDOS-EXIT.
           EXIT.

       5100-GRAVAR-SALDO.
           READ ARQ-SALDOS-SEQ
               AT END
                   SET EDER0034-88-FIM-ARQUIVO TO TRUE
                   GO TO 5100-GRAVAR-SALDO-EXIT
           END-READ.
           ADD 1 TO EDER0034-WS-CONT-LIDOS.
           MOVE EDERSCPY-REGISTRO OF REG-SALDOS-SEQ
               TO EDERSCPY-REGISTRO OF REG-SALDOS.
           WRITE REG-SALDOS
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EVALUATE EDER0034-WS-FS-SALDOS
               WHEN '00'
                   ADD 1 TO EDER0034-WS-CONT-GRAVADOS
               WHEN '21'
                   DISPLAY 'EDER0034 - CONTA '
                           EDERSCPY-S-CONTA OF REG-SALDOS
                           ' FORA DE ORDEM NO ARQUIVO SEQUENCIAL'
                   SET EDER0034-88-ABORTAR TO TRUE
               WHEN '22'
                   DISPLAY 'EDER0034 - CONTA '
                           EDERSCPY-S-CONTA OF REG-SALDOS
                           ' REPETIDA NO ARQUIVO SEQUENCIAL'
                   SET EDER0034-88-ABORTAR TO TRUE
               WHEN OTHER
                   DISPLAY 'EDER0034 - ERRO AO GRAVAR ARQ-SALDOS: '
                           EDER0034-WS-FS-SALDOS
                   SET EDER0034-88-ABORTAR TO TRUE
           END-EVALUATE.
       5100-GRAVAR-SALDO-EXIT.
           EXIT.
