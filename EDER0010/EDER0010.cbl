      *                           NO RELATORIO DE SUSPEITAS, E O       *
      *                           REGISTRO E EXPURGADO DAS ENTRADAS    *
      *                           MAIS VELHAS QUE A JANELA             *
      *    14/10/2026   EGR       GRAVA O REGISTRO DE CONTROLE DE      *
      *                           EXECUCAO DO CICLO (RUNCTL) COM OS    *
      *                           TOTAIS DE DEBITO E CREDITO           *
      *                           CONSOLIDADOS E DESVIADOS, PARA O     *
      *                           BALANCEAMENTO DO FLUXO DE VALORES    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0010.
                                  FILE STATUS IS
                                             EDER0010-WS-FS-RELDUP.

           SELECT ARQ-RUN-CONTROL ASSIGN TO 'RUNCTL'
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS EDER0010-WS-FS-RUNCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FILIAL-1
           LABEL RECORDS ARE STANDARD.
       01  REG-RELAT-DUP                          PIC X(132).

       FD  ARQ-RUN-CONTROL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REG-RUN-CONTROL.
           COPY EDERRCPY.

       WORKING-STORAGE SECTION.
       77  EDER0010-WS-FS-FIL1                PIC X(02) VALUE SPACES.
       77  EDER0010-WS-FS-FIL2                PIC X(02) VALUE SPACES.
       77  EDER0010-WS-RESTO-4                PIC 9(02) VALUE ZEROS.
       77  EDER0010-WS-RESTO-100              PIC 9(02) VALUE ZEROS.
       77  EDER0010-WS-RESTO-400              PIC 9(03) VALUE ZEROS.
       77  EDER0010-WS-FS-RUNCTL              PIC X(02) VALUE SPACES.
       77  EDER0010-WS-DATA-SISTEMA           PIC 9(08) VALUE ZEROS.
       77  EDER0010-WS-HORA-SISTEMA           PIC 9(08) VALUE ZEROS.
       77  EDER0010-WS-VALOR-DEB-CONSOL       PIC 9(15)V99 VALUE
                                                   ZEROS COMP-3.
       77  EDER0010-WS-VALOR-CRED-CONSOL      PIC 9(15)V99 VALUE
                                                   ZEROS COMP-3.
       77  EDER0010-WS-VALOR-DEB-DESVIADO     PIC 9(15)V99 VALUE
                                                   ZEROS COMP-3.
       77  EDER0010-WS-VALOR-CRED-DESVIADO    PIC 9(15)V99 VALUE
                                                   ZEROS COMP-3.

      *    DATA DE CORTE DA JANELA DE RETENCAO: A DATA DE
      *    PROCESSAMENTO RETROCEDIDA DE EDER0010-WS-DIAS-RETENCAO
                   ADD 1 TO EDER0010-WS-CONT-CONSOLIDADOS
                   ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                       TO EDER0010-WS-SOMA-CONSOLIDADA
                   PERFORM 3265-SOMAR-CONSOLIDADO
                                  THRU 3265-SOMAR-CONSOLIDADO-EXIT
                   MOVE EDERWCPY-E-CONTA OF REG-ORDENADO
                       TO EDER0010-WS-ANT-CONTA
                   MOVE EDERWCPY-E-DATA-MOVIMENTACAO OF REG-ORDENADO
               TO EDER0010-REV-FILIAL-MANTIDA.
           WRITE REG-REVISAO.
           ADD 1 TO EDER0010-WS-CONT-DUPLICADOS.
           PERFORM 3270-SOMAR-DESVIADO THRU 3270-SOMAR-DESVIADO-EXIT.
       3200-GRAVAR-REVISAO-EXIT.
           EXIT.

           MOVE 0 TO EDER0010-REV-FILIAL-MANTIDA.
           WRITE REG-REVISAO.
           ADD 1 TO EDER0010-WS-CONT-DUP-CICLOS.
           PERFORM 3270-SOMAR-DESVIADO THRU 3270-SOMAR-DESVIADO-EXIT.

           MOVE SPACES TO EDER0010-WL-DETALHE-DUP.
           MOVE EDERWCPY-E-CONTA OF REG-ORDENADO
       3260-GRAVAR-REGISTRO-NOVO-EXIT.
           EXIT.

      ******************************************************************
      *    SOMA O VALOR DO DETALHE CONSOLIDADO NO TOTAL DE DEBITOS OU  *
      *    DE CREDITOS CONSOLIDADOS (TIPO 'C' E CREDITO; OS DEMAIS SAO *
      *    SOMADOS COMO DEBITO)                                        *
      ******************************************************************
       3265-SOMAR-CONSOLIDADO.
           IF EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-ORDENADO = 'C'
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0010-WS-VALOR-CRED-CONSOL
           ELSE
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0010-WS-VALOR-DEB-CONSOL
           END-IF.
       3265-SOMAR-CONSOLIDADO-EXIT.
           EXIT.

      ******************************************************************
      *    SOMA O VALOR DO DETALHE DESVIADO PARA A REVISAO NO TOTAL DE *
      *    DEBITOS OU DE CREDITOS DESVIADOS (TIPO 'C' E CREDITO; OS    *
      *    DEMAIS SAO SOMADOS COMO DEBITO)                             *
      ******************************************************************
       3270-SOMAR-DESVIADO.
           IF EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-ORDENADO = 'C'
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0010-WS-VALOR-CRED-DESVIADO
           ELSE
               ADD EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ORDENADO
                   TO EDER0010-WS-VALOR-DEB-DESVIADO
           END-IF.
       3270-SOMAR-DESVIADO-EXIT.
           EXIT.

      ******************************************************************
      *    FECHA OS ARQUIVOS E EMITE O RESUMO DA CONSOLIDACAO          *
      ******************************************************************
      *        PRECISA RETER A CADEIA DO CICLO.
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 9200-GRAVAR-RUN-CONTROL
                              THRU 9200-GRAVAR-RUN-CONTROL-EXIT.
       9000-FINALIZAR-EXIT.
           EXIT.

      ******************************************************************
      *    GRAVA O REGISTRO DE CONTROLE DE EXECUCAO DO PASSO NO        *
      *    ARQUIVO COMUM DO CICLO, COM OS CONTADORES, OS TOTAIS DE     *
      *    DEBITO E CREDITO CONSOLIDADOS (VALIDOS) E DESVIADOS PARA A  *
      *    REVISAO (REJEITADOS) E O VEREDICTO DOS TRAILERS DAS FILIAIS *
      ******************************************************************
       9200-GRAVAR-RUN-CONTROL.
           OPEN EXTEND ARQ-RUN-CONTROL.
           IF EDER0010-WS-FS-RUNCTL = '35'
               OPEN OUTPUT ARQ-RUN-CONTROL
           END-IF.
           IF EDER0010-WS-FS-RUNCTL NOT = '00'
               DISPLAY 'EDER0010 - ERRO AO ABRIR ARQ-RUN-CONTROL: '
                       EDER0010-WS-FS-RUNCTL
               DISPLAY 'EDER0010 - CONTROLE DE EXECUCAO NAO GRAVADO'
               GO TO 9200-GRAVAR-RUN-CONTROL-EXIT
           END-IF.

           ACCEPT EDER0010-WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT EDER0010-WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES TO EDERRCPY-REGISTRO OF REG-RUN-CONTROL.
           MOVE ZEROS  TO EDERRCPY-R-VALORES OF REG-RUN-CONTROL.
           MOVE 'EDER0010' TO EDERRCPY-R-PROGRAMA OF REG-RUN-CONTROL.
           MOVE EDER0010-WS-DATA-SISTEMA
               TO EDERRCPY-R-DATA-EXECUCAO OF REG-RUN-CONTROL.
           MOVE EDER0010-WS-HORA-SISTEMA (1:6)
               TO EDERRCPY-R-HORA-EXECUCAO OF REG-RUN-CONTROL.
           MOVE EDER0010-WS-CONT-LIDOS
               TO EDERRCPY-R-CONT-LIDOS OF REG-RUN-CONTROL.
           MOVE EDER0010-WS-CONT-CONSOLIDADOS
               TO EDERRCPY-R-CONT-VALIDOS OF REG-RUN-CONTROL.
           ADD EDER0010-WS-CONT-DUPLICADOS EDER0010-WS-CONT-DUP-CICLOS
               GIVING EDERRCPY-R-CONT-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0010-WS-VALOR-DEB-CONSOL
               TO EDERRCPY-R-VALOR-DEB-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0010-WS-VALOR-CRED-CONSOL
               TO EDERRCPY-R-VALOR-CRED-VALIDOS OF REG-RUN-CONTROL.
           MOVE EDER0010-WS-VALOR-DEB-DESVIADO
               TO EDERRCPY-R-VALOR-DEB-REJEITADOS OF REG-RUN-CONTROL.
           MOVE EDER0010-WS-VALOR-CRED-DESVIADO
               TO EDERRCPY-R-VALOR-CRED-REJEITADOS OF REG-RUN-CONTROL.
           IF EDER0010-88-TRAILER-OK
               MOVE 'S'  TO EDERRCPY-R-TRAILER-OK OF REG-RUN-CONTROL
               MOVE 'OK' TO EDERRCPY-R-DISPOSICAO OF REG-RUN-CONTROL
           ELSE
               MOVE 'N'  TO EDERRCPY-R-TRAILER-OK OF REG-RUN-CONTROL
               MOVE 'ER' TO EDERRCPY-R-DISPOSICAO OF REG-RUN-CONTROL
           END-IF.
           WRITE REG-RUN-CONTROL.
           CLOSE ARQ-RUN-CONTROL.
       9200-GRAVAR-RUN-CONTROL-EXIT.
           EXIT.
