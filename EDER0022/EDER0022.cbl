      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    02/09/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       VALORES DO REGISTRO DE CONTROLE DE   *
      *                           EXECUCAO (EDERRCPY) INICIALIZADOS    *
      *                           COM ZEROS, COMO NOS DEMAIS PASSOS    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0022.
           ACCEPT EDER0022-WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES TO EDERRCPY-REGISTRO OF REG-RUN-CONTROL.
           MOVE ZEROS  TO EDERRCPY-R-VALORES OF REG-RUN-CONTROL.
           MOVE 'EDER0022' TO EDERRCPY-R-PROGRAMA OF REG-RUN-CONTROL.
           MOVE EDER0022-WS-DATA-PROCESSAMENTO
               TO EDERRCPY-R-DATA-EXECUCAO OF REG-RUN-CONTROL.
