      *                           INTERROMPER OS BLOCOS SEGUINTES, EM  *
      *                           VEZ DE CONFERIR E REGISTRAR UM       *
      *                           PAREAMENTO QUE NAO EXECUTOU          *
      *    14/10/2026   EGR       AREA DE ORDENACAO DOCUMENTADA PARA O *
      *                           EDERWCPY COM O CODIGO DE TRANSACAO   *
      *                           NO FIM DO DETALHE, QUE NAO ENTRA NO  *
      *                           PAREAMENTO                           *
      *    14/10/2026   EGR       AREA DE ORDENACAO DOCUMENTADA PARA A *
      *                           REFERENCIA DE TRANSFERENCIA NO FIM   *
      *                           DO DETALHE EDERWCPY, QUE TAMBEM NAO  *
      *                           ENTRA NO PAREAMENTO                  *
      *    14/10/2026   EGR       VALORES DO REGISTRO DE CONTROLE DE   *
      *                           EXECUCAO (EDERRCPY) INICIALIZADOS    *
      *                           COM ZEROS, COMO NOS DEMAIS PASSOS    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0006.
           COPY EDERCCPY.

      *    REGISTRO GENERICO DA ORDENACAO: OS DOIS LAYOUTS (EDERWCPY E
      *    EDERCCPY) TEM A CONTA, A DATA, O TIPO E O VALOR NAS MESMAS
      *    34 POSICOES INICIAIS, ENTAO A MESMA AREA DE ORDENACAO SERVE
      *    PARA AS DUAS PASSADAS. O CODIGO DE TRANSACAO E A REFERENCIA
      *    DE TRANSFERENCIA NO FIM DO DETALHE EDERWCPY NAO TEM
      *    CORRESPONDENTE NA CONFIRMACAO DA FONTE E FICAM FORA DA AREA
      *    (E DO PAREAMENTO).
       SD  ARQ-ORDENACAO.
       01  REG-ORDENACAO.
           05  EDER0006-SR-CHAVE.
           ACCEPT EDER0006-WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES TO EDERRCPY-REGISTRO OF REG-RUN-CONTROL.
           MOVE ZEROS  TO EDERRCPY-R-VALORES OF REG-RUN-CONTROL.
           MOVE 'EDER0006' TO EDERRCPY-R-PROGRAMA OF REG-RUN-CONTROL.
           MOVE EDER0006-WS-DATA-SISTEMA
               TO EDERRCPY-R-DATA-EXECUCAO OF REG-RUN-CONTROL.
