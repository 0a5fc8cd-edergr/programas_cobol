      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    02/09/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       LANCAMENTOS PASSARAM A CARREGAR O    *
      *                           CODIGO DE TRANSACAO DE JUROS (0201)  *
      *                           E DE TARIFA DE MANUTENCAO (0202)     *
      *    14/10/2026   EGR       MESTRE DE SALDOS PASSOU A SER        *
      *                           ARQUIVO INDEXADO POR CONTA, LIDO POR *
      *                           INTEIRO EM ACESSO SEQUENCIAL         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0017.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MESTRE DE SALDOS INDEXADO POR CONTA, LIDO POR INTEIRO EM
      *    ORDEM DE CONTA.
           SELECT ARQ-SALDOS      ASSIGN TO 'SALDOS'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                  FILE STATUS IS
                                             EDER0017-WS-FS-SALDOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.
       77  EDER0017-WS-DATA-SISTEMA         PIC 9(08) VALUE ZEROS.
       77  EDER0017-WS-VALOR-JUROS          PIC 9(13)V99 VALUE ZEROS.

      *    CODIGOS DE TRANSACAO RESERVADOS AOS ACRESCIMOS NO MESTRE
      *    DE CODIGOS (EDERTCPY).
       77  EDER0017-WS-COD-JUROS            PIC 9(04) VALUE 0201.
       77  EDER0017-WS-COD-TARIFA           PIC 9(04) VALUE 0202.

       77  EDER0017-WS-CONT-CONTAS          PIC 9(07) VALUE ZEROS
                                             COMP.
       77  EDER0017-WS-CONT-JUROS           PIC 9(07) VALUE ZEROS
               TO EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-ACRESCIMOS.
           MOVE EDER0017-WS-VALOR-JUROS
               TO EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ACRESCIMOS.
           MOVE EDER0017-WS-COD-JUROS
               TO EDERWCPY-E-COD-TRANSACAO OF REG-ACRESCIMOS.
           WRITE REG-ACRESCIMOS.
           ADD 1 TO EDER0017-WS-CONT-JUROS.
           ADD 1 TO EDER0017-WS-CONT-DETALHES.
               TO EDERWCPY-E-TIPO-MOVIMENTACAO OF REG-ACRESCIMOS.
           MOVE EDER0017-WS-TARIFA
               TO EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-ACRESCIMOS.
           MOVE EDER0017-WS-COD-TARIFA
               TO EDERWCPY-E-COD-TRANSACAO OF REG-ACRESCIMOS.
           WRITE REG-ACRESCIMOS.
           ADD 1 TO EDER0017-WS-CONT-TARIFAS.
           ADD 1 TO EDER0017-WS-CONT-DETALHES.
