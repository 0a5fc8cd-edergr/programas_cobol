      *                           GERACAO DO CONTROLE COM A REMESSA    *
      *                           MARCADA COMO CONCILIADA E A DATA DO  *
      *                           RETORNO                              *
      *    14/10/2026   EGR       CODIGO DE TRANSACAO DO MOVTOREJ      *
      *                           GRAVADO ZERADO, JA QUE A REMESSA     *
      *                           CNAB NAO O TRANSPORTA                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0009.
           END-IF.
           MOVE EDER0009-WS-EXP-VALOR
               TO EDERWCPY-E-VALOR-MOVIMENTACAO OF REG-REJEITADOS.
      *    A REMESSA CNAB NAO TRANSPORTA O CODIGO DE TRANSACAO DA
      *    MOVIMENTACAO ORIGINAL; O REJEITADO SAI COM O CODIGO ZERADO.
           MOVE ZEROS
               TO EDERWCPY-E-COD-TRANSACAO OF REG-REJEITADOS.
           WRITE REG-REJEITADOS.
           ADD EDER0009-WS-EXP-VALOR TO EDER0009-WS-HASH-REJEITADOS.
       3500-GRAVAR-REJEITADO-EXIT.
