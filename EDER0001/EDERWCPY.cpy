      *    DESCRICAO..:  MOVIMENTACOES                                 *
      *    DATA.......:  14/10/2021                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  50                                            *
      ******************************************************************
      *                                                                *
      *    H-OBJETIVO-ARQUIVO.....: OBJETIVO DO ARQUIVO                *
      *    E-DATA-MOVIMENTACAO....: DATA DA MOVIMENTACAO - CCYYMMDD    *
      *    E-TIPO-MOVIMENTACAO....: TIPO DA MOVIMENTACAO - 'D' OU 'C'  *
      *    E-VALOR-MOVIMENTACAO...: VALOR DA MOVIMENTACAO              *
      *    E-COD-TRANSACAO........: CODIGO DE TRANSACAO/HISTORICO DA   *
      *                             MOVIMENTACAO, CADASTRADO NO MESTRE *
      *                             DE CODIGOS (EDERTCPY)              *
      *    E-REFERENCIA...........: REFERENCIA DA TRANSFERENCIA        *
      *                             INTERNA QUE LIGA O DEBITO E O      *
      *                             CREDITO DA MESMA TRANSFERENCIA     *
      *                             (EM BRANCO NAS DEMAIS              *
      *                             MOVIMENTACOES)                     *
      *                                                                *
      *    T-QTD-REGISTROS........: QTDE DE REGISTROS DE DETALHE      *
      *    T-HASH-VALORES.........: SOMATORIO DE E-VALOR-MOVIMENTACAO  *
      *    09/08/2026   EGR       INCLUIDO O REGISTRO TRAILER (ULTIMO  *
      *                           REGISTRO FISICO DO ARQUIVO) COM      *
      *                           QTDE DE REGISTROS E HASH DE VALORES  *
      *    14/10/2026   EGR       INCLUIDO EDERWCPY-E-COD-TRANSACAO NO *
      *                           FIM DO DETALHE (TAMANHO DE 34 PARA   *
      *                           38), SEM DESLOCAR OS DEMAIS CAMPOS   *
      *    14/10/2026   EGR       INCLUIDO EDERWCPY-E-REFERENCIA NO    *
      *                           FIM DO DETALHE (TAMANHO DE 38 PARA   *
      *                           50), PARA AS TRANSFERENCIAS INTERNAS *
      ******************************************************************
      *                                                                *
       05  EDERWCPY-REGISTRO.
           10 EDERWCPY-HEADER.
              15 EDERWCPY-H-OBJETIVO-ARQUIVO           PIC X(25).
              15 FILLER                                PIC X(25).
           10 EDERWCPY-REGISTROS             REDEFINES EDERWCPY-HEADER.
              15 EDERWCPY-E-CONTA                      PIC 9(10).
              15 EDERWCPY-E-DATA-MOVIMENTACAO          PIC 9(08).
              15 EDERWCPY-E-TIPO-MOVIMENTACAO          PIC X(01).
              15 EDERWCPY-E-VALOR-MOVIMENTACAO         PIC 9(13)V99.
              15 EDERWCPY-E-COD-TRANSACAO              PIC 9(04).
              15 EDERWCPY-E-REFERENCIA                 PIC X(12).
           10 EDERWCPY-TRAILER                REDEFINES EDERWCPY-HEADER.
              15 EDERWCPY-T-QTD-REGISTROS             PIC 9(07).
              15 EDERWCPY-T-HASH-VALORES              PIC 9(15)V99.
              15 FILLER                                PIC X(26).
      *                                                                *
      ******************************************************************
