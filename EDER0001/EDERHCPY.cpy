      ******************************************************************
      *    NOME BOOK..:  EDERHCPY                                      *
      *    DESCRICAO..:  HISTORICO DE SALDOS DE FECHAMENTO POR CONTA   *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  80                                            *
      ******************************************************************
      *                                                                *
      *    ARQUIVO PERMANENTE COM UM REGISTRO POR CONTA/CONTRATO POR   *
      *    DATA DE MOVIMENTACAO POSTADA, CLASSIFICADO POR              *
      *    EDERHCPY-H-CONTA E EDERHCPY-H-DATA-SALDO ASCENDENTES. E     *
      *    MANTIDO POR GERACAO PELO PROGRAMA DE POSTAGEM DE SALDOS,    *
      *    INTERCALANDO OS FECHAMENTOS DO CICLO COM A GERACAO          *
      *    ANTERIOR. O SALDO DE UMA CONTA EM UMA DATA QUALQUER E O     *
      *    H-SALDO-FECHAMENTO DO ULTIMO REGISTRO DA CONTA COM          *
      *    H-DATA-SALDO IGUAL OU ANTERIOR A ELA.                       *
      *                                                                *
      *    H-CONTA................: CONTA/CONTRATO                     *
      *    H-DATA-SALDO...........: DATA DAS MOVIMENTACOES POSTADAS -  *
      *                             CCYYMMDD                           *
      *    H-TOTAL-DEBITOS........: SOMATORIO DOS DEBITOS POSTADOS NA  *
      *                             DATA                               *
      *    H-TOTAL-CREDITOS.......: SOMATORIO DOS CREDITOS POSTADOS NA *
      *                             DATA                               *
      *    H-SALDO-FECHAMENTO.....: SALDO DA CONTA APOS A ULTIMA       *
      *                             MOVIMENTACAO POSTADA NA DATA       *
      *    H-QTD-LANCAMENTOS......: QTDE DE MOVIMENTACOES POSTADAS NA  *
      *                             DATA                               *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      ******************************************************************
      *                                                                *
       05  EDERHCPY-REGISTRO.
           10 EDERHCPY-H-CONTA                        PIC 9(10).
           10 EDERHCPY-H-DATA-SALDO                   PIC 9(08).
           10 EDERHCPY-H-TOTAL-DEBITOS                PIC 9(15)V99.
           10 EDERHCPY-H-TOTAL-CREDITOS               PIC 9(15)V99.
           10 EDERHCPY-H-SALDO-FECHAMENTO             PIC S9(15)V99.
           10 EDERHCPY-H-QTD-LANCAMENTOS              PIC 9(05).
           10 FILLER                                  PIC X(06).
      *                                                                *
      ******************************************************************
