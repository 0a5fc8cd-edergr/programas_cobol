      ******************************************************************
      *    NOME BOOK..:  EDERTCPY                                      *
      *    DESCRICAO..:  MESTRE DE CODIGOS DE TRANSACAO/HISTORICO      *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  80                                            *
      ******************************************************************
      *                                                                *
      *    UM REGISTRO POR CODIGO DE TRANSACAO, CLASSIFICADO POR       *
      *    EDERTCPY-T-CODIGO ASCENDENTE E MANTIDO POR GERACAO PELO     *
      *    PROGRAMA DE MANUTENCAO DO MESTRE DE CODIGOS. TODA           *
      *    MOVIMENTACAO (EDERWCPY-E-COD-TRANSACAO) CARREGA UM CODIGO   *
      *    DESTE MESTRE, QUE DETERMINA O SENTIDO PERMITIDO, A          *
      *    DESCRICAO IMPRESSA NOS EXTRATOS E AS CONTAS DO RAZAO NA     *
      *    INTERFACE CONTABIL.                                         *
      *                                                                *
      *    T-CODIGO...............: CODIGO DE TRANSACAO                *
      *    T-DESCRICAO............: DESCRICAO IMPRESSA NOS EXTRATOS    *
      *    T-SENTIDO..............: SENTIDO PERMITIDO - 'D' SO DEBITO, *
      *                             'C' SO CREDITO, 'A' AMBOS          *
      *    T-CTA-MOVIMENTO........: CONTA DO RAZAO LANCADA NA MESMA    *
      *                             NATUREZA DA MOVIMENTACAO (DEBITADA *
      *                             NUM 'D', CREDITADA NUM 'C')        *
      *    T-CTA-CONTRAPARTIDA....: CONTA DO RAZAO LANCADA NA NATUREZA *
      *                             OPOSTA A DA MOVIMENTACAO           *
      *    T-STATUS...............: 'A' ATIVO, 'I' INATIVO (NAO ACEITO *
      *                             EM MOVIMENTACOES NOVAS)            *
      *    T-DATA-ALTERACAO.......: DATA DA ULTIMA MANUTENCAO -        *
      *                             CCYYMMDD                           *
      *                                                                *
      *    CODIGOS RESERVADOS AOS PROGRAMAS QUE GERAM MOVIMENTACOES:   *
      *    0201 CREDITO DE JUROS ('C'), 0202 TARIFA DE MANUTENCAO      *
      *    ('D'), 0301 TRANSFERENCIA INTERNA ENVIADA ('D'), 0302       *
      *    TRANSFERENCIA INTERNA RECEBIDA ('C'), 0901 ESTORNO DE       *
      *    DEBITO ('C'), 0902 ESTORNO DE CREDITO ('D') E 0903          *
      *    LIQUIDACAO DE ENCERRAMENTO ('D').                           *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      ******************************************************************
      *                                                                *
       05  EDERTCPY-REGISTRO.
           10 EDERTCPY-T-CODIGO                       PIC 9(04).
           10 EDERTCPY-T-DESCRICAO                    PIC X(30).
           10 EDERTCPY-T-SENTIDO                      PIC X(01).
           10 EDERTCPY-T-CTA-MOVIMENTO                PIC 9(08).
           10 EDERTCPY-T-CTA-CONTRAPARTIDA            PIC 9(08).
           10 EDERTCPY-T-STATUS                       PIC X(01).
           10 EDERTCPY-T-DATA-ALTERACAO               PIC 9(08).
           10 FILLER                                  PIC X(20).
      *                                                                *
      ******************************************************************
