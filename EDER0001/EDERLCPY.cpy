      ******************************************************************
      *    NOME BOOK..:  EDERLCPY                                      *
      *    DESCRICAO..:  ALERTAS A CLIENTES (FEED DO GATEWAY DE        *
      *                  SMS/E-MAIL)                                   *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  100                                           *
      ******************************************************************
      *                                                                *
      *    ARQUIVO ENTREGUE AO GATEWAY DE MENSAGENS DEPOIS DO CICLO,   *
      *    COM UM HEADER (TIPO '0'), UM DETALHE (TIPO '1') POR CONTA   *
      *    POR EVENTO E UM TRAILER (TIPO '9'), CLASSIFICADO POR CONTA  *
      *    E EVENTO. SO SAI ALERTA PARA O TITULAR QUE ADERIU AO EVENTO *
      *    (EDERACPY-A-ADESAO-ALERTAS).                                *
      *                                                                *
      *    L-TIPO-REGISTRO........: '0' HEADER, '1' DETALHE, '9'       *
      *                             TRAILER                            *
      *                                                                *
      *    H-IDENTIFICACAO........: IDENTIFICACAO DO ARQUIVO           *
      *    H-DATA-CICLO...........: DATA DO CICLO DOS EVENTOS -        *
      *                             CCYYMMDD                           *
      *    H-DATA-GERACAO.........: DATA DA GERACAO - CCYYMMDD         *
      *    H-HORA-GERACAO.........: HORA DA GERACAO - HHMMSS           *
      *                                                                *
      *    L-CONTA................: CONTA/CONTRATO                     *
      *    L-EVENTO...............: EVENTO DO ALERTA:                  *
      *                             'LIMITEXC' ESTOURO DE LIMITE       *
      *                             'AGENDLIB' AGENDAMENTO LIBERADO    *
      *                             'MOVTOREJ' REJEITADA PELO BANCO    *
      *                             'PROPBLOQ' PROPOSTA DE BLOQUEIO    *
      *                             'GRANDVAL' MOVIMENTO DE GRANDE     *
      *                             VALOR                              *
      *    L-NOME-TITULAR.........: NOME DO TITULAR DO CONTRATO        *
      *    L-DATA-CICLO...........: DATA DO CICLO - CCYYMMDD           *
      *    L-DATA-EVENTO..........: DATA DA OCORRENCIA DE MAIOR VALOR  *
      *                             DO EVENTO NA CONTA - CCYYMMDD      *
      *    L-TIPO-MOVTO...........: 'D'/'C' DA OCORRENCIA DE MAIOR     *
      *                             VALOR (BRANCO NA PROPOSTA DE       *
      *                             BLOQUEIO)                          *
      *    L-VALOR................: VALOR DA OCORRENCIA DE MAIOR VALOR *
      *                             (ZEROS NA PROPOSTA DE BLOQUEIO)    *
      *    L-QTD-OCORRENCIAS......: QTDE DE OCORRENCIAS DO EVENTO NA   *
      *                             CONTA NO CICLO                     *
      *                                                                *
      *    T-QTD-REGISTROS........: QTDE DE REGISTROS DE DETALHE       *
      *    T-HASH-VALORES.........: SOMATORIO DE L-VALOR               *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      ******************************************************************
      *                                                                *
       05  EDERLCPY-REGISTRO.
           10 EDERLCPY-L-TIPO-REGISTRO                PIC X(01).
           10 EDERLCPY-HEADER.
              15 EDERLCPY-H-IDENTIFICACAO              PIC X(25).
              15 EDERLCPY-H-DATA-CICLO                 PIC 9(08).
              15 EDERLCPY-H-DATA-GERACAO               PIC 9(08).
              15 EDERLCPY-H-HORA-GERACAO               PIC 9(06).
              15 FILLER                                PIC X(52).
           10 EDERLCPY-DETALHE               REDEFINES EDERLCPY-HEADER.
              15 EDERLCPY-L-CONTA                      PIC 9(10).
              15 EDERLCPY-L-EVENTO                     PIC X(08).
              15 EDERLCPY-L-NOME-TITULAR               PIC X(30).
              15 EDERLCPY-L-DATA-CICLO                 PIC 9(08).
              15 EDERLCPY-L-DATA-EVENTO                PIC 9(08).
              15 EDERLCPY-L-TIPO-MOVTO                 PIC X(01).
              15 EDERLCPY-L-VALOR                      PIC 9(13)V99.
              15 EDERLCPY-L-QTD-OCORRENCIAS            PIC 9(05).
              15 FILLER                                PIC X(14).
           10 EDERLCPY-TRAILER               REDEFINES EDERLCPY-HEADER.
              15 EDERLCPY-T-QTD-REGISTROS              PIC 9(07).
              15 EDERLCPY-T-HASH-VALORES               PIC 9(15)V99.
              15 FILLER                                PIC X(75).
      *                                                                *
      ******************************************************************
