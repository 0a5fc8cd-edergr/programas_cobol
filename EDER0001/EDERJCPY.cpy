      ******************************************************************
      *    NOME BOOK..:  EDERJCPY                                      *
      *    DESCRICAO..:  BLOQUEIO JUDICIAL/ADMINISTRATIVO DE VALOR     *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  100                                           *
      ******************************************************************
      *                                                                *
      *    ARQUIVO PERMANENTE COM UM REGISTRO POR ORDEM DE BLOQUEIO DE *
      *    VALOR (ORDEM JUDICIAL OU DETERMINACAO ADMINISTRATIVA),      *
      *    CLASSIFICADO POR EDERJCPY-J-CONTA E EDERJCPY-J-NUMERO-ORDEM *
      *    ASCENDENTES. E MANTIDO POR GERACAO PELA TRANSACAO DE        *
      *    MANUTENCAO DE BLOQUEIOS (REGISTRO E LIBERACAO DE ORDENS) E  *
      *    PELO RELATORIO DIARIO DE BLOQUEIOS (EXPIRACAO DAS ORDENS    *
      *    COM DATA DE LIBERACAO ATINGIDA). DIFERENTE DO STATUS 'B' DO *
      *    CADASTRO, QUE IMPEDE TODA MOVIMENTACAO DA CONTA, O BLOQUEIO *
      *    CONGELA APENAS O VALOR BLOQUEADO: A POSTAGEM DE SALDOS      *
      *    TRATA ESSE VALOR COMO INDISPONIVEL E SINALIZA TODO DEBITO   *
      *    QUE DEIXA O SALDO ATUAL ABAIXO DO TOTAL BLOQUEADO.          *
      *                                                                *
      *    O VALOR BLOQUEADO DA ORDEM E J-VALOR-ORDEM MENOS            *
      *    J-VALOR-LIBERADO. A ORDEM ESTA EM VIGOR NA DATA D QUANDO    *
      *    J-STATUS E 'A' OU 'P', J-DATA-INICIO <= D E J-DATA-         *
      *    LIBERACAO E ZEROS (EM ABERTO) OU MAIOR QUE D.               *
      *                                                                *
      *    J-CONTA................: CONTA/CONTRATO                     *
      *    J-NUMERO-ORDEM.........: NUMERO DO OFICIO/PROCESSO DA ORDEM *
      *    J-TIPO-ORDEM...........: 'J' JUDICIAL, 'A' ADMINISTRATIVA   *
      *    J-VALOR-ORDEM..........: VALOR DETERMINADO NA ORDEM         *
      *    J-VALOR-LIBERADO.......: SOMATORIO DAS LIBERACOES PARCIAIS  *
      *                             JA REGISTRADAS                     *
      *    J-DATA-INICIO..........: INICIO DO BLOQUEIO - CCYYMMDD      *
      *    J-DATA-LIBERACAO.......: DATA PREVISTA DE LIBERACAO -       *
      *                             CCYYMMDD (ZEROS PARA ORDEM EM      *
      *                             ABERTO, SEM PRAZO)                 *
      *    J-STATUS...............: 'A' ATIVA, 'P' PARCIALMENTE        *
      *                             LIBERADA, 'L' LIBERADA, 'X'        *
      *                             EXPIRADA (DATA DE LIBERACAO        *
      *                             ATINGIDA)                          *
      *    J-DATA-ALTERACAO.......: DATA DA ULTIMA ALTERACAO DA ORDEM  *
      *                             (REGISTRO, LIBERACAO OU EXPIRACAO) *
      *                             - CCYYMMDD                         *
      *    J-USUARIO..............: USUARIO DA ULTIMA ALTERACAO        *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      ******************************************************************
      *                                                                *
       05  EDERJCPY-REGISTRO.
           10 EDERJCPY-J-CONTA                        PIC 9(10).
           10 EDERJCPY-J-NUMERO-ORDEM                 PIC X(20).
           10 EDERJCPY-J-TIPO-ORDEM                   PIC X(01).
           10 EDERJCPY-J-VALOR-ORDEM                  PIC 9(13)V99.
           10 EDERJCPY-J-VALOR-LIBERADO               PIC 9(13)V99.
           10 EDERJCPY-J-DATA-INICIO                  PIC 9(08).
           10 EDERJCPY-J-DATA-LIBERACAO               PIC 9(08).
           10 EDERJCPY-J-STATUS                       PIC X(01).
           10 EDERJCPY-J-DATA-ALTERACAO               PIC 9(08).
           10 EDERJCPY-J-USUARIO                      PIC X(08).
           10 FILLER                                  PIC X(06).
      *                                                                *
      ******************************************************************
