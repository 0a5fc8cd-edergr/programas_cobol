      ******************************************************************
      *    NOME BOOK..:  EDERPCPY                                      *
      *    DESCRICAO..:  ALTERACAO PENDENTE DE APROVACAO (DUPLA        *
      *                  CUSTODIA)                                     *
      *    DATA.......:  14/10/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  120                                           *
      ******************************************************************
      *                                                                *
      *    UM REGISTRO POR ALTERACAO SOLICITADA PELO OPERADOR E AINDA  *
      *    NAO APLICADA: ALTERACAO DE STATUS OU DE LIMITE DE CREDITO   *
      *    DE CONTA (MANUTENCAO DO CADASTRO) E CORRECAO DE TIPO/VALOR  *
      *    DE MOVIMENTACAO (MANUTENCAO DE MOVIMENTACOES). O ARQUIVO DE *
      *    PENDENCIAS RECEBE AS SOLICITACOES EM EXTEND; A TRANSACAO DO *
      *    SUPERVISOR APROVA, REJEITA OU EXPIRA CADA ITEM, E SO OS     *
      *    ITENS APROVADOS SEGUEM PARA OS ARQUIVOS DE APROVADOS, QUE   *
      *    AS MANUTENCOES APLICAM NO CADASTRO (INDEXADO, REGRAVADO     *
      *    PELA CHAVE) OU NA NOVA GERACAO DO ARQUIVO DE                *
      *    MOVIMENTACOES. OS VALORES ANTERIORES GRAVADOS NA            *
      *    SOLICITACAO SAO CONFERIDOS NA APLICACAO: SE O REGISTRO      *
      *    MUDOU DESDE A SOLICITACAO, O ITEM NAO E APLICADO.           *
      *                                                                *
      *    P-TIPO-PEDIDO..........: 'S' STATUS DE CONTA, 'L' LIMITE DE *
      *                             CREDITO DE CONTA, 'M' CORRECAO DE  *
      *                             MOVIMENTACAO                       *
      *    P-SITUACAO.............: 'P' PENDENTE, 'A' APROVADO, 'R'    *
      *                             REJEITADO, 'X' EXPIRADO            *
      *    P-DATA-INCLUSAO........: DATA DA SOLICITACAO - CCYYMMDD     *
      *    P-HORA-INCLUSAO........: HORA DA SOLICITACAO - HHMMSS       *
      *    P-USUARIO-INCLUSAO.....: USUARIO QUE SOLICITOU              *
      *    P-DATA-DECISAO.........: DATA DA DECISAO - CCYYMMDD         *
      *    P-USUARIO-DECISAO......: SUPERVISOR QUE DECIDIU (NUNCA O    *
      *                             MESMO USUARIO DA SOLICITACAO)      *
      *    P-CONTA................: CONTA/CONTRATO                     *
      *    P-DADOS................: DADOS DA ALTERACAO, CONFORME O     *
      *                             TIPO DE PEDIDO:                    *
      *      'S'/'L' - P-STATUS-ANTERIOR, P-STATUS-NOVO,               *
      *                P-LIMITE-ANTERIOR, P-LIMITE-NOVO                *
      *      'M'     - P-DATA-MOVTO, P-SEQ-DETALHE (POSICAO DO         *
      *                DETALHE NO ARQUIVO DE MOVIMENTACOES),           *
      *                P-TIPO-ANTERIOR, P-VALOR-ANTERIOR, P-TIPO-NOVO, *
      *                P-VALOR-NOVO                                    *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    14/10/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       DESCRICAO AJUSTADA AO CADASTRO DE    *
      *                           CONTAS INDEXADO, ATUALIZADO PELA     *
      *                           CHAVE                                *
      ******************************************************************
      *                                                                *
       05  EDERPCPY-REGISTRO.
           10 EDERPCPY-P-TIPO-PEDIDO                  PIC X(01).
           10 EDERPCPY-P-SITUACAO                     PIC X(01).
           10 EDERPCPY-P-DATA-INCLUSAO                PIC 9(08).
           10 EDERPCPY-P-HORA-INCLUSAO                PIC 9(06).
           10 EDERPCPY-P-USUARIO-INCLUSAO             PIC X(08).
           10 EDERPCPY-P-DATA-DECISAO                 PIC 9(08).
           10 EDERPCPY-P-USUARIO-DECISAO              PIC X(08).
           10 EDERPCPY-P-CONTA                        PIC 9(10).
           10 EDERPCPY-P-DADOS                        PIC X(60).
           10 EDERPCPY-P-DADOS-CADASTRO REDEFINES EDERPCPY-P-DADOS.
              15 EDERPCPY-P-STATUS-ANTERIOR           PIC X(01).
              15 EDERPCPY-P-STATUS-NOVO               PIC X(01).
              15 EDERPCPY-P-LIMITE-ANTERIOR           PIC 9(13)V99.
              15 EDERPCPY-P-LIMITE-NOVO               PIC 9(13)V99.
              15 FILLER                               PIC X(28).
           10 EDERPCPY-P-DADOS-MOVIMENTO REDEFINES EDERPCPY-P-DADOS.
              15 EDERPCPY-P-DATA-MOVTO                PIC 9(08).
              15 EDERPCPY-P-SEQ-DETALHE               PIC 9(07).
              15 EDERPCPY-P-TIPO-ANTERIOR             PIC X(01).
              15 EDERPCPY-P-VALOR-ANTERIOR            PIC 9(13)V99.
              15 EDERPCPY-P-TIPO-NOVO                 PIC X(01).
              15 EDERPCPY-P-VALOR-NOVO                PIC 9(13)V99.
              15 FILLER                               PIC X(13).
           10 FILLER                                  PIC X(10).
      *                                                                *
      ******************************************************************
