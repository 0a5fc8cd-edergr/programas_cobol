      *    DESCRICAO..:  CADASTRO DE CONTAS/CONTRATOS                  *
      *    DATA.......:  22/08/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  80                                            *
      ******************************************************************
      *                                                                *
      *    ARQUIVO MESTRE COM UM REGISTRO POR CONTA/CONTRATO,          *
      *    INDEXADO PELA CHAVE EDERACPY-A-CONTA, LIDO DIRETO PELA      *
      *    CHAVE NAS CONSULTAS E VALIDACOES E EM ORDEM ASCENDENTE DE   *
      *    CONTA NOS PROCESSOS QUE PERCORREM O CADASTRO INTEIRO. E     *
      *    MANTIDO NO LUGAR PELA TRANSACAO DE MANUTENCAO DE CONTAS;    *
      *    A GERACAO DE SEGURANCA E A COPIA SEQUENCIAL DESCARREGADA    *
      *    PELO EDER0034, QUE TAMBEM RECARREGA O CADASTRO. E A         *
      *    REFERENCIA DA VALIDACAO DE CONTA DA CADEIA: MOVIMENTACOES   *
      *    DE CONTA AUSENTE DESTE CADASTRO OU COM STATUS DIFERENTE DE  *
      *    ATIVA SAO DESVIADAS PARA O ARQUIVO DE EXCECOES.             *
      *                             ABAIXO DE -LIMITE; CONTA COM       *
      *                             STATUS 'B' E TRATADA COMO LIMITE   *
      *                             ZERO                               *
      *    A-ADESAO-ALERTAS.......: ADESAO DO TITULAR AOS ALERTAS DO   *
      *                             FEED DE ALERTAS A CLIENTES, UM     *
      *                             INDICADOR POR EVENTO - 'S' ADERIU, *
      *                             OUTRO VALOR NAO ADERIU:            *
      *    A-ALERTA-LIMITE........: ESTOURO DE LIMITE NA POSTAGEM      *
      *    A-ALERTA-AGENDADO......: MOVIMENTACAO AGENDADA LIBERADA     *
      *    A-ALERTA-REJEICAO......: MOVIMENTACAO REJEITADA PELO BANCO  *
      *    A-ALERTA-BLOQUEIO......: CONTA PROPOSTA PARA BLOQUEIO       *
      *    A-ALERTA-GRANDE-VALOR..: MOVIMENTACAO DE GRANDE VALOR       *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *                           (LIMITE AUTORIZADO POR CONTA) PARA   *
      *                           O CONTROLE DE ESTOURO DE LIMITE DA   *
      *                           POSTAGEM DE SALDOS                   *
      *    14/10/2026   EGR       INCLUIDOS OS INDICADORES DE ADESAO   *
      *                           AOS ALERTAS A CLIENTES (GRUPO        *
      *                           EDERACPY-A-ADESAO-ALERTAS); REGISTRO *
      *                           PASSA DE 75 PARA 80 BYTES            *
      *    14/10/2026   EGR       CADASTRO PASSOU A SER ARQUIVO        *
      *                           INDEXADO POR EDERACPY-A-CONTA        *
      ******************************************************************
      *                                                                *
       05  EDERACPY-REGISTRO.
           10 EDERACPY-A-DATA-ABERTURA                PIC 9(08).
           10 EDERACPY-A-DATA-ENCERRAMENTO            PIC 9(08).
           10 EDERACPY-A-LIMITE-CREDITO               PIC 9(13)V99.
           10 EDERACPY-A-ADESAO-ALERTAS.
              15 EDERACPY-A-ALERTA-LIMITE             PIC X(01).
              15 EDERACPY-A-ALERTA-AGENDADO           PIC X(01).
              15 EDERACPY-A-ALERTA-REJEICAO           PIC X(01).
              15 EDERACPY-A-ALERTA-BLOQUEIO           PIC X(01).
              15 EDERACPY-A-ALERTA-GRANDE-VALOR       PIC X(01).
              15 FILLER                               PIC X(03).
      *                                                                *
      ******************************************************************
