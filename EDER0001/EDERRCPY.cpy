      *    DESCRICAO..:  REGISTRO DE CONTROLE DE EXECUCAO DO CICLO     *
      *    DATA.......:  22/08/2026                                    *
      *    AUTOR......:  EDER GUIMARAES RODRIGUES                      *
      *    TAMANHO....:  180                                           *
      ******************************************************************
      *                                                                *
      *    ARQUIVO COMUM DE CONTROLE DE EXECUCAO DA CADEIA DE          *
      *                             'OK' (LIMPO) OU 'ER' (RETEM O      *
      *                             CICLO)                             *
      *                                                                *
      *    OS VALORES ABAIXO SAO OS TOTAIS DE E-VALOR-MOVIMENTACAO     *
      *    DAS MOVIMENTACOES TRATADAS PELO PASSO, SEPARADOS EM DEBITOS *
      *    E CREDITOS (TIPO 'C' E CREDITO; QUALQUER OUTRO TIPO E       *
      *    SOMADO COMO DEBITO, PARA QUE TODO VALOR LIDO SEJA PROVADO). *
      *    O RELATORIO DE BALANCEAMENTO DO FLUXO ENCADEIA ESTES TOTAIS *
      *    DE PASSO A PASSO. PROGRAMAS QUE NAO TRATAM MOVIMENTACOES    *
      *    GRAVAM ZEROS EM TODO O GRUPO R-VALORES.                     *
      *                                                                *
      *    R-CONT-RETIDOS.........: REGISTROS RETIDOS PARA CICLO       *
      *                             POSTERIOR (AGENDADOS/POS-DATADOS)  *
      *    R-VALOR-DEB-VALIDOS....: DEBITOS DOS REGISTROS VALIDOS      *
      *    R-VALOR-CRED-VALIDOS...: CREDITOS DOS REGISTROS VALIDOS     *
      *    R-VALOR-DEB-REJEITADOS.: DEBITOS DOS REGISTROS REJEITADOS   *
      *    R-VALOR-CRED-REJEITADOS: CREDITOS DOS REGISTROS REJEITADOS  *
      *    R-VALOR-DEB-RETIDOS....: DEBITOS DOS REGISTROS RETIDOS      *
      *    R-VALOR-CRED-RETIDOS...: CREDITOS DOS REGISTROS RETIDOS     *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    22/08/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       INCLUIDO O GRUPO EDERRCPY-R-VALORES  *
      *                           (RETIDOS E TOTAIS DE DEBITO/CREDITO  *
      *                           POR DESTINO) PARA O BALANCEAMENTO DO *
      *                           FLUXO DE VALORES (TAMANHO DE 60      *
      *                           PARA 180)                            *
      ******************************************************************
      *                                                                *
       05  EDERRCPY-REGISTRO.
           10 EDERRCPY-R-TRAILER-OK                   PIC X(01).
           10 EDERRCPY-R-DISPOSICAO                   PIC X(02).
           10 FILLER                                  PIC X(14).
           10 EDERRCPY-R-VALORES.
              15 EDERRCPY-R-CONT-RETIDOS              PIC 9(07).
              15 EDERRCPY-R-VALOR-DEB-VALIDOS         PIC 9(15)V99.
              15 EDERRCPY-R-VALOR-CRED-VALIDOS        PIC 9(15)V99.
              15 EDERRCPY-R-VALOR-DEB-REJEITADOS      PIC 9(15)V99.
              15 EDERRCPY-R-VALOR-CRED-REJEITADOS     PIC 9(15)V99.
              15 EDERRCPY-R-VALOR-DEB-RETIDOS         PIC 9(15)V99.
              15 EDERRCPY-R-VALOR-CRED-RETIDOS        PIC 9(15)V99.
           10 FILLER                                  PIC X(11).
      *                                                                *
      ******************************************************************
