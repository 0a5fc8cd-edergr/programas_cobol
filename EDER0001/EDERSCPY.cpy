      ******************************************************************
      *                                                                *
      *    ARQUIVO MESTRE COM UM REGISTRO POR CONTA/CONTRATO,          *
      *    INDEXADO PELA CHAVE EDERSCPY-S-CONTA, LIDO DIRETO PELA      *
      *    CHAVE NAS CONSULTAS E EM ORDEM ASCENDENTE DE CONTA NOS      *
      *    PROCESSOS QUE PERCORREM O MESTRE INTEIRO. A CADA CICLO DE   *
      *    MOVIMENTACOES VALIDADAS O PROGRAMA DE POSTAGEM DE SALDOS    *
      *    LE O MESTRE EM ORDEM E GRAVA UMA NOVA GERACAO SEQUENCIAL    *
      *    (BALANCE LINE), RECARREGADA NO MESTRE INDEXADO PELO         *
      *    EDER0034; A GERACAO ANTERIOR, DESCARREGADA PELO EDER0034    *
      *    ANTES DA POSTAGEM, FICA COMO COPIA DE SEGURANCA.            *
      *                                                                *
      *    S-CONTA................: CONTA/CONTRATO                     *
      *    S-SALDO-ABERTURA.......: SALDO DE ABERTURA DA CONTA NO      *
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    22/08/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       MESTRE PASSOU A SER ARQUIVO INDEXADO *
      *                           POR EDERSCPY-S-CONTA                 *
      ******************************************************************
      *                                                                *
       05  EDERSCPY-REGISTRO.
