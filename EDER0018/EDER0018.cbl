      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    02/09/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       CADASTRO DE CONTAS E MESTRE DE       *
      *                           SALDOS PASSARAM A SER ARQUIVOS       *
      *                           INDEXADOS POR CONTA, LIDOS POR       *
      *                           INTEIRO EM ACESSO SEQUENCIAL         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0018.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MESTRE DE SALDOS INDEXADO POR CONTA, LIDO POR INTEIRO EM
      *    ORDEM DE CONTA.
           SELECT ARQ-SALDOS      ASSIGN TO 'SALDOS'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS
                                       EDERSCPY-S-CONTA OF REG-SALDOS
                                  FILE STATUS IS
                                             EDER0018-WS-FS-SALDOS.

      *    CADASTRO DE CONTAS INDEXADO POR CONTA, LIDO POR INTEIRO
      *    EM ORDEM DE CONTA.
           SELECT ARQ-CADASTRO    ASSIGN TO 'CADCONTA'
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS
                                       EDERACPY-A-CONTA OF REG-CADASTRO
                                  FILE STATUS IS
                                             EDER0018-WS-FS-CADASTRO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SALDOS
           LABEL RECORDS ARE STANDARD.
       01  REG-SALDOS.
           COPY EDERSCPY.

       FD  ARQ-CADASTRO
           LABEL RECORDS ARE STANDARD.
       01  REG-CADASTRO.
           COPY EDERACPY.
