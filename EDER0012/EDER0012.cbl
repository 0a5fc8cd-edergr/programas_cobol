      *    IMPRIME O PAINEL DO CICLO: UMA LINHA POR EXECUCAO           *
      *    REGISTRADA, COM DATA/HORA, CONTADORES E O VEREDICTO DE      *
      *    CADA PASSO; A RELACAO DOS PASSOS OBRIGATORIOS DA CADEIA     *
      *    (EDER0002, EDER0003, EDER0004, EDER0006 E A CONFERENCIA DO  *
      *    FLUXO DE VALORES EDER0032) COM A MARCACAO DOS QUE AINDA NAO *
      *    EXECUTARAM; E O VEREDICTO FINAL DO CICLO: LIMPO PARA        *
      *    LIBERACAO SOMENTE QUANDO TODOS OS PASSOS OBRIGATORIOS       *
      *    EXECUTARAM E NENHUMA EXECUCAO REGISTROU DISPOSICAO DE ERRO. *
      *    UM CICLO RETIDO TERMINA COM RETORNO NAO ZERO PARA A JCL NAO *
      *    LIBERAR OS PRODUTOS DO CICLO.                               *
      *                                                                *
      ******************************************************************
      *    HISTORICO DE ALTERACOES                                     *
      *    DATA         AUTOR     DESCRICAO                            *
      *    22/08/2026   EGR       VERSAO INICIAL                       *
      *    14/10/2026   EGR       INCLUIDA A CONFERENCIA DO FLUXO DE   *
      *                           VALORES DO CICLO (EDER0032) ENTRE OS *
      *                           PASSOS OBRIGATORIOS DA CADEIA        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     EDER0012.
               VALUE 'EDER0004'.
           05  FILLER                       PIC X(08)
               VALUE 'EDER0006'.
           05  FILLER                       PIC X(08)
               VALUE 'EDER0032'.
       01  EDER0012-WS-TAB-PASSOS REDEFINES EDER0012-WS-NOMES-PASSOS.
           05  EDER0012-WS-PASSO OCCURS 5 TIMES
                                            PIC X(08).
       01  EDER0012-WS-VISTOS-GRUPO         PIC X(05) VALUE 'NNNNN'.
       01  EDER0012-WS-TAB-VISTOS REDEFINES EDER0012-WS-VISTOS-GRUPO.
           05  EDER0012-WS-VISTO OCCURS 5 TIMES
                                            PIC X(01).

       01  EDER0012-WL-CABECALHO-1.

           PERFORM 2200-MARCAR-PASSO THRU 2200-MARCAR-PASSO-EXIT
               VARYING EDER0012-WS-IND FROM 1 BY 1
               UNTIL EDER0012-WS-IND > 5.

           IF EDERRCPY-R-DISPOSICAO OF REG-RUN-CONTROL NOT = 'OK'
               ADD 1 TO EDER0012-WS-CONT-COM-ERRO
           WRITE REG-RELATORIO.
           PERFORM 3100-LISTAR-PASSO THRU 3100-LISTAR-PASSO-EXIT
               VARYING EDER0012-WS-IND FROM 1 BY 1
               UNTIL EDER0012-WS-IND > 5.
       3000-CONFERIR-PASSOS-EXIT.
           EXIT.

