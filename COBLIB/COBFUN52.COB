           EXEC SQL
               INCLUDE BOOKPARM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPENS
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLOGE
                                                   VALUE ZEROES.
       77  WK-MARGEM-VALOR         PIC S9(8)V9(2) USAGE COMP-3
                                                   VALUE ZEROES.
       77  WK-PENSAO-ATUAL         PIC S9(8)V9(2) USAGE COMP-3
                                                   VALUE ZEROES.
       77  WK-IND-PENSAO           PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-MARGEM-EDIT          PIC ZZZ.ZZ9,99 VALUE ZEROES.
       77  WK-VALOR-EDIT           PIC ZZZ.ZZ9,99 VALUE ZEROES.
      *
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                           ' SEM FOLHA CALCULADA. MARGEM APURADA'
                           ' SOBRE O SALARIO BASE'
                   PERFORM 213-CONSULTA-PENSOES
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DA FOLHA MENSAL'
           IF WK-IND-CONSIG < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-CONSIG-ATUAL
           END-IF.
      *
       213-CONSULTA-PENSOES.
      *
      *    A PENSAO ALIMENTICIA (COBFUN72) E DESCONTADA ANTES DO
      *    CONSIGNADO: SEM FOLHA CALCULADA, SAI DO SALARIO BASE
      *
           MOVE ZEROES TO WK-PENSAO-ATUAL.
      *
           EXEC SQL
               SELECT SUM(CASE WHEN TIPOPENS = 'F'
                               THEN VALORPENS
                               ELSE :DB2-SALARIOFUN * PERCPENS / 100
                          END)
                   INTO :WK-PENSAO-ATUAL :WK-IND-PENSAO
                   FROM EAD703.PENSOES_ALIMENTICIAS
                   WHERE CODFUN = :DB2-CODFUN
                     AND SITUACAOPENS = 'A'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DAS PENSOES ALIMENTICIAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-PENSAO < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-PENSAO-ATUAL
           END-IF.
      *
           COMPUTE WK-LIQUIDO-BASE = WK-LIQUIDO-BASE - WK-PENSAO-ATUAL.
      *
           IF WK-LIQUIDO-BASE < 0
               MOVE ZEROES TO WK-LIQUIDO-BASE
           END-IF.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
