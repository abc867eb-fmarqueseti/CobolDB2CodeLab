      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : INCLUSAO, ALTERACAO E EXCLUSAO DA REGRA DE PLR POR  *
      *            DEPARTAMENTO, ANO-BASE E PARCELA (1 OU 2): TIPO V   *
      *            (VALOR GLOBAL RATEADO ENTRE OS FUNCIONARIOS DO      *
      *            DEPARTAMENTO PELOS MESES TRABALHADOS) OU TIPO P     *
      *            (PERCENTUAL DO SALARIO MENSAL, PROPORCIONAL AOS     *
      *            MESES TRABALHADOS). A REGRA DE PARCELA JA PAGA      *
      *            PELO COBFUN98 NAO PODE SER ALTERADA (DB2)           *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN97.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKPLRR
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT         PIC -999       VALUE ZEROES.
       77  WK-DEPTO-CONT           PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-PAGOS-CONT           PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-EDIT           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WK-PERC-EDIT            PIC ZZ9,99     VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-CODDEPTO-ACCEPT   PIC X(3)       VALUE SPACES.
           05 WK-ANO-ACCEPT        PIC X(4)       VALUE SPACES.
           05 WK-PARCELA-ACCEPT    PIC X          VALUE SPACES.
           05 WK-TIPO-ACCEPT       PIC X          VALUE SPACES.
           05 WK-VALOR-ACCEPT      PIC 9(9)V99    VALUE ZEROES.
           05 WK-PERC-ACCEPT       PIC 9(3)V99    VALUE ZEROES.
      *
       01  WK-SWITCHES.
           05 WK-DADOS-VALIDOS-SW  PIC X          VALUE 'S'.
              88 WK-DADOS-VALIDOS                 VALUE 'S'.
              88 WK-DADOS-INVALIDOS               VALUE 'N'.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ******************************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-ACCEPT FROM SYSIN.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
      *
           EVALUATE WK-FUNCAO-ACCEPT
               WHEN 'I'
                   PERFORM 202-INCLUSAO
               WHEN 'E'
                   PERFORM 203-EXCLUSAO
               WHEN 'A'
                   PERFORM 204-ALTERACAO
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA'
           END-EVALUATE.
      *
       202-INCLUSAO.
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 209-MOVE-CHAVE
               MOVE WK-TIPO-ACCEPT     TO DB2RG-TIPOREG
               MOVE WK-VALOR-ACCEPT    TO DB2RG-VALORREG
               MOVE WK-PERC-ACCEPT     TO DB2RG-PERCREG
      *
               EXEC SQL
                   INSERT INTO EAD703.PLR_REGRAS
                       ( CODDEPTO, ANOBASEREG, PARCELAREG, TIPOREG,
                         VALORREG, PERCREG, DATAHORAREG )
                       VALUES ( :DB2RG-CODDEPTO, :DB2RG-ANOBASEREG,
                                :DB2RG-PARCELAREG, :DB2RG-TIPOREG,
                                :DB2RG-VALORREG, :DB2RG-PERCREG,
                                CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'REGRA DE PLR DO DEPARTAMENTO '
                               DB2RG-CODDEPTO ' ANO-BASE '
                               DB2RG-ANOBASEREG ' PARCELA '
                               WK-PARCELA-ACCEPT ' FOI INCLUIDA'
                   WHEN -803
                       DISPLAY 'DEPARTAMENTO ' DB2RG-CODDEPTO
                               ' JA POSSUI REGRA DE PLR PARA O '
                               'ANO-BASE ' DB2RG-ANOBASEREG ' PARCELA '
                               WK-PARCELA-ACCEPT
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA INCLUSAO DA REGRA DE PLR'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       203-EXCLUSAO.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
      *
           IF WK-ANO-ACCEPT NOT NUMERIC
               DISPLAY 'ANO-BASE ' WK-ANO-ACCEPT
                       ' INVALIDO. INFORME AAAA'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-PARCELA-ACCEPT NOT = '1' AND
              WK-PARCELA-ACCEPT NOT = '2'
               DISPLAY 'PARCELA ' WK-PARCELA-ACCEPT
                       ' INVALIDA. INFORME 1 OU 2'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 209-MOVE-CHAVE
               PERFORM 208-VALIDA-PAGAMENTO
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               EXEC SQL
                   DELETE FROM EAD703.PLR_REGRAS
                       WHERE CODDEPTO = :DB2RG-CODDEPTO
                         AND ANOBASEREG = :DB2RG-ANOBASEREG
                         AND PARCELAREG = :DB2RG-PARCELAREG
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'REGRA DE PLR DO DEPARTAMENTO '
                               DB2RG-CODDEPTO ' ANO-BASE '
                               DB2RG-ANOBASEREG ' PARCELA '
                               WK-PARCELA-ACCEPT ' FOI EXCLUIDA'
                   WHEN 100
                       DISPLAY 'DEPARTAMENTO ' DB2RG-CODDEPTO
                               ' NAO POSSUI REGRA DE PLR PARA O '
                               'ANO-BASE ' DB2RG-ANOBASEREG
                               ' PARCELA ' WK-PARCELA-ACCEPT
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA EXCLUSAO DA REGRA DE PLR'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       204-ALTERACAO.
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 208-VALIDA-PAGAMENTO
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               MOVE WK-TIPO-ACCEPT     TO DB2RG-TIPOREG
               MOVE WK-VALOR-ACCEPT    TO DB2RG-VALORREG
               MOVE WK-PERC-ACCEPT     TO DB2RG-PERCREG
      *
               EXEC SQL
                   UPDATE EAD703.PLR_REGRAS
                       SET TIPOREG = :DB2RG-TIPOREG,
                           VALORREG = :DB2RG-VALORREG,
                           PERCREG = :DB2RG-PERCREG,
                           DATAHORAREG = CURRENT TIMESTAMP
                       WHERE   CODDEPTO = :DB2RG-CODDEPTO
                         AND   ANOBASEREG = :DB2RG-ANOBASEREG
                         AND   PARCELAREG = :DB2RG-PARCELAREG
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'REGRA DE PLR DO DEPARTAMENTO '
                               DB2RG-CODDEPTO ' ANO-BASE '
                               DB2RG-ANOBASEREG ' PARCELA '
                               WK-PARCELA-ACCEPT ' FOI ALTERADA'
                       IF DB2RG-TIPOREG = 'V'
                           MOVE DB2RG-VALORREG TO WK-VALOR-EDIT
                           DISPLAY '   VALOR GLOBAL: ' WK-VALOR-EDIT
                       ELSE
                           MOVE DB2RG-PERCREG  TO WK-PERC-EDIT
                           DISPLAY '   PERCENTUAL DO SALARIO: '
                                   WK-PERC-EDIT
                       END-IF
                   WHEN 100
                       DISPLAY 'DEPARTAMENTO ' DB2RG-CODDEPTO
                               ' NAO POSSUI REGRA DE PLR PARA O '
                               'ANO-BASE ' DB2RG-ANOBASEREG
                               ' PARCELA ' WK-PARCELA-ACCEPT
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA ATUALIZACAO DA REGRA DE PLR'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       205-VALIDA-DADOS.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
      *
           IF WK-ANO-ACCEPT NOT NUMERIC
               DISPLAY 'ANO-BASE ' WK-ANO-ACCEPT
                       ' INVALIDO. INFORME AAAA'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-PARCELA-ACCEPT NOT = '1' AND
              WK-PARCELA-ACCEPT NOT = '2'
               DISPLAY 'PARCELA ' WK-PARCELA-ACCEPT
                       ' INVALIDA. INFORME 1 OU 2'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-VALOR-ACCEPT NOT NUMERIC
               MOVE ZEROES TO WK-VALOR-ACCEPT
           END-IF.
      *
           IF WK-PERC-ACCEPT NOT NUMERIC
               MOVE ZEROES TO WK-PERC-ACCEPT
           END-IF.
      *
      *    TIPO V: SO O VALOR GLOBAL; TIPO P: SO O PERCENTUAL, LIMITADO
      *    A 999,99% DO SALARIO MENSAL
      *
           EVALUATE WK-TIPO-ACCEPT
               WHEN 'V'
                   IF WK-VALOR-ACCEPT = ZEROES
                       DISPLAY 'VALOR GLOBAL DA PLR NAO INFORMADO'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   END-IF
                   MOVE ZEROES TO WK-PERC-ACCEPT
               WHEN 'P'
                   IF WK-PERC-ACCEPT = ZEROES
                       DISPLAY 'PERCENTUAL DO SALARIO NAO INFORMADO'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   END-IF
                   MOVE ZEROES TO WK-VALOR-ACCEPT
               WHEN OTHER
                   DISPLAY 'TIPO DE REGRA ' WK-TIPO-ACCEPT
                           ' INVALIDO. INFORME V (VALOR GLOBAL) OU'
                           ' P (PERCENTUAL DO SALARIO)'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-EVALUATE.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 209-MOVE-CHAVE
               PERFORM 206-VALIDA-DEPARTAMENTO
           END-IF.
      *
       206-VALIDA-DEPARTAMENTO.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-DEPTO-CONT
                   FROM EAD703.DEPARTAMENTOS
                   WHERE CODDEPTO = :WK-CODDEPTO-ACCEPT
           END-EXEC.
      *
           IF WK-DEPTO-CONT = 0
               DISPLAY 'DEPARTAMENTO ' WK-CODDEPTO-ACCEPT
                       ' NAO CADASTRADO'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
       208-VALIDA-PAGAMENTO.
      *
      *    PARCELA JA PAGA (COBFUN98) PARA O DEPARTAMENTO NAO ACEITA
      *    ALTERACAO NEM EXCLUSAO DA REGRA
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-PAGOS-CONT
                   FROM EAD703.PLR_PAGAMENTOS
                   WHERE CODDEPTO = :DB2RG-CODDEPTO
                     AND ANOBASEPLR = :DB2RG-ANOBASEREG
                     AND PARCELAPLR = :DB2RG-PARCELAREG
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS PAGAMENTOS DE PLR'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-PAGOS-CONT > 0
               DISPLAY 'A PARCELA ' WK-PARCELA-ACCEPT ' DO ANO-BASE '
                       DB2RG-ANOBASEREG ' JA FOI PAGA AO DEPARTAMENTO '
                       DB2RG-CODDEPTO '. REGRA NAO PODE SER ALTERADA'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
       209-MOVE-CHAVE.
           MOVE WK-CODDEPTO-ACCEPT TO DB2RG-CODDEPTO.
           MOVE WK-ANO-ACCEPT      TO DB2RG-ANOBASEREG.
      *
           IF WK-PARCELA-ACCEPT = '1'
               MOVE 1 TO DB2RG-PARCELAREG
           ELSE
               MOVE 2 TO DB2RG-PARCELAREG
           END-IF.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXIT.
      ******************************************************************
       END PROGRAM COBFUN97.
