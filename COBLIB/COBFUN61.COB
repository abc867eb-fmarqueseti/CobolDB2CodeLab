      *            ENCERRADO USADO PELO COBFUN23, HISTORICO DE         *
      *            AUDITORIA E ENFILEIRA O LIQUIDO DA RESCISAO PARA O  *
      *            PROXIMO CREDITO DO COBFUN33; QUALQUER FALHA DESFAZ  *
      *            TUDO (ROLLBACK) (DB2). EXIGE O EXAME DEMISSIONAL    *
      *            (ASO) REALIZADO E APTO NO COBFUN80                  *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               INCLUDE BOOKHIST
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKEXAM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLOGE
       77  WK-SEQVINC-MAX          PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-SEQVINC          PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-EDIT           PIC Z.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WK-QTDE-EXAME-APTO      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EXAME-INAPTO    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-IND-EXAME-APTO       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-EXAME-INAPTO     PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
       201-PROCESSAR.
           PERFORM 202-LE-RESCISAO.
           PERFORM 203-LE-FUNCIONARIO.
           PERFORM 204-VERIFICA-EXAME.
      *
           IF WK-ATIVOFUN-ANTES = 'A'
               PERFORM 210-DESATIVA-FUNCIONARIO
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       204-VERIFICA-EXAME.
      *
      *    NR-7: SEM EXAME DEMISSIONAL DO CONTRATO ATUAL A RESCISAO
      *    NAO E CONFIRMADA; FUNCIONARIO INAPTO NAO PODE SER DEMITIDO
      *
           MOVE DB2-CODFUN TO DB2EX-CODFUN.
      *
           EXEC SQL
               SELECT SUM(CASE WHEN RESULTEXA = 'A' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN RESULTEXA = 'I' THEN 1 ELSE 0 END)
                   INTO :WK-QTDE-EXAME-APTO :WK-IND-EXAME-APTO,
                        :WK-QTDE-EXAME-INAPTO :WK-IND-EXAME-INAPTO
                   FROM EAD703.EXAMES_ASO
                   WHERE CODFUN = :DB2EX-CODFUN
                     AND TIPOEXA = 'D'
                     AND SITUACAOEXA = 'R'
                     AND DATAEXA >= :WK-ADMISSFUN-ANTES
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO EXAME DEMISSIONAL'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-EXAME-APTO < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-QTDE-EXAME-APTO
                              WK-QTDE-EXAME-INAPTO
           END-IF.
      *
           IF WK-QTDE-EXAME-APTO NOT > 0
               IF WK-QTDE-EXAME-INAPTO > 0
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                           ' INAPTO NO EXAME DEMISSIONAL.'
                           ' RESCISAO NAO CONFIRMADA'
               ELSE
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                           ' SEM EXAME DEMISSIONAL (ASO).'
                           ' REGISTRE NO COBFUN80'
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       210-DESATIVA-FUNCIONARIO.
           EXEC SQL
