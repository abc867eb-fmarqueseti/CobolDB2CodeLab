       77  WK-USUARIO              PIC X(8)       VALUE SPACES.
       77  WK-AUTORIZACAO-CONT     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-SITUACAO-ANTES       PIC X          VALUE SPACES.
       77  WK-CONFERENCIA-CONT     PIC S9(8) USAGE COMP VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
                   DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                           ' JA ESTA FECHADA'
               ELSE
                   PERFORM 208-VERIFICA-CONFERENCIA
               END-IF
           END-IF.
      *
           IF WK-DADOS-VALIDOS AND WK-SITUACAO-ANTES NOT = 'F'
               MOVE 'F' TO DB2K-SITUACAOCOMP
               PERFORM 210-ATUALIZA-SITUACAO
               DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                       ' FOI FECHADA'
           END-IF.
      *
       204-REABRE-COMPETENCIA.
           PERFORM 207-VERIFICA-SUPERVISOR.
                           ' FOI REABERTA PELO SUPERVISOR '
                           WK-USUARIO ' (SITUACAO ANTERIOR '
                           WK-SITUACAO-ANTES ')'
                   DISPLAY 'ESTORNE O CALCULO PELO COBFUN86 ANTES DE'
                           ' RECALCULAR A FOLHA PELO COBFUN15'
               END-IF
           END-IF.
      *
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       208-VERIFICA-CONFERENCIA.
      *
      *    O FECHAMENTO EXIGE A LISTA DE EXCECOES DO COBFUN73
      *    LIBERADA PELO SUPERVISOR E POSTERIOR AO ULTIMO CALCULO
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-CONFERENCIA-CONT
                   FROM EAD703.CONFERENCIA_FOLHA C
                   WHERE C.ANOMESCONF = :DB2K-ANOMESCOMP
                     AND C.SITUACAOCONF = 'L'
                     AND NOT EXISTS
                         ( SELECT 1
                               FROM EAD703.FOLHA_MENSAL M
                               WHERE M.ANOMESFOLHA = C.ANOMESCONF
                                 AND M.DATAHORAFOLHA >
                                     C.DATAHORAGERCONF )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA CONFERENCIA DA FOLHA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-CONFERENCIA-CONT = 0
               DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                       ' SEM CONFERENCIA LIBERADA. GERE E LIBERE A'
                       ' LISTA DE EXCECOES PELO COBFUN73'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       210-ATUALIZA-SITUACAO.
           MOVE WK-USUARIO TO DB2K-USUARIOCOMP.
