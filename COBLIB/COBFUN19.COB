      *            ADMISSAO (INIPERAQUIS) AO ANIVERSARIO SEGUINTE      *
      *            (FIMPERAQUIS); O GOZO DEVE OCORRER ATE 12 MESES     *
      *            APOS FIMPERAQUIS                                    *
      *            O INICIO DO GOZO NAO PODE CAIR NOS DOIS DIAS QUE    *
      *            ANTECEDEM FERIADO (COBFUN95) OU O REPOUSO SEMANAL   *
      *            APOS FERIAS COLETIVAS (COBFN102) OS PERIODOS SEGUEM *
      *            A PARTIR DO INICIO DO ULTIMO PERIODO GERADO         *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-RESTO-400            PIC 9(3)       VALUE ZEROES.
       77  WK-DIVIDENDO-TEMP       PIC 9(4)       VALUE ZEROES.
       77  WK-SALDO-DIAS           PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-REJEITADOS      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DIA-SEMANA           PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FERIADO-CONT         PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-ULTIMO-INIPER        PIC X(10)      VALUE SPACES.
       77  WK-IND-ULTIMO-INIPER    PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       01  WK-DATA-PERIODO.
           05 WK-PERIODO-ANO       PIC 9(4).
              88 WK-FIM-GERACAO                   VALUE 'S'.
           05 WK-FIM-PERIODO-SW    PIC X          VALUE 'N'.
              88 WK-FIM-PERIODO                   VALUE 'S'.
           05 WK-INICIO-VALIDO-SW  PIC X          VALUE 'S'.
              88 WK-INICIO-VALIDO                 VALUE 'S'.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
               WHEN 'G'
                   PERFORM 202-GERA-PERIODOS
               WHEN 'F'
                   PERFORM 212-VALIDA-INICIO-GOZO
      *
                   IF WK-INICIO-VALIDO
                       PERFORM 210-REGISTRA-GOZO
                   ELSE
                       ADD 1 TO WK-QTDE-REJEITADOS
                   END-IF
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA'
      *
       204-GERA-FUNCIONARIO.
           MOVE WK-ADMISSFUN-GERA TO WK-ADMISSFUN-DATA.
           PERFORM 208-CONSULTA-ULTIMO-PERIODO.
           MOVE WK-ADMISSFUN-ANO  TO WK-ANO-INI.
           MOVE 'N' TO WK-FIM-PERIODO-SW.
      *
                       DB2V-CODFUN
               ADD 1 TO WK-QTDE-GERADOS
           END-IF.
      *
       208-CONSULTA-ULTIMO-PERIODO.
      *
      *    FERIAS COLETIVAS DE QUEM TINHA MENOS DE 12 MESES DE CASA
      *    ABREM NOVO PERIODO AQUISITIVO NO INICIO DAS COLETIVAS
      *    (COBFN102); OS PERIODOS SEGUINTES CONTAM A PARTIR DESSA
      *    DATA E NAO MAIS DO ANIVERSARIO DE ADMISSAO
      *
           EXEC SQL
               SELECT MAX(INIPERAQUIS)
                   INTO :WK-ULTIMO-INIPER :WK-IND-ULTIMO-INIPER
                   FROM EAD703.FERIAS_PERIODOS
                   WHERE CODFUN = :WK-CODFUN-GERA
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO ULTIMO PERIODO AQUISITIVO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-ULTIMO-INIPER >= 0
              AND WK-ULTIMO-INIPER (6:5) NOT =
                  WK-ADMISSFUN-GERA (6:5)
              AND NOT (WK-ADMISSFUN-GERA (6:5) = '02-29'
                       AND WK-ULTIMO-INIPER (6:5) = '02-28')
               MOVE WK-ULTIMO-INIPER TO WK-ADMISSFUN-DATA
           END-IF.
      *
       210-REGISTRA-GOZO.
           MOVE WK-CODFUN-ACCEPT TO DB2V-CODFUN.
                       ' PERIODO ' DB2V-INIPERAQUIS
               ADD 1 TO WK-QTDE-LANCADOS
           END-IF.
      *
       212-VALIDA-INICIO-GOZO.
           MOVE 'S' TO WK-INICIO-VALIDO-SW.
      *
      *    AS FERIAS NAO PODEM COMECAR NOS DOIS DIAS QUE ANTECEDEM
      *    FERIADO OU O REPOUSO SEMANAL (DOMINGO): INICIO NA SEXTA
      *    OU NO SABADO, OU COM FERIADO NACIONAL OU DO
      *    ESTABELECIMENTO DO FUNCIONARIO (COBFUN95) NOS DOIS DIAS
      *    SEGUINTES, E RECUSADO
      *
           EXEC SQL
               SET :WK-DIA-SEMANA = DAYOFWEEK(DATE(:WK-DATA-ACCEPT))
           END-EXEC.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'DATA DE INICIO DO GOZO ' WK-DATA-ACCEPT
                       ' INVALIDA PARA O FUNCIONARIO '
                       WK-CODFUN-ACCEPT
               MOVE 'N' TO WK-INICIO-VALIDO-SW
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WK-FERIADO-CONT
                       FROM EAD703.FERIADOS H
                       WHERE H.DATAFER
                             BETWEEN DATE(:WK-DATA-ACCEPT) + 1 DAY
                                 AND DATE(:WK-DATA-ACCEPT) + 2 DAYS
                         AND ( H.CODESTAB = '   '
                            OR H.CODESTAB =
                               ( SELECT D.CODESTAB
                                     FROM EAD703.FUNCIONARIOS F,
                                          EAD703.DEPARTAMENTOS D
                                     WHERE F.CODFUN = :WK-CODFUN-ACCEPT
                                       AND D.CODDEPTO = F.DEPTOFUN ) )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO CALENDARIO DE FERIADOS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *
               IF WK-DIA-SEMANA = 6 OR WK-DIA-SEMANA = 7
                  OR WK-FERIADO-CONT > 0
                   DISPLAY 'FUNCIONARIO ' WK-CODFUN-ACCEPT
                           ': INICIO DO GOZO EM ' WK-DATA-ACCEPT
                           ' ANTECEDE FERIADO OU REPOUSO SEMANAL.'
                           ' LANCAMENTO NAO APLICADO'
                   MOVE 'N' TO WK-INICIO-VALIDO-SW
               END-IF
           END-IF.
      ******************************************************************
       300-LER-TRANSACAO SECTION.
       301-LER-TRANSACAO.
           DISPLAY 'PERIODOS GERADOS............: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-LANCADOS TO WK-QTDE-EDIT.
           DISPLAY 'LANCAMENTOS DE GOZO.........: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-REJEITADOS TO WK-QTDE-EDIT.
           DISPLAY 'LANCAMENTOS RECUSADOS.......: ' WK-QTDE-EDIT.
           DISPLAY '**********************************************'.
      *
           CLOSE ARQ-TRANFER.
           COMPUTE DB2E-QTDEAPLLOG =
               WK-QTDE-GERADOS + WK-QTDE-LANCADOS.
      *
           MOVE WK-QTDE-REJEITADOS TO DB2E-QTDEREJLOG.
           MOVE RETURN-CODE TO DB2E-CODRETLOG.
      *
           EXEC SQL
