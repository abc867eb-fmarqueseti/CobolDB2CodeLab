      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : RELATORIO DE ROTATIVIDADE (TURNOVER) E RETENCAO DOS *
      *            ULTIMOS 12 MESES ATE A COMPETENCIA INFORMADA, POR   *
      *            DEPARTAMENTO E NO TOTAL: QUADRO INICIAL E FINAL DE  *
      *            CADA MES (EAD703.FUNCIONARIOS_SNAPSHOT, COBFUN68),  *
      *            ADMISSOES, DESLIGAMENTOS E READMISSOES (CADASTRO E  *
      *            EAD703.VINCULOS) E TAXA DE ROTATIVIDADE, COM TEMPO  *
      *            MEDIO DE CASA NA SAIDA E PERCENTUAL DE SAIDAS NO    *
      *            PRIMEIRO ANO (DB2)                                  *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN89.
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
               INCLUDE BOOKSNAP
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    DEPARTAMENTOS COM FOTOGRAFIA NO PERIODO (INCLUI O MES
      *    ANTERIOR AO PRIMEIRO, QUE DA O QUADRO INICIAL)
      *
           EXEC SQL
               DECLARE DEPTOTEMP CURSOR FOR
                  SELECT DISTINCT DEPTOSNAP
                       FROM EAD703.FUNCIONARIOS_SNAPSHOT
                       WHERE  ANOMESSNAP >= :WK-ANOMES-PRIMEIRO
                         AND  ANOMESSNAP <= :WK-ANOMES-ACCEPT
                       ORDER BY DEPTOSNAP
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-MES-IDX           PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-ANO-CALC          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-CALC          PIC 99            VALUE ZEROES.
       77  WK-ANO-SEGUINTE      PIC 9(4)          VALUE ZEROES.
       77  WK-MES-SEGUINTE      PIC 99            VALUE ZEROES.
       77  WK-DATA-PROX-CALC    PIC X(10)         VALUE SPACES.
       77  WK-ANOMES-PRIMEIRO   PIC X(6)          VALUE SPACES.
      *
      *    MES EM PROCESSAMENTO E FILTRO DE DEPARTAMENTO (BRANCOS =
      *    TOTAL DA EMPRESA)
      *
       77  WK-DEPTO-FILTRO      PIC X(3)          VALUE SPACES.
       77  WK-ANOMES-ATUAL      PIC X(6)          VALUE SPACES.
       77  WK-ANOMES-ANTERIOR   PIC X(6)          VALUE SPACES.
       77  WK-DATA-INI          PIC X(10)         VALUE SPACES.
       77  WK-DATA-PROX         PIC X(10)         VALUE SPACES.
       77  WK-FOTO-CONT         PIC S9(8) USAGE COMP VALUE ZEROES.
      *
       77  WK-QTDE-INICIAL      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-FINAL        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-ADMISSOES    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-READMISSOES  PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-DESLIG       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-CASA         PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-IND-DIAS          PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PRIM-ANO     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-IND-PRIM-ANO      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-PERC-ROTAT        PIC S9(5)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
      *    ACUMULADOS DOS 12 MESES DO DEPARTAMENTO (OU DO TOTAL)
      *
       77  WK-ACUM-ADMISSOES    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-ACUM-READMISSOES  PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-ACUM-DESLIG       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-ACUM-QUADRO       PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-ACUM-MESES        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-ACUM-DIAS-CASA    PIC S9(11) USAGE COMP-3 VALUE ZEROES.
       77  WK-ACUM-PRIM-ANO     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QUADRO-MEDIO      PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-MESES-CASA        PIC S9(5)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-PERC-PRIM-ANO     PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-MEDIO-EDIT        PIC ZZZ.ZZ9,99    VALUE ZEROES.
       77  WK-PERC-EDIT         PIC ZZ9,99        VALUE ZEROES.
      *
       01  WK-PARM-ROTAT.
           05 WK-ANOMES-ACCEPT     PIC X(6)       VALUE SPACES.
           05 FILLER REDEFINES WK-ANOMES-ACCEPT.
              10 WK-ANOMES-ANO     PIC 9(4).
              10 WK-ANOMES-MES     PIC 9(2).
      *
      *    OCORRENCIA 1 = MES ANTERIOR AO PERIODO (SO QUADRO INICIAL);
      *    OCORRENCIAS 2 A 13 = OS 12 MESES DO RELATORIO
      *
       01  WK-MESES.
           05 WK-MES OCCURS 13 TIMES.
              10 WK-MES-ANOMES     PIC X(6).
              10 WK-MES-INI        PIC X(10).
              10 WK-MES-PROX       PIC X(10).
              10 WK-MES-FOTO       PIC X.
      *
       01  WK-LIN-CABEC.
           05 FILLER               PIC X(8)  VALUE 'MES'.
           05 FILLER               PIC X(9)  VALUE ' INICIAL'.
           05 FILLER               PIC X(9)  VALUE '  ADMIS.'.
           05 FILLER               PIC X(9)  VALUE '  READM.'.
           05 FILLER               PIC X(9)  VALUE '  DESLIG'.
           05 FILLER               PIC X(9)  VALUE '   FINAL'.
           05 FILLER               PIC X(9)  VALUE '  ROTAT%'.
      *
       01  WK-LIN-MES.
           05 WK-LIN-ANOMES        PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-INICIAL       PIC ZZZ.ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-ADMISSOES     PIC ZZZ.ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-READMISSOES   PIC ZZZ.ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-DESLIG        PIC ZZZ.ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-FINAL         PIC ZZZ.ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WK-LIN-ROTAT         PIC ZZ9,99.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL SQLCODE = 100.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ******************************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-ROTAT FROM SYSIN.
      *
           IF WK-ANOMES-ACCEPT NOT NUMERIC
              OR WK-ANOMES-MES < 01 OR WK-ANOMES-MES > 12
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' INVALIDA. INFORME AAAAMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           DISPLAY 'ROTATIVIDADE E RETENCAO - 12 MESES ATE '
                   WK-ANOMES-ACCEPT.
           DISPLAY '**********************************************'.
      *
      *    MONTA OS MESES DE TRAS PARA FRENTE, A PARTIR DO DIA 01 DO
      *    MES SEGUINTE A COMPETENCIA INFORMADA
      *
           MOVE WK-ANOMES-ANO TO WK-ANO-CALC WK-ANO-SEGUINTE.
           MOVE WK-ANOMES-MES TO WK-MES-CALC WK-MES-SEGUINTE.
           ADD 1 TO WK-MES-SEGUINTE.
      *
           IF WK-MES-SEGUINTE > 12
               MOVE 1 TO WK-MES-SEGUINTE
               ADD 1 TO WK-ANO-SEGUINTE
           END-IF.
      *
           MOVE SPACES TO WK-DATA-PROX-CALC.
           STRING WK-ANO-SEGUINTE '-' WK-MES-SEGUINTE '-01'
               DELIMITED BY SIZE INTO WK-DATA-PROX-CALC.
      *
           PERFORM 103-MONTA-MES
               VARYING WK-MES-IDX FROM 13 BY -1
               UNTIL WK-MES-IDX < 1.
      *
           MOVE WK-MES-ANOMES (1) TO WK-ANOMES-PRIMEIRO.
      *
           EXEC SQL
               OPEN DEPTOTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-DEPARTAMENTO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       103-MONTA-MES.
           MOVE SPACES TO WK-MES-ANOMES (WK-MES-IDX)
                          WK-MES-INI (WK-MES-IDX).
      *
           STRING WK-ANO-CALC WK-MES-CALC
               DELIMITED BY SIZE INTO WK-MES-ANOMES (WK-MES-IDX).
           STRING WK-ANO-CALC '-' WK-MES-CALC '-01'
               DELIMITED BY SIZE INTO WK-MES-INI (WK-MES-IDX).
      *
           MOVE WK-DATA-PROX-CALC         TO WK-MES-PROX (WK-MES-IDX).
           MOVE WK-MES-INI (WK-MES-IDX)   TO WK-DATA-PROX-CALC.
      *
           PERFORM 104-VERIFICA-FOTOGRAFIA.
      *
           SUBTRACT 1 FROM WK-MES-CALC.
      *
           IF WK-MES-CALC < 1
               MOVE 12 TO WK-MES-CALC
               SUBTRACT 1 FROM WK-ANO-CALC
           END-IF.
      *
       104-VERIFICA-FOTOGRAFIA.
           MOVE WK-MES-ANOMES (WK-MES-IDX) TO WK-ANOMES-ATUAL.
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-FOTO-CONT
                   FROM EAD703.FUNCIONARIOS_SNAPSHOT
                   WHERE ANOMESSNAP = :WK-ANOMES-ATUAL
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA FOTOGRAFIA DO QUADRO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-FOTO-CONT > 0
               MOVE 'S' TO WK-MES-FOTO (WK-MES-IDX)
           ELSE
               MOVE 'N' TO WK-MES-FOTO (WK-MES-IDX)
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ATUAL
                       ' SEM FOTOGRAFIA GRAVADA. EXECUTE O COBFUN68'
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           MOVE DB2SN-DEPTOSNAP TO WK-DEPTO-FILTRO.
      *
           DISPLAY 'DEPARTAMENTO   : ' WK-DEPTO-FILTRO.
           PERFORM 210-RELATORIO-PERIODO.
      *
           PERFORM 301-LER-DEPARTAMENTO.
      *
       210-RELATORIO-PERIODO.
           MOVE ZEROES TO WK-ACUM-ADMISSOES
                          WK-ACUM-READMISSOES
                          WK-ACUM-DESLIG
                          WK-ACUM-QUADRO
                          WK-ACUM-MESES
                          WK-ACUM-DIAS-CASA
                          WK-ACUM-PRIM-ANO.
      *
           DISPLAY WK-LIN-CABEC.
      *
           PERFORM 211-PROCESSA-MES
               VARYING WK-MES-IDX FROM 2 BY 1
               UNTIL WK-MES-IDX > 13.
      *
           PERFORM 216-RESUMO-PERIODO.
      *
       211-PROCESSA-MES.
           MOVE WK-MES-ANOMES (WK-MES-IDX)     TO WK-ANOMES-ATUAL.
           MOVE WK-MES-ANOMES (WK-MES-IDX - 1) TO WK-ANOMES-ANTERIOR.
           MOVE WK-MES-INI (WK-MES-IDX)        TO WK-DATA-INI.
           MOVE WK-MES-PROX (WK-MES-IDX)       TO WK-DATA-PROX.
      *
           IF WK-MES-FOTO (WK-MES-IDX) = 'N'
               DISPLAY WK-ANOMES-ATUAL '  SEM FOTOGRAFIA DO QUADRO'
           ELSE
               PERFORM 212-CONTA-QUADRO
               PERFORM 213-CONTA-ADMISSOES
               PERFORM 214-CONTA-DESLIGAMENTOS
               PERFORM 215-EXIBE-MES
           END-IF.
      *
       212-CONTA-QUADRO.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-QTDE-INICIAL
                   FROM EAD703.FUNCIONARIOS_SNAPSHOT
                   WHERE ANOMESSNAP = :WK-ANOMES-ANTERIOR
                     AND ATIVOSNAP = 'A'
                     AND ( :WK-DEPTO-FILTRO = '   '
                        OR DEPTOSNAP = :WK-DEPTO-FILTRO )
           END-EXEC.
      *
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :WK-QTDE-FINAL
                       FROM EAD703.FUNCIONARIOS_SNAPSHOT
                       WHERE ANOMESSNAP = :WK-ANOMES-ATUAL
                         AND ATIVOSNAP = 'A'
                         AND ( :WK-DEPTO-FILTRO = '   '
                            OR DEPTOSNAP = :WK-DEPTO-FILTRO )
               END-EXEC
           END-IF.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONTAGEM DO QUADRO DE ' WK-ANOMES-ATUAL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       213-CONTA-ADMISSOES.
      *
      *    ADMISSAO ATUAL DO CADASTRO MAIS AS ADMISSOES DE VINCULOS
      *    ENCERRADOS (O COBFUN04 GUARDA O VINCULO ANTERIOR NA
      *    READMISSAO). O DEPARTAMENTO E O DA FOTOGRAFIA DO MES
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-QTDE-ADMISSOES
                   FROM ( SELECT F.CODFUN, F.ADMISSFUN AS DATAADM
                             FROM EAD703.FUNCIONARIOS F
                          UNION ALL
                          SELECT V.CODFUN, V.ADMISSVINC
                             FROM EAD703.VINCULOS V ) AS A,
                        EAD703.FUNCIONARIOS_SNAPSHOT S
                   WHERE S.CODFUN = A.CODFUN
                     AND S.ANOMESSNAP = :WK-ANOMES-ATUAL
                     AND A.DATAADM >= :WK-DATA-INI
                     AND A.DATAADM < :WK-DATA-PROX
                     AND ( :WK-DEPTO-FILTRO = '   '
                        OR S.DEPTOSNAP = :WK-DEPTO-FILTRO )
           END-EXEC.
      *
      *    READMISSAO: ADMISSAO POSTERIOR A UM VINCULO JA ENCERRADO
      *
           IF SQLCODE = 0
               EXEC SQL
                   SELECT COUNT(*) INTO :WK-QTDE-READMISSOES
                       FROM ( SELECT F.CODFUN, F.ADMISSFUN AS DATAADM
                                 FROM EAD703.FUNCIONARIOS F
                              UNION ALL
                              SELECT V.CODFUN, V.ADMISSVINC
                                 FROM EAD703.VINCULOS V ) AS A,
                            EAD703.FUNCIONARIOS_SNAPSHOT S
                       WHERE S.CODFUN = A.CODFUN
                         AND S.ANOMESSNAP = :WK-ANOMES-ATUAL
                         AND A.DATAADM >= :WK-DATA-INI
                         AND A.DATAADM < :WK-DATA-PROX
                         AND ( :WK-DEPTO-FILTRO = '   '
                            OR S.DEPTOSNAP = :WK-DEPTO-FILTRO )
                         AND EXISTS
                             ( SELECT 1 FROM EAD703.VINCULOS W
                                  WHERE W.CODFUN = A.CODFUN
                                    AND W.DEMISSVINC < A.DATAADM )
               END-EXEC
           END-IF.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONTAGEM DAS ADMISSOES DE ' WK-ANOMES-ATUAL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       214-CONTA-DESLIGAMENTOS.
      *
      *    DESLIGAMENTOS DO MES COM O TEMPO DE CASA NA SAIDA, EM DIAS,
      *    E A QUANTIDADE DE SAIDAS ANTES DE COMPLETAR UM ANO
      *
           EXEC SQL
               SELECT COUNT(*),
                      SUM(DAYS(D.DATADEM) - DAYS(D.DATAADM)),
                      SUM(CASE WHEN D.DATADEM < D.DATAADM + 1 YEAR
                               THEN 1 ELSE 0 END)
                   INTO :WK-QTDE-DESLIG,
                        :WK-DIAS-CASA :WK-IND-DIAS,
                        :WK-QTDE-PRIM-ANO :WK-IND-PRIM-ANO
                   FROM ( SELECT F.CODFUN, F.ADMISSFUN AS DATAADM,
                                 F.DEMISSFUN AS DATADEM
                             FROM EAD703.FUNCIONARIOS F
                             WHERE F.DEMISSFUN IS NOT NULL
                          UNION ALL
                          SELECT V.CODFUN, V.ADMISSVINC, V.DEMISSVINC
                             FROM EAD703.VINCULOS V ) AS D,
                        EAD703.FUNCIONARIOS_SNAPSHOT S
                   WHERE S.CODFUN = D.CODFUN
                     AND S.ANOMESSNAP = :WK-ANOMES-ATUAL
                     AND D.DATADEM >= :WK-DATA-INI
                     AND D.DATADEM < :WK-DATA-PROX
                     AND ( :WK-DEPTO-FILTRO = '   '
                        OR S.DEPTOSNAP = :WK-DEPTO-FILTRO )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONTAGEM DOS DESLIGAMENTOS DE '
                       WK-ANOMES-ATUAL
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-DIAS < 0
               MOVE ZEROES TO WK-DIAS-CASA
                              WK-QTDE-PRIM-ANO
           END-IF.
      *
       215-EXIBE-MES.
      *
      *    ROTATIVIDADE = ((ADMISSOES + DESLIGAMENTOS) / 2) SOBRE O
      *    QUADRO MEDIO ((INICIAL + FINAL) / 2)
      *
           IF WK-QTDE-INICIAL + WK-QTDE-FINAL > 0
               COMPUTE WK-PERC-ROTAT ROUNDED =
                   (WK-QTDE-ADMISSOES + WK-QTDE-DESLIG) * 100 /
                   (WK-QTDE-INICIAL + WK-QTDE-FINAL)
           ELSE
               MOVE ZEROES TO WK-PERC-ROTAT
           END-IF.
      *
           MOVE WK-ANOMES-ATUAL      TO WK-LIN-ANOMES.
           MOVE WK-QTDE-INICIAL      TO WK-LIN-INICIAL.
           MOVE WK-QTDE-ADMISSOES    TO WK-LIN-ADMISSOES.
           MOVE WK-QTDE-READMISSOES  TO WK-LIN-READMISSOES.
           MOVE WK-QTDE-DESLIG       TO WK-LIN-DESLIG.
           MOVE WK-QTDE-FINAL        TO WK-LIN-FINAL.
           MOVE WK-PERC-ROTAT        TO WK-LIN-ROTAT.
           DISPLAY WK-LIN-MES.
      *
           ADD WK-QTDE-ADMISSOES     TO WK-ACUM-ADMISSOES.
           ADD WK-QTDE-READMISSOES   TO WK-ACUM-READMISSOES.
           ADD WK-QTDE-DESLIG        TO WK-ACUM-DESLIG.
           ADD WK-DIAS-CASA          TO WK-ACUM-DIAS-CASA.
           ADD WK-QTDE-PRIM-ANO      TO WK-ACUM-PRIM-ANO.
           ADD WK-QTDE-INICIAL WK-QTDE-FINAL TO WK-ACUM-QUADRO.
           ADD 1                     TO WK-ACUM-MESES.
      *
       216-RESUMO-PERIODO.
           IF WK-ACUM-MESES > 0
               COMPUTE WK-QUADRO-MEDIO ROUNDED =
                   WK-ACUM-QUADRO / (WK-ACUM-MESES * 2)
           ELSE
               MOVE ZEROES TO WK-QUADRO-MEDIO
           END-IF.
      *
           IF WK-QUADRO-MEDIO > 0
               COMPUTE WK-PERC-ROTAT ROUNDED =
                   ((WK-ACUM-ADMISSOES + WK-ACUM-DESLIG) / 2) * 100 /
                   WK-QUADRO-MEDIO
           ELSE
               MOVE ZEROES TO WK-PERC-ROTAT
           END-IF.
      *
           IF WK-ACUM-DESLIG > 0
               COMPUTE WK-MESES-CASA ROUNDED =
                   WK-ACUM-DIAS-CASA * 12 / 365,25 / WK-ACUM-DESLIG
               COMPUTE WK-PERC-PRIM-ANO ROUNDED =
                   WK-ACUM-PRIM-ANO * 100 / WK-ACUM-DESLIG
           ELSE
               MOVE ZEROES TO WK-MESES-CASA
                              WK-PERC-PRIM-ANO
           END-IF.
      *
           MOVE WK-ACUM-ADMISSOES TO WK-QTDE-EDIT.
           DISPLAY '  ADMISSOES NO PERIODO.......: ' WK-QTDE-EDIT.
           MOVE WK-ACUM-READMISSOES TO WK-QTDE-EDIT.
           DISPLAY '  READMISSOES NO PERIODO.....: ' WK-QTDE-EDIT.
           MOVE WK-ACUM-DESLIG TO WK-QTDE-EDIT.
           DISPLAY '  DESLIGAMENTOS NO PERIODO...: ' WK-QTDE-EDIT.
           MOVE WK-QUADRO-MEDIO TO WK-MEDIO-EDIT.
           DISPLAY '  QUADRO MEDIO...............: ' WK-MEDIO-EDIT.
           MOVE WK-PERC-ROTAT TO WK-PERC-EDIT.
           DISPLAY '  ROTATIVIDADE NO PERIODO....: ' WK-PERC-EDIT ' %'.
           MOVE WK-MESES-CASA TO WK-MEDIO-EDIT.
           DISPLAY '  TEMPO MEDIO DE CASA (MESES): ' WK-MEDIO-EDIT.
           MOVE WK-PERC-PRIM-ANO TO WK-PERC-EDIT.
           DISPLAY '  SAIDAS NO PRIMEIRO ANO.....: ' WK-PERC-EDIT ' %'.
           DISPLAY '****************************************'.
      ******************************************************************
       300-LER-DEPARTAMENTO SECTION.
       301-LER-DEPARTAMENTO.
           EXEC SQL
               FETCH DEPTOTEMP
                   INTO :DB2SN-DEPTOSNAP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'FIM DO CURSOR'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXEC SQL
               CLOSE DEPTOTEMP
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           DISPLAY 'TOTAL DA EMPRESA'.
      *
           MOVE SPACES TO WK-DEPTO-FILTRO.
           PERFORM 210-RELATORIO-PERIODO.
      ******************************************************************
       END PROGRAM COBFUN89.
