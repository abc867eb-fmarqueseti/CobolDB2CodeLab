      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : RELATORIO MENSAL DE EXAMES OCUPACIONAIS (ASO)       *
      *            VENCIDOS E A VENCER ATE O FIM DA COMPETENCIA,       *
      *            POR DEPARTAMENTO: PERIODICOS PELO PROXIMO EXAME     *
      *            DO ULTIMO ASO REALIZADO, EXAMES AGENDADOS AINDA     *
      *            PENDENTES E FUNCIONARIOS ATIVOS SEM NENHUM ASO.     *
      *            HAVENDO EXAME VENCIDO, TERMINA COM RC 4 (DB2)       *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN81.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ASO ASSIGN TO ASOVENC
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ASO
           RECORDING MODE IS F.
       01  REG-ASO                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKEXAM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLOGE
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    TIPO 'N' NO CURSOR: FUNCIONARIO ATIVO SEM NENHUM ASO
      *    REGISTRADO, COBRADO A PARTIR DA DATA DE ADMISSAO
      *
           EXEC SQL
               DECLARE ASOTEMP CURSOR FOR
                  SELECT F.DEPTOFUN, F.CODFUN, F.NOMEFUN,
                         'P', X.PROXIMO,
                         DAYS(CURRENT DATE) - DAYS(X.PROXIMO)
                      FROM EAD703.FUNCIONARIOS F,
                           ( SELECT CODFUN, MAX(PROXEXA) AS PROXIMO
                                FROM EAD703.EXAMES_ASO
                                WHERE SITUACAOEXA = 'R'
                                  AND PROXEXA IS NOT NULL
                                GROUP BY CODFUN ) AS X
                      WHERE F.CODFUN = X.CODFUN
                        AND F.ATIVOFUN = 'A'
                        AND X.PROXIMO < :WK-COMP-PROX
                        AND NOT EXISTS
                            ( SELECT 1 FROM EAD703.EXAMES_ASO P
                                 WHERE P.CODFUN = F.CODFUN
                                   AND P.TIPOEXA = 'P'
                                   AND P.SITUACAOEXA = 'P' )
                  UNION ALL
                  SELECT F.DEPTOFUN, F.CODFUN, F.NOMEFUN,
                         E.TIPOEXA, E.DATAPREVEXA,
                         DAYS(CURRENT DATE) - DAYS(E.DATAPREVEXA)
                      FROM EAD703.EXAMES_ASO E,
                           EAD703.FUNCIONARIOS F
                      WHERE E.CODFUN = F.CODFUN
                        AND F.ATIVOFUN = 'A'
                        AND E.SITUACAOEXA = 'P'
                        AND E.DATAPREVEXA < :WK-COMP-PROX
                  UNION ALL
                  SELECT F.DEPTOFUN, F.CODFUN, F.NOMEFUN,
                         'N', F.ADMISSFUN,
                         DAYS(CURRENT DATE) - DAYS(F.ADMISSFUN)
                      FROM EAD703.FUNCIONARIOS F
                      WHERE F.ATIVOFUN = 'A'
                        AND NOT EXISTS
                            ( SELECT 1 FROM EAD703.EXAMES_ASO N
                                 WHERE N.CODFUN = F.CODFUN )
                  ORDER BY 1, 2, 5
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-DATA-ATUAL        PIC X(10)         VALUE SPACES.
       77  WK-DIAS-ATRASO       PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-DEPTO-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-VENCIDOS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-VENCIDOS     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
      *
       01  WK-PARM-ASO.
           05 WK-ANOMES-ACCEPT     PIC X(6)       VALUE SPACES.
           05 FILLER REDEFINES WK-ANOMES-ACCEPT.
              10 WK-ANOMES-ANO     PIC 9(4).
              10 WK-ANOMES-MES     PIC 9(2).
      *
       77  WK-ANO-PROX          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
      *
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 FILLER               PIC X(30)
              VALUE 'EXAMES OCUPACIONAIS (ASO) -  '.
           05 FILLER               PIC X(13)
              VALUE 'COMPETENCIA: '.
           05 WK-LIN-ANO           PIC X(4).
           05 FILLER               PIC X     VALUE '/'.
           05 WK-LIN-MES           PIC X(2).
           05 FILLER               PIC X(14)
              VALUE '  POSICAO EM: '.
           05 WK-LIN-DATA-ATUAL    PIC X(10).
           05 FILLER               PIC X(6)  VALUE SPACES.
      *
       01  WK-LIN-CABECALHO.
           05 FILLER               PIC X(20)
              VALUE 'FUNC NOME           '.
           05 FILLER               PIC X(20)
              VALUE '                EXAM'.
           05 FILLER               PIC X(20)
              VALUE 'E        PREVISTO EM'.
           05 FILLER               PIC X(20)
              VALUE ' DIAS SITUACAO      '.
      *
       01  WK-LIN-DEPARTAMENTO.
           05 FILLER               PIC X(14)
              VALUE 'DEPARTAMENTO: '.
           05 WK-LIN-DEPTOFUN      PIC X(3).
           05 FILLER               PIC X(63) VALUE SPACES.
      *
       01  WK-LIN-DETALHE.
           05 WK-LIN-CODFUN        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEFUN       PIC X(30).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-TIPO          PIC X(12).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-DATA          PIC X(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-DIAS-EDIT     PIC -ZZZ9.
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-SITUACAO      PIC X(9).
           05 FILLER               PIC X(5)  VALUE SPACES.
      *
       01  WK-LIN-TOTAL.
           05 WK-LIN-TOT-ROTULO    PIC X(22).
           05 FILLER               PIC X(9)  VALUE ' EXAMES: '.
           05 WK-LIN-TOT-QTDE      PIC ZZZ9.
           05 FILLER               PIC X(11) VALUE ' VENCIDOS: '.
           05 WK-LIN-TOT-VENCIDOS  PIC ZZZ9.
           05 FILLER               PIC X(11) VALUE ' A VENCER: '.
           05 WK-LIN-TOT-A-VENCER  PIC ZZZ9.
           05 FILLER               PIC X(15) VALUE SPACES.
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
           ACCEPT WK-PARM-ASO FROM SYSIN.
      *
           IF WK-ANOMES-ACCEPT NOT NUMERIC
              OR WK-ANOMES-MES < 01 OR WK-ANOMES-MES > 12
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' INVALIDA. INFORME AAAAMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
      *    O RELATORIO COBRE TUDO O QUE VENCE ATE O ULTIMO DIA DA
      *    COMPETENCIA, INCLUSIVE O QUE JA ESTAVA VENCIDO ANTES DELA
      *
           MOVE WK-ANOMES-ANO TO WK-ANO-PROX.
           MOVE WK-ANOMES-MES TO WK-MES-PROX.
      *
           ADD 1 TO WK-MES-PROX.
      *
           IF WK-MES-PROX > 12
               MOVE 1 TO WK-MES-PROX
               ADD 1 TO WK-ANO-PROX
           END-IF.
      *
           MOVE SPACES TO WK-COMP-PROX.
           STRING WK-ANO-PROX '-' WK-MES-PROX '-01'
               DELIMITED BY SIZE INTO WK-COMP-PROX.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
      *
           EXEC SQL
               SET :WK-DATA-ATUAL = CURRENT DATE
           END-EXEC.
      *
           DISPLAY 'EXAMES OCUPACIONAIS (ASO) - COMPETENCIA '
                   WK-ANOMES-ACCEPT.
           DISPLAY '**********************************************'.
      *
           OPEN OUTPUT ARQ-ASO.
      *
           WRITE REG-ASO FROM WK-LIN-SEPARADOR.
           MOVE WK-ANOMES-ACCEPT (1:4) TO WK-LIN-ANO.
           MOVE WK-ANOMES-ACCEPT (5:2) TO WK-LIN-MES.
           MOVE WK-DATA-ATUAL          TO WK-LIN-DATA-ATUAL.
           WRITE REG-ASO FROM WK-LIN-TITULO.
           WRITE REG-ASO FROM WK-LIN-SEPARADOR.
           WRITE REG-ASO FROM WK-LIN-CABECALHO.
      *
           EXEC SQL
               OPEN ASOTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-EXAME
               WHEN 100
                   DISPLAY 'NENHUM EXAME VENCIDO OU A VENCER'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN81' TO DB2E-NOMEPGM.
           MOVE WK-ANOMES-ACCEPT TO DB2E-ANOMESLOG.
      *
           EXEC SQL
               SET :DB2E-DATAHORAINILOG = CURRENT TIMESTAMP
           END-EXEC.
      *
           EXEC SQL
               INSERT INTO EAD703.LOG_EXECUCAO
                   ( NOMEPGM, DATAHORAINILOG, DATAHORAFIMLOG,
                     QTDELIDLOG, QTDEAPLLOG, QTDEREJLOG, CODRETLOG,
                     ANOMESLOG )
                   VALUES ( :DB2E-NOMEPGM, :DB2E-DATAHORAINILOG,
                            NULL, 0, 0, 0, 0, :DB2E-ANOMESLOG )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA GRAVACAO DO LOG DE EXECUCAO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-QTDE-LIDOS.
      *
           IF DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
               IF WK-DEPTO-ANTERIOR NOT = SPACES
                   PERFORM 230-TOTALIZA-DEPARTAMENTO
               END-IF
               PERFORM 231-CABECALHO-DEPARTAMENTO
           END-IF.
      *
           ADD 1 TO WK-DEPTO-QTDE.
      *
           MOVE DB2-CODFUN        TO WK-LIN-CODFUN.
           MOVE DB2-NOMEFUN-TEXT  TO WK-LIN-NOMEFUN.
      *
           EVALUATE DB2EX-TIPOEXA
               WHEN 'A'
                   MOVE 'ADMISSIONAL'  TO WK-LIN-TIPO
               WHEN 'P'
                   MOVE 'PERIODICO'    TO WK-LIN-TIPO
               WHEN 'R'
                   MOVE 'RETORNO'      TO WK-LIN-TIPO
               WHEN 'D'
                   MOVE 'DEMISSIONAL'  TO WK-LIN-TIPO
               WHEN OTHER
                   MOVE 'SEM ASO'      TO WK-LIN-TIPO
           END-EVALUATE.
      *
           MOVE DB2EX-DATAPREVEXA TO WK-LIN-DATA.
           MOVE WK-DIAS-ATRASO    TO WK-LIN-DIAS-EDIT.
      *
           IF WK-DIAS-ATRASO > 0
               MOVE 'VENCIDO'     TO WK-LIN-SITUACAO
               ADD 1 TO WK-DEPTO-VENCIDOS
                        WK-QTDE-VENCIDOS
           ELSE
               MOVE 'A VENCER'    TO WK-LIN-SITUACAO
           END-IF.
      *
           WRITE REG-ASO FROM WK-LIN-DETALHE.
      *
           PERFORM 301-LER-EXAME.
      *
       230-TOTALIZA-DEPARTAMENTO.
           MOVE SPACES TO WK-LIN-TOT-ROTULO.
           STRING 'TOTAL DEPTO ' WK-DEPTO-ANTERIOR
               DELIMITED BY SIZE INTO WK-LIN-TOT-ROTULO.
           MOVE WK-DEPTO-QTDE      TO WK-LIN-TOT-QTDE.
           MOVE WK-DEPTO-VENCIDOS  TO WK-LIN-TOT-VENCIDOS.
           COMPUTE WK-LIN-TOT-A-VENCER =
                   WK-DEPTO-QTDE - WK-DEPTO-VENCIDOS.
           WRITE REG-ASO FROM WK-LIN-TOTAL.
      *
           MOVE ZEROES TO WK-DEPTO-QTDE
                          WK-DEPTO-VENCIDOS.
      *
       231-CABECALHO-DEPARTAMENTO.
           MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR
                                WK-LIN-DEPTOFUN.
           WRITE REG-ASO FROM WK-LIN-SEPARADOR.
           WRITE REG-ASO FROM WK-LIN-DEPARTAMENTO.
      ******************************************************************
       300-LER SECTION.
       301-LER-EXAME.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH ASOTEMP
                   INTO :DB2-DEPTOFUN,
                        :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2EX-TIPOEXA,
                        :DB2EX-DATAPREVEXA,
                        :WK-DIAS-ATRASO
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
           IF WK-DEPTO-QTDE > 0
               PERFORM 230-TOTALIZA-DEPARTAMENTO
           END-IF.
      *
           WRITE REG-ASO FROM WK-LIN-SEPARADOR.
           MOVE 'TOTAL GERAL'      TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-LIDOS      TO WK-LIN-TOT-QTDE.
           MOVE WK-QTDE-VENCIDOS   TO WK-LIN-TOT-VENCIDOS.
           COMPUTE WK-LIN-TOT-A-VENCER =
                   WK-QTDE-LIDOS - WK-QTDE-VENCIDOS.
           WRITE REG-ASO FROM WK-LIN-TOTAL.
      *
           CLOSE ARQ-ASO.
      *
           EXEC SQL
               CLOSE ASOTEMP
           END-EXEC.
      *
      *    EXAME VENCIDO E PENDENCIA DE SEGURANCA DO TRABALHO: O RC 4
      *    SINALIZA A SITUACAO NO FIM DO JOB
      *
           IF WK-QTDE-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-LIDOS TO WK-QTDE-EDIT.
           DISPLAY 'EXAMES VENCIDOS OU A VENCER...: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-VENCIDOS TO WK-QTDE-EDIT.
           DISPLAY 'EXAMES VENCIDOS...............: ' WK-QTDE-EDIT.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-QTDE-LIDOS TO DB2E-QTDELIDLOG.
           MOVE WK-QTDE-LIDOS TO DB2E-QTDEAPLLOG.
           MOVE ZEROES        TO DB2E-QTDEREJLOG.
           MOVE RETURN-CODE   TO DB2E-CODRETLOG.
      *
           EXEC SQL
               UPDATE EAD703.LOG_EXECUCAO
                   SET DATAHORAFIMLOG = CURRENT TIMESTAMP,
                       QTDELIDLOG = :DB2E-QTDELIDLOG,
                       QTDEAPLLOG = :DB2E-QTDEAPLLOG,
                       QTDEREJLOG = :DB2E-QTDEREJLOG,
                       CODRETLOG = :DB2E-CODRETLOG
                   WHERE NOMEPGM = :DB2E-NOMEPGM
                     AND DATAHORAINILOG = :DB2E-DATAHORAINILOG
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ATUALIZACAO DO LOG DE EXECUCAO'
           END-IF.
      ******************************************************************
       END PROGRAM COBFUN81.
