      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : RELATORIO MENSAL DE CONFORMIDADE DOS TREINAMENTOS   *
      *            OBRIGATORIOS POR DEPARTAMENTO: FUNCIONARIOS ATIVOS  *
      *            SEM O TREINAMENTO EXIGIDO PELO CARGO, COM A         *
      *            CERTIFICACAO VENCIDA OU VENCENDO DENTRO DA JANELA   *
      *            DO PARAMETRO JANELA-TREINAM (PADRAO 30 DIAS).       *
      *            HAVENDO FALTA OU VENCIMENTO, TERMINA COM RC 4 (DB2) *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN83.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TREINO ASSIGN TO TREIVENC
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TREINO
           RECORDING MODE IS F.
       01  REG-TREINO               PIC X(80).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKTREI
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKTRFU
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPARM
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
      *    A PRIMEIRA PARTE TRAZ OS TREINAMENTOS EXIGIDOS E NUNCA
      *    CONCLUIDOS (VENCIMENTO NULO); A SEGUNDA, OS CONCLUIDOS CUJA
      *    ULTIMA CERTIFICACAO VENCE ATE O FIM DA JANELA. CONCLUSAO
      *    SEM VENCIMENTO NAO ENTRA NA SEGUNDA PARTE (HAVING)
      *
           EXEC SQL
               DECLARE TREITEMP CURSOR FOR
                  SELECT F.DEPTOFUN, F.CODFUN, F.NOMEFUN,
                         T.CODTREI, T.DESCTREI,
                         CAST(NULL AS DATE), 0
                      FROM EAD703.FUNCIONARIOS F,
                           EAD703.CARGOS_TREINAMENTOS R,
                           EAD703.TREINAMENTOS T
                      WHERE R.CODCARGO = F.CARGOFUN
                        AND T.CODTREI = R.CODTREI
                        AND F.ATIVOFUN = 'A'
                        AND NOT EXISTS
                            ( SELECT 1 FROM EAD703.TREINAMENTOS_FUNC C
                                 WHERE C.CODFUN = F.CODFUN
                                   AND C.CODTREI = R.CODTREI )
                  UNION ALL
                  SELECT F.DEPTOFUN, F.CODFUN, F.NOMEFUN,
                         T.CODTREI, T.DESCTREI,
                         X.VALIDADE,
                         DAYS(X.VALIDADE) - DAYS(CURRENT DATE)
                      FROM EAD703.FUNCIONARIOS F,
                           EAD703.CARGOS_TREINAMENTOS R,
                           EAD703.TREINAMENTOS T,
                           ( SELECT CODFUN, CODTREI,
                                    MAX(VALIDADETRF) AS VALIDADE
                                FROM EAD703.TREINAMENTOS_FUNC
                                GROUP BY CODFUN, CODTREI
                                HAVING COUNT(*) = COUNT(VALIDADETRF)
                           ) AS X
                      WHERE R.CODCARGO = F.CARGOFUN
                        AND T.CODTREI = R.CODTREI
                        AND X.CODFUN = F.CODFUN
                        AND X.CODTREI = R.CODTREI
                        AND F.ATIVOFUN = 'A'
                        AND X.VALIDADE <=
                               CURRENT DATE + :WK-JANELA-ALERTA DAYS
                  ORDER BY 1, 2, 4
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-JANELA-ALERTA     PIC S9(4) USAGE COMP VALUE 30.
       77  WK-JANELA-EDIT       PIC ZZZ9          VALUE ZEROES.
       77  WK-DATA-ATUAL        PIC X(10)         VALUE SPACES.
       77  WK-IND-VALIDADE      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-RESTANTES    PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-DEPTO-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-FALTANTES   PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-VENCIDOS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-FALTANTES    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-VENCIDOS     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 FILLER               PIC X(42)
              VALUE 'CONFORMIDADE DOS TREINAMENTOS OBRIGATORIOS'.
           05 FILLER               PIC X(14)
              VALUE '  POSICAO EM: '.
           05 WK-LIN-DATA-ATUAL    PIC X(10).
           05 FILLER               PIC X(9)  VALUE '  JANELA:'.
           05 WK-LIN-JANELA        PIC ZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
      *
       01  WK-LIN-CABECALHO.
           05 FILLER               PIC X(20)
              VALUE 'FUNC NOME           '.
           05 FILLER               PIC X(20)
              VALUE '           TREINAMEN'.
           05 FILLER               PIC X(20)
              VALUE 'TO               VAL'.
           05 FILLER               PIC X(20)
              VALUE 'IDADE   SITUACAO    '.
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
           05 WK-LIN-NOMEFUN       PIC X(25).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-CODTREI       PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-DESCTREI      PIC X(20).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-VALIDADE      PIC X(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-SITUACAO      PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
      *
       01  WK-LIN-TOTAL.
           05 WK-LIN-TOT-ROTULO    PIC X(22).
           05 FILLER               PIC X(8)  VALUE ' FALTA: '.
           05 WK-LIN-TOT-FALTANTES PIC ZZZ9.
           05 FILLER               PIC X(11) VALUE ' VENCIDOS: '.
           05 WK-LIN-TOT-VENCIDOS  PIC ZZZ9.
           05 FILLER               PIC X(11) VALUE ' A VENCER: '.
           05 WK-LIN-TOT-A-VENCER  PIC ZZZ9.
           05 FILLER               PIC X(16) VALUE SPACES.
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
           PERFORM 102-GRAVA-LOG-INICIO.
           PERFORM 103-LE-PARAMETROS.
      *
           EXEC SQL
               SET :WK-DATA-ATUAL = CURRENT DATE
           END-EXEC.
      *
           DISPLAY 'CONFORMIDADE DOS TREINAMENTOS - POSICAO EM '
                   WK-DATA-ATUAL.
           MOVE WK-JANELA-ALERTA TO WK-JANELA-EDIT.
           DISPLAY 'JANELA DE VENCIMENTO (DIAS)...: ' WK-JANELA-EDIT.
           DISPLAY '**********************************************'.
      *
           OPEN OUTPUT ARQ-TREINO.
      *
           WRITE REG-TREINO FROM WK-LIN-SEPARADOR.
           MOVE WK-DATA-ATUAL    TO WK-LIN-DATA-ATUAL.
           MOVE WK-JANELA-ALERTA TO WK-LIN-JANELA.
           WRITE REG-TREINO FROM WK-LIN-TITULO.
           WRITE REG-TREINO FROM WK-LIN-SEPARADOR.
           WRITE REG-TREINO FROM WK-LIN-CABECALHO.
      *
           EXEC SQL
               OPEN TREITEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-TREINAMENTO
               WHEN 100
                   DISPLAY 'NENHUMA PENDENCIA DE TREINAMENTO'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN83' TO DB2E-NOMEPGM.
      *
           EXEC SQL
               SET :DB2E-DATAHORAINILOG = CURRENT TIMESTAMP
           END-EXEC.
      *
           EXEC SQL
               INSERT INTO EAD703.LOG_EXECUCAO
                   ( NOMEPGM, DATAHORAINILOG, DATAHORAFIMLOG,
                     QTDELIDLOG, QTDEAPLLOG, QTDEREJLOG, CODRETLOG )
                   VALUES ( :DB2E-NOMEPGM, :DB2E-DATAHORAINILOG,
                            NULL, 0, 0, 0, 0 )
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
      *
       103-LE-PARAMETROS.
           MOVE 'JANELA-TREINAM ' TO DB2M-CHAVEPARM.
      *
           EXEC SQL
               SELECT VALORPARM INTO :DB2M-VALORPARM
                   FROM EAD703.PARAMETROS
                   WHERE CHAVEPARM = :DB2M-CHAVEPARM
                     AND DATAEFETPARM <= CURRENT DATE
                   ORDER BY DATAEFETPARM DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF DB2M-VALORPARM > 0
                       MOVE DB2M-VALORPARM TO WK-JANELA-ALERTA
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO PARAMETRO '
                           DB2M-CHAVEPARM
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
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
           MOVE DB2TR-CODTREI     TO WK-LIN-CODTREI.
           MOVE DB2TR-DESCTREI    TO WK-LIN-DESCTREI.
      *
           IF WK-IND-VALIDADE < 0
               MOVE SPACES        TO WK-LIN-VALIDADE
               MOVE 'FALTANTE'    TO WK-LIN-SITUACAO
               ADD 1 TO WK-DEPTO-FALTANTES
                        WK-QTDE-FALTANTES
           ELSE
               MOVE DB2TF-VALIDADETRF TO WK-LIN-VALIDADE
      *
               IF WK-DIAS-RESTANTES < 0
                   MOVE 'VENCIDO'     TO WK-LIN-SITUACAO
                   ADD 1 TO WK-DEPTO-VENCIDOS
                            WK-QTDE-VENCIDOS
               ELSE
                   MOVE 'A VENCER'    TO WK-LIN-SITUACAO
               END-IF
           END-IF.
      *
           WRITE REG-TREINO FROM WK-LIN-DETALHE.
      *
           PERFORM 301-LER-TREINAMENTO.
      *
       230-TOTALIZA-DEPARTAMENTO.
           MOVE SPACES TO WK-LIN-TOT-ROTULO.
           STRING 'TOTAL DEPTO ' WK-DEPTO-ANTERIOR
               DELIMITED BY SIZE INTO WK-LIN-TOT-ROTULO.
           MOVE WK-DEPTO-FALTANTES TO WK-LIN-TOT-FALTANTES.
           MOVE WK-DEPTO-VENCIDOS  TO WK-LIN-TOT-VENCIDOS.
           COMPUTE WK-LIN-TOT-A-VENCER = WK-DEPTO-QTDE
                   - WK-DEPTO-FALTANTES - WK-DEPTO-VENCIDOS.
           WRITE REG-TREINO FROM WK-LIN-TOTAL.
      *
           MOVE ZEROES TO WK-DEPTO-QTDE
                          WK-DEPTO-FALTANTES
                          WK-DEPTO-VENCIDOS.
      *
       231-CABECALHO-DEPARTAMENTO.
           MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR
                                WK-LIN-DEPTOFUN.
           WRITE REG-TREINO FROM WK-LIN-SEPARADOR.
           WRITE REG-TREINO FROM WK-LIN-DEPARTAMENTO.
      ******************************************************************
       300-LER SECTION.
       301-LER-TREINAMENTO.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH TREITEMP
                   INTO :DB2-DEPTOFUN,
                        :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2TR-CODTREI,
                        :DB2TR-DESCTREI,
                        :DB2TF-VALIDADETRF :WK-IND-VALIDADE,
                        :WK-DIAS-RESTANTES
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
           WRITE REG-TREINO FROM WK-LIN-SEPARADOR.
           MOVE 'TOTAL GERAL'      TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-FALTANTES  TO WK-LIN-TOT-FALTANTES.
           MOVE WK-QTDE-VENCIDOS   TO WK-LIN-TOT-VENCIDOS.
           COMPUTE WK-LIN-TOT-A-VENCER = WK-QTDE-LIDOS
                   - WK-QTDE-FALTANTES - WK-QTDE-VENCIDOS.
           WRITE REG-TREINO FROM WK-LIN-TOTAL.
      *
           CLOSE ARQ-TREINO.
      *
           EXEC SQL
               CLOSE TREITEMP
           END-EXEC.
      *
      *    FUNCIONARIO SEM A CERTIFICACAO EXIGIDA NAO PODE EXERCER A
      *    ATIVIDADE: O RC 4 SINALIZA A PENDENCIA NO FIM DO JOB
      *
           IF WK-QTDE-FALTANTES > 0 OR WK-QTDE-VENCIDOS > 0
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
           DISPLAY 'PENDENCIAS DE TREINAMENTO.....: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-FALTANTES TO WK-QTDE-EDIT.
           DISPLAY 'TREINAMENTOS FALTANTES........: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-VENCIDOS TO WK-QTDE-EDIT.
           DISPLAY 'CERTIFICACOES VENCIDAS........: ' WK-QTDE-EDIT.
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
       END PROGRAM COBFUN83.
