      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : RELATORIO MENSAL DE ABSENTEISMO POR DEPARTAMENTO:   *
      *            DIAS UTEIS (SEM OS FERIADOS NACIONAIS DO COBFUN95)  *
      *            PERDIDOS POR FALTA INJUSTIFICADA                    *
      *            (EAD703.PONTO_MENSAL) E POR AFASTAMENTO DOENCA (D), *
      *            MATERNIDADE (M), NAO REMUNERADO (N) E OUTROS (O)    *
      *            (EAD703.AFASTAMENTOS), TAXA DE ABSENTEISMO SOBRE OS *
      *            DIAS UTEIS DISPONIVEIS E CUSTO DOS DIAS PERDIDOS    *
      *            PELO SALARIO BASE. LISTA OS FUNCIONARIOS COM MAIOR  *
      *            FREQUENCIA DE AUSENCIAS CURTAS NOS ULTIMOS 12 MESES *
      *            (DB2)                                               *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN90.
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
               INCLUDE BOOKFUNC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKAFAS
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPONT
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    FUNCIONARIOS COM VINCULO EM ALGUM DIA DA COMPETENCIA
      *
           EXEC SQL
               DECLARE FUNCTEMP CURSOR FOR
                  SELECT CODFUN, DEPTOFUN, SALARIOFUN, ADMISSFUN,
                         DEMISSFUN
                      FROM EAD703.FUNCIONARIOS
                      WHERE ADMISSFUN < :WK-COMP-PROX
                        AND ( DEMISSFUN IS NULL
                           OR DEMISSFUN >= :WK-COMP-INI )
                      ORDER BY DEPTOFUN, CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE AFASTEMP CURSOR FOR
                  SELECT INIAFAST, TIPOAFAST, RETEFETAFAST
                      FROM EAD703.AFASTAMENTOS
                      WHERE CODFUN = :DB2-CODFUN
                        AND INIAFAST < :WK-COMP-PROX
                        AND ( RETEFETAFAST IS NULL
                           OR RETEFETAFAST > :WK-COMP-INI )
                      ORDER BY INIAFAST
           END-EXEC.
      *
      *    AUSENCIAS CURTAS DOS ULTIMOS 12 MESES: CADA DIA DE FALTA
      *    INJUSTIFICADA E CADA AFASTAMENTO DOENCA JA ENCERRADO DE ATE
      *    15 DIAS (PERIODO PAGO PELA EMPRESA), DOS FUNCIONARIOS ATIVOS
      *
           EXEC SQL
               DECLARE FREQTEMP CURSOR FOR
                  SELECT O.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                         SUM(O.QTDE), SUM(O.FALTAS)
                      FROM ( SELECT P.CODFUN, P.DIASFALTAPON AS QTDE,
                                    P.DIASFALTAPON AS FALTAS
                                FROM EAD703.PONTO_MENSAL P
                                WHERE P.ANOMESPON >= :WK-ANOMES-JANELA
                                  AND P.ANOMESPON <= :WK-ANOMES-ACCEPT
                                  AND P.DIASFALTAPON > 0
                             UNION ALL
                             SELECT A.CODFUN, 1, 0
                                FROM EAD703.AFASTAMENTOS A
                                WHERE A.TIPOAFAST = 'D'
                                  AND A.INIAFAST >= :WK-JANELA-INI
                                  AND A.INIAFAST < :WK-COMP-PROX
                                  AND A.RETEFETAFAST IS NOT NULL
                                  AND A.RETEFETAFAST <=
                                      A.INIAFAST + 15 DAYS ) AS O,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = O.CODFUN
                        AND F.ATIVOFUN = 'A'
                      GROUP BY O.CODFUN, F.NOMEFUN, F.DEPTOFUN
                      ORDER BY 4 DESC, O.CODFUN
                      FETCH FIRST 10 ROWS ONLY
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
      *
      *    CALENDARIO DA COMPETENCIA
      *
       77  WK-DIA-SEMANA-INI    PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-ULTIMO-DIA        PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-DIA               PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIA-SEMANA        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DESLOCAMENTO      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QUOCIENTE         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DESLOC-DIA        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FERIADO-CONT      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-UTEIS-MES    PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       01  WK-CALENDARIO.
           05 WK-DIA-ITEM OCCURS 31 TIMES.
              10 WK-DIA-UTIL-SW    PIC X.
                 88 WK-DIA-UTIL              VALUE 'S'.
              10 WK-DIA-AFAST-TIPO PIC X.
                 88 WK-DIA-SEM-AFAST         VALUE SPACE.
      *
      *    DIAS DO FUNCIONARIO NA COMPETENCIA
      *
       77  WK-IND-DEMISS        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-RETEFET       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIA-PRIMEIRO      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIA-ULTIMO        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIA-INI-AFAST     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIA-FIM-AFAST     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIA-EDIT          PIC 99            VALUE ZEROES.
      *
       77  WK-FUNC-DISPONIVEL   PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FUNC-FALTA        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FUNC-DOENCA       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FUNC-MATERNIDADE  PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FUNC-NAO-REMUN    PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FUNC-OUTROS       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FUNC-PERDIDOS     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FUNC-CUSTO        PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
       77  WK-DEPTO-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-DEPTO-DISPONIVEL  PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-FALTA       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-DOENCA      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-MATERNIDADE PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-NAO-REMUN   PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-OUTROS      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-PERDIDOS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-CUSTO       PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-DISPONIVEL  PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-FALTA       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-DOENCA      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-MATERNIDADE PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-NAO-REMUN   PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-OUTROS      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-PERDIDOS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-CUSTO       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-PERC-ABSENT       PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
      *    RANKING DE AUSENCIAS CURTAS
      *
       77  WK-FREQ-OCORRENCIAS  PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-FREQ-FALTAS       PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-FREQ-POSICAO      PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
      *
       01  WK-PARM-ABSENT.
           05 WK-ANOMES-ACCEPT     PIC X(6)       VALUE SPACES.
           05 FILLER REDEFINES WK-ANOMES-ACCEPT.
              10 WK-ANOMES-ANO     PIC 9(4).
              10 WK-ANOMES-MES     PIC 9(2).
      *
       77  WK-ANO-PROX          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
      *
       77  WK-COMP-INI          PIC X(10)         VALUE SPACES.
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
       77  WK-JANELA-INI        PIC X(10)         VALUE SPACES.
       77  WK-ANOMES-JANELA     PIC X(6)          VALUE SPACES.
      *
       01  WK-LIN-CABEC.
           05 FILLER               PIC X(6)  VALUE 'DEPTO'.
           05 FILLER               PIC X(7)  VALUE ' DISPON'.
           05 FILLER               PIC X(7)  VALUE '  FALTA'.
           05 FILLER               PIC X(7)  VALUE ' DOENCA'.
           05 FILLER               PIC X(7)  VALUE '  MATER'.
           05 FILLER               PIC X(7)  VALUE ' N.REM.'.
           05 FILLER               PIC X(7)  VALUE ' OUTROS'.
           05 FILLER               PIC X(7)  VALUE '  TOTAL'.
           05 FILLER               PIC X(8)  VALUE '  TAXA%'.
           05 FILLER               PIC X(14) VALUE '         CUSTO'.
      *
       01  WK-LIN-DEPTO.
           05 WK-LIN-DEPTOFUN      PIC X(5).
           05 WK-LIN-DISPONIVEL    PIC ZZZ.ZZ9.
           05 WK-LIN-FALTA         PIC ZZZ.ZZ9.
           05 WK-LIN-DOENCA        PIC ZZZ.ZZ9.
           05 WK-LIN-MATERNIDADE   PIC ZZZ.ZZ9.
           05 WK-LIN-NAO-REMUN     PIC ZZZ.ZZ9.
           05 WK-LIN-OUTROS        PIC ZZZ.ZZ9.
           05 WK-LIN-PERDIDOS      PIC ZZZ.ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-TAXA          PIC ZZ9,99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WK-LIN-CUSTO         PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  WK-LIN-FREQ.
           05 WK-LIN-POSICAO       PIC Z9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-CODFUN        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEFUN       PIC X(30).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-FREQ-DEPTO    PIC X(3).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-OCORRENCIAS   PIC ZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-FALTAS        PIC ZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-ATESTADOS     PIC ZZZ9.
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
           ACCEPT WK-PARM-ABSENT FROM SYSIN.
      *
           IF WK-ANOMES-ACCEPT NOT NUMERIC
              OR WK-ANOMES-MES < 01 OR WK-ANOMES-MES > 12
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' INVALIDA. INFORME AAAAMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE WK-ANOMES-ANO TO WK-ANO-PROX.
           MOVE WK-ANOMES-MES TO WK-MES-PROX.
      *
           MOVE SPACES TO WK-COMP-INI.
           STRING WK-ANO-PROX '-' WK-MES-PROX '-01'
               DELIMITED BY SIZE INTO WK-COMP-INI.
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
      *    JANELA DO RANKING: A COMPETENCIA E OS 11 MESES ANTERIORES
      *
           EXEC SQL
               SET :WK-JANELA-INI =
                   CHAR(DATE(:WK-COMP-INI) - 11 MONTHS, ISO)
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO CALCULO DA JANELA DE 12 MESES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE SPACES TO WK-ANOMES-JANELA.
           STRING WK-JANELA-INI (1:4) WK-JANELA-INI (6:2)
               DELIMITED BY SIZE INTO WK-ANOMES-JANELA.
      *
           PERFORM 106-MONTA-CALENDARIO.
      *
           DISPLAY 'ABSENTEISMO - COMPETENCIA ' WK-ANOMES-ACCEPT.
           MOVE WK-DIAS-UTEIS-MES TO WK-QTDE-EDIT.
           DISPLAY 'DIAS UTEIS NA COMPETENCIA: ' WK-QTDE-EDIT.
           DISPLAY '**********************************************'.
           DISPLAY WK-LIN-CABEC.
      *
           EXEC SQL
               OPEN FUNCTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-FUNCIONARIO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       106-MONTA-CALENDARIO.
      *
      *    DIA DA SEMANA DO DIA 1 (1=DOMINGO ... 7=SABADO) E ULTIMO
      *    DIA DA COMPETENCIA; DIAS UTEIS SAO DE SEGUNDA A SEXTA,
      *    FORA OS FERIADOS NACIONAIS DO CALENDARIO (COBFUN95)
      *
           EXEC SQL
               SET :WK-DIA-SEMANA-INI = DAYOFWEEK(DATE(:WK-COMP-INI))
           END-EXEC.
      *
           EXEC SQL
               SET :WK-ULTIMO-DIA = DAY(DATE(:WK-COMP-PROX) - 1 DAY)
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO CALCULO DO CALENDARIO DA COMPETENCIA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE ZEROES TO WK-DIAS-UTEIS-MES.
           PERFORM 107-MARCA-DIA-UTIL
               VARYING WK-DIA FROM 1 BY 1 UNTIL WK-DIA > 31.
      *
       107-MARCA-DIA-UTIL.
           MOVE 'N' TO WK-DIA-UTIL-SW (WK-DIA).
      *
           IF WK-DIA NOT > WK-ULTIMO-DIA
               COMPUTE WK-DESLOCAMENTO = WK-DIA-SEMANA-INI + WK-DIA - 2
               DIVIDE WK-DESLOCAMENTO BY 7
                   GIVING WK-QUOCIENTE REMAINDER WK-DIA-SEMANA
               ADD 1 TO WK-DIA-SEMANA
      *
               IF WK-DIA-SEMANA NOT = 1 AND WK-DIA-SEMANA NOT = 7
                   PERFORM 109-CONSULTA-FERIADO
      *
                   IF WK-FERIADO-CONT = 0
                       MOVE 'S' TO WK-DIA-UTIL-SW (WK-DIA)
                       ADD 1 TO WK-DIAS-UTEIS-MES
                   END-IF
               END-IF
           END-IF.
      *
       109-CONSULTA-FERIADO.
           COMPUTE WK-DESLOC-DIA = WK-DIA - 1.
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-FERIADO-CONT
                   FROM EAD703.FERIADOS
                   WHERE DATAFER =
                         DATE(:WK-COMP-INI) + :WK-DESLOC-DIA DAYS
                     AND CODESTAB = '   '
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO CALENDARIO DE FERIADOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-QTDE-LIDOS.
      *
           IF DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
               IF WK-DEPTO-ANTERIOR NOT = SPACES
                   PERFORM 230-TOTALIZA-DEPARTAMENTO
               END-IF
               MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR
           END-IF.
      *
           PERFORM 202-CALCULA-PERIODO.
           PERFORM 203-CALCULA-AFASTAMENTO.
           PERFORM 209-CONTA-DIAS.
           PERFORM 210-CONSULTA-FALTAS.
           PERFORM 220-ACUMULA-FUNCIONARIO.
      *
           PERFORM 301-LER-FUNCIONARIO.
      *
       202-CALCULA-PERIODO.
      *
      *    SO CONTAM COMO DISPONIVEIS OS DIAS ENTRE A ADMISSAO E A
      *    DEMISSAO QUANDO UMA DELAS CAI DENTRO DA COMPETENCIA
      *
           IF DB2-ADMISSFUN < WK-COMP-INI
               MOVE 1 TO WK-DIA-PRIMEIRO
           ELSE
               MOVE DB2-ADMISSFUN (9:2) TO WK-DIA-EDIT
               MOVE WK-DIA-EDIT         TO WK-DIA-PRIMEIRO
           END-IF.
      *
           IF WK-IND-DEMISS < 0
              OR DB2-DEMISSFUN NOT < WK-COMP-PROX
               MOVE WK-ULTIMO-DIA TO WK-DIA-ULTIMO
           ELSE
               MOVE DB2-DEMISSFUN (9:2) TO WK-DIA-EDIT
               MOVE WK-DIA-EDIT         TO WK-DIA-ULTIMO
           END-IF.
      *
       203-CALCULA-AFASTAMENTO.
      *
      *    CADA DIA RECEBE O TIPO DO PRIMEIRO AFASTAMENTO QUE O COBRE;
      *    PERIODOS SOBREPOSTOS CONTAM O DIA UMA SO VEZ
      *
           PERFORM 206-LIMPA-DIA-AFASTADO
               VARYING WK-DIA FROM 1 BY 1 UNTIL WK-DIA > 31.
      *
           EXEC SQL
               OPEN AFASTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DE AFASTAMENTOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 204-LER-AFASTAMENTO.
           PERFORM 205-PROCESSA-AFASTAMENTO UNTIL SQLCODE NOT = 0.
      *
           EXEC SQL
               CLOSE AFASTEMP
           END-EXEC.
      *
       204-LER-AFASTAMENTO.
           MOVE SPACES TO DB2A-RETEFETAFAST.
      *
           EXEC SQL
               FETCH AFASTEMP
                   INTO :DB2A-INIAFAST,
                        :DB2A-TIPOAFAST,
                        :DB2A-RETEFETAFAST :WK-IND-RETEFET
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO FETCH DO CURSOR DE AFASTAMENTOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       205-PROCESSA-AFASTAMENTO.
           IF DB2A-INIAFAST < WK-COMP-INI
               MOVE 1 TO WK-DIA-INI-AFAST
           ELSE
               MOVE DB2A-INIAFAST (9:2) TO WK-DIA-EDIT
               MOVE WK-DIA-EDIT         TO WK-DIA-INI-AFAST
           END-IF.
      *
      *    O DIA DO RETORNO EFETIVO JA E DIA DE TRABALHO
      *
           IF WK-IND-RETEFET < 0
              OR DB2A-RETEFETAFAST NOT < WK-COMP-PROX
               MOVE WK-ULTIMO-DIA TO WK-DIA-FIM-AFAST
           ELSE
               MOVE DB2A-RETEFETAFAST (9:2) TO WK-DIA-EDIT
               COMPUTE WK-DIA-FIM-AFAST = WK-DIA-EDIT - 1
           END-IF.
      *
           PERFORM 207-MARCA-DIA-AFASTADO
               VARYING WK-DIA FROM WK-DIA-INI-AFAST BY 1
               UNTIL WK-DIA > WK-DIA-FIM-AFAST.
      *
           PERFORM 204-LER-AFASTAMENTO.
      *
       206-LIMPA-DIA-AFASTADO.
           MOVE SPACE TO WK-DIA-AFAST-TIPO (WK-DIA).
      *
       207-MARCA-DIA-AFASTADO.
           IF WK-DIA-SEM-AFAST (WK-DIA)
               MOVE DB2A-TIPOAFAST TO WK-DIA-AFAST-TIPO (WK-DIA)
           END-IF.
      *
       209-CONTA-DIAS.
           MOVE ZEROES TO WK-FUNC-DISPONIVEL
                          WK-FUNC-DOENCA
                          WK-FUNC-MATERNIDADE
                          WK-FUNC-NAO-REMUN
                          WK-FUNC-OUTROS.
      *
           PERFORM 208-CONTA-DIA
               VARYING WK-DIA FROM WK-DIA-PRIMEIRO BY 1
               UNTIL WK-DIA > WK-DIA-ULTIMO.
      *
       208-CONTA-DIA.
           IF WK-DIA-UTIL (WK-DIA)
               ADD 1 TO WK-FUNC-DISPONIVEL
      *
               EVALUATE WK-DIA-AFAST-TIPO (WK-DIA)
                   WHEN SPACE
                       CONTINUE
                   WHEN 'D'
                       ADD 1 TO WK-FUNC-DOENCA
                   WHEN 'M'
                       ADD 1 TO WK-FUNC-MATERNIDADE
                   WHEN 'N'
                       ADD 1 TO WK-FUNC-NAO-REMUN
                   WHEN OTHER
                       ADD 1 TO WK-FUNC-OUTROS
               END-EVALUATE
           END-IF.
      *
       210-CONSULTA-FALTAS.
           MOVE ZEROES TO WK-FUNC-FALTA.
      *
           EXEC SQL
               SELECT DIASFALTAPON
                   INTO :DB2X-DIASFALTAPON
                   FROM EAD703.PONTO_MENSAL
                   WHERE CODFUN = :DB2-CODFUN
                     AND ANOMESPON = :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DB2X-DIASFALTAPON TO WK-FUNC-FALTA
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO PONTO MENSAL'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       220-ACUMULA-FUNCIONARIO.
      *
      *    A FALTA NAO PODE PASSAR DOS DIAS DISPONIVEIS QUE SOBRARAM
      *    FORA DOS AFASTAMENTOS. O CUSTO USA O VALOR DO DIA DO
      *    DESCONTO DE FALTAS DA FOLHA (SALARIO BASE / 30)
      *
           COMPUTE WK-FUNC-PERDIDOS =
               WK-FUNC-DOENCA + WK-FUNC-MATERNIDADE +
               WK-FUNC-NAO-REMUN + WK-FUNC-OUTROS.
      *
           IF WK-FUNC-FALTA > WK-FUNC-DISPONIVEL - WK-FUNC-PERDIDOS
               COMPUTE WK-FUNC-FALTA =
                   WK-FUNC-DISPONIVEL - WK-FUNC-PERDIDOS
           END-IF.
      *
           ADD WK-FUNC-FALTA TO WK-FUNC-PERDIDOS.
      *
           COMPUTE WK-FUNC-CUSTO ROUNDED =
               DB2-SALARIOFUN * WK-FUNC-PERDIDOS / 30.
      *
           ADD WK-FUNC-DISPONIVEL   TO WK-DEPTO-DISPONIVEL.
           ADD WK-FUNC-FALTA        TO WK-DEPTO-FALTA.
           ADD WK-FUNC-DOENCA       TO WK-DEPTO-DOENCA.
           ADD WK-FUNC-MATERNIDADE  TO WK-DEPTO-MATERNIDADE.
           ADD WK-FUNC-NAO-REMUN    TO WK-DEPTO-NAO-REMUN.
           ADD WK-FUNC-OUTROS       TO WK-DEPTO-OUTROS.
           ADD WK-FUNC-PERDIDOS     TO WK-DEPTO-PERDIDOS.
           ADD WK-FUNC-CUSTO        TO WK-DEPTO-CUSTO.
      *
       230-TOTALIZA-DEPARTAMENTO.
           IF WK-DEPTO-DISPONIVEL > 0
               COMPUTE WK-PERC-ABSENT ROUNDED =
                   WK-DEPTO-PERDIDOS * 100 / WK-DEPTO-DISPONIVEL
           ELSE
               MOVE ZEROES TO WK-PERC-ABSENT
           END-IF.
      *
           MOVE WK-DEPTO-ANTERIOR    TO WK-LIN-DEPTOFUN.
           MOVE WK-DEPTO-DISPONIVEL  TO WK-LIN-DISPONIVEL.
           MOVE WK-DEPTO-FALTA       TO WK-LIN-FALTA.
           MOVE WK-DEPTO-DOENCA      TO WK-LIN-DOENCA.
           MOVE WK-DEPTO-MATERNIDADE TO WK-LIN-MATERNIDADE.
           MOVE WK-DEPTO-NAO-REMUN   TO WK-LIN-NAO-REMUN.
           MOVE WK-DEPTO-OUTROS      TO WK-LIN-OUTROS.
           MOVE WK-DEPTO-PERDIDOS    TO WK-LIN-PERDIDOS.
           MOVE WK-PERC-ABSENT       TO WK-LIN-TAXA.
           MOVE WK-DEPTO-CUSTO       TO WK-LIN-CUSTO.
           DISPLAY WK-LIN-DEPTO.
      *
           ADD WK-DEPTO-DISPONIVEL   TO WK-TOTAL-DISPONIVEL.
           ADD WK-DEPTO-FALTA        TO WK-TOTAL-FALTA.
           ADD WK-DEPTO-DOENCA       TO WK-TOTAL-DOENCA.
           ADD WK-DEPTO-MATERNIDADE  TO WK-TOTAL-MATERNIDADE.
           ADD WK-DEPTO-NAO-REMUN    TO WK-TOTAL-NAO-REMUN.
           ADD WK-DEPTO-OUTROS       TO WK-TOTAL-OUTROS.
           ADD WK-DEPTO-PERDIDOS     TO WK-TOTAL-PERDIDOS.
           ADD WK-DEPTO-CUSTO        TO WK-TOTAL-CUSTO.
      *
           MOVE ZEROES TO WK-DEPTO-DISPONIVEL
                          WK-DEPTO-FALTA
                          WK-DEPTO-DOENCA
                          WK-DEPTO-MATERNIDADE
                          WK-DEPTO-NAO-REMUN
                          WK-DEPTO-OUTROS
                          WK-DEPTO-PERDIDOS
                          WK-DEPTO-CUSTO.
      *
       240-RANKING-FREQUENCIA.
           DISPLAY '**********************************************'.
           DISPLAY 'MAIOR FREQUENCIA DE AUSENCIAS CURTAS DE '
                   WK-ANOMES-JANELA ' A ' WK-ANOMES-ACCEPT.
           DISPLAY '    FUNC NOME                           DEP'
                   '  OCOR  FALT  ATES'.
      *
           EXEC SQL
               OPEN FREQTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DE FREQUENCIA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE ZEROES TO WK-FREQ-POSICAO.
           PERFORM 302-LER-FREQUENCIA.
           PERFORM 241-EXIBE-FREQUENCIA UNTIL SQLCODE NOT = 0.
      *
           EXEC SQL
               CLOSE FREQTEMP
           END-EXEC.
      *
           IF WK-FREQ-POSICAO = 0
               DISPLAY 'NENHUMA AUSENCIA CURTA NO PERIODO'
           END-IF.
      *
       241-EXIBE-FREQUENCIA.
           ADD 1 TO WK-FREQ-POSICAO.
      *
           MOVE WK-FREQ-POSICAO      TO WK-LIN-POSICAO.
           MOVE DB2-CODFUN           TO WK-LIN-CODFUN.
           MOVE DB2-NOMEFUN-TEXT     TO WK-LIN-NOMEFUN.
           MOVE DB2-DEPTOFUN         TO WK-LIN-FREQ-DEPTO.
           MOVE WK-FREQ-OCORRENCIAS  TO WK-LIN-OCORRENCIAS.
           MOVE WK-FREQ-FALTAS       TO WK-LIN-FALTAS.
           COMPUTE WK-LIN-ATESTADOS =
               WK-FREQ-OCORRENCIAS - WK-FREQ-FALTAS.
           DISPLAY WK-LIN-FREQ.
      *
           PERFORM 302-LER-FREQUENCIA.
      ******************************************************************
       300-LER SECTION.
       301-LER-FUNCIONARIO.
           MOVE SPACES TO DB2-DEMISSFUN.
      *
           EXEC SQL
               FETCH FUNCTEMP
                   INTO :DB2-CODFUN,
                        :DB2-DEPTOFUN,
                        :DB2-SALARIOFUN,
                        :DB2-ADMISSFUN,
                        :DB2-DEMISSFUN :WK-IND-DEMISS
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
      *
       302-LER-FREQUENCIA.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH FREQTEMP
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-DEPTOFUN,
                        :WK-FREQ-OCORRENCIAS,
                        :WK-FREQ-FALTAS
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO FETCH DO CURSOR DE FREQUENCIA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXEC SQL
               CLOSE FUNCTEMP
           END-EXEC.
      *
           IF WK-DEPTO-ANTERIOR NOT = SPACES
               PERFORM 230-TOTALIZA-DEPARTAMENTO
           END-IF.
      *
           IF WK-TOTAL-DISPONIVEL > 0
               COMPUTE WK-PERC-ABSENT ROUNDED =
                   WK-TOTAL-PERDIDOS * 100 / WK-TOTAL-DISPONIVEL
           ELSE
               MOVE ZEROES TO WK-PERC-ABSENT
           END-IF.
      *
           MOVE 'TOT'                TO WK-LIN-DEPTOFUN.
           MOVE WK-TOTAL-DISPONIVEL  TO WK-LIN-DISPONIVEL.
           MOVE WK-TOTAL-FALTA       TO WK-LIN-FALTA.
           MOVE WK-TOTAL-DOENCA      TO WK-LIN-DOENCA.
           MOVE WK-TOTAL-MATERNIDADE TO WK-LIN-MATERNIDADE.
           MOVE WK-TOTAL-NAO-REMUN   TO WK-LIN-NAO-REMUN.
           MOVE WK-TOTAL-OUTROS      TO WK-LIN-OUTROS.
           MOVE WK-TOTAL-PERDIDOS    TO WK-LIN-PERDIDOS.
           MOVE WK-PERC-ABSENT       TO WK-LIN-TAXA.
           MOVE WK-TOTAL-CUSTO       TO WK-LIN-CUSTO.
           DISPLAY WK-LIN-DEPTO.
      *
           MOVE WK-QTDE-LIDOS TO WK-QTDE-EDIT.
           DISPLAY 'FUNCIONARIOS NA COMPETENCIA: ' WK-QTDE-EDIT.
      *
           PERFORM 240-RANKING-FREQUENCIA.
      ******************************************************************
       END PROGRAM COBFUN90.
