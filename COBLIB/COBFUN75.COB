      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : CALCULO MENSAL DO VALE-TRANSPORTE: DIAS UTEIS DA    *
      *            COMPETENCIA (SEGUNDA A SEXTA, FORA OS FERIADOS      *
      *            NACIONAIS DO COBFUN95) MENOS AS FALTAS DE           *
      *            EAD703.PONTO_MENSAL E OS DIAS UTEIS DENTRO DE       *
      *            AFASTAMENTOS, VEZES AS CONDUCOES DIARIAS            *
      *            CADASTRADAS NO COBFUN74. EMITE O PEDIDO DE COMPRA   *
      *            PARA A OPERADORA COM TOTAIS POR DEPARTAMENTO E      *
      *            GRAVA EM EAD703.VALE_TRANSPORTE_MES O DESCONTO DO   *
      *            FUNCIONARIO (ATE PERC-DESC-VT, PADRAO 6% DO         *
      *            SALARIO BASE) LIDO PELO COBFUN15 E A PARTE DA       *
      *            EMPRESA LIDA PELO COBFUN56 (DB2)                    *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN75.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDO ASSIGN TO PEDIDOVT
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDO
           RECORDING MODE IS F.
       01  REG-PEDIDO               PIC X(80).
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
               INCLUDE BOOKVTRA
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKVTMS
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKCOMP
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
      *    FUNCIONARIOS ATIVOS COM CONDUCAO ATIVA E O CUSTO DE UM DIA
      *    DE TRABALHO (PASSAGENS POR DIA X TARIFA DE CADA LINHA)
      *
           EXEC SQL
               DECLARE FUNCVTTEMP CURSOR FOR
                  SELECT F.CODFUN, F.NOMEFUN, F.DEPTOFUN,
                         F.SALARIOFUN,
                         SUM(V.QTDEDIAVT * V.VALORUNITVT)
                      FROM EAD703.FUNCIONARIOS F,
                           EAD703.VALE_TRANSPORTE V
                      WHERE V.CODFUN = F.CODFUN
                        AND F.ATIVOFUN = 'A'
                        AND V.SITUACAOVT = 'A'
                      GROUP BY F.DEPTOFUN, F.CODFUN, F.NOMEFUN,
                               F.SALARIOFUN
                      ORDER BY F.DEPTOFUN, F.CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE LINHATEMP CURSOR FOR
                  SELECT SEQVT, LINHAVT, QTDEDIAVT, VALORUNITVT
                      FROM EAD703.VALE_TRANSPORTE
                      WHERE CODFUN = :DB2-CODFUN
                        AND SITUACAOVT = 'A'
                      ORDER BY SEQVT
           END-EXEC.
      *
           EXEC SQL
               DECLARE AFASTEMP CURSOR FOR
                  SELECT INIAFAST, RETEFETAFAST
                      FROM EAD703.AFASTAMENTOS
                      WHERE CODFUN = :DB2-CODFUN
                        AND INIAFAST < :WK-COMP-PROX
                        AND ( RETEFETAFAST IS NULL
                           OR RETEFETAFAST > :WK-COMP-INI )
                      ORDER BY INIAFAST
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-SITUACAO-COMP     PIC X             VALUE SPACES.
       77  WK-PERC-DESC-VT      PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 6,00.
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
              10 WK-DIA-AFAST-SW   PIC X.
                 88 WK-DIA-AFASTADO          VALUE 'S'.
      *
      *    DIAS E VALORES DO FUNCIONARIO
      *
       77  WK-IND-RETEFET       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIA-INI-AFAST     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIA-FIM-AFAST     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIA-EDIT          PIC 99            VALUE ZEROES.
       77  WK-DIAS-FALTA        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-AFASTADO     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-VT           PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-PASSAGENS-LINHA   PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-DIA         PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-LINHA       PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-VT          PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-LIMITE-VT         PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DESCONTO-VT       PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-CUSTO-EMP-VT      PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
       77  WK-DEPTO-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-DEPTO-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-PASSAGENS   PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-VALOR       PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-PASSAGENS   PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-VALOR       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-DESCONTO    PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-CUSTO-EMP   PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
      *
       01  WK-PARM-VT.
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
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 FILLER               PIC X(38)
              VALUE 'PEDIDO DE COMPRA DE VALE-TRANSPORTE   '.
           05 FILLER               PIC X(13)
              VALUE 'COMPETENCIA: '.
           05 WK-LIN-ANO           PIC X(4).
           05 FILLER               PIC X     VALUE '/'.
           05 WK-LIN-MES           PIC X(2).
           05 FILLER               PIC X(22) VALUE SPACES.
      *
       01  WK-LIN-DIAS-UTEIS.
           05 FILLER               PIC X(27)
              VALUE 'DIAS UTEIS NA COMPETENCIA: '.
           05 WK-LIN-UTEIS-EDIT    PIC Z9.
           05 FILLER               PIC X(51) VALUE SPACES.
      *
       01  WK-LIN-DEPARTAMENTO.
           05 FILLER               PIC X(14)
              VALUE 'DEPARTAMENTO: '.
           05 WK-LIN-DEPTOFUN      PIC X(3).
           05 FILLER               PIC X(63) VALUE SPACES.
      *
       01  WK-LIN-FUNCIONARIO.
           05 FILLER               PIC X(13)
              VALUE 'FUNCIONARIO: '.
           05 WK-LIN-CODFUN        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEFUN       PIC X(30).
           05 FILLER               PIC X(7)  VALUE ' DIAS: '.
           05 WK-LIN-DIAS-EDIT     PIC Z9.
           05 FILLER               PIC X(23) VALUE SPACES.
      *
       01  WK-LIN-CONDUCAO.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WK-LIN-LINHAVT       PIC X(30).
           05 FILLER               PIC X(12) VALUE ' PASSAGENS: '.
           05 WK-LIN-PASSAGENS     PIC ZZZ9.
           05 FILLER               PIC X(3)  VALUE ' X '.
           05 WK-LIN-TARIFA        PIC Z.ZZ9,99.
           05 FILLER               PIC X(3)  VALUE ' = '.
           05 WK-LIN-VALOR-EDIT    PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(7)  VALUE SPACES.
      *
       01  WK-LIN-TOTAL.
           05 WK-LIN-TOT-ROTULO    PIC X(22).
           05 FILLER               PIC X(8)  VALUE ' FUNCS: '.
           05 WK-LIN-TOT-QTDE      PIC ZZZ9.
           05 FILLER               PIC X(12) VALUE ' PASSAGENS: '.
           05 WK-LIN-TOT-PASSAGENS PIC ZZZ.ZZ9.
           05 FILLER               PIC X(8)  VALUE ' VALOR: '.
           05 WK-LIN-TOT-VALOR     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(6)  VALUE SPACES.
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
           ACCEPT WK-PARM-VT FROM SYSIN.
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
           PERFORM 103-VERIFICA-COMPETENCIA.
           PERFORM 102-GRAVA-LOG-INICIO.
           PERFORM 105-LE-PARAMETRO.
           PERFORM 106-MONTA-CALENDARIO.
           PERFORM 108-EXCLUI-CALCULO-ANTERIOR.
      *
           DISPLAY 'VALE-TRANSPORTE - COMPETENCIA '
                   WK-ANOMES-ACCEPT.
           DISPLAY '**********************************************'.
      *
           OPEN OUTPUT ARQ-PEDIDO.
      *
           WRITE REG-PEDIDO FROM WK-LIN-SEPARADOR.
           MOVE WK-ANOMES-ACCEPT (1:4) TO WK-LIN-ANO.
           MOVE WK-ANOMES-ACCEPT (5:2) TO WK-LIN-MES.
           WRITE REG-PEDIDO FROM WK-LIN-TITULO.
           MOVE WK-DIAS-UTEIS-MES TO WK-LIN-UTEIS-EDIT.
           WRITE REG-PEDIDO FROM WK-LIN-DIAS-UTEIS.
      *
           EXEC SQL
               OPEN FUNCVTTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-FUNCIONARIO
               WHEN 100
                   DISPLAY 'NENHUM FUNCIONARIO COM VALE-TRANSPORTE'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN75' TO DB2E-NOMEPGM.
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
      *
       103-VERIFICA-COMPETENCIA.
      *
      *    O DESCONTO E LIDO PELO COBFUN15: COMPETENCIA PAGA OU
      *    FECHADA NAO ACEITA NOVO CALCULO E, COM A FOLHA JA
      *    CALCULADA, A FOLHA PRECISA SER RECALCULADA
      *
           MOVE WK-ANOMES-ACCEPT TO DB2K-ANOMESCOMP.
      *
           EXEC SQL
               SELECT SITUACAOCOMP INTO :WK-SITUACAO-COMP
                   FROM EAD703.COMPETENCIA_FOLHA
                   WHERE ANOMESCOMP = :DB2K-ANOMESCOMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   EVALUATE WK-SITUACAO-COMP
                       WHEN 'A'
                           CONTINUE
                       WHEN 'C'
                           DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                                   ' COM FOLHA JA CALCULADA.'
                                   ' EXECUTE NOVAMENTE O COBFUN15'
                       WHEN OTHER
                           DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                                   ' JA PAGA OU FECHADA. CALCULO DO'
                                   ' VALE-TRANSPORTE NAO PERMITIDO'
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                   END-EVALUATE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA SITUACAO DA COMPETENCIA'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       105-LE-PARAMETRO.
      *
      *    TETO DO DESCONTO DO FUNCIONARIO SOBRE O SALARIO BASE,
      *    VIGENTE NA COMPETENCIA (COBFUN43); SEM PARAMETRO VALE 6%
      *
           MOVE 'PERC-DESC-VT' TO DB2M-CHAVEPARM.
      *
           EXEC SQL
               SELECT VALORPARM INTO :DB2M-VALORPARM
                   FROM EAD703.PARAMETROS
                   WHERE CHAVEPARM = :DB2M-CHAVEPARM
                     AND DATAEFETPARM < :WK-COMP-PROX
                   ORDER BY DATAEFETPARM DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DB2M-VALORPARM TO WK-PERC-DESC-VT
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO PARAMETRO '
                           DB2M-CHAVEPARM
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
      *
       108-EXCLUI-CALCULO-ANTERIOR.
      *
      *    UM NOVO CALCULO SUBSTITUI O ANTERIOR DA COMPETENCIA
      *
           MOVE WK-ANOMES-ACCEPT TO DB2VM-ANOMESVTM.
      *
           EXEC SQL
               DELETE FROM EAD703.VALE_TRANSPORTE_MES
                   WHERE ANOMESVTM = :DB2VM-ANOMESVTM
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA EXCLUSAO DO CALCULO ANTERIOR'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-QTDE-LIDOS.
      *
           PERFORM 202-CONSULTA-FALTAS.
           PERFORM 203-CALCULA-AFASTAMENTO.
      *
           COMPUTE WK-DIAS-VT =
               WK-DIAS-UTEIS-MES - WK-DIAS-FALTA - WK-DIAS-AFASTADO.
      *
           IF WK-DIAS-VT < 0
               MOVE ZEROES TO WK-DIAS-VT
           END-IF.
      *
           IF WK-DIAS-VT > 0
               PERFORM 210-CALCULA-VALORES
      *
               IF DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
                   IF WK-DEPTO-ANTERIOR NOT = SPACES
                       PERFORM 230-TOTALIZA-DEPARTAMENTO
                   END-IF
                   PERFORM 231-CABECALHO-DEPARTAMENTO
               END-IF
      *
               PERFORM 220-EMITE-PEDIDO
               PERFORM 215-GRAVA-VT-MES
           ELSE
               DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                       ' SEM DIAS DE TRABALHO NA COMPETENCIA'
           END-IF.
      *
           PERFORM 301-LER-FUNCIONARIO.
      *
       202-CONSULTA-FALTAS.
           MOVE ZEROES TO WK-DIAS-FALTA.
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
                   MOVE DB2X-DIASFALTAPON TO WK-DIAS-FALTA
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO PONTO MENSAL'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       203-CALCULA-AFASTAMENTO.
      *
      *    DIAS UTEIS COBERTOS POR AFASTAMENTOS DE QUALQUER TIPO,
      *    ABERTOS OU ENCERRADOS DENTRO DA COMPETENCIA; PERIODOS
      *    SOBREPOSTOS CONTAM O DIA UMA SO VEZ
      *
           MOVE ZEROES TO WK-DIAS-AFASTADO.
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
           PERFORM 208-CONTA-DIA-AFASTADO
               VARYING WK-DIA FROM 1 BY 1 UNTIL WK-DIA > WK-ULTIMO-DIA.
      *
       204-LER-AFASTAMENTO.
           MOVE SPACES TO DB2A-RETEFETAFAST.
      *
           EXEC SQL
               FETCH AFASTEMP
                   INTO :DB2A-INIAFAST,
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
           MOVE 'N' TO WK-DIA-AFAST-SW (WK-DIA).
      *
       207-MARCA-DIA-AFASTADO.
           MOVE 'S' TO WK-DIA-AFAST-SW (WK-DIA).
      *
       208-CONTA-DIA-AFASTADO.
           IF WK-DIA-UTIL (WK-DIA) AND WK-DIA-AFASTADO (WK-DIA)
               ADD 1 TO WK-DIAS-AFASTADO
           END-IF.
      *
       210-CALCULA-VALORES.
      *
      *    O FUNCIONARIO PAGA ATE PERC-DESC-VT DO SALARIO BASE E A
      *    EMPRESA PAGA O RESTANTE DA COMPRA
      *
           COMPUTE WK-VALOR-VT = WK-VALOR-DIA * WK-DIAS-VT.
           COMPUTE WK-LIMITE-VT ROUNDED =
               DB2-SALARIOFUN * WK-PERC-DESC-VT / 100.
      *
           IF WK-VALOR-VT > WK-LIMITE-VT
               MOVE WK-LIMITE-VT TO WK-DESCONTO-VT
           ELSE
               MOVE WK-VALOR-VT  TO WK-DESCONTO-VT
           END-IF.
      *
           COMPUTE WK-CUSTO-EMP-VT = WK-VALOR-VT - WK-DESCONTO-VT.
      *
       215-GRAVA-VT-MES.
           MOVE DB2-CODFUN        TO DB2VM-CODFUN.
           MOVE WK-ANOMES-ACCEPT  TO DB2VM-ANOMESVTM.
           MOVE WK-DIAS-VT        TO DB2VM-DIASVTM.
           MOVE WK-VALOR-DIA      TO DB2VM-VALORDIAVTM.
           MOVE WK-VALOR-VT       TO DB2VM-VALORVTM.
           MOVE WK-DESCONTO-VT    TO DB2VM-DESCONTOVTM.
           MOVE WK-CUSTO-EMP-VT   TO DB2VM-CUSTOEMPVTM.
      *
           EXEC SQL
               INSERT INTO EAD703.VALE_TRANSPORTE_MES
                   ( CODFUN, ANOMESVTM, DIASVTM, VALORDIAVTM,
                     VALORVTM, DESCONTOVTM, CUSTOEMPVTM,
                     DATAHORAVTM )
                   VALUES ( :DB2VM-CODFUN, :DB2VM-ANOMESVTM,
                            :DB2VM-DIASVTM, :DB2VM-VALORDIAVTM,
                            :DB2VM-VALORVTM, :DB2VM-DESCONTOVTM,
                            :DB2VM-CUSTOEMPVTM, CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA GRAVACAO DO VALE-TRANSPORTE DO'
                       ' FUNCIONARIO ' DB2-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1                 TO WK-DEPTO-QTDE
                                    WK-TOTAL-QTDE.
           ADD WK-VALOR-VT       TO WK-DEPTO-VALOR
                                    WK-TOTAL-VALOR.
           ADD WK-DESCONTO-VT    TO WK-TOTAL-DESCONTO.
           ADD WK-CUSTO-EMP-VT   TO WK-TOTAL-CUSTO-EMP.
      *
       220-EMITE-PEDIDO.
           MOVE DB2-CODFUN        TO WK-LIN-CODFUN.
           MOVE DB2-NOMEFUN-TEXT  TO WK-LIN-NOMEFUN.
           MOVE WK-DIAS-VT        TO WK-LIN-DIAS-EDIT.
           WRITE REG-PEDIDO FROM WK-LIN-FUNCIONARIO.
      *
           EXEC SQL
               OPEN LINHATEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DE CONDUCOES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 302-LER-CONDUCAO.
           PERFORM 221-EMITE-CONDUCAO UNTIL SQLCODE NOT = 0.
      *
           EXEC SQL
               CLOSE LINHATEMP
           END-EXEC.
      *
       221-EMITE-CONDUCAO.
           COMPUTE WK-PASSAGENS-LINHA = DB2VT-QTDEDIAVT * WK-DIAS-VT.
           COMPUTE WK-VALOR-LINHA =
               WK-PASSAGENS-LINHA * DB2VT-VALORUNITVT.
      *
           MOVE DB2VT-LINHAVT      TO WK-LIN-LINHAVT.
           MOVE WK-PASSAGENS-LINHA TO WK-LIN-PASSAGENS.
           MOVE DB2VT-VALORUNITVT  TO WK-LIN-TARIFA.
           MOVE WK-VALOR-LINHA     TO WK-LIN-VALOR-EDIT.
           WRITE REG-PEDIDO FROM WK-LIN-CONDUCAO.
      *
           ADD WK-PASSAGENS-LINHA TO WK-DEPTO-PASSAGENS
                                     WK-TOTAL-PASSAGENS.
      *
           PERFORM 302-LER-CONDUCAO.
      *
       230-TOTALIZA-DEPARTAMENTO.
           MOVE SPACES TO WK-LIN-TOT-ROTULO.
           STRING 'TOTAL DEPTO ' WK-DEPTO-ANTERIOR
               DELIMITED BY SIZE INTO WK-LIN-TOT-ROTULO.
           MOVE WK-DEPTO-QTDE      TO WK-LIN-TOT-QTDE.
           MOVE WK-DEPTO-PASSAGENS TO WK-LIN-TOT-PASSAGENS.
           MOVE WK-DEPTO-VALOR     TO WK-LIN-TOT-VALOR.
           WRITE REG-PEDIDO FROM WK-LIN-TOTAL.
      *
           MOVE ZEROES TO WK-DEPTO-QTDE
                          WK-DEPTO-PASSAGENS
                          WK-DEPTO-VALOR.
      *
       231-CABECALHO-DEPARTAMENTO.
           MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR
                                WK-LIN-DEPTOFUN.
           WRITE REG-PEDIDO FROM WK-LIN-SEPARADOR.
           WRITE REG-PEDIDO FROM WK-LIN-DEPARTAMENTO.
      ******************************************************************
       300-LER SECTION.
       301-LER-FUNCIONARIO.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH FUNCVTTEMP
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-DEPTOFUN,
                        :DB2-SALARIOFUN,
                        :WK-VALOR-DIA
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
       302-LER-CONDUCAO.
           EXEC SQL
               FETCH LINHATEMP
                   INTO :DB2VT-SEQVT,
                        :DB2VT-LINHAVT,
                        :DB2VT-QTDEDIAVT,
                        :DB2VT-VALORUNITVT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO FETCH DO CURSOR DE CONDUCOES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-DEPTO-QTDE > 0
               PERFORM 230-TOTALIZA-DEPARTAMENTO
           END-IF.
      *
           WRITE REG-PEDIDO FROM WK-LIN-SEPARADOR.
           MOVE 'TOTAL DO PEDIDO'  TO WK-LIN-TOT-ROTULO.
           MOVE WK-TOTAL-QTDE      TO WK-LIN-TOT-QTDE.
           MOVE WK-TOTAL-PASSAGENS TO WK-LIN-TOT-PASSAGENS.
           MOVE WK-TOTAL-VALOR     TO WK-LIN-TOT-VALOR.
           WRITE REG-PEDIDO FROM WK-LIN-TOTAL.
      *
           CLOSE ARQ-PEDIDO.
      *
           EXEC SQL
               CLOSE FUNCVTTEMP
           END-EXEC.
      *
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-LIDOS TO WK-QTDE-EDIT.
           DISPLAY 'FUNCIONARIOS COM CONDUCAO.....: ' WK-QTDE-EDIT.
           MOVE WK-TOTAL-QTDE TO WK-QTDE-EDIT.
           DISPLAY 'FUNCIONARIOS NO PEDIDO........: ' WK-QTDE-EDIT.
           MOVE WK-TOTAL-VALOR TO WK-TOTAL-EDIT.
           DISPLAY 'VALOR DO PEDIDO...............: ' WK-TOTAL-EDIT.
           MOVE WK-TOTAL-DESCONTO TO WK-TOTAL-EDIT.
           DISPLAY 'DESCONTO DOS FUNCIONARIOS.....: ' WK-TOTAL-EDIT.
           MOVE WK-TOTAL-CUSTO-EMP TO WK-TOTAL-EDIT.
           DISPLAY 'CUSTO DA EMPRESA..............: ' WK-TOTAL-EDIT.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-QTDE-LIDOS TO DB2E-QTDELIDLOG.
           MOVE WK-TOTAL-QTDE TO DB2E-QTDEAPLLOG.
           COMPUTE DB2E-QTDEREJLOG = WK-QTDE-LIDOS - WK-TOTAL-QTDE.
           MOVE RETURN-CODE TO DB2E-CODRETLOG.
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
       END PROGRAM COBFUN75.
