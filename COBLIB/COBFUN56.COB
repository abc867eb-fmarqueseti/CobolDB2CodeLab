      *            FUNCIONARIO E DEPARTAMENTO: BRUTO DA FOLHA MAIS     *
      *            INSS PATRONAL, FGTS E PROVISOES DE 13O E DE FERIAS  *
      *            COM 1/3, COM OS PERCENTUAIS DE ENCARGOS MANTIDOS    *
      *            EM EAD703.PARAMETROS, E A PARTE DA EMPRESA NO       *
      *            VALE-TRANSPORTE CALCULADA PELO COBFUN75 (DB2). O    *
      *            CUSTO E DISTRIBUIDO PELO RATEIO ENTRE CENTROS DE    *
      *            CUSTO (COBFUN87) VIGENTE NO INICIO DA COMPETENCIA;  *
      *            O FUNCIONARIO E CONTADO NO SEU DEPTOFUN. QUEBRA POR *
      *            ESTABELECIMENTO (CNPJ) DO DEPARTAMENTO DE CUSTO.    *
      *            ESTAGIARIO (CONTRATO TIPO E) SEM INSS PATRONAL E SEM*
      *            FGTS; APRENDIZ (TIPO A) COM FGTS PELO PERC-FGTS-APRZ*
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               INCLUDE BOOKPARM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKVTMS
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKRATE
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKDEPT
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    X = RATEIO VIGENTE (COBFUN87): SEM RATEIO, 100% NO
      *    DEPTOFUN; COM RATEIO, UMA LINHA POR DEPARTAMENTO RATEADO E
      *    UMA LINHA DE 0% NO DEPTOFUN, QUE LEVA A CONTAGEM (QTDERAT)
      *
           EXEC SQL
               DECLARE CUSTOTEMP CURSOR FOR
                  SELECT D.CODESTAB,
                         F.CODFUN,
                         F.NOMEFUN,
                         X.CODDEPTO,
                         X.PERCRAT,
                         X.QTDERAT,
                         M.SALARIOBRUTO,
                         F.TIPOCONTFUN
                       FROM EAD703.FUNCIONARIOS F,
                            EAD703.FOLHA_MENSAL M,
                            EAD703.DEPARTAMENTOS D,
                     ( SELECT F1.CODFUN, F1.DEPTOFUN AS CODDEPTO,
                              100 AS PERCRAT, 1 AS QTDERAT
                          FROM EAD703.FUNCIONARIOS F1
                          WHERE NOT EXISTS
                              ( SELECT 1 FROM EAD703.RATEIO_FUNC R1
                                   WHERE R1.CODFUN = F1.CODFUN
                                     AND R1.DATAINIRAT <= :WK-COMP-INI
                                     AND R1.DATAFIMRAT >= :WK-COMP-INI )
                       UNION ALL
                       SELECT F2.CODFUN, F2.DEPTOFUN, 0, 1
                          FROM EAD703.FUNCIONARIOS F2
                          WHERE EXISTS
                              ( SELECT 1 FROM EAD703.RATEIO_FUNC R2
                                   WHERE R2.CODFUN = F2.CODFUN
                                     AND R2.DATAINIRAT <= :WK-COMP-INI
                                     AND R2.DATAFIMRAT >= :WK-COMP-INI )
                       UNION ALL
                       SELECT R3.CODFUN, R3.CODDEPTO, R3.PERCRAT, 0
                          FROM EAD703.RATEIO_FUNC R3
                          WHERE R3.DATAINIRAT <= :WK-COMP-INI
                            AND R3.DATAFIMRAT >= :WK-COMP-INI ) AS X
                       WHERE  M.CODFUN = F.CODFUN
                         AND  X.CODFUN = F.CODFUN
                         AND  D.CODDEPTO = X.CODDEPTO
                         AND  M.ANOMESFOLHA = :WK-ANOMES-ACCEPT
                       ORDER BY D.CODESTAB, X.CODDEPTO, F.CODFUN,
                                X.PERCRAT
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
                                                  VALUE 20,00.
       77  WK-PERC-FGTS         PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 8,00.
       77  WK-PERC-FGTS-APRZ    PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 2,00.
       77  WK-PERC-FGTS-APLIC   PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-PERC-PROV-13O     PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 8,33.
       77  WK-PERC-PROV-FER     PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-PROV-FER    PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-VT-EMP      PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-CUSTO-TOTAL-FUNC  PIC S9(8)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-BRUTO-RATEADO     PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-QTDE-RATEIO       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-PERC-EDIT         PIC ZZ9,99        VALUE ZEROES.
      *
       77  WK-DEPTO-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-DEPTO-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
                                                  VALUE ZEROES.
       77  WK-DEPTO-CUSTO       PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ESTAB-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-ESTAB-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-ESTAB-BRUTO       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ESTAB-CUSTO       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-BRUTO       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ANO-PROX          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
      *
       77  WK-COMP-INI          PIC X(10)         VALUE SPACES.
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
      *
       PROCEDURE DIVISION.
               MOVE 1 TO WK-MES-PROX
               ADD 1 TO WK-ANO-PROX
           END-IF.
      *
           MOVE SPACES TO WK-COMP-INI.
           STRING WK-ANOMES-ANO '-' WK-ANOMES-MES '-01'
               DELIMITED BY SIZE INTO WK-COMP-INI.
      *
           MOVE SPACES TO WK-COMP-PROX.
           STRING WK-ANO-PROX '-' WK-MES-PROX '-01'
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-FGTS
           END-IF.
      *
           MOVE 'PERC-FGTS-APRZ' TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-FGTS-APRZ
           END-IF.
      *
           MOVE 'PERC-PROV-13O'  TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF WK-ESTAB-ANTERIOR NOT = SPACES
              AND DB2-CODESTAB NOT = WK-ESTAB-ANTERIOR
               PERFORM 230-TOTALIZA-DEPARTAMENTO
               PERFORM 240-TOTALIZA-ESTABELECIMENTO
               MOVE SPACES TO WK-DEPTO-ANTERIOR
           END-IF.
      *
           IF DB2-CODESTAB NOT = WK-ESTAB-ANTERIOR
               MOVE DB2-CODESTAB TO WK-ESTAB-ANTERIOR
               DISPLAY '=============================================='
               DISPLAY 'ESTABELECIMENTO: ' WK-ESTAB-ANTERIOR
               DISPLAY '=============================================='
           END-IF.
      *
           IF WK-DEPTO-ANTERIOR NOT = SPACES
              AND DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
               PERFORM 230-TOTALIZA-DEPARTAMENTO
      *
           MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR.
      *
           ADD WK-QTDE-RATEIO      TO WK-DEPTO-QTDE
                                      WK-ESTAB-QTDE
                                      WK-TOTAL-QTDE.
      *
      *    LINHA DE 0% SO CONTA O FUNCIONARIO NO SEU DEPTOFUN; O CUSTO
      *    VAI PARA OS DEPARTAMENTOS DO RATEIO
      *
           IF DB2RA-PERCRAT > 0
               PERFORM 202-CUSTO-FUNCIONARIO
           END-IF.
      *
           PERFORM 301-LER-FOLHA.
      *
       202-CUSTO-FUNCIONARIO.
           COMPUTE WK-BRUTO-RATEADO ROUNDED =
               DB2F-SALARIOBRUTO * DB2RA-PERCRAT / 100.
      *
      *    ESTAGIARIO (CONTRATO TIPO E) NAO TEM INSS PATRONAL NEM
      *    FGTS; APRENDIZ (TIPO A) DEPOSITA PELA ALIQUOTA REDUZIDA,
      *    COMO NO COBFUN55
      *
           IF DB2-TIPOCONTFUN = 'A'
               MOVE WK-PERC-FGTS-APRZ TO WK-PERC-FGTS-APLIC
           ELSE
               MOVE WK-PERC-FGTS      TO WK-PERC-FGTS-APLIC
           END-IF.
      *
           IF DB2-TIPOCONTFUN = 'E'
               MOVE ZEROES TO WK-VALOR-INSS-PATR
                              WK-VALOR-FGTS
           ELSE
               COMPUTE WK-VALOR-INSS-PATR ROUNDED =
                   WK-BRUTO-RATEADO * WK-PERC-INSS-PATR / 100
               COMPUTE WK-VALOR-FGTS ROUNDED =
                   WK-BRUTO-RATEADO * WK-PERC-FGTS-APLIC / 100
           END-IF.
           COMPUTE WK-VALOR-PROV-13O ROUNDED =
               WK-BRUTO-RATEADO * WK-PERC-PROV-13O / 100.
           COMPUTE WK-VALOR-PROV-FER ROUNDED =
               WK-BRUTO-RATEADO * WK-PERC-PROV-FER / 100.
      *
           PERFORM 210-CONSULTA-VALE-TRANSPORTE.
      *
           COMPUTE WK-CUSTO-TOTAL-FUNC =
               WK-BRUTO-RATEADO + WK-VALOR-INSS-PATR +
               WK-VALOR-FGTS + WK-VALOR-PROV-13O +
               WK-VALOR-PROV-FER + WK-VALOR-VT-EMP.
      *
           DISPLAY 'FUNCIONARIO: ' DB2-CODFUN ' '
                   DB2-NOMEFUN-TEXT.
      *
           IF DB2RA-PERCRAT < 100
               MOVE DB2RA-PERCRAT TO WK-PERC-EDIT
               DISPLAY '  RATEIO.........: ' WK-PERC-EDIT ' %'
           END-IF.
      *
           MOVE WK-BRUTO-RATEADO TO WK-VALOR-EDIT.
           DISPLAY '  BRUTO FOLHA....: ' WK-VALOR-EDIT.
           MOVE WK-VALOR-INSS-PATR TO WK-VALOR-EDIT.
           DISPLAY '  INSS PATRONAL..: ' WK-VALOR-EDIT.
           DISPLAY '  PROVISAO 13O...: ' WK-VALOR-EDIT.
           MOVE WK-VALOR-PROV-FER TO WK-VALOR-EDIT.
           DISPLAY '  PROVISAO FERIAS: ' WK-VALOR-EDIT.
           MOVE WK-VALOR-VT-EMP TO WK-VALOR-EDIT.
           DISPLAY '  VALE-TRANSPORTE: ' WK-VALOR-EDIT.
           MOVE WK-CUSTO-TOTAL-FUNC TO WK-VALOR-EDIT.
           DISPLAY '  CUSTO TOTAL....: ' WK-VALOR-EDIT.
      *
           ADD WK-BRUTO-RATEADO    TO WK-DEPTO-BRUTO
                                      WK-ESTAB-BRUTO
                                      WK-TOTAL-BRUTO.
           ADD WK-CUSTO-TOTAL-FUNC TO WK-DEPTO-CUSTO
                                      WK-ESTAB-CUSTO
                                      WK-TOTAL-CUSTO.
      *
       210-CONSULTA-VALE-TRANSPORTE.
      *
      *    PARTE DA EMPRESA NA COMPRA DO VALE-TRANSPORTE (O QUE
      *    PASSA DO DESCONTO DO FUNCIONARIO)
      *
           MOVE ZEROES TO WK-VALOR-VT-EMP.
      *
           EXEC SQL
               SELECT CUSTOEMPVTM
                   INTO :DB2VM-CUSTOEMPVTM
                   FROM EAD703.VALE_TRANSPORTE_MES
                   WHERE CODFUN = :DB2-CODFUN
                     AND ANOMESVTM = :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   COMPUTE WK-VALOR-VT-EMP ROUNDED =
                       DB2VM-CUSTOEMPVTM * DB2RA-PERCRAT / 100
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO VALE-TRANSPORTE'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       230-TOTALIZA-DEPARTAMENTO.
           MOVE WK-DEPTO-QTDE TO WK-QTDE-EDIT.
           MOVE ZEROES TO WK-DEPTO-QTDE
                          WK-DEPTO-BRUTO
                          WK-DEPTO-CUSTO.
      *
       240-TOTALIZA-ESTABELECIMENTO.
           MOVE WK-ESTAB-QTDE TO WK-QTDE-EDIT.
           DISPLAY 'TOTAL DO ESTABELECIMENTO ' WK-ESTAB-ANTERIOR.
           DISPLAY 'QTDE FUNCS     : ' WK-QTDE-EDIT.
           MOVE WK-ESTAB-BRUTO TO WK-TOTAL-EDIT.
           DISPLAY 'FOLHA BRUTA    : ' WK-TOTAL-EDIT.
           MOVE WK-ESTAB-CUSTO TO WK-TOTAL-EDIT.
           DISPLAY 'CUSTO TOTAL    : ' WK-TOTAL-EDIT.
           DISPLAY '=============================================='.
      *
           MOVE ZEROES TO WK-ESTAB-QTDE
                          WK-ESTAB-BRUTO
                          WK-ESTAB-CUSTO.
      ******************************************************************
       300-LER-FOLHA SECTION.
       301-LER-FOLHA.
      *
           EXEC SQL
               FETCH CUSTOTEMP
                   INTO :DB2-CODESTAB,
                        :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-DEPTOFUN,
                        :DB2RA-PERCRAT,
                        :WK-QTDE-RATEIO,
                        :DB2F-SALARIOBRUTO,
                        :DB2-TIPOCONTFUN
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-DEPTO-ANTERIOR NOT = SPACES
               PERFORM 230-TOTALIZA-DEPARTAMENTO
               PERFORM 240-TOTALIZA-ESTABELECIMENTO
           END-IF.
      *
           DISPLAY '**********************************************'.
