      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : LANCAMENTOS CONTABEIS DA FOLHA DA COMPETENCIA POR   *
      *            CENTRO DE CUSTO (DEPTOFUN): SALARIOS, FERIAS, 13O,  *
      *            RESCISOES, INSS E IRRF RETIDOS, LIQUIDOS A PAGAR,   *
      *            PENSAO ALIMENTICIA A PAGAR, INSS PATRONAL,          *
      *            FGTS E PROVISOES DE 13O E FERIAS,                   *
      *            COM OS PERCENTUAIS DE ENCARGOS DE EAD703.PARAMETROS *
      *            (COBFUN43). GERA ARQUIVO DE LAYOUT FIXO PARA A      *
      *            CONTABILIDADE                                       *
      *            COM TRAILER DE CONTROLE E LISTAGEM DO DIARIO; SE    *
      *            DEBITOS E CREDITOS NAO FECHAREM O ARQUIVO E         *
      *            ESVAZIADO E O PROGRAMA TERMINA COM RETURN-CODE 12   *
      *            (DB2). OS VALORES DE CADA FUNCIONARIO SAO           *
      *            DISTRIBUIDOS PELO RATEIO ENTRE CENTROS DE CUSTO     *
      *            (COBFUN87) VIGENTE NO INICIO DA COMPETENCIA.        *
      *            ESTAGIARIO (CONTRATO TIPO E) SEM INSS PATRONAL E SEM*
      *            FGTS; APRENDIZ (TIPO A) COM FGTS PELO PERC-FGTS-APRZ*
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN71.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTABIL ASSIGN TO CONTARQ
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTABIL
           RECORDING MODE IS F.
       01  REG-CONTABIL             PIC X(80).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
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
      *    CENTROS DE CUSTO COM ALGUM MOVIMENTO NA COMPETENCIA: FOLHA
      *    MENSAL, PARCELA DE 13O OU RESCISAO CONFIRMADA
      *
      *    X = RATEIO VIGENTE (COBFUN87): SEM RATEIO, 100% NO
      *    DEPTOFUN; COM RATEIO, UMA LINHA POR DEPARTAMENTO RATEADO E
      *    UMA LINHA DE 0% NO DEPTOFUN, QUE LEVA A CONTAGEM (QTDERAT)
      *
           EXEC SQL
               DECLARE DEPTOTEMP CURSOR FOR
                  SELECT DISTINCT X.CODDEPTO
                       FROM
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
                       WHERE X.PERCRAT > 0
                        AND ( EXISTS
                             (SELECT 1 FROM EAD703.FOLHA_MENSAL M
                                  WHERE M.CODFUN = X.CODFUN
                                    AND M.ANOMESFOLHA =
                                        :WK-ANOMES-ACCEPT)
                          OR EXISTS
                             (SELECT 1 FROM EAD703.DECIMO_TERCEIRO D
                                  WHERE D.CODFUN = X.CODFUN
                                    AND D.ANOMESDEC =
                                        :WK-ANOMES-ACCEPT)
                          OR EXISTS
                             (SELECT 1 FROM EAD703.RESCISOES R
                                  WHERE R.CODFUN = X.CODFUN
                                    AND R.DATADEMISSRESC >=
                                        :WK-COMP-INI
                                    AND R.DATADEMISSRESC <
                                        :WK-COMP-PROX
                                    AND R.SITUACAORESC IN ('Q', 'P')) )
                       ORDER BY X.CODDEPTO
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-DATA-GERACAO      PIC X(10)         VALUE SPACES.
       77  WK-SITUACAO-COMP     PIC X             VALUE SPACES.
       77  WK-PERC-INSS-PATR    PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 20,00.
       77  WK-PERC-FGTS         PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 8,00.
       77  WK-PERC-FGTS-APRZ    PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 2,00.
       77  WK-PERC-PROV-13O     PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 8,33.
       77  WK-PERC-PROV-FER     PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 11,11.
       77  WK-PARM-ACHADO       PIC X             VALUE 'N'.
      *
      *    SOMAS DO CENTRO DE CUSTO LIDAS DAS TABELAS DA FOLHA
      *
       77  WK-FOLHA-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-FOLHA-BRUTO       PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-FOLHA-INSS        PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-FOLHA-IRRF        PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-FOLHA-LIQUIDO     PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-FOLHA-BASE-INSS   PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-FOLHA-APRENDIZ    PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-FERIAS-BRUTO      PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DECIMO-BRUTO      PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DECIMO-INSS       PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DECIMO-IRRF       PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DECIMO-LIQUIDO    PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DECIMO-BASE-FGTS  PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DECIMO-APRENDIZ   PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-RESC-TOTAL        PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-PENSAO-FOLHA      PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-PENSAO-DECIMO     PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-PENSAO-RESCISAO   PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-SOMA1         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-SOMA2         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-SOMA3         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-SOMA4         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-SOMA5         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-SOMA6         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-SOMA7         PIC S9(4) USAGE COMP VALUE ZEROES.
      *
      *    VALORES CALCULADOS DO CENTRO DE CUSTO
      *
       77  WK-VALOR-SALARIOS    PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-OUTROS      PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-BASE-ENCARGOS     PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-BASE-INSS-PATR    PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-BASE-FGTS         PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-BASE-FGTS-APRZ    PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-INSS-PATR   PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-FGTS        PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-PROV-13O    PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-PROV-FER    PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
      *    LANCAMENTO CORRENTE MONTADO PELO 220 PARA O 240
      *
       77  WK-LAN-EVENTO        PIC X(2)          VALUE SPACES.
       77  WK-LAN-NATUREZA      PIC X             VALUE SPACES.
       77  WK-LAN-CONTA         PIC X(12)         VALUE SPACES.
       77  WK-LAN-HISTORICO     PIC X(30)         VALUE SPACES.
       77  WK-LAN-VALOR         PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
       77  WK-QTDE-DETALHE      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-DEPTOS       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-DEBITO      PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DEPTO-CREDITO     PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-DEBITO      PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-CREDITO     PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-VALOR-EDIT        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WK-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
      *
       01  WK-PARM-CONTABIL.
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
       01  WK-REG-HEADER.
           05 FILLER               PIC X          VALUE '0'.
           05 FILLER               PIC X(20)
              VALUE 'LANCAMENTOS FOLHA   '.
           05 WK-HDR-ANOMES        PIC X(6).
           05 WK-HDR-DATA          PIC X(10).
           05 FILLER               PIC X(43)      VALUE SPACES.
      *
       01  WK-REG-DETALHE.
           05 FILLER               PIC X          VALUE '1'.
           05 WK-DET-SEQUENCIA     PIC 9(6).
           05 WK-DET-CCUSTO        PIC X(3).
           05 WK-DET-CONTA         PIC X(12).
           05 WK-DET-NATUREZA      PIC X.
           05 WK-DET-VALOR         PIC 9(11)V99.
           05 WK-DET-EVENTO        PIC X(2).
           05 WK-DET-HISTORICO     PIC X(30).
           05 FILLER               PIC X(12)      VALUE SPACES.
      *
       01  WK-REG-TRAILER.
           05 FILLER               PIC X          VALUE '9'.
           05 WK-TRL-QTDE          PIC 9(6).
           05 WK-TRL-DEBITO        PIC 9(13)V99.
           05 WK-TRL-CREDITO       PIC 9(13)V99.
           05 FILLER               PIC X(43)      VALUE SPACES.
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
           ACCEPT WK-PARM-CONTABIL FROM SYSIN.
      *
           IF WK-ANOMES-ACCEPT NOT NUMERIC
              OR WK-ANOMES-MES < 01 OR WK-ANOMES-MES > 12
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' INVALIDA. INFORME AAAAMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           DISPLAY 'DIARIO CONTABIL DA FOLHA - COMPETENCIA '
                   WK-ANOMES-ACCEPT.
           DISPLAY '**********************************************'.
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
           PERFORM 105-LE-PARAMETROS.
      *
           EXEC SQL
               SET :WK-DATA-GERACAO = CURRENT DATE
           END-EXEC.
      *
           OPEN OUTPUT ARQ-CONTABIL.
      *
           MOVE WK-ANOMES-ACCEPT TO WK-HDR-ANOMES.
           MOVE WK-DATA-GERACAO  TO WK-HDR-DATA.
           WRITE REG-CONTABIL FROM WK-REG-HEADER.
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
               WHEN 100
                   DISPLAY 'NENHUM MOVIMENTO DE FOLHA PARA A'
                           ' COMPETENCIA ' WK-ANOMES-ACCEPT
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN71' TO DB2E-NOMEPGM.
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
      *    SO HA O QUE CONTABILIZAR DEPOIS DO CALCULO DA FOLHA
      *    (SITUACAO C, P OU F)
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
                   IF WK-SITUACAO-COMP = 'A'
                       DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                               ' AINDA SEM FOLHA CALCULADA.'
                               ' EXECUTE O COBFUN15'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN 100
                   DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                           ' SEM CONTROLE DE SITUACAO.'
                           ' EXECUTE O COBFUN15'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA SITUACAO DA COMPETENCIA'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       105-LE-PARAMETROS.
           MOVE 'PERC-INSS-PATR' TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-INSS-PATR
           END-IF.
      *
           MOVE 'PERC-FGTS'      TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
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
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-PROV-13O
           END-IF.
      *
           MOVE 'PERC-PROV-FER'  TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-PROV-FER
           END-IF.
      *
       106-LE-UM-PARAMETRO.
      *
      *    VERSAO DO PARAMETRO VIGENTE PARA A COMPETENCIA
      *    CONTABILIZADA, PARA QUE MESES PASSADOS USEM OS ENCARGOS
      *    HISTORICOS
      *
           MOVE 'N' TO WK-PARM-ACHADO.
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
                   MOVE 'S' TO WK-PARM-ACHADO
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
           ADD 1 TO WK-QTDE-DEPTOS.
      *
           DISPLAY 'CENTRO DE CUSTO: ' DB2-DEPTOFUN.
      *
           PERFORM 210-SOMA-FOLHA.
           PERFORM 211-SOMA-FERIAS.
           PERFORM 212-SOMA-DECIMO.
           PERFORM 213-SOMA-RESCISAO.
           PERFORM 214-SOMA-PENSAO.
           PERFORM 215-CALCULA-ENCARGOS.
           PERFORM 220-MONTA-LANCAMENTOS.
           PERFORM 230-TOTALIZA-DEPARTAMENTO.
      *
           PERFORM 301-LER-DEPARTAMENTO.
      *
       210-SOMA-FOLHA.
      *
      *    O BRUTO DA FOLHA MENSAL JA INCLUI AS FERIAS PAGAS NO MES,
      *    E O INSS E O IRRF INCLUEM OS DESCONTOS DO RECIBO DE FERIAS
      *
           MOVE ZEROES TO WK-FOLHA-QTDE
                          WK-FOLHA-BRUTO
                          WK-FOLHA-INSS
                          WK-FOLHA-IRRF
                          WK-FOLHA-LIQUIDO
                          WK-FOLHA-BASE-INSS
                          WK-FOLHA-APRENDIZ.
      *
      *    VALORES DO FUNCIONARIO PELO PERCENTUAL RATEADO AO CENTRO;
      *    A QUANTIDADE FICA NO DEPTOFUN. O BRUTO SEM OS ESTAGIARIOS
      *    (CONTRATO TIPO E) E A BASE DO INSS PATRONAL E DO FGTS; O
      *    DOS APRENDIZES (TIPO A) TEM A ALIQUOTA REDUZIDA DE FGTS
      *
           EXEC SQL
               SELECT SUM(X.QTDERAT),
                      SUM(M.SALARIOBRUTO * X.PERCRAT / 100),
                      SUM(M.DESCINSS * X.PERCRAT / 100),
                      SUM(M.DESCIRRF * X.PERCRAT / 100),
                      SUM(M.SALARIOLIQ * X.PERCRAT / 100),
                      SUM(CASE WHEN F.TIPOCONTFUN = 'E' THEN 0
                               ELSE M.SALARIOBRUTO * X.PERCRAT / 100
                               END),
                      SUM(CASE WHEN F.TIPOCONTFUN = 'A'
                               THEN M.SALARIOBRUTO * X.PERCRAT / 100
                               ELSE 0 END)
                   INTO :WK-FOLHA-QTDE :WK-IND-SOMA5,
                        :WK-FOLHA-BRUTO :WK-IND-SOMA1,
                        :WK-FOLHA-INSS :WK-IND-SOMA2,
                        :WK-FOLHA-IRRF :WK-IND-SOMA3,
                        :WK-FOLHA-LIQUIDO :WK-IND-SOMA4,
                        :WK-FOLHA-BASE-INSS :WK-IND-SOMA6,
                        :WK-FOLHA-APRENDIZ :WK-IND-SOMA7
                   FROM EAD703.FOLHA_MENSAL M,
                        EAD703.FUNCIONARIOS F,
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
                   WHERE M.CODFUN = X.CODFUN
                     AND F.CODFUN = M.CODFUN
                     AND X.CODDEPTO = :DB2-DEPTOFUN
                     AND M.ANOMESFOLHA = :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA SOMA DA FOLHA MENSAL DO DEPARTAMENTO '
                       DB2-DEPTOFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-SOMA1 < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-FOLHA-QTDE
                              WK-FOLHA-BRUTO
                              WK-FOLHA-INSS
                              WK-FOLHA-IRRF
                              WK-FOLHA-LIQUIDO
                              WK-FOLHA-BASE-INSS
                              WK-FOLHA-APRENDIZ
           END-IF.
      *
       211-SOMA-FERIAS.
      *
      *    RECIBOS DE FERIAS QUE ENTRARAM NA FOLHA DO MES, PARA
      *    SEPARAR A DESPESA DE FERIAS DA DESPESA DE SALARIOS
      *
           MOVE ZEROES TO WK-FERIAS-BRUTO.
      *
           EXEC SQL
               SELECT SUM((P.VALORFERIAS + P.VALORTERCO)
                          * X.PERCRAT / 100)
                   INTO :WK-FERIAS-BRUTO :WK-IND-SOMA1
                   FROM EAD703.FERIAS_PAGAMENTOS P,
                        EAD703.FOLHA_MENSAL M,
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
                   WHERE P.CODFUN = X.CODFUN
                     AND M.CODFUN = P.CODFUN
                     AND M.ANOMESFOLHA = P.ANOMESFER
                     AND X.CODDEPTO = :DB2-DEPTOFUN
                     AND P.ANOMESFER = :WK-ANOMES-ACCEPT
                     AND P.SITUACAOFPAG IN ('C', 'L')
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA SOMA DAS FERIAS DO DEPARTAMENTO '
                       DB2-DEPTOFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-SOMA1 < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-FERIAS-BRUTO
           END-IF.
      *
       212-SOMA-DECIMO.
           MOVE ZEROES TO WK-DECIMO-BRUTO
                          WK-DECIMO-INSS
                          WK-DECIMO-IRRF
                          WK-DECIMO-LIQUIDO
                          WK-DECIMO-BASE-FGTS
                          WK-DECIMO-APRENDIZ.
      *
           EXEC SQL
               SELECT SUM(D.VALORBRUTODEC * X.PERCRAT / 100),
                      SUM(D.INSSDEC * X.PERCRAT / 100),
                      SUM(D.IRRFDEC * X.PERCRAT / 100),
                      SUM(D.VALORLIQDEC * X.PERCRAT / 100),
                      SUM(CASE WHEN F.TIPOCONTFUN = 'E' THEN 0
                               ELSE D.VALORBRUTODEC * X.PERCRAT / 100
                               END),
                      SUM(CASE WHEN F.TIPOCONTFUN = 'A'
                               THEN D.VALORBRUTODEC * X.PERCRAT / 100
                               ELSE 0 END)
                   INTO :WK-DECIMO-BRUTO :WK-IND-SOMA1,
                        :WK-DECIMO-INSS :WK-IND-SOMA2,
                        :WK-DECIMO-IRRF :WK-IND-SOMA3,
                        :WK-DECIMO-LIQUIDO :WK-IND-SOMA4,
                        :WK-DECIMO-BASE-FGTS :WK-IND-SOMA6,
                        :WK-DECIMO-APRENDIZ :WK-IND-SOMA7
                   FROM EAD703.DECIMO_TERCEIRO D,
                        EAD703.FUNCIONARIOS F,
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
                   WHERE D.CODFUN = X.CODFUN
                     AND F.CODFUN = D.CODFUN
                     AND X.CODDEPTO = :DB2-DEPTOFUN
                     AND D.ANOMESDEC = :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA SOMA DO 13O SALARIO DO DEPARTAMENTO '
                       DB2-DEPTOFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-SOMA1 < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-DECIMO-BRUTO
                              WK-DECIMO-INSS
                              WK-DECIMO-IRRF
                              WK-DECIMO-LIQUIDO
                              WK-DECIMO-BASE-FGTS
                              WK-DECIMO-APRENDIZ
           END-IF.
      *
       213-SOMA-RESCISAO.
      *
      *    RESCISOES CONFIRMADAS PELO COBFUN61 (Q) OU JA CREDITADAS
      *    PELO COBFUN33 (P) COM DEMISSAO DENTRO DA COMPETENCIA
      *
           MOVE ZEROES TO WK-RESC-TOTAL.
      *
           EXEC SQL
               SELECT SUM(R.TOTALRESC * X.PERCRAT / 100)
                   INTO :WK-RESC-TOTAL :WK-IND-SOMA1
                   FROM EAD703.RESCISOES R,
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
                   WHERE R.CODFUN = X.CODFUN
                     AND X.CODDEPTO = :DB2-DEPTOFUN
                     AND R.DATADEMISSRESC >= :WK-COMP-INI
                     AND R.DATADEMISSRESC < :WK-COMP-PROX
                     AND R.SITUACAORESC IN ('Q', 'P')
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA SOMA DAS RESCISOES DO DEPARTAMENTO '
                       DB2-DEPTOFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-SOMA1 < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-RESC-TOTAL
           END-IF.
      *
       214-SOMA-PENSAO.
      *
      *    PENSAO ALIMENTICIA RETIDA DOS FUNCIONARIOS (COBFUN72):
      *    FOLHA E FERIAS (M E F), PARCELAS DE 13O (1 E 2) E
      *    RESCISOES CONFIRMADAS (R) DA COMPETENCIA
      *
           MOVE ZEROES TO WK-PENSAO-FOLHA
                          WK-PENSAO-DECIMO
                          WK-PENSAO-RESCISAO.
      *
           EXEC SQL
               SELECT SUM(CASE WHEN P.ORIGEMPPG IN ('M', 'F')
                               THEN P.VALORPPG * X.PERCRAT / 100
                               ELSE 0 END),
                      SUM(CASE WHEN P.ORIGEMPPG IN ('1', '2')
                               THEN P.VALORPPG * X.PERCRAT / 100
                               ELSE 0 END),
                      SUM(CASE WHEN P.ORIGEMPPG = 'R'
                               THEN P.VALORPPG * X.PERCRAT / 100
                               ELSE 0 END)
                   INTO :WK-PENSAO-FOLHA :WK-IND-SOMA1,
                        :WK-PENSAO-DECIMO :WK-IND-SOMA2,
                        :WK-PENSAO-RESCISAO :WK-IND-SOMA3
                   FROM EAD703.PENSOES_PAGAMENTOS P,
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
                   WHERE P.CODFUN = X.CODFUN
                     AND X.CODDEPTO = :DB2-DEPTOFUN
                     AND P.ANOMESPPG = :WK-ANOMES-ACCEPT
                     AND ( ( P.ORIGEMPPG IN ('M', 'F')
                             AND EXISTS
                                 (SELECT 1 FROM EAD703.FOLHA_MENSAL M
                                      WHERE M.CODFUN = P.CODFUN
                                        AND M.ANOMESFOLHA =
                                            P.ANOMESPPG) )
                        OR ( P.ORIGEMPPG IN ('1', '2')
                             AND EXISTS
                                 (SELECT 1
                                      FROM EAD703.DECIMO_TERCEIRO D
                                      WHERE D.CODFUN = P.CODFUN
                                        AND D.ANOMESDEC =
                                            P.ANOMESPPG) )
                        OR ( P.ORIGEMPPG = 'R'
                             AND EXISTS
                                 (SELECT 1 FROM EAD703.RESCISOES R
                                      WHERE R.CODFUN = P.CODFUN
                                        AND R.DATADEMISSRESC >=
                                            :WK-COMP-INI
                                        AND R.DATADEMISSRESC <
                                            :WK-COMP-PROX
                                        AND R.SITUACAORESC
                                            IN ('Q', 'P')) ) )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA SOMA DAS PENSOES DO DEPARTAMENTO '
                       DB2-DEPTOFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-SOMA1 < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-PENSAO-FOLHA
                              WK-PENSAO-DECIMO
                              WK-PENSAO-RESCISAO
           END-IF.
      *
       215-CALCULA-ENCARGOS.
      *
      *    MESMAS BASES DO COBFUN56 (INSS PATRONAL E PROVISOES SOBRE
      *    O BRUTO DA FOLHA) E DO COBFUN55 (FGTS SOBRE O BRUTO DA
      *    FOLHA MAIS A PARCELA DE 13O PAGA NO MES)
      *
           COMPUTE WK-VALOR-SALARIOS =
               WK-FOLHA-BRUTO - WK-FERIAS-BRUTO.
      *
      *    DIFERENCA ENTRE O BRUTO MENOS INSS, IRRF E PENSAO E O
      *    LIQUIDO PAGO: ADIANTAMENTO, DESCONTOS FIXOS E BENEFICIOS
      *    (A CREDITO) DEDUZIDOS DO SALARIO-FAMILIA E RETROATIVOS
      *
           COMPUTE WK-VALOR-OUTROS =
               WK-FOLHA-BRUTO - WK-FOLHA-INSS - WK-FOLHA-IRRF -
               WK-FOLHA-LIQUIDO - WK-PENSAO-FOLHA.
      *
      *    CENTAVOS DO RATEIO DO 13O (CADA PARCELA E DISTRIBUIDA E
      *    TRUNCADA EM SEPARADO) FICAM NOS OUTROS DESCONTOS, PARA QUE
      *    O CENTRO DE CUSTO FECHE DEBITO COM CREDITO
      *
           COMPUTE WK-VALOR-OUTROS = WK-VALOR-OUTROS +
               WK-DECIMO-BRUTO - WK-DECIMO-INSS - WK-DECIMO-IRRF -
               WK-DECIMO-LIQUIDO - WK-PENSAO-DECIMO.
      *
           MOVE WK-FOLHA-BRUTO TO WK-BASE-ENCARGOS.
      *
      *    ESTAGIARIOS FORA DO INSS PATRONAL E DO FGTS; APRENDIZES
      *    COM O FGTS PELO PERC-FGTS-APRZ, COMO NO COBFUN55
      *
           MOVE WK-FOLHA-BASE-INSS TO WK-BASE-INSS-PATR.
      *
           COMPUTE WK-BASE-FGTS-APRZ =
               WK-FOLHA-APRENDIZ + WK-DECIMO-APRENDIZ.
           COMPUTE WK-BASE-FGTS =
               WK-FOLHA-BASE-INSS + WK-DECIMO-BASE-FGTS -
               WK-BASE-FGTS-APRZ.
      *
           COMPUTE WK-VALOR-INSS-PATR ROUNDED =
               WK-BASE-INSS-PATR * WK-PERC-INSS-PATR / 100.
           COMPUTE WK-VALOR-FGTS ROUNDED =
               WK-BASE-FGTS * WK-PERC-FGTS / 100 +
               WK-BASE-FGTS-APRZ * WK-PERC-FGTS-APRZ / 100.
           COMPUTE WK-VALOR-PROV-13O ROUNDED =
               WK-BASE-ENCARGOS * WK-PERC-PROV-13O / 100.
           COMPUTE WK-VALOR-PROV-FER ROUNDED =
               WK-BASE-ENCARGOS * WK-PERC-PROV-FER / 100.
      *
       220-MONTA-LANCAMENTOS.
      *
      *    DESPESAS DA FOLHA E OBRIGACOES COM OS FUNCIONARIOS
      *
           MOVE '01'                TO WK-LAN-EVENTO.
           MOVE 'D'                 TO WK-LAN-NATUREZA.
           MOVE '3.1.01.001'        TO WK-LAN-CONTA.
           MOVE 'SALARIOS E ORDENADOS'
                                    TO WK-LAN-HISTORICO.
           MOVE WK-VALOR-SALARIOS   TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '02'                TO WK-LAN-EVENTO.
           MOVE 'D'                 TO WK-LAN-NATUREZA.
           MOVE '3.1.01.002'        TO WK-LAN-CONTA.
           MOVE 'FERIAS E ADICIONAL DE 1/3'
                                    TO WK-LAN-HISTORICO.
           MOVE WK-FERIAS-BRUTO     TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '03'                TO WK-LAN-EVENTO.
           MOVE 'D'                 TO WK-LAN-NATUREZA.
           MOVE '3.1.01.003'        TO WK-LAN-CONTA.
           MOVE '13O SALARIO'       TO WK-LAN-HISTORICO.
           MOVE WK-DECIMO-BRUTO     TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '04'                TO WK-LAN-EVENTO.
           MOVE 'D'                 TO WK-LAN-NATUREZA.
           MOVE '3.1.01.004'        TO WK-LAN-CONTA.
           MOVE 'VERBAS RESCISORIAS'
                                    TO WK-LAN-HISTORICO.
           MOVE WK-RESC-TOTAL       TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '05'                TO WK-LAN-EVENTO.
           MOVE 'C'                 TO WK-LAN-NATUREZA.
           MOVE '2.1.02.001'        TO WK-LAN-CONTA.
           MOVE 'INSS RETIDO A RECOLHER'
                                    TO WK-LAN-HISTORICO.
           COMPUTE WK-LAN-VALOR = WK-FOLHA-INSS + WK-DECIMO-INSS.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '06'                TO WK-LAN-EVENTO.
           MOVE 'C'                 TO WK-LAN-NATUREZA.
           MOVE '2.1.02.002'        TO WK-LAN-CONTA.
           MOVE 'IRRF RETIDO A RECOLHER'
                                    TO WK-LAN-HISTORICO.
           COMPUTE WK-LAN-VALOR = WK-FOLHA-IRRF + WK-DECIMO-IRRF.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '07'                TO WK-LAN-EVENTO.
           MOVE 'C'                 TO WK-LAN-NATUREZA.
           MOVE '2.1.01.001'        TO WK-LAN-CONTA.
           MOVE 'SALARIOS LIQUIDOS A PAGAR'
                                    TO WK-LAN-HISTORICO.
           MOVE WK-FOLHA-LIQUIDO    TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '08'                TO WK-LAN-EVENTO.
           MOVE 'C'                 TO WK-LAN-NATUREZA.
           MOVE '2.1.01.002'        TO WK-LAN-CONTA.
           MOVE '13O SALARIO LIQUIDO A PAGAR'
                                    TO WK-LAN-HISTORICO.
           MOVE WK-DECIMO-LIQUIDO   TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '09'                TO WK-LAN-EVENTO.
           MOVE 'C'                 TO WK-LAN-NATUREZA.
           MOVE '2.1.01.003'        TO WK-LAN-CONTA.
           MOVE 'RESCISOES A PAGAR' TO WK-LAN-HISTORICO.
           COMPUTE WK-LAN-VALOR =
               WK-RESC-TOTAL - WK-PENSAO-RESCISAO.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
      *    DESCONTOS A REPASSAR (OU, SE NEGATIVO, PROVENTOS NAO
      *    TRIBUTADOS) QUE FECHAM O BRUTO COM O LIQUIDO DA FOLHA
      *
           MOVE '10'                TO WK-LAN-EVENTO.
           MOVE 'C'                 TO WK-LAN-NATUREZA.
           MOVE '2.1.01.009'        TO WK-LAN-CONTA.
           MOVE 'OUTROS DESCONTOS DA FOLHA'
                                    TO WK-LAN-HISTORICO.
           MOVE WK-VALOR-OUTROS     TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
      *    ENCARGOS DO EMPREGADOR
      *
           MOVE '11'                TO WK-LAN-EVENTO.
           MOVE 'D'                 TO WK-LAN-NATUREZA.
           MOVE '3.1.02.001'        TO WK-LAN-CONTA.
           MOVE 'INSS PATRONAL'     TO WK-LAN-HISTORICO.
           MOVE WK-VALOR-INSS-PATR  TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '12'                TO WK-LAN-EVENTO.
           MOVE 'C'                 TO WK-LAN-NATUREZA.
           MOVE '2.1.02.003'        TO WK-LAN-CONTA.
           MOVE 'INSS PATRONAL A RECOLHER'
                                    TO WK-LAN-HISTORICO.
           MOVE WK-VALOR-INSS-PATR  TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '13'                TO WK-LAN-EVENTO.
           MOVE 'D'                 TO WK-LAN-NATUREZA.
           MOVE '3.1.02.002'        TO WK-LAN-CONTA.
           MOVE 'FGTS'              TO WK-LAN-HISTORICO.
           MOVE WK-VALOR-FGTS       TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '14'                TO WK-LAN-EVENTO.
           MOVE 'C'                 TO WK-LAN-NATUREZA.
           MOVE '2.1.02.004'        TO WK-LAN-CONTA.
           MOVE 'FGTS A RECOLHER'   TO WK-LAN-HISTORICO.
           MOVE WK-VALOR-FGTS       TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '15'                TO WK-LAN-EVENTO.
           MOVE 'D'                 TO WK-LAN-NATUREZA.
           MOVE '3.1.02.003'        TO WK-LAN-CONTA.
           MOVE 'PROVISAO DE 13O SALARIO'
                                    TO WK-LAN-HISTORICO.
           MOVE WK-VALOR-PROV-13O   TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '16'                TO WK-LAN-EVENTO.
           MOVE 'C'                 TO WK-LAN-NATUREZA.
           MOVE '2.1.03.001'        TO WK-LAN-CONTA.
           MOVE 'PROVISAO DE 13O SALARIO'
                                    TO WK-LAN-HISTORICO.
           MOVE WK-VALOR-PROV-13O   TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '17'                TO WK-LAN-EVENTO.
           MOVE 'D'                 TO WK-LAN-NATUREZA.
           MOVE '3.1.02.004'        TO WK-LAN-CONTA.
           MOVE 'PROVISAO DE FERIAS E 1/3'
                                    TO WK-LAN-HISTORICO.
           MOVE WK-VALOR-PROV-FER   TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
           MOVE '18'                TO WK-LAN-EVENTO.
           MOVE 'C'                 TO WK-LAN-NATUREZA.
           MOVE '2.1.03.002'        TO WK-LAN-CONTA.
           MOVE 'PROVISAO DE FERIAS E 1/3'
                                    TO WK-LAN-HISTORICO.
           MOVE WK-VALOR-PROV-FER   TO WK-LAN-VALOR.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
      *    PENSAO ALIMENTICIA RETIDA, A CREDITAR AOS BENEFICIARIOS
      *    PELO COBFUN33 (FOLHA E RESCISAO) E PELO COBFUN49 (13O)
      *
           MOVE '19'                TO WK-LAN-EVENTO.
           MOVE 'C'                 TO WK-LAN-NATUREZA.
           MOVE '2.1.01.004'        TO WK-LAN-CONTA.
           MOVE 'PENSAO ALIMENTICIA A PAGAR'
                                    TO WK-LAN-HISTORICO.
           COMPUTE WK-LAN-VALOR =
               WK-PENSAO-FOLHA + WK-PENSAO-DECIMO +
               WK-PENSAO-RESCISAO.
           PERFORM 240-GRAVA-LANCAMENTO.
      *
       230-TOTALIZA-DEPARTAMENTO.
           MOVE WK-DEPTO-DEBITO TO WK-TOTAL-EDIT.
           DISPLAY '  TOTAL DEBITOS...: ' WK-TOTAL-EDIT.
           MOVE WK-DEPTO-CREDITO TO WK-TOTAL-EDIT.
           DISPLAY '  TOTAL CREDITOS..: ' WK-TOTAL-EDIT.
      *
           IF WK-DEPTO-DEBITO NOT = WK-DEPTO-CREDITO
               DISPLAY '  *** CENTRO DE CUSTO ' DB2-DEPTOFUN
                       ' NAO FECHA DEBITO COM CREDITO ***'
           END-IF.
      *
           DISPLAY '****************************************'.
      *
           MOVE ZEROES TO WK-DEPTO-DEBITO
                          WK-DEPTO-CREDITO.
      *
       240-GRAVA-LANCAMENTO.
      *
      *    VALOR NEGATIVO INVERTE A NATUREZA; VALOR ZERO NAO GERA
      *    LANCAMENTO
      *
           IF WK-LAN-VALOR < 0
               COMPUTE WK-LAN-VALOR = WK-LAN-VALOR * -1
               IF WK-LAN-NATUREZA = 'D'
                   MOVE 'C' TO WK-LAN-NATUREZA
               ELSE
                   MOVE 'D' TO WK-LAN-NATUREZA
               END-IF
           END-IF.
      *
           IF WK-LAN-VALOR > 0
               ADD 1 TO WK-QTDE-DETALHE
      *
               MOVE WK-QTDE-DETALHE  TO WK-DET-SEQUENCIA
               MOVE DB2-DEPTOFUN     TO WK-DET-CCUSTO
               MOVE WK-LAN-CONTA     TO WK-DET-CONTA
               MOVE WK-LAN-NATUREZA  TO WK-DET-NATUREZA
               MOVE WK-LAN-VALOR     TO WK-DET-VALOR
               MOVE WK-LAN-EVENTO    TO WK-DET-EVENTO
               MOVE WK-LAN-HISTORICO TO WK-DET-HISTORICO
      *
               WRITE REG-CONTABIL FROM WK-REG-DETALHE
      *
               IF WK-LAN-NATUREZA = 'D'
                   ADD WK-LAN-VALOR TO WK-DEPTO-DEBITO
                                       WK-TOTAL-DEBITO
               ELSE
                   ADD WK-LAN-VALOR TO WK-DEPTO-CREDITO
                                       WK-TOTAL-CREDITO
               END-IF
      *
               MOVE WK-LAN-VALOR TO WK-VALOR-EDIT
               DISPLAY '  ' WK-LAN-CONTA ' ' WK-LAN-NATUREZA ' '
                       WK-VALOR-EDIT ' ' WK-LAN-HISTORICO
           END-IF.
      ******************************************************************
       300-LER-DEPARTAMENTO SECTION.
       301-LER-DEPARTAMENTO.
           EXEC SQL
               FETCH DEPTOTEMP
                   INTO :DB2-DEPTOFUN
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
           MOVE WK-QTDE-DEPTOS TO WK-QTDE-EDIT.
           DISPLAY 'CENTROS DE CUSTO NO DIARIO....: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-DETALHE TO WK-QTDE-EDIT.
           DISPLAY 'LANCAMENTOS GERADOS...........: ' WK-QTDE-EDIT.
           MOVE WK-TOTAL-DEBITO TO WK-TOTAL-EDIT.
           DISPLAY 'TOTAL DE DEBITOS..............: ' WK-TOTAL-EDIT.
           MOVE WK-TOTAL-CREDITO TO WK-TOTAL-EDIT.
           DISPLAY 'TOTAL DE CREDITOS.............: ' WK-TOTAL-EDIT.
      *
           IF WK-TOTAL-DEBITO = WK-TOTAL-CREDITO
               MOVE WK-QTDE-DETALHE  TO WK-TRL-QTDE
               MOVE WK-TOTAL-DEBITO  TO WK-TRL-DEBITO
               MOVE WK-TOTAL-CREDITO TO WK-TRL-CREDITO
               WRITE REG-CONTABIL FROM WK-REG-TRAILER
               CLOSE ARQ-CONTABIL
               DISPLAY 'ARQUIVO CONTABIL BALANCEADO E LIBERADO'
           ELSE
               PERFORM 903-RECUSA-ARQUIVO
           END-IF.
      *
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-QTDE-DEPTOS  TO DB2E-QTDELIDLOG.
      *
           IF RETURN-CODE = 0
               MOVE WK-QTDE-DETALHE TO DB2E-QTDEAPLLOG
               MOVE ZEROES          TO DB2E-QTDEREJLOG
           ELSE
               MOVE ZEROES          TO DB2E-QTDEAPLLOG
               MOVE WK-QTDE-DETALHE TO DB2E-QTDEREJLOG
           END-IF.
      *
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
      *
       903-RECUSA-ARQUIVO.
      *
      *    LOTE DESBALANCEADO NAO PODE CHEGAR A CONTABILIDADE: O
      *    ARQUIVO E REABERTO VAZIO E O JOB PARA COM RETURN-CODE 12
      *
           CLOSE ARQ-CONTABIL.
           OPEN OUTPUT ARQ-CONTABIL.
           CLOSE ARQ-CONTABIL.
      *
           DISPLAY '*** DEBITOS DIFEREM DOS CREDITOS. ARQUIVO'
                   ' CONTABIL RECUSADO E ESVAZIADO ***'.
           MOVE 12 TO RETURN-CODE.
      ******************************************************************
       END PROGRAM COBFUN71.
