      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : GERACAO MENSAL DAS GUIAS DE RECOLHIMENTO DO INSS    *
      *            (GPS 2100: RETIDO DOS FUNCIONARIOS MAIS A PARTE     *
      *            PATRONAL PELO PARAMETRO PERC-INSS-PATR) E DO IRRF   *
      *            RETIDO (DARF 0561), CONSOLIDANDO FOLHA_MENSAL,      *
      *            FERIAS_PAGAMENTOS, DECIMO_TERCEIRO, RESCISOES E AS  *
      *            DIFERENCAS DE FOLHA COMPLEMENTAR PAGAS NA           *
      *            COMPETENCIA. GRAVA O CONTROLE EM GUIAS_RECOLHIMENTO *
      *            E IMPRIME AS GUIAS COM O VENCIMENTO LEGAL (DIA 20   *
      *            DO MES SEGUINTE, ANTECIPADO SE NAO FOR DIA UTIL)    *
      *            (DB2). O PAGAMENTO E REGISTRADO PELO COBFUN78 E AS  *
      *            GUIAS VENCIDAS SAO LISTADAS PELO COBFUN79           *
      *            UM PAR DE GUIAS POR ESTABELECIMENTO (CNPJ) COM      *
      *            MOVIMENTO, PELO DEPARTAMENTO DO FUNCIONARIO.        *
      *            ESTAGIARIOS (CONTRATO TIPO E) NAO ENTRAM NA BASE DA *
      *            PARTE PATRONAL                                      *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN77.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GUIAS ASSIGN TO GUIAREC
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-GUIAS
           RECORDING MODE IS F.
       01  REG-GUIAS                PIC X(80).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFOLH
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKFPAG
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKDECT
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKRESC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKCOMP
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKGUIA
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPARM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKESTB
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
           EXEC SQL
               DECLARE ESTABTEMP CURSOR FOR
                  SELECT CODESTAB,
                         CNPJESTAB,
                         RAZAOESTAB
                       FROM EAD703.ESTABELECIMENTOS
                       ORDER BY CODESTAB
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-USUARIO           PIC X(8)          VALUE SPACES.
       77  WK-SITUACAO-COMP     PIC X             VALUE SPACES.
       77  WK-SITUACAO-GUIA     PIC X             VALUE SPACES.
       77  WK-DATA-GERACAO      PIC X(10)         VALUE SPACES.
       77  WK-PERC-INSS-PATR    PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 20,00.
       77  WK-IND-SOMA1         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-SOMA2         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-SOMA3         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-SOMA-BASE         PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-SOMA-INSS         PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-SOMA-IRRF         PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-BASE-PATRONAL     PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-RETIDO-INSS       PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-RETIDO-IRRF       PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-INSS-PATRONAL     PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-QTDE-GERADAS      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-REJEITADAS   PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-SEM-MOVTO    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
      *
       01  WK-PARM-GUIA.
           05 WK-ANOMES-ACCEPT     PIC X(6)       VALUE SPACES.
           05 FILLER REDEFINES WK-ANOMES-ACCEPT.
              10 WK-ANOMES-ANO     PIC 9(4).
              10 WK-ANOMES-MES     PIC 9(2).
      *
       77  WK-ANO-PROX          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
       77  WK-COMP-INI          PIC X(10)         VALUE SPACES.
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
       77  WK-VENCIMENTO        PIC X(10)         VALUE SPACES.
       77  WK-DATA-DIA          PIC X(10)         VALUE SPACES.
       77  WK-DIA-SEMANA        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FERIADO-CONT      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DIA-UTIL-SW       PIC X             VALUE 'N'.
           88 WK-DIA-UTIL                         VALUE 'S'.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 WK-LIN-NOME-GUIA     PIC X(38).
           05 FILLER               PIC X(13)
              VALUE 'COMPETENCIA: '.
           05 WK-LIN-ANO           PIC X(4).
           05 FILLER               PIC X     VALUE '/'.
           05 WK-LIN-MES           PIC X(2).
           05 FILLER               PIC X(22) VALUE SPACES.
      *
       01  WK-LIN-CONTRIBUINTE.
           05 FILLER               PIC X(14)
              VALUE 'CONTRIBUINTE: '.
           05 WK-LIN-CNPJ          PIC X(14).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-RAZAO         PIC X(40).
           05 FILLER               PIC X(11) VALUE SPACES.
      *
       01  WK-LIN-CODIGO.
           05 FILLER               PIC X(20)
              VALUE 'CODIGO DE RECEITA: '.
           05 WK-LIN-CODREC        PIC X(4).
           05 FILLER               PIC X(16)
              VALUE '   VENCIMENTO: '.
           05 WK-LIN-VENCTO        PIC X(10).
           05 FILLER               PIC X(30) VALUE SPACES.
      *
       01  WK-LIN-VALOR.
           05 WK-LIN-ROTULO        PIC X(26).
           05 FILLER               PIC X(2)  VALUE ': '.
           05 WK-LIN-VALOR-EDIT    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(38) VALUE SPACES.
      *
       01  WK-LIN-GERACAO.
           05 FILLER               PIC X(14)
              VALUE 'EMITIDA EM:   '.
           05 WK-LIN-DATA-GERACAO  PIC X(10).
           05 FILLER               PIC X(5)  VALUE ' POR '.
           05 WK-LIN-USUARIO       PIC X(8).
           05 FILLER               PIC X(43) VALUE SPACES.
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
           ACCEPT WK-PARM-GUIA FROM SYSIN.
      *
           IF WK-ANOMES-ACCEPT NOT NUMERIC
              OR WK-ANOMES-MES < 01 OR WK-ANOMES-MES > 12
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' INVALIDA. INFORME AAAAMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           DISPLAY 'GUIAS DE RECOLHIMENTO INSS/IRRF - COMPETENCIA '
                   WK-ANOMES-ACCEPT.
           DISPLAY '**********************************************'.
      *
           MOVE SPACES TO WK-COMP-INI.
           STRING WK-ANOMES-ACCEPT (1:4) '-'
                  WK-ANOMES-ACCEPT (5:2) '-01'
               DELIMITED BY SIZE INTO WK-COMP-INI.
      *
           MOVE WK-ANOMES-ANO TO WK-ANO-PROX.
           MOVE WK-ANOMES-MES TO WK-MES-PROX.
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
           EXEC SQL
               SET :WK-USUARIO = USER
           END-EXEC.
      *
           EXEC SQL
               SET :WK-DATA-GERACAO = CURRENT DATE
           END-EXEC.
      *
           PERFORM 103-VERIFICA-COMPETENCIA.
           PERFORM 102-GRAVA-LOG-INICIO.
           PERFORM 105-LE-PARAMETROS.
           PERFORM 106-CALCULA-VENCIMENTO.
      *
           OPEN OUTPUT ARQ-GUIAS.
      *
           EXEC SQL
               OPEN ESTABTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-ESTABELECIMENTO
               WHEN 100
                   DISPLAY 'NENHUM ESTABELECIMENTO CADASTRADO'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN77' TO DB2E-NOMEPGM.
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
      *    AS GUIAS SO SAO GERADAS DEPOIS DO CALCULO DA FOLHA
      *    (COMPETENCIA CALCULADA, PAGA OU FECHADA)
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
                               ' AINDA ABERTA. CALCULE A FOLHA'
                               ' (COBFUN15) ANTES DE GERAR AS GUIAS'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN 100
                   DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                           ' SEM FOLHA CALCULADA'
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
      *
      *    VERSAO DO PARAMETRO VIGENTE PARA A COMPETENCIA, PARA QUE
      *    REPROCESSAMENTOS USEM O PERCENTUAL HISTORICO
      *
           MOVE 'PERC-INSS-PATR' TO DB2M-CHAVEPARM.
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
                   IF DB2M-VALORPARM > 0
                       MOVE DB2M-VALORPARM TO WK-PERC-INSS-PATR
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
      *
       106-CALCULA-VENCIMENTO.
      *
      *    GPS E DARF DE IRRF SOBRE SALARIOS VENCEM NO DIA 20 DO MES
      *    SEGUINTE A COMPETENCIA; CAINDO EM FIM DE SEMANA OU FERIADO
      *    NACIONAL (COBFUN95), O RECOLHIMENTO E ANTECIPADO PARA O
      *    DIA UTIL ANTERIOR
      *
           EXEC SQL
               SET :WK-DATA-DIA =
                   CHAR(DATE(:WK-COMP-PROX) + 19 DAYS, ISO)
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO CALCULO DO VENCIMENTO DAS GUIAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 109-VERIFICA-DIA-UTIL.
           PERFORM 108-RECUA-DIA-UTIL UNTIL WK-DIA-UTIL.
      *
           MOVE WK-DATA-DIA TO WK-VENCIMENTO.
      *
       108-RECUA-DIA-UTIL.
           EXEC SQL
               SET :WK-DATA-DIA = CHAR(DATE(:WK-DATA-DIA) - 1 DAY, ISO)
           END-EXEC.
      *
           PERFORM 109-VERIFICA-DIA-UTIL.
      *
       109-VERIFICA-DIA-UTIL.
      *
      *    DIA UTIL: DE SEGUNDA A SEXTA (DAYOFWEEK 1=DOMINGO ...
      *    7=SABADO) E SEM FERIADO NACIONAL CADASTRADO NA DATA
      *
           EXEC SQL
               SET :WK-DIA-SEMANA = DAYOFWEEK(DATE(:WK-DATA-DIA))
           END-EXEC.
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-FERIADO-CONT
                   FROM EAD703.FERIADOS
                   WHERE DATAFER = :WK-DATA-DIA
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
           IF WK-DIA-SEMANA = 1 OR WK-DIA-SEMANA = 7
              OR WK-FERIADO-CONT > 0
               MOVE 'N' TO WK-DIA-UTIL-SW
           ELSE
               MOVE 'S' TO WK-DIA-UTIL-SW
           END-IF.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           MOVE ZEROES TO WK-BASE-PATRONAL
                          WK-RETIDO-INSS
                          WK-RETIDO-IRRF.
      *
           PERFORM 202-SOMA-FOLHA.
           PERFORM 203-SOMA-FERIAS.
           PERFORM 204-SOMA-DECIMO.
           PERFORM 205-SOMA-RESCISAO.
           PERFORM 207-SOMA-COMPLEMENTAR.
      *
           IF WK-BASE-PATRONAL = 0
              AND WK-RETIDO-INSS = 0
              AND WK-RETIDO-IRRF = 0
               DISPLAY 'ESTABELECIMENTO ' DB2ES-CODESTAB
                       ' SEM MOVIMENTO NA COMPETENCIA'
               ADD 1 TO WK-QTDE-SEM-MOVTO
           ELSE
               PERFORM 208-GERA-GUIAS
           END-IF.
      *
           PERFORM 301-LER-ESTABELECIMENTO.
      *
       208-GERA-GUIAS.
           COMPUTE WK-INSS-PATRONAL ROUNDED =
               WK-BASE-PATRONAL * WK-PERC-INSS-PATR / 100.
      *
      *    GPS - CODIGO 2100 (EMPRESAS EM GERAL, CNPJ)
      *
           MOVE WK-ANOMES-ACCEPT TO DB2GR-ANOMESGUIA.
           MOVE 'G'              TO DB2GR-TIPOGUIA.
           MOVE DB2ES-CODESTAB   TO DB2GR-CODESTAB.
           MOVE '2100'           TO DB2GR-CODRECGUIA.
           MOVE WK-RETIDO-INSS   TO DB2GR-VALORRETGUIA.
           MOVE WK-INSS-PATRONAL TO DB2GR-VALORPATRGUIA.
           COMPUTE DB2GR-VALORGUIA =
               WK-RETIDO-INSS + WK-INSS-PATRONAL.
           PERFORM 210-GRAVA-GUIA.
      *
      *    DARF - CODIGO 0561 (IRRF SOBRE RENDIMENTOS DO TRABALHO
      *    ASSALARIADO); NAO HA PARTE PATRONAL
      *
           MOVE WK-ANOMES-ACCEPT TO DB2GR-ANOMESGUIA.
           MOVE 'D'              TO DB2GR-TIPOGUIA.
           MOVE DB2ES-CODESTAB   TO DB2GR-CODESTAB.
           MOVE '0561'           TO DB2GR-CODRECGUIA.
           MOVE WK-RETIDO-IRRF   TO DB2GR-VALORRETGUIA.
           MOVE ZEROES           TO DB2GR-VALORPATRGUIA.
           MOVE WK-RETIDO-IRRF   TO DB2GR-VALORGUIA.
           PERFORM 210-GRAVA-GUIA.
      *
       202-SOMA-FOLHA.
      *
      *    A FOLHA MENSAL JA TRAZ O INSS E O IRRF DOS RECIBOS DE
      *    FERIAS LANCADOS NELA PELO COBFUN15
      *    ESTAGIARIO (CONTRATO TIPO E) NAO ENTRA NA BASE DA PARTE
      *    PATRONAL; O IRRF RETIDO DELE CONTINUA NA DARF (TAMBEM NAS
      *    SOMAS SEGUINTES)
      *
           EXEC SQL
               SELECT SUM(CASE WHEN F.TIPOCONTFUN = 'E' THEN 0
                               ELSE M.SALARIOBRUTO END),
                      SUM(M.DESCINSS),
                      SUM(M.DESCIRRF)
                   INTO :WK-SOMA-BASE :WK-IND-SOMA1,
                        :WK-SOMA-INSS :WK-IND-SOMA2,
                        :WK-SOMA-IRRF :WK-IND-SOMA3
                   FROM EAD703.FOLHA_MENSAL M,
                        EAD703.FUNCIONARIOS F,
                        EAD703.DEPARTAMENTOS D
                   WHERE M.ANOMESFOLHA = :WK-ANOMES-ACCEPT
                     AND F.CODFUN = M.CODFUN
                     AND D.CODDEPTO = F.DEPTOFUN
                     AND D.CODESTAB = :DB2ES-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA SOMA DA FOLHA MENSAL'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 206-ACUMULA-SOMAS.
      *
       203-SOMA-FERIAS.
      *
      *    RECIBOS DE FERIAS DA COMPETENCIA DE FUNCIONARIOS SEM
      *    FOLHA NO MES (OS DEMAIS JA ESTAO NA FOLHA_MENSAL)
      *
           EXEC SQL
               SELECT SUM(CASE WHEN F.TIPOCONTFUN = 'E' THEN 0
                               ELSE P.VALORFERIAS + P.VALORTERCO END),
                      SUM(P.INSSFER),
                      SUM(P.IRRFFER)
                   INTO :WK-SOMA-BASE :WK-IND-SOMA1,
                        :WK-SOMA-INSS :WK-IND-SOMA2,
                        :WK-SOMA-IRRF :WK-IND-SOMA3
                   FROM EAD703.FERIAS_PAGAMENTOS P,
                        EAD703.FUNCIONARIOS F,
                        EAD703.DEPARTAMENTOS D
                   WHERE P.ANOMESFER = :WK-ANOMES-ACCEPT
                     AND P.SITUACAOFPAG IN ('C', 'L')
                     AND NOT EXISTS
                         (SELECT 1 FROM EAD703.FOLHA_MENSAL M
                             WHERE M.CODFUN = P.CODFUN
                               AND M.ANOMESFOLHA = P.ANOMESFER)
                     AND F.CODFUN = P.CODFUN
                     AND D.CODDEPTO = F.DEPTOFUN
                     AND D.CODESTAB = :DB2ES-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA SOMA DOS RECIBOS DE FERIAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 206-ACUMULA-SOMAS.
      *
       204-SOMA-DECIMO.
           EXEC SQL
               SELECT SUM(CASE WHEN F.TIPOCONTFUN = 'E' THEN 0
                               ELSE T.VALORBRUTODEC END),
                      SUM(T.INSSDEC),
                      SUM(T.IRRFDEC)
                   INTO :WK-SOMA-BASE :WK-IND-SOMA1,
                        :WK-SOMA-INSS :WK-IND-SOMA2,
                        :WK-SOMA-IRRF :WK-IND-SOMA3
                   FROM EAD703.DECIMO_TERCEIRO T,
                        EAD703.FUNCIONARIOS F,
                        EAD703.DEPARTAMENTOS D
                   WHERE T.ANOMESDEC = :WK-ANOMES-ACCEPT
                     AND F.CODFUN = T.CODFUN
                     AND D.CODDEPTO = F.DEPTOFUN
                     AND D.CODESTAB = :DB2ES-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA SOMA DO 13O SALARIO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 206-ACUMULA-SOMAS.
      *
       205-SOMA-RESCISAO.
      *
      *    RESCISOES CONFIRMADAS (Q) OU CREDITADAS (P) NA COMPETENCIA.
      *    O COBFUN18 NAO RETEM INSS NEM IRRF; ENTRAM SO NA BASE DA
      *    PARTE PATRONAL O SALDO DE SALARIO, O 13O PROPORCIONAL E
      *    O SALDO DO BANCO DE HORAS PAGO NA RESCISAO (FERIAS
      *    INDENIZADAS NAO SOFREM INCIDENCIA)
      *
           EXEC SQL
               SELECT SUM(SALDOSALRESC + DECIMORESC + BCOHORASRESC)
                   INTO :WK-SOMA-BASE :WK-IND-SOMA1
                   FROM EAD703.RESCISOES
                   WHERE DATADEMISSRESC >= :WK-COMP-INI
                     AND DATADEMISSRESC < :WK-COMP-PROX
                     AND SITUACAORESC IN ('Q', 'P')
                     AND CODFUN IN
                         (SELECT F.CODFUN
                             FROM EAD703.FUNCIONARIOS F,
                                  EAD703.DEPARTAMENTOS D
                             WHERE D.CODDEPTO = F.DEPTOFUN
                               AND D.CODESTAB = :DB2ES-CODESTAB
                               AND F.TIPOCONTFUN <> 'E')
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA SOMA DAS RESCISOES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-SOMA1 >= 0 AND SQLCODE = 0
               ADD WK-SOMA-BASE TO WK-BASE-PATRONAL
           END-IF.
      *
       207-SOMA-COMPLEMENTAR.
      *
      *    DIFERENCAS DAS FOLHAS COMPLEMENTARES (COBFUN15, TIPO C)
      *    PAGAS NA COMPETENCIA, DE QUALQUER COMPETENCIA DE ORIGEM
      *
           EXEC SQL
               SELECT SUM(CASE WHEN F.TIPOCONTFUN = 'E' THEN 0
                               ELSE C.BRUTOCPL END),
                      SUM(C.INSSCPL),
                      SUM(C.IRRFCPL)
                   INTO :WK-SOMA-BASE :WK-IND-SOMA1,
                        :WK-SOMA-INSS :WK-IND-SOMA2,
                        :WK-SOMA-IRRF :WK-IND-SOMA3
                   FROM EAD703.FOLHA_COMPLEMENTAR C,
                        EAD703.FUNCIONARIOS F,
                        EAD703.DEPARTAMENTOS D
                   WHERE C.ANOMESPAGCPL = :WK-ANOMES-ACCEPT
                     AND F.CODFUN = C.CODFUN
                     AND D.CODDEPTO = F.DEPTOFUN
                     AND D.CODESTAB = :DB2ES-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA SOMA DAS FOLHAS COMPLEMENTARES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 206-ACUMULA-SOMAS.
      *
       206-ACUMULA-SOMAS.
           IF WK-IND-SOMA1 >= 0 AND SQLCODE = 0
               ADD WK-SOMA-BASE TO WK-BASE-PATRONAL
               ADD WK-SOMA-INSS TO WK-RETIDO-INSS
               ADD WK-SOMA-IRRF TO WK-RETIDO-IRRF
           END-IF.
      *
       210-GRAVA-GUIA.
      *
      *    GUIA JA PAGA (COBFUN78) NAO E REGERADA; GUIA EM ABERTO E
      *    RECALCULADA, PARA ACOMPANHAR UM RECALCULO DA FOLHA
      *
           EXEC SQL
               SELECT SITUACAOGUIA INTO :WK-SITUACAO-GUIA
                   FROM EAD703.GUIAS_RECOLHIMENTO
                   WHERE ANOMESGUIA = :DB2GR-ANOMESGUIA
                     AND TIPOGUIA = :DB2GR-TIPOGUIA
                     AND CODESTAB = :DB2GR-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-SITUACAO-GUIA = 'P'
                       DISPLAY 'GUIA ' DB2GR-TIPOGUIA ' DA COMPETENCIA '
                               DB2GR-ANOMESGUIA ' DO ESTABELECIMENTO '
                               DB2GR-CODESTAB ' JA ESTA PAGA.'
                               ' NAO FOI REGERADA'
                       ADD 1 TO WK-QTDE-REJEITADAS
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM 211-REGRAVA-GUIA
                   END-IF
               WHEN 100
                   PERFORM 212-INCLUI-GUIA
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA GUIA DE RECOLHIMENTO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       211-REGRAVA-GUIA.
           EXEC SQL
               UPDATE EAD703.GUIAS_RECOLHIMENTO
                   SET CODRECGUIA = :DB2GR-CODRECGUIA,
                       VALORRETGUIA = :DB2GR-VALORRETGUIA,
                       VALORPATRGUIA = :DB2GR-VALORPATRGUIA,
                       VALORGUIA = :DB2GR-VALORGUIA,
                       VENCTOGUIA = :WK-VENCIMENTO,
                       USUARIOGUIA = :WK-USUARIO,
                       DATAHORAGUIA = CURRENT TIMESTAMP
                   WHERE ANOMESGUIA = :DB2GR-ANOMESGUIA
                     AND TIPOGUIA = :DB2GR-TIPOGUIA
                     AND CODESTAB = :DB2GR-CODESTAB
                     AND SITUACAOGUIA = 'A'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ATUALIZACAO DA GUIA DE RECOLHIMENTO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 220-IMPRIME-GUIA.
      *
       212-INCLUI-GUIA.
           EXEC SQL
               INSERT INTO EAD703.GUIAS_RECOLHIMENTO
                   ( ANOMESGUIA, TIPOGUIA, CODRECGUIA, VALORRETGUIA,
                     VALORPATRGUIA, VALORGUIA, VENCTOGUIA,
                     SITUACAOGUIA, DATAPAGTOGUIA, VALORPAGOGUIA,
                     USUARIOGUIA, DATAHORAGUIA, CODESTAB )
                   VALUES ( :DB2GR-ANOMESGUIA, :DB2GR-TIPOGUIA,
                            :DB2GR-CODRECGUIA, :DB2GR-VALORRETGUIA,
                            :DB2GR-VALORPATRGUIA, :DB2GR-VALORGUIA,
                            :WK-VENCIMENTO, 'A', NULL, NULL,
                            :WK-USUARIO, CURRENT TIMESTAMP,
                            :DB2GR-CODESTAB )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA INCLUSAO DA GUIA DE RECOLHIMENTO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 220-IMPRIME-GUIA.
      *
       220-IMPRIME-GUIA.
           ADD 1 TO WK-QTDE-GERADAS.
      *
           WRITE REG-GUIAS FROM WK-LIN-SEPARADOR.
      *
           IF DB2GR-TIPOGUIA = 'G'
               MOVE 'GUIA DA PREVIDENCIA SOCIAL - GPS'
                 TO WK-LIN-NOME-GUIA
           ELSE
               MOVE 'DOCUMENTO DE ARRECADACAO - DARF'
                 TO WK-LIN-NOME-GUIA
           END-IF.
      *
           MOVE WK-ANOMES-ACCEPT (1:4) TO WK-LIN-ANO.
           MOVE WK-ANOMES-ACCEPT (5:2) TO WK-LIN-MES.
           WRITE REG-GUIAS FROM WK-LIN-TITULO.
      *
           MOVE DB2ES-CNPJESTAB       TO WK-LIN-CNPJ.
           MOVE DB2ES-RAZAOESTAB-TEXT TO WK-LIN-RAZAO.
           WRITE REG-GUIAS FROM WK-LIN-CONTRIBUINTE.
      *
           MOVE DB2GR-CODRECGUIA TO WK-LIN-CODREC.
           MOVE WK-VENCIMENTO    TO WK-LIN-VENCTO.
           WRITE REG-GUIAS FROM WK-LIN-CODIGO.
      *
           IF DB2GR-TIPOGUIA = 'G'
               MOVE 'BASE PARTE PATRONAL.......' TO WK-LIN-ROTULO
               MOVE WK-BASE-PATRONAL    TO WK-LIN-VALOR-EDIT
               WRITE REG-GUIAS FROM WK-LIN-VALOR
               MOVE 'INSS RETIDO FUNCIONARIOS..' TO WK-LIN-ROTULO
               MOVE DB2GR-VALORRETGUIA  TO WK-LIN-VALOR-EDIT
               WRITE REG-GUIAS FROM WK-LIN-VALOR
               MOVE 'INSS PARTE PATRONAL.......' TO WK-LIN-ROTULO
               MOVE DB2GR-VALORPATRGUIA TO WK-LIN-VALOR-EDIT
               WRITE REG-GUIAS FROM WK-LIN-VALOR
           ELSE
               MOVE 'IRRF RETIDO FUNCIONARIOS..' TO WK-LIN-ROTULO
               MOVE DB2GR-VALORRETGUIA  TO WK-LIN-VALOR-EDIT
               WRITE REG-GUIAS FROM WK-LIN-VALOR
           END-IF.
      *
           MOVE 'VALOR TOTAL A RECOLHER....' TO WK-LIN-ROTULO.
           MOVE DB2GR-VALORGUIA     TO WK-LIN-VALOR-EDIT.
           WRITE REG-GUIAS FROM WK-LIN-VALOR.
      *
           MOVE WK-DATA-GERACAO TO WK-LIN-DATA-GERACAO.
           MOVE WK-USUARIO      TO WK-LIN-USUARIO.
           WRITE REG-GUIAS FROM WK-LIN-GERACAO.
      *
           MOVE DB2GR-VALORGUIA TO WK-TOTAL-EDIT.
           DISPLAY 'GUIA ' DB2GR-TIPOGUIA ' CODIGO ' DB2GR-CODRECGUIA
                   ' ESTAB ' DB2GR-CODESTAB
                   ' VENCIMENTO ' WK-VENCIMENTO ' VALOR '
                   WK-TOTAL-EDIT.
      ******************************************************************
       300-LER-ESTABELECIMENTO SECTION.
       301-LER-ESTABELECIMENTO.
           MOVE SPACES TO DB2ES-RAZAOESTAB-TEXT.
      *
           EXEC SQL
               FETCH ESTABTEMP
                   INTO :DB2ES-CODESTAB,
                        :DB2ES-CNPJESTAB,
                        :DB2ES-RAZAOESTAB
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
           WRITE REG-GUIAS FROM WK-LIN-SEPARADOR.
      *
           EXEC SQL
               CLOSE ESTABTEMP
           END-EXEC.
      *
           CLOSE ARQ-GUIAS.
      *
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-GERADAS TO WK-QTDE-EDIT.
           DISPLAY 'GUIAS GERADAS.................: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-REJEITADAS TO WK-QTDE-EDIT.
           DISPLAY 'GUIAS JA PAGAS (NAO REGERADAS): ' WK-QTDE-EDIT.
           MOVE WK-QTDE-SEM-MOVTO TO WK-QTDE-EDIT.
           DISPLAY 'ESTABELECIMENTOS SEM MOVIMENTO: ' WK-QTDE-EDIT.
      *
       902-GRAVA-LOG-FIM.
           COMPUTE DB2E-QTDELIDLOG =
               WK-QTDE-GERADAS + WK-QTDE-REJEITADAS.
           MOVE WK-QTDE-GERADAS    TO DB2E-QTDEAPLLOG.
           MOVE WK-QTDE-REJEITADAS TO DB2E-QTDEREJLOG.
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
       END PROGRAM COBFUN77.
