      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : CALCULO MENSAL DO DEPOSITO DE FGTS SOBRE O BRUTO    *
      *            DE CADA FUNCIONARIO NA COMPETENCIA (FOLHA MENSAL,   *
      *            JA COM FERIAS, MAIS A PARCELA DE 13O E AS           *
      *            DIFERENCAS DE FOLHA COMPLEMENTAR PAGAS NO MES), COM *
      *            RELATORIO DE CONFERENCIA POR DEPARTAMENTO E         *
      *            ARQUIVO DE RECOLHIMENTO EM LAYOUT FIXO PARA O       *
      *            BANCO (DB2), SEPARADO POR ESTABELECIMENTO (CNPJ) DO *
      *            DEPARTAMENTO DO FUNCIONARIO: REGISTRO 2 ABRE E      *
      *            REGISTRO 8 TOTALIZA CADA ESTABELECIMENTO            *
      *            O VENCIMENTO (DIA DO PARAMETRO DIA-VENC-FGTS DO MES *
      *            SEGUINTE, ANTECIPADO PARA O DIA UTIL ANTERIOR PELO  *
      *            CALENDARIO DE FERIADOS DO COBFUN95) VAI NO HEADER   *
      *            ESTAGIARIOS (CONTRATO TIPO E) NAO TEM DEPOSITO E    *
      *            APRENDIZES (TIPO A) DEPOSITAM PELO PARAMETRO        *
      *            PERC-FGTS-APRZ (2% SEM PARAMETRO)                   *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
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
                         F.NOMEFUN,
                         F.DEPTOFUN,
                         F.CPFFUN,
                         M.SALARIOBRUTO,
                         F.TIPOCONTFUN,
                         S.CODESTAB,
                         S.CNPJESTAB,
                         S.RAZAOESTAB
                       FROM EAD703.FUNCIONARIOS F,
                            EAD703.FOLHA_MENSAL M,
                            EAD703.DEPARTAMENTOS D,
                            EAD703.ESTABELECIMENTOS S
                       WHERE  M.CODFUN = F.CODFUN
                         AND  D.CODDEPTO = F.DEPTOFUN
                         AND  S.CODESTAB = D.CODESTAB
                         AND  M.ANOMESFOLHA = :WK-ANOMES-ACCEPT
                         AND  F.TIPOCONTFUN <> 'E'
                       ORDER BY S.CODESTAB, F.DEPTOFUN, F.CODFUN
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-DATA-GERACAO      PIC X(10)         VALUE SPACES.
       77  WK-DIA-VENC-FGTS     PIC 99            VALUE 20.
       77  WK-DIA-VENC-EDIT     PIC 99            VALUE ZEROES.
       77  WK-DATA-VENCTO       PIC X(10)         VALUE SPACES.
       77  WK-DATA-DIA          PIC X(10)         VALUE SPACES.
       77  WK-DIA-SEMANA        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FERIADO-CONT      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DIA-UTIL-SW       PIC X             VALUE 'N'.
           88 WK-DIA-UTIL                         VALUE 'S'.
       77  WK-PERC-FGTS         PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 8,00.
       77  WK-PERC-FGTS-APRZ    PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 2,00.
       77  WK-PERC-FGTS-APLIC   PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-BRUTO-13O         PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-13O           PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-BRUTO-CPL         PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-CPL           PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-BASE-FGTS         PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-FGTS        PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DEPTO-FGTS        PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ESTAB-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-ESTAB-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-ESTAB-BASE        PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ESTAB-FGTS        PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-BASE        PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-FGTS        PIC S9(11)V9(2) USAGE COMP-3
              VALUE 'RECOLHIMENTO FGTS   '.
           05 WK-HDR-ANOMES        PIC X(6).
           05 WK-HDR-DATA          PIC X(10).
           05 WK-HDR-VENCTO        PIC X(10).
           05 FILLER               PIC X(33)      VALUE SPACES.
      *
       01  WK-REG-ESTAB-HEADER.
           05 FILLER               PIC X          VALUE '2'.
           05 WK-EST-CODESTAB      PIC X(3).
           05 WK-EST-CNPJ          PIC X(14).
           05 WK-EST-RAZAO         PIC X(40).
           05 FILLER               PIC X(22)      VALUE SPACES.
      *
       01  WK-REG-DETALHE.
           05 FILLER               PIC X          VALUE '1'.
           05 WK-DET-BASE          PIC 9(9)V99.
           05 WK-DET-VALOR         PIC 9(9)V99.
           05 FILLER               PIC X(6)       VALUE SPACES.
      *
       01  WK-REG-ESTAB-TRAILER.
           05 FILLER               PIC X          VALUE '8'.
           05 WK-ETR-CODESTAB      PIC X(3).
           05 WK-ETR-QTDE          PIC 9(6).
           05 WK-ETR-BASE          PIC 9(11)V99.
           05 WK-ETR-TOTAL         PIC 9(11)V99.
           05 FILLER               PIC X(44)      VALUE SPACES.
      *
       01  WK-REG-TRAILER.
           05 FILLER               PIC X          VALUE '9'.
           EXEC SQL
               SET :WK-DATA-GERACAO = CURRENT DATE
           END-EXEC.
      *
           PERFORM 107-CALCULA-VENCIMENTO.
      *
           OPEN OUTPUT ARQ-FGTS.
      *
           MOVE WK-ANOMES-ACCEPT TO WK-HDR-ANOMES.
           MOVE WK-DATA-GERACAO  TO WK-HDR-DATA.
           MOVE WK-DATA-VENCTO   TO WK-HDR-VENCTO.
           WRITE REG-FGTS FROM WK-REG-HEADER.
      *
           EXEC SQL
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
      *    CONTRATO DE APRENDIZAGEM: ALIQUOTA REDUZIDA DA LEI 10.097
      *
           MOVE 'PERC-FGTS-APRZ' TO DB2M-CHAVEPARM.
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
                       MOVE DB2M-VALORPARM TO WK-PERC-FGTS-APRZ
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
       106-LE-DIA-VENCIMENTO.
      *
      *    DIA DO MES SEGUINTE EM QUE O FGTS VENCE, NA VERSAO
      *    VIGENTE PARA A COMPETENCIA; SEM PARAMETRO, DIA 20
      *
           MOVE 'DIA-VENC-FGTS'  TO DB2M-CHAVEPARM.
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
                   IF DB2M-VALORPARM > 0 AND DB2M-VALORPARM < 29
                       MOVE DB2M-VALORPARM TO WK-DIA-VENC-FGTS
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
       107-CALCULA-VENCIMENTO.
      *
      *    O FGTS VENCE NO DIA DO PARAMETRO DO MES SEGUINTE A
      *    COMPETENCIA; CAINDO EM FIM DE SEMANA OU FERIADO, O
      *    RECOLHIMENTO E ANTECIPADO PARA O DIA UTIL ANTERIOR
      *
           PERFORM 106-LE-DIA-VENCIMENTO.
      *
           MOVE WK-DIA-VENC-FGTS TO WK-DIA-VENC-EDIT.
           MOVE SPACES TO WK-DATA-DIA.
           STRING WK-ANO-PROX '-' WK-MES-PROX '-' WK-DIA-VENC-EDIT
               DELIMITED BY SIZE INTO WK-DATA-DIA.
      *
           PERFORM 109-VERIFICA-DIA-UTIL.
           PERFORM 108-RECUA-DIA-UTIL UNTIL WK-DIA-UTIL.
      *
           MOVE WK-DATA-DIA TO WK-DATA-VENCTO.
      *
           DISPLAY 'VENCIMENTO DO RECOLHIMENTO: ' WK-DATA-VENCTO.
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
           IF DB2ES-CODESTAB NOT = WK-ESTAB-ANTERIOR
               IF WK-ESTAB-ANTERIOR NOT = SPACES
                   PERFORM 230-TOTALIZA-DEPARTAMENTO
                   PERFORM 240-TOTALIZA-ESTABELECIMENTO
                   MOVE SPACES TO WK-DEPTO-ANTERIOR
               END-IF
               PERFORM 235-INICIA-ESTABELECIMENTO
           END-IF.
      *
           IF WK-DEPTO-ANTERIOR NOT = SPACES
              AND DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
               PERFORM 230-TOTALIZA-DEPARTAMENTO
           MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR.
      *
           PERFORM 210-CONSULTA-DECIMO.
           PERFORM 211-CONSULTA-COMPLEMENTAR.
      *
           COMPUTE WK-BASE-FGTS =
               DB2F-SALARIOBRUTO + WK-BRUTO-13O + WK-BRUTO-CPL.
      *
           IF WK-BASE-FGTS < 0
               MOVE ZEROES TO WK-BASE-FGTS
           END-IF.
      *
           IF DB2-TIPOCONTFUN = 'A'
               MOVE WK-PERC-FGTS-APRZ TO WK-PERC-FGTS-APLIC
           ELSE
               MOVE WK-PERC-FGTS      TO WK-PERC-FGTS-APLIC
           END-IF.
      *
           COMPUTE WK-VALOR-FGTS ROUNDED =
               WK-BASE-FGTS * WK-PERC-FGTS-APLIC / 100.
      *
           PERFORM 220-GRAVA-DETALHE.
      *
           ADD 1             TO WK-DEPTO-QTDE
                                WK-ESTAB-QTDE.
           ADD WK-BASE-FGTS  TO WK-DEPTO-BASE
                                WK-ESTAB-BASE
                                WK-TOTAL-BASE.
           ADD WK-VALOR-FGTS TO WK-DEPTO-FGTS
                                WK-ESTAB-FGTS
                                WK-TOTAL-FGTS.
      *
           PERFORM 301-LER-FOLHA.
           IF WK-IND-13O < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-BRUTO-13O
           END-IF.
      *
       211-CONSULTA-COMPLEMENTAR.
      *
      *    DIFERENCAS DE BRUTO DAS FOLHAS COMPLEMENTARES (COBFUN15,
      *    TIPO C) PAGAS NA COMPETENCIA, DE QUALQUER COMPETENCIA DE
      *    ORIGEM
      *
           MOVE ZEROES TO WK-BRUTO-CPL.
      *
           EXEC SQL
               SELECT SUM(BRUTOCPL)
                   INTO :WK-BRUTO-CPL :WK-IND-CPL
                   FROM EAD703.FOLHA_COMPLEMENTAR
                   WHERE CODFUN = :DB2-CODFUN
                     AND ANOMESPAGCPL = :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA FOLHA COMPLEMENTAR'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-CPL < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-BRUTO-CPL
           END-IF.
      *
       220-GRAVA-DETALHE.
           ADD 1 TO WK-QTDE-DETALHE.
           MOVE ZEROES TO WK-DEPTO-QTDE
                          WK-DEPTO-BASE
                          WK-DEPTO-FGTS.
      *
       235-INICIA-ESTABELECIMENTO.
      *
      *    CADA ESTABELECIMENTO E RECOLHIDO NO SEU PROPRIO CNPJ
      *
           MOVE DB2ES-CODESTAB TO WK-ESTAB-ANTERIOR.
      *
           MOVE DB2ES-CODESTAB        TO WK-EST-CODESTAB.
           MOVE DB2ES-CNPJESTAB       TO WK-EST-CNPJ.
           MOVE DB2ES-RAZAOESTAB-TEXT TO WK-EST-RAZAO.
           WRITE REG-FGTS FROM WK-REG-ESTAB-HEADER.
      *
           DISPLAY 'ESTABELECIMENTO: ' DB2ES-CODESTAB
                   ' CNPJ ' DB2ES-CNPJESTAB ' '
                   DB2ES-RAZAOESTAB-TEXT.
           DISPLAY '****************************************'.
      *
       240-TOTALIZA-ESTABELECIMENTO.
           MOVE WK-ESTAB-ANTERIOR TO WK-ETR-CODESTAB.
           MOVE WK-ESTAB-QTDE     TO WK-ETR-QTDE.
           MOVE WK-ESTAB-BASE     TO WK-ETR-BASE.
           MOVE WK-ESTAB-FGTS     TO WK-ETR-TOTAL.
           WRITE REG-FGTS FROM WK-REG-ESTAB-TRAILER.
      *
           MOVE WK-ESTAB-QTDE TO WK-QTDE-EDIT.
           DISPLAY 'TOTAL DO ESTABELECIMENTO ' WK-ESTAB-ANTERIOR.
           DISPLAY 'QTDE FUNCS     : ' WK-QTDE-EDIT.
           MOVE WK-ESTAB-BASE TO WK-TOTAL-EDIT.
           DISPLAY 'BASE FGTS      : ' WK-TOTAL-EDIT.
           MOVE WK-ESTAB-FGTS TO WK-TOTAL-EDIT.
           DISPLAY 'DEPOSITO FGTS  : ' WK-TOTAL-EDIT.
           DISPLAY '****************************************'.
      *
           MOVE ZEROES TO WK-ESTAB-QTDE
                          WK-ESTAB-BASE
                          WK-ESTAB-FGTS.
      ******************************************************************
       300-LER-FOLHA SECTION.
       301-LER-FOLHA.
           MOVE SPACES TO DB2-NOMEFUN-TEXT
                          DB2ES-RAZAOESTAB-TEXT.
      *
           EXEC SQL
               FETCH FGTSTEMP
                        :DB2-NOMEFUN,
                        :DB2-DEPTOFUN,
                        :DB2-CPFFUN,
                        :DB2F-SALARIOBRUTO,
                        :DB2-TIPOCONTFUN,
                        :DB2ES-CODESTAB,
                        :DB2ES-CNPJESTAB,
                        :DB2ES-RAZAOESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
           IF WK-DEPTO-QTDE > 0
               PERFORM 230-TOTALIZA-DEPARTAMENTO
           END-IF.
      *
           IF WK-ESTAB-ANTERIOR NOT = SPACES
               PERFORM 240-TOTALIZA-ESTABELECIMENTO
           END-IF.
      *
           MOVE WK-QTDE-DETALHE TO WK-TRL-QTDE.
           MOVE WK-TOTAL-BASE   TO WK-TRL-BASE.
