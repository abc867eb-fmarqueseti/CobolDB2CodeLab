      *            O VALOR INTEGRAL, COM OS AVOS PROPORCIONAIS A       *
      *            ADMISSAO NO ANO, GRAVACAO EM                        *
      *            EAD703.DECIMO_TERCEIRO E GERACAO DO ARQUIVO DE      *
      *            CREDITO NO LAYOUT DO COBFUN33 (DB2). A BASE INCLUI  *
      *            INSALUBRIDADE OU PERICULOSIDADE E A MEDIA DO        *
      *            ADICIONAL NOTURNO DO ANO                            *
      *            OS PRAZOS DE 30/11 E 20/12 SAO ANTECIPADOS PARA O   *
      *            DIA UTIL ANTERIOR (FERIADOS DO COBFUN95) E O        *
      *            VENCIMENTO VAI NO HEADER DO ARQUIVO. AS VERBAS DE   *
      *            CADA PARCELA SAO GRAVADAS POR RUBRICA (COBFUN44) EM *
      *            EAD703.FOLHA_RUBRICAS, ORIGEM 1 OU 2                *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               INCLUDE BOOKPARM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPENS
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPPAG
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKADIC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPONT
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLRUB
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLOGE
      *
           EXEC SQL
               DECLARE DECPAGTEMP CURSOR FOR
                  SELECT CODFUN, NOMEFUN, SALARIOFUN, ADMISSFUN,
                         DEPTOFUN
                      FROM EAD703.FUNCIONARIOS
                      WHERE ATIVOFUN = 'A'
                      ORDER BY CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE PENSTEMP CURSOR FOR
                  SELECT SEQPENS, TIPOPENS, PERCPENS
                      FROM EAD703.PENSOES_ALIMENTICIAS
                      WHERE CODFUN = :DB2-CODFUN
                        AND TIPOPENS IN ('L', 'B')
                        AND DATAINIPENS < :WK-COMP-PROX
                        AND ( DATAFIMPENS IS NULL
                           OR DATAFIMPENS >= :WK-COMP-INI )
                      ORDER BY SEQPENS
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-DATA-GERACAO      PIC X(10)         VALUE SPACES.
       77  WK-DATA-VENCTO       PIC X(10)         VALUE SPACES.
       77  WK-DATA-DIA          PIC X(10)         VALUE SPACES.
       77  WK-DIA-SEMANA        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FERIADO-CONT      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DIA-UTIL-SW       PIC X             VALUE 'N'.
           88 WK-DIA-UTIL                         VALUE 'S'.
       77  WK-ANO-ADMISSAO      PIC 9(4)          VALUE ZEROES.
       77  WK-MES-ADMISSAO      PIC 99            VALUE ZEROES.
       77  WK-MESES-TRABALHADOS PIC 99            VALUE ZEROES.
                                                  VALUE ZEROES.
       77  WK-VALOR-LIQUIDO     PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-PENSAO      PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-PENSAO-PARC1      PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-PENSAO        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-PENSAO-BRUTO      PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-PENSAO-LIMITE     PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-PENS-IDX          PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-PENS-QTDE         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PENSAO       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-RUB-CODIGO        PIC X(4)          VALUE SPACES.
       77  WK-RUB-TIPO          PIC X             VALUE SPACES.
       77  WK-RUB-REFER         PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-RUB-VALOR         PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
       01  WK-TABELA-PENSOES.
           05 WK-PENS-ITEM OCCURS 10 TIMES.
              10 WK-PENS-ITEM-SEQ   PIC S9(4) USAGE COMP.
              10 WK-PENS-ITEM-BASE  PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-PENS-ITEM-VALOR PIC S9(6)V9(2) USAGE COMP-3.
      *
       01  WK-ADMISSFUN-DATA.
           05 WK-ADMISSFUN-ANO  PIC X(4).
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
      *
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
       77  WK-COMP-INI          PIC X(10)         VALUE SPACES.
       77  WK-ANOMES-INI-ANO    PIC X(6)          VALUE SPACES.
      *
       77  WK-SALARIO-MINIMO    PIC 9(6)V99 VALUE 1518,00.
       77  WK-PERC-PERICULOS    PIC 9(3)V99 VALUE 30,00.
       77  WK-PERC-ADIC-NOT     PIC 9(3)V99 VALUE 20,00.
       77  WK-GRAU-INSALUB      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-INSALUB       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PERICULOS    PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-PERICULOS     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-HORASNOT-MEDIA    PIC S9(5)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-IND-HORASNOT      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-INSALUB     PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-PERICULOS   PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-ADICIONAIS  PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-REMUNERACAO       PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
       01  WK-REG-HEADER.
           05 FILLER               PIC X          VALUE '0'.
           05 WK-HDR-ANOMES        PIC X(6).
           05 WK-HDR-DATA          PIC X(10).
           05 WK-HDR-PARCELA       PIC X.
           05 WK-HDR-VENCTO        PIC X(10).
           05 FILLER               PIC X(32)      VALUE SPACES.
      *
       01  WK-REG-DETALHE.
           05 FILLER               PIC X          VALUE '1'.
                   WK-ANOMES-ACCEPT.
           DISPLAY '**********************************************'.
      *
           PERFORM 107-CALCULA-VENCIMENTO.
      *
           MOVE WK-ANOMES-ANO TO WK-ANO-PROX.
           MOVE WK-ANOMES-MES TO WK-MES-PROX.
           MOVE SPACES TO WK-COMP-PROX.
           STRING WK-ANO-PROX '-' WK-MES-PROX '-01'
               DELIMITED BY SIZE INTO WK-COMP-PROX.
      *
           MOVE SPACES TO WK-COMP-INI.
           STRING WK-ANOMES-ACCEPT (1:4) '-'
                  WK-ANOMES-ACCEPT (5:2) '-01'
               DELIMITED BY SIZE INTO WK-COMP-INI.
      *
           MOVE SPACES TO WK-ANOMES-INI-ANO.
           STRING WK-ANOMES-ACCEPT (1:4) '01'
               DELIMITED BY SIZE INTO WK-ANOMES-INI-ANO.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
           PERFORM 105-LE-PARAMETROS.
           MOVE WK-ANOMES-ACCEPT  TO WK-HDR-ANOMES.
           MOVE WK-DATA-GERACAO   TO WK-HDR-DATA.
           MOVE WK-PARCELA-ACCEPT TO WK-HDR-PARCELA.
           MOVE WK-DATA-VENCTO    TO WK-HDR-VENCTO.
           WRITE REG-PAG13 FROM WK-REG-HEADER.
      *
           EXEC SQL
           EXEC SQL
               COMMIT
           END-EXEC.
      *
       107-CALCULA-VENCIMENTO.
      *
      *    PRIMEIRA PARCELA ATE 30/11 E SEGUNDA ATE 20/12; CAINDO EM
      *    FIM DE SEMANA OU FERIADO, O PAGAMENTO E ANTECIPADO PARA O
      *    DIA UTIL ANTERIOR
      *
           MOVE SPACES TO WK-DATA-DIA.
      *
           IF WK-PARCELA-ACCEPT = '1'
               STRING WK-ANOMES-ACCEPT (1:4) '-11-30'
                   DELIMITED BY SIZE INTO WK-DATA-DIA
           ELSE
               STRING WK-ANOMES-ACCEPT (1:4) '-12-20'
                   DELIMITED BY SIZE INTO WK-DATA-DIA
           END-IF.
      *
           PERFORM 109-VERIFICA-DIA-UTIL.
           PERFORM 108-RECUA-DIA-UTIL UNTIL WK-DIA-UTIL.
      *
           MOVE WK-DATA-DIA TO WK-DATA-VENCTO.
      *
           DISPLAY 'PARCELA ' WK-PARCELA-ACCEPT ': PAGAR ATE '
                   WK-DATA-VENCTO.
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
      *
       105-LE-PARAMETROS.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-DEDUZ5
           END-IF.
      *
           MOVE 'SALARIO-MINIMO' TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-SALARIO-MINIMO
           END-IF.
      *
           MOVE 'PERC-PERICULOS' TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-PERICULOS
           END-IF.
      *
           MOVE 'PERC-ADIC-NOT'  TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-ADIC-NOT
           END-IF.
      *
       106-LE-UM-PARAMETRO.
           MOVE 'N' TO WK-PARM-ACHADO.
           ADD 1 TO WK-QTDE-LIDOS.
      *
           PERFORM 205-CALCULA-AVOS.
           PERFORM 206-CALCULA-REMUNERACAO.
      *
           COMPUTE WK-DECIMO-INTEGRAL ROUNDED =
               WK-REMUNERACAO * WK-MESES-TRABALHADOS / 12.
      *
           IF WK-PARCELA-ACCEPT = '1'
               PERFORM 210-CALCULA-PARCELA1
               PERFORM 211-CALCULA-PARCELA2
           END-IF.
      *
           IF WK-VALOR-LIQUIDO > 0 OR WK-VALOR-PENSAO > 0
               PERFORM 220-GRAVA-DECIMO
               PERFORM 222-GRAVA-PENSOES
               PERFORM 224-GRAVA-RUBRICAS
           END-IF.
      *
           IF WK-VALOR-LIQUIDO > 0
               PERFORM 230-GRAVA-CREDITO
           END-IF.
      *
           PERFORM 232-GRAVA-CREDITO-PENSAO
               VARYING WK-PENS-IDX FROM 1 BY 1
               UNTIL WK-PENS-IDX > WK-PENS-QTDE.
      *
           PERFORM 301-LER-FUNCIONARIO.
      *
               COMPUTE WK-MESES-TRABALHADOS =
                       13 - WK-MES-ADMISSAO
           END-IF.
      *
       206-CALCULA-REMUNERACAO.
      *
      *    REMUNERACAO BASE DO 13O: SALARIO MAIS O ADICIONAL DE
      *    INSALUBRIDADE OU PERICULOSIDADE (O MAIOR, COBFUN76)
      *    VIGENTE NA COMPETENCIA, MAIS A MEDIA MENSAL DO ADICIONAL
      *    NOTURNO DAS COMPETENCIAS DO ANO LANCADAS NO PONTO
      *
           MOVE ZEROES TO WK-VALOR-INSALUB
                          WK-VALOR-PERICULOS
                          WK-VALOR-ADICIONAIS
                          WK-GRAU-INSALUB
                          WK-QTDE-PERICULOS
                          WK-HORASNOT-MEDIA.
      *
           EXEC SQL
               SELECT MAX(CASE WHEN TIPOADI = 'I'
                               THEN GRAUADI ELSE 0 END),
                      SUM(CASE WHEN TIPOADI = 'P'
                               THEN 1 ELSE 0 END)
                   INTO :WK-GRAU-INSALUB :WK-IND-INSALUB,
                        :WK-QTDE-PERICULOS :WK-IND-PERICULOS
                   FROM EAD703.ADICIONAIS_LEGAIS
                   WHERE ( ( TIPOCHAVEADI = 'F'
                         AND CHAVEADI = :DB2-CODFUN )
                      OR ( TIPOCHAVEADI = 'C'
                         AND CHAVEADI IN
                             ( SELECT CARGOFUN
                                 FROM EAD703.FUNCIONARIOS
                                 WHERE CODFUN = :DB2-CODFUN ) ) )
                     AND DATAINIADI < :WK-COMP-PROX
                     AND DATAFIMADI >= :WK-COMP-INI
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS ADICIONAIS LEGAIS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-INSALUB < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-GRAU-INSALUB
           END-IF.
      *
           IF WK-IND-PERICULOS < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-QTDE-PERICULOS
           END-IF.
      *
           IF WK-GRAU-INSALUB > 0
               COMPUTE WK-VALOR-INSALUB ROUNDED =
                   WK-SALARIO-MINIMO * WK-GRAU-INSALUB / 100
           END-IF.
      *
           IF WK-QTDE-PERICULOS > 0
               COMPUTE WK-VALOR-PERICULOS ROUNDED =
                   DB2-SALARIOFUN * WK-PERC-PERICULOS / 100
           END-IF.
      *
           IF WK-VALOR-PERICULOS > WK-VALOR-INSALUB
               MOVE WK-VALOR-PERICULOS TO WK-VALOR-ADICIONAIS
           ELSE
               MOVE WK-VALOR-INSALUB   TO WK-VALOR-ADICIONAIS
           END-IF.
      *
           MOVE DB2-CODFUN TO DB2X-CODFUN.
      *
           EXEC SQL
               SELECT AVG(HORASNOTPON)
                   INTO :WK-HORASNOT-MEDIA :WK-IND-HORASNOT
                   FROM EAD703.PONTO_MENSAL
                   WHERE CODFUN = :DB2X-CODFUN
                     AND ANOMESPON >= :WK-ANOMES-INI-ANO
                     AND ANOMESPON <= :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DAS HORAS NOTURNAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-HORASNOT < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-HORASNOT-MEDIA
           END-IF.
      *
           COMPUTE WK-VALOR-ADICIONAIS ROUNDED =
               WK-VALOR-ADICIONAIS +
               WK-HORASNOT-MEDIA * DB2-SALARIOFUN / 220 *
               WK-PERC-ADIC-NOT / 100.
      *
           COMPUTE WK-REMUNERACAO =
               DB2-SALARIOFUN + WK-VALOR-ADICIONAIS.
      *
       210-CALCULA-PARCELA1.
           COMPUTE WK-VALOR-PARCELA1 ROUNDED =
      *
           MOVE ZEROES TO WK-VALOR-INSS
                          WK-VALOR-IRRF.
      *
           PERFORM 217-CALCULA-PENSAO.
      *
           COMPUTE WK-VALOR-LIQUIDO =
               WK-VALOR-PARCELA1 - WK-VALOR-PENSAO.
           MOVE WK-VALOR-PARCELA1 TO DB2J-VALORBRUTODEC.
           MOVE 1 TO DB2J-PARCELADEC.
      *
       211-CALCULA-PARCELA2.
           PERFORM 212-CONSULTA-PARCELA1.
           PERFORM 215-CALCULA-INSS.
           PERFORM 217-CALCULA-PENSAO.
      *
           COMPUTE WK-VALOR-LIQUIDO =
               WK-DECIMO-INTEGRAL - WK-VALOR-PARCELA1 -
               WK-VALOR-INSS - WK-VALOR-IRRF - WK-VALOR-PENSAO.
      *
           IF WK-VALOR-LIQUIDO < 0
               MOVE ZEROES TO WK-VALOR-LIQUIDO
      *
       216-CALCULA-IRRF.
           COMPUTE WK-BASE-IRRF =
               WK-DECIMO-INTEGRAL - WK-VALOR-INSS -
               WK-PENSAO-PARC1 - WK-VALOR-PENSAO.
      *
           IF WK-BASE-IRRF < ZEROES
               MOVE ZEROES TO WK-BASE-IRRF
           IF WK-VALOR-IRRF < ZEROES
               MOVE ZEROES TO WK-VALOR-IRRF
           END-IF.
      *
       217-CALCULA-PENSAO.
      *
      *    PENSAO ALIMENTICIA EM PERCENTUAL (COBFUN72) SOBRE CADA
      *    PARCELA: A PRIMEIRA NAO TEM DESCONTOS, ENTAO BRUTO E
      *    LIQUIDO COINCIDEM; NA SEGUNDA O LIQUIDO E A PARCELA MENOS
      *    INSS E IRRF SEM A PENSAO, E O IRRF DO 13O INTEGRAL E
      *    REFEITO DEDUZINDO A PENSAO DAS DUAS PARCELAS. A PENSAO DE
      *    VALOR FIXO E MENSAL E NAO INCIDE SOBRE O 13O
      *
           MOVE ZEROES TO WK-VALOR-PENSAO
                          WK-PENSAO-PARC1
                          WK-PENS-QTDE.
      *
           IF WK-PARCELA-ACCEPT = '1'
               MOVE WK-VALOR-PARCELA1 TO WK-PENSAO-BRUTO
                                         WK-PENSAO-LIMITE
           ELSE
               PERFORM 213-CONSULTA-PENSAO-PARC1
               PERFORM 216-CALCULA-IRRF
               COMPUTE WK-PENSAO-BRUTO =
                   WK-DECIMO-INTEGRAL - WK-VALOR-PARCELA1
               COMPUTE WK-PENSAO-LIMITE =
                   WK-PENSAO-BRUTO - WK-VALOR-INSS - WK-VALOR-IRRF
           END-IF.
      *
           IF WK-PENSAO-LIMITE < 0
               MOVE ZEROES TO WK-PENSAO-LIMITE
           END-IF.
      *
           EXEC SQL
               OPEN PENSTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DE PENSOES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 218-LER-PENSAO.
           PERFORM 219-APLICA-PENSAO UNTIL SQLCODE NOT = 0.
      *
           EXEC SQL
               CLOSE PENSTEMP
           END-EXEC.
      *
           IF WK-PARCELA-ACCEPT = '2'
              AND WK-VALOR-PENSAO + WK-PENSAO-PARC1 > 0
               PERFORM 216-CALCULA-IRRF
           END-IF.
      *
       213-CONSULTA-PENSAO-PARC1.
           MOVE DB2-CODFUN TO DB2PP-CODFUN.
      *
           EXEC SQL
               SELECT SUM(VALORPPG)
                   INTO :WK-PENSAO-PARC1 :WK-IND-PENSAO
                   FROM EAD703.PENSOES_PAGAMENTOS
                   WHERE CODFUN = :DB2PP-CODFUN
                     AND ORIGEMPPG = '1'
                     AND SUBSTR(ANOMESPPG, 1, 4) = :DB2J-ANODEC
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA PENSAO DA PRIMEIRA PARCELA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-PENSAO < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-PENSAO-PARC1
           END-IF.
      *
       218-LER-PENSAO.
           EXEC SQL
               FETCH PENSTEMP
                   INTO :DB2PA-SEQPENS,
                        :DB2PA-TIPOPENS,
                        :DB2PA-PERCPENS
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO FETCH DO CURSOR DE PENSOES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       219-APLICA-PENSAO.
           IF DB2PA-TIPOPENS = 'B'
               MOVE WK-PENSAO-BRUTO  TO DB2PP-BASEPPG
           ELSE
               MOVE WK-PENSAO-LIMITE TO DB2PP-BASEPPG
           END-IF.
      *
           COMPUTE DB2PP-VALORPPG ROUNDED =
               DB2PP-BASEPPG * DB2PA-PERCPENS / 100.
      *
           IF WK-VALOR-PENSAO + DB2PP-VALORPPG > WK-PENSAO-LIMITE
               COMPUTE DB2PP-VALORPPG =
                   WK-PENSAO-LIMITE - WK-VALOR-PENSAO
           END-IF.
      *
           IF DB2PP-VALORPPG > 0 AND WK-PENS-QTDE < 10
               ADD DB2PP-VALORPPG TO WK-VALOR-PENSAO
               ADD 1 TO WK-PENS-QTDE
               MOVE DB2PA-SEQPENS
                 TO WK-PENS-ITEM-SEQ (WK-PENS-QTDE)
               MOVE DB2PP-BASEPPG
                 TO WK-PENS-ITEM-BASE (WK-PENS-QTDE)
               MOVE DB2PP-VALORPPG
                 TO WK-PENS-ITEM-VALOR (WK-PENS-QTDE)
           END-IF.
      *
           PERFORM 218-LER-PENSAO.
      *
       220-GRAVA-DECIMO.
           MOVE DB2-CODFUN             TO DB2J-CODFUN.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       222-GRAVA-PENSOES.
      *
      *    ORIGEM 1 OU 2 CONFORME A PARCELA; O REPROCESSAMENTO DA
      *    PARCELA NO ANO SUBSTITUI OS VALORES ANTERIORES
      *
           MOVE DB2-CODFUN         TO DB2PP-CODFUN.
           MOVE WK-ANOMES-ACCEPT   TO DB2PP-ANOMESPPG.
           MOVE WK-PARCELA-ACCEPT  TO DB2PP-ORIGEMPPG.
      *
           EXEC SQL
               DELETE FROM EAD703.PENSOES_PAGAMENTOS
                   WHERE CODFUN = :DB2PP-CODFUN
                     AND ORIGEMPPG = :DB2PP-ORIGEMPPG
                     AND SUBSTR(ANOMESPPG, 1, 4) = :DB2J-ANODEC
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LIMPEZA DAS PENSOES DO FUNCIONARIO '
                       DB2-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 223-INCLUI-PENSAO
               VARYING WK-PENS-IDX FROM 1 BY 1
               UNTIL WK-PENS-IDX > WK-PENS-QTDE.
      *
       223-INCLUI-PENSAO.
           MOVE WK-PENS-ITEM-SEQ (WK-PENS-IDX)   TO DB2PP-SEQPENS.
           MOVE WK-PENS-ITEM-BASE (WK-PENS-IDX)  TO DB2PP-BASEPPG.
           MOVE WK-PENS-ITEM-VALOR (WK-PENS-IDX) TO DB2PP-VALORPPG.
      *
           EXEC SQL
               INSERT INTO EAD703.PENSOES_PAGAMENTOS
                   ( CODFUN, SEQPENS, ANOMESPPG, ORIGEMPPG,
                     BASEPPG, VALORPPG, DATAHORAPPG )
                   VALUES ( :DB2PP-CODFUN, :DB2PP-SEQPENS,
                            :DB2PP-ANOMESPPG, :DB2PP-ORIGEMPPG,
                            :DB2PP-BASEPPG, :DB2PP-VALORPPG,
                            CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA GRAVACAO DA PENSAO DO FUNCIONARIO '
                       DB2-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       224-GRAVA-RUBRICAS.
      *
      *    AS VERBAS DA PARCELA VAO PARA A FOLHA_RUBRICAS COM OS
      *    CODIGOS DO CATALOGO DE RUBRICAS (COBFUN44), ORIGEM 1 OU 2
      *    CONFORME A PARCELA E AVOS COMO REFERENCIA. O
      *    REPROCESSAMENTO DA PARCELA NO ANO SUBSTITUI AS RUBRICAS
      *
           MOVE DB2-CODFUN         TO DB2LR-CODFUN.
           MOVE WK-ANOMES-ACCEPT   TO DB2LR-ANOMESLR.
           MOVE WK-PARCELA-ACCEPT  TO DB2LR-ORIGEMLR.
           MOVE DB2-DEPTOFUN       TO DB2LR-DEPTOLR.
      *
           EXEC SQL
               DELETE FROM EAD703.FOLHA_RUBRICAS
                   WHERE CODFUN = :DB2LR-CODFUN
                     AND ORIGEMLR = :DB2LR-ORIGEMLR
                     AND SUBSTR(ANOMESLR, 1, 4) = :DB2J-ANODEC
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LIMPEZA DAS RUBRICAS DO FUNCIONARIO '
                       DB2-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE 'P'    TO WK-RUB-TIPO.
           MOVE WK-MESES-TRABALHADOS TO WK-RUB-REFER.
      *
           IF WK-PARCELA-ACCEPT = '1'
               MOVE '0201' TO WK-RUB-CODIGO
               MOVE WK-VALOR-PARCELA1   TO WK-RUB-VALOR
               PERFORM 225-INCLUI-RUBRICA
               MOVE 'D'    TO WK-RUB-TIPO
               MOVE '0253' TO WK-RUB-CODIGO
               MOVE WK-VALOR-PENSAO     TO WK-RUB-VALOR
               PERFORM 225-INCLUI-RUBRICA
           ELSE
               MOVE '0202' TO WK-RUB-CODIGO
               MOVE DB2J-VALORBRUTODEC  TO WK-RUB-VALOR
               PERFORM 225-INCLUI-RUBRICA
               MOVE 'D'    TO WK-RUB-TIPO
               MOVE '0251' TO WK-RUB-CODIGO
               MOVE WK-VALOR-INSS       TO WK-RUB-VALOR
               PERFORM 225-INCLUI-RUBRICA
               MOVE '0252' TO WK-RUB-CODIGO
               MOVE WK-VALOR-IRRF       TO WK-RUB-VALOR
               PERFORM 225-INCLUI-RUBRICA
               MOVE '0254' TO WK-RUB-CODIGO
               MOVE WK-VALOR-PENSAO     TO WK-RUB-VALOR
               PERFORM 225-INCLUI-RUBRICA
           END-IF.
      *
       225-INCLUI-RUBRICA.
           IF WK-RUB-VALOR NOT = 0
               MOVE WK-RUB-CODIGO TO DB2LR-CODRUB
               MOVE WK-RUB-TIPO   TO DB2LR-TIPOLR
               MOVE WK-RUB-REFER  TO DB2LR-REFERLR
               MOVE WK-RUB-VALOR  TO DB2LR-VALORLR
      *
               EXEC SQL
                   INSERT INTO EAD703.FOLHA_RUBRICAS
                       ( CODFUN, ANOMESLR, CODRUB, ORIGEMLR, TIPOLR,
                         DEPTOLR, REFERLR, VALORLR, DATAHORALR )
                       VALUES ( :DB2LR-CODFUN, :DB2LR-ANOMESLR,
                                :DB2LR-CODRUB, :DB2LR-ORIGEMLR,
                                :DB2LR-TIPOLR, :DB2LR-DEPTOLR,
                                :DB2LR-REFERLR, :DB2LR-VALORLR,
                                CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA GRAVACAO DA RUBRICA ' DB2LR-CODRUB
                           ' DO FUNCIONARIO ' DB2LR-CODFUN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *
       230-GRAVA-CREDITO.
           PERFORM 231-CONSULTA-CONTA.
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
       232-GRAVA-CREDITO-PENSAO.
      *
      *    CREDITO DA PENSAO DIRETO NA CONTA DO BENEFICIARIO, EM
      *    DETALHE PROPRIO COM O CODIGO DO FUNCIONARIO
      *
           MOVE DB2-CODFUN                     TO DB2PA-CODFUN.
           MOVE WK-PENS-ITEM-SEQ (WK-PENS-IDX) TO DB2PA-SEQPENS.
           MOVE SPACES TO DB2PA-NOMEBENPENS-TEXT.
      *
           EXEC SQL
               SELECT NOMEBENPENS, BANCOPENS, AGENCIAPENS,
                      CONTAPENS, DIGITOPENS, TIPOCTAPENS
                   INTO :DB2PA-NOMEBENPENS, :DB2PA-BANCOPENS,
                        :DB2PA-AGENCIAPENS, :DB2PA-CONTAPENS,
                        :DB2PA-DIGITOPENS, :DB2PA-TIPOCTAPENS
                   FROM EAD703.PENSOES_ALIMENTICIAS
                   WHERE CODFUN = :DB2PA-CODFUN
                     AND SEQPENS = :DB2PA-SEQPENS
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LEITURA DO BENEFICIARIO DA PENSAO '
                       DB2PA-SEQPENS ' DO FUNCIONARIO ' DB2PA-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WK-QTDE-DETALHE
                    WK-QTDE-PENSAO.
           ADD WK-PENS-ITEM-VALOR (WK-PENS-IDX) TO WK-TOTAL-CREDITO.
      *
           MOVE WK-QTDE-DETALHE        TO WK-DET-SEQUENCIA.
           MOVE DB2PA-CODFUN           TO WK-DET-CODFUN.
           MOVE DB2PA-NOMEBENPENS-TEXT TO WK-DET-NOMEFUN.
           MOVE DB2PA-BANCOPENS        TO WK-DET-BANCO.
           MOVE DB2PA-AGENCIAPENS      TO WK-DET-AGENCIA.
           MOVE DB2PA-CONTAPENS        TO WK-DET-CONTA.
           MOVE DB2PA-DIGITOPENS       TO WK-DET-DIGITO.
           MOVE DB2PA-TIPOCTAPENS      TO WK-DET-TIPO.
           MOVE WK-PENS-ITEM-VALOR (WK-PENS-IDX) TO WK-DET-VALOR.
      *
           WRITE REG-PAG13 FROM WK-REG-DETALHE.
      ******************************************************************
       300-LER-FUNCIONARIO SECTION.
       301-LER-FUNCIONARIO.
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-SALARIOFUN,
                        :DB2-ADMISSFUN,
                        :DB2-DEPTOFUN
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
           DISPLAY 'ATIVOS SEM CONTA BANCARIA.....: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-SEM-PARC1 TO WK-QTDE-EDIT.
           DISPLAY 'SEM PRIMEIRA PARCELA NO ANO...: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-PENSAO TO WK-QTDE-EDIT.
           DISPLAY 'CREDITOS DE PENSAO ALIMENTICIA: ' WK-QTDE-EDIT.
      *
           CLOSE ARQ-PAG13.
      *
