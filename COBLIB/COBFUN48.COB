      *            EAD703.FERIAS_PAGAMENTOS PARA ENTRAR NA FOLHA DA    *
      *            COMPETENCIA DO GOZO (DB2)                           *
      *            O PAGAMENTO VENCE DOIS DIAS ANTES DO INICIO DO GOZO *
      *            A BASE INCLUI INSALUBRIDADE OU PERICULOSIDADE E A   *
      *            MEDIA DO ADICIONAL NOTURNO DOS ULTIMOS 12 MESES     *
      *            O INICIO DO GOZO NAO PODE CAIR NOS DOIS DIAS QUE    *
      *            ANTECEDEM FERIADO (COBFUN95) OU O REPOUSO SEMANAL   *
      *            AS VERBAS DO RECIBO SAO GRAVADAS POR RUBRICA        *
      *            (COBFUN44) EM EAD703.FOLHA_RUBRICAS, ORIGEM F       *
      *            A TRANSACAO DE FERIAS COLETIVAS (COBFN102) TRAZ O   *
      *            PERIODO AQUISITIVO, JA DEBITADO PELO COBFN102       *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 REG-CODFUN-ACCEPT     PIC X(4).
           05 REG-DIAS-ACCEPT       PIC 99.
           05 REG-DATAINI-ACCEPT    PIC X(10).
           05 REG-INIPER-ACCEPT     PIC X(10).
      *
       FD  ARQ-RECIBO
           RECORDING MODE IS F.
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
           EXEC SQL
               INCLUDE SQLCA
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
                           OR DATAFIMPENS >= :WK-DATAINI-ACCEPT )
                      ORDER BY SEQPENS
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT         PIC -999       VALUE ZEROES.
       77  WK-CONTADOR-TRANSACAO   PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-REJEITADOS      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT            PIC ZZZ.ZZ9    VALUE ZEROES.
       77  WK-SALDO-DIAS           PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-MINIMO          PIC 99         VALUE ZEROES.
       77  WK-DIA-SEMANA           PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FERIADO-CONT         PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-PARM-ACHADO          PIC X          VALUE 'N'.
       77  WK-ANOMES-COMP          PIC X(6)       VALUE SPACES.
       77  WK-ANOMES-CARREGADO     PIC X(6)       VALUE SPACES.
       77  WK-MES-PROX             PIC 99         VALUE ZEROES.
      *
       77  WK-COMP-PROX            PIC X(10)      VALUE SPACES.
       77  WK-COMP-INI             PIC X(10)      VALUE SPACES.
       77  WK-ANO-MEDIA            PIC 9(4)       VALUE ZEROES.
       77  WK-ANOMES-MEDIA         PIC X(6)       VALUE SPACES.
      *
       77  WK-SALARIO-MINIMO    PIC 9(6)V99 VALUE 1518,00.
       77  WK-PERC-PERICULOS    PIC 9(3)V99 VALUE 30,00.
       77  WK-PERC-ADIC-NOT     PIC 9(3)V99 VALUE 20,00.
       77  WK-GRAU-INSALUB      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-INSALUB       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PERICULOS    PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-PERICULOS     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-HORASNOT-ANO      PIC S9(5)V9(2) USAGE COMP-3
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
       77  WK-INSS-FAIXA1       PIC 9(6)V99 VALUE 1518,00.
       77  WK-INSS-FAIXA2       PIC 9(6)V99 VALUE 2793,88.
                                                 VALUE ZEROES.
       77  WK-VALOR-LIQUIDO     PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-PENSAO      PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-PENSAO-LIMITE     PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-PENS-IDX          PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-PENS-QTDE         PIC S9(4) USAGE COMP VALUE ZEROES.
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
       77  WK-DIA-PAGTO         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-MES-PAGTO         PIC S9(4) USAGE COMP VALUE ZEROES.
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
           05 WK-DIAS-ACCEPT       PIC 99         VALUE ZEROES.
           05 WK-DATAINI-ACCEPT    PIC X(10)      VALUE SPACES.
           05 WK-INIPER-ACCEPT     PIC X(10)      VALUE SPACES.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           PERFORM 202-VALIDA-TRANSACAO.
      *
           IF WK-DADOS-VALIDOS
               IF WK-INIPER-ACCEPT = SPACES
                   PERFORM 205-CONSULTA-PERIODO
               ELSE
                   PERFORM 212-CONSULTA-PERIODO-COLETIVAS
               END-IF
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 206-CARREGA-TABELAS
               PERFORM 209-CALCULA-REMUNERACAO
               PERFORM 210-CALCULA-FERIAS
               PERFORM 215-CALCULA-INSS
               PERFORM 217-CALCULA-PENSAO
               PERFORM 220-GRAVA-PAGAMENTO
           END-IF.
      *
           PERFORM 301-LER-TRANSACAO.
      *
       202-VALIDA-TRANSACAO.
      *
      *    NAS FERIAS COLETIVAS O FUNCIONARIO PODE TER SALDO MENOR QUE
      *    5 DIAS (FERIAS PROPORCIONAIS OU RESTO DE PERIODO)
      *
           IF WK-INIPER-ACCEPT = SPACES
               MOVE 5 TO WK-DIAS-MINIMO
           ELSE
               MOVE 1 TO WK-DIAS-MINIMO
           END-IF.
      *
           IF WK-DIAS-ACCEPT NOT NUMERIC
              OR WK-DIAS-ACCEPT < WK-DIAS-MINIMO
              OR WK-DIAS-ACCEPT > 30
               DISPLAY 'QUANTIDADE DE DIAS ' WK-DIAS-ACCEPT
                       ' INVALIDA PARA O FUNCIONARIO '
                       WK-CODFUN-ACCEPT
           IF WK-DADOS-VALIDOS
               PERFORM 203-CONSULTA-FUNCIONARIO
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 204-VALIDA-INICIO-GOZO
           END-IF.
      *
       203-CONSULTA-FUNCIONARIO.
           MOVE WK-CODFUN-ACCEPT TO DB2-CODFUN.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               SELECT NOMEFUN, SALARIOFUN, ATIVOFUN, DEPTOFUN
                   INTO :DB2-NOMEFUN, :DB2-SALARIOFUN, :DB2-ATIVOFUN,
                        :DB2-DEPTOFUN
                   FROM EAD703.FUNCIONARIOS
                   WHERE CODFUN = :DB2-CODFUN
           END-EXEC.
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       204-VALIDA-INICIO-GOZO.
      *
      *    AS FERIAS NAO PODEM COMECAR NOS DOIS DIAS QUE ANTECEDEM
      *    FERIADO OU O REPOUSO SEMANAL (DOMINGO): INICIO NA SEXTA
      *    OU NO SABADO, OU COM FERIADO NACIONAL OU DO
      *    ESTABELECIMENTO DO FUNCIONARIO (COBFUN95) NOS DOIS DIAS
      *    SEGUINTES, E RECUSADO
      *
           EXEC SQL
               SET :WK-DIA-SEMANA = DAYOFWEEK(DATE(:WK-DATAINI-ACCEPT))
           END-EXEC.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'DATA DE INICIO DO GOZO ' WK-DATAINI-ACCEPT
                       ' INVALIDA PARA O FUNCIONARIO '
                       WK-CODFUN-ACCEPT
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :WK-FERIADO-CONT
                       FROM EAD703.FERIADOS H
                       WHERE H.DATAFER
                             BETWEEN DATE(:WK-DATAINI-ACCEPT) + 1 DAY
                                 AND DATE(:WK-DATAINI-ACCEPT) + 2 DAYS
                         AND ( H.CODESTAB = '   '
                            OR H.CODESTAB =
                               ( SELECT D.CODESTAB
                                     FROM EAD703.FUNCIONARIOS F,
                                          EAD703.DEPARTAMENTOS D
                                     WHERE F.CODFUN = :WK-CODFUN-ACCEPT
                                       AND D.CODDEPTO = F.DEPTOFUN ) )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO CALENDARIO DE FERIADOS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *
               IF WK-DIA-SEMANA = 6 OR WK-DIA-SEMANA = 7
                  OR WK-FERIADO-CONT > 0
                   DISPLAY 'FUNCIONARIO ' WK-CODFUN-ACCEPT
                           ': INICIO DO GOZO EM ' WK-DATAINI-ACCEPT
                           ' ANTECEDE FERIADO OU REPOUSO SEMANAL.'
                           ' PAGAMENTO NAO CALCULADO'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               END-IF
           END-IF.
      *
       205-CONSULTA-PERIODO.
           MOVE WK-CODFUN-ACCEPT TO DB2V-CODFUN.
               MOVE SPACES TO WK-COMP-PROX
               STRING WK-ANO-PROX '-' WK-MES-PROX '-01'
                   DELIMITED BY SIZE INTO WK-COMP-PROX
      *
               MOVE SPACES TO WK-COMP-INI
               STRING WK-ANOMES-COMP (1:4) '-'
                      WK-ANOMES-COMP (5:2) '-01'
                   DELIMITED BY SIZE INTO WK-COMP-INI
      *
               MOVE WK-ANOMES-COMP (1:4) TO WK-ANO-MEDIA
               SUBTRACT 1 FROM WK-ANO-MEDIA
               MOVE SPACES TO WK-ANOMES-MEDIA
               STRING WK-ANO-MEDIA WK-ANOMES-COMP (5:2)
                   DELIMITED BY SIZE INTO WK-ANOMES-MEDIA
      *
               PERFORM 207-LE-PARAMETROS
           END-IF.
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-DEDUZ5
           END-IF.
      *
           MOVE 'SALARIO-MINIMO' TO DB2M-CHAVEPARM.
           PERFORM 208-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-SALARIO-MINIMO
           END-IF.
      *
           MOVE 'PERC-PERICULOS' TO DB2M-CHAVEPARM.
           PERFORM 208-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-PERICULOS
           END-IF.
      *
           MOVE 'PERC-ADIC-NOT'  TO DB2M-CHAVEPARM.
           PERFORM 208-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-ADIC-NOT
           END-IF.
      *
       208-LE-UM-PARAMETRO.
           MOVE 'N' TO WK-PARM-ACHADO.
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       209-CALCULA-REMUNERACAO.
      *
      *    REMUNERACAO BASE DAS FERIAS: SALARIO MAIS O ADICIONAL DE
      *    INSALUBRIDADE OU PERICULOSIDADE (O MAIOR, COBFUN76)
      *    VIGENTE NA COMPETENCIA DO GOZO, MAIS A MEDIA DO ADICIONAL
      *    NOTURNO DAS 12 COMPETENCIAS ANTERIORES DO PONTO
      *
           MOVE ZEROES TO WK-VALOR-INSALUB
                          WK-VALOR-PERICULOS
                          WK-VALOR-ADICIONAIS
                          WK-GRAU-INSALUB
                          WK-QTDE-PERICULOS
                          WK-HORASNOT-ANO.
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
           MOVE WK-CODFUN-ACCEPT TO DB2X-CODFUN.
      *
           EXEC SQL
               SELECT SUM(HORASNOTPON)
                   INTO :WK-HORASNOT-ANO :WK-IND-HORASNOT
                   FROM EAD703.PONTO_MENSAL
                   WHERE CODFUN = :DB2X-CODFUN
                     AND ANOMESPON >= :WK-ANOMES-MEDIA
                     AND ANOMESPON < :WK-ANOMES-COMP
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
               MOVE ZEROES TO WK-HORASNOT-ANO
           END-IF.
      *
           COMPUTE WK-VALOR-ADICIONAIS ROUNDED =
               WK-VALOR-ADICIONAIS +
               WK-HORASNOT-ANO / 12 * DB2-SALARIOFUN / 220 *
               WK-PERC-ADIC-NOT / 100.
      *
           COMPUTE WK-REMUNERACAO =
               DB2-SALARIOFUN + WK-VALOR-ADICIONAIS.
      *
       210-CALCULA-FERIAS.
           COMPUTE WK-VALOR-FERIAS ROUNDED =
               WK-REMUNERACAO * WK-DIAS-ACCEPT / 30.
      *
           COMPUTE WK-VALOR-TERCO ROUNDED =
               WK-VALOR-FERIAS / 3.
           MOVE WK-ANO-PAGTO TO WK-PAGTO-ANO.
           MOVE WK-MES-PAGTO TO WK-PAGTO-MES.
           MOVE WK-DIA-PAGTO TO WK-PAGTO-DIA.
      *
       212-CONSULTA-PERIODO-COLETIVAS.
      *
      *    FERIAS COLETIVAS: OS DIAS JA FORAM DEBITADOS DO PERIODO
      *    INFORMADO NA TRANSACAO (COBFN102), QUE PODE ESTAR QUITADO
      *
           MOVE WK-CODFUN-ACCEPT TO DB2V-CODFUN.
           MOVE WK-INIPER-ACCEPT TO DB2V-INIPERAQUIS.
      *
           EXEC SQL
               SELECT FIMPERAQUIS, DIASDIREITO, DIASGOZADOS
                   INTO :DB2V-FIMPERAQUIS,
                        :DB2V-DIASDIREITO, :DB2V-DIASGOZADOS
                   FROM EAD703.FERIAS_PERIODOS
                   WHERE CODFUN = :DB2V-CODFUN
                     AND INIPERAQUIS = :DB2V-INIPERAQUIS
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' DB2V-CODFUN
                           ' SEM O PERIODO AQUISITIVO '
                           DB2V-INIPERAQUIS
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO PERIODO AQUISITIVO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       215-CALCULA-INSS.
           COMPUTE WK-BASE-INSS =
      *
       216-CALCULA-IRRF.
           COMPUTE WK-BASE-IRRF =
               WK-VALOR-FERIAS + WK-VALOR-TERCO - WK-VALOR-INSS -
               WK-VALOR-PENSAO.
      *
           IF WK-BASE-IRRF < ZEROES
               MOVE ZEROES TO WK-BASE-IRRF
           IF WK-VALOR-IRRF < ZEROES
               MOVE ZEROES TO WK-VALOR-IRRF
           END-IF.
      *
       217-CALCULA-PENSAO.
      *
      *    PENSAO ALIMENTICIA (COBFUN72) EM PERCENTUAL INCIDE SOBRE
      *    FERIAS + 1/3 (BRUTO) OU SOBRE O LIQUIDO DO RECIBO, COM O
      *    IRRF SEM A PENSAO; A PENSAO DE VALOR FIXO E MENSAL E SAI
      *    SO NA FOLHA. O IRRF E REFEITO COM A DEDUCAO DA PENSAO
      *
           MOVE ZEROES TO WK-VALOR-PENSAO
                          WK-PENS-QTDE.
           PERFORM 216-CALCULA-IRRF.
      *
           COMPUTE WK-PENSAO-LIMITE =
               WK-VALOR-FERIAS + WK-VALOR-TERCO -
               WK-VALOR-INSS - WK-VALOR-IRRF.
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
           IF WK-VALOR-PENSAO > 0
               PERFORM 216-CALCULA-IRRF
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
               COMPUTE DB2PP-BASEPPG =
                   WK-VALOR-FERIAS + WK-VALOR-TERCO
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
       220-GRAVA-PAGAMENTO.
           COMPUTE WK-VALOR-LIQUIDO =
               WK-VALOR-FERIAS + WK-VALOR-TERCO -
               WK-VALOR-INSS - WK-VALOR-IRRF - WK-VALOR-PENSAO.
      *
           MOVE WK-CODFUN-ACCEPT    TO DB2Q-CODFUN.
           MOVE DB2V-INIPERAQUIS    TO DB2Q-INIPERAQUIS.
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 221-GRAVA-PENSAO
                       VARYING WK-PENS-IDX FROM 1 BY 1
                       UNTIL WK-PENS-IDX > WK-PENS-QTDE
                   PERFORM 226-GRAVA-RUBRICAS
                   PERFORM 225-IMPRIME-RECIBO
                   DISPLAY 'FERIAS DO FUNCIONARIO ' DB2Q-CODFUN
                           ' CALCULADAS PARA A COMPETENCIA '
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       221-GRAVA-PENSAO.
      *
      *    A PENSAO SOBRE FERIAS ENTRA NA COMPETENCIA DO GOZO, ONDE O
      *    COBFUN15 A TIRA DO LIQUIDO E O COBFUN33 CREDITA O
      *    BENEFICIARIO; DOIS GOZOS NO MESMO MES SE SOMAM
      *
           MOVE DB2Q-CODFUN    TO DB2PP-CODFUN.
           MOVE WK-PENS-ITEM-SEQ (WK-PENS-IDX)   TO DB2PP-SEQPENS.
           MOVE DB2Q-ANOMESFER TO DB2PP-ANOMESPPG.
           MOVE 'F'            TO DB2PP-ORIGEMPPG.
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
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   PERFORM 222-SOMA-PENSAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA GRAVACAO DA PENSAO SOBRE FERIAS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       222-SOMA-PENSAO.
           EXEC SQL
               UPDATE EAD703.PENSOES_PAGAMENTOS
                   SET BASEPPG = BASEPPG + :DB2PP-BASEPPG,
                       VALORPPG = VALORPPG + :DB2PP-VALORPPG,
                       DATAHORAPPG = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2PP-CODFUN
                     AND SEQPENS = :DB2PP-SEQPENS
                     AND ANOMESPPG = :DB2PP-ANOMESPPG
                     AND ORIGEMPPG = :DB2PP-ORIGEMPPG
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ATUALIZACAO DA PENSAO SOBRE FERIAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       225-IMPRIME-RECIBO.
           WRITE REG-RECIBO FROM WK-LIN-SEPARADOR.
           MOVE WK-DIAS-ACCEPT    TO WK-LIN-DIAS.
           MOVE WK-DATA-PAGAMENTO TO WK-LIN-DATA-PAGTO.
           WRITE REG-RECIBO FROM WK-LIN-GOZO.
      *
           IF WK-VALOR-ADICIONAIS > 0
               MOVE 'SALARIO BASE.....' TO WK-LIN-ROTULO
               MOVE DB2-SALARIOFUN      TO WK-LIN-VALOR-EDIT
               WRITE REG-RECIBO FROM WK-LIN-VALOR
               MOVE 'ADICIONAIS LEGAIS' TO WK-LIN-ROTULO
               MOVE WK-VALOR-ADICIONAIS TO WK-LIN-VALOR-EDIT
               WRITE REG-RECIBO FROM WK-LIN-VALOR
           END-IF.
      *
           MOVE 'FERIAS...........' TO WK-LIN-ROTULO.
           MOVE WK-VALOR-FERIAS     TO WK-LIN-VALOR-EDIT.
           MOVE 'DESCONTO IRRF....' TO WK-LIN-ROTULO.
           MOVE WK-VALOR-IRRF       TO WK-LIN-VALOR-EDIT.
           WRITE REG-RECIBO FROM WK-LIN-VALOR.
      *
           IF WK-VALOR-PENSAO > 0
               MOVE 'PENSAO ALIMENTIC.' TO WK-LIN-ROTULO
               MOVE WK-VALOR-PENSAO     TO WK-LIN-VALOR-EDIT
               WRITE REG-RECIBO FROM WK-LIN-VALOR
           END-IF.
      *
           MOVE 'LIQUIDO A RECEBER' TO WK-LIN-ROTULO.
           MOVE WK-VALOR-LIQUIDO    TO WK-LIN-VALOR-EDIT.
           WRITE REG-RECIBO FROM WK-LIN-VALOR.
      *
           WRITE REG-RECIBO FROM WK-LIN-ASSINATURA.
      *
       226-GRAVA-RUBRICAS.
      *
      *    AS VERBAS DO RECIBO VAO PARA A FOLHA_RUBRICAS NA
      *    COMPETENCIA DO GOZO, ORIGEM F, COM OS CODIGOS DO CATALOGO
      *    DE RUBRICAS (COBFUN44). DOIS GOZOS NO MESMO MES SE SOMAM
      *
           MOVE DB2Q-CODFUN       TO DB2LR-CODFUN.
           MOVE DB2Q-ANOMESFER    TO DB2LR-ANOMESLR.
           MOVE 'F'               TO DB2LR-ORIGEMLR.
           MOVE DB2-DEPTOFUN      TO DB2LR-DEPTOLR.
      *
           MOVE 'P'    TO WK-RUB-TIPO.
      *
           MOVE '0101' TO WK-RUB-CODIGO.
           MOVE WK-DIAS-ACCEPT      TO WK-RUB-REFER.
           MOVE WK-VALOR-FERIAS     TO WK-RUB-VALOR.
           PERFORM 227-INCLUI-RUBRICA.
      *
           MOVE '0102' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-TERCO      TO WK-RUB-VALOR.
           PERFORM 227-INCLUI-RUBRICA.
      *
           MOVE 'D'    TO WK-RUB-TIPO.
      *
           MOVE '0151' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-INSS       TO WK-RUB-VALOR.
           PERFORM 227-INCLUI-RUBRICA.
      *
           MOVE '0152' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-IRRF       TO WK-RUB-VALOR.
           PERFORM 227-INCLUI-RUBRICA.
      *
           MOVE '0153' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-PENSAO     TO WK-RUB-VALOR.
           PERFORM 227-INCLUI-RUBRICA.
      *
       227-INCLUI-RUBRICA.
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
               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN -803
                       PERFORM 228-SOMA-RUBRICA
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA GRAVACAO DA RUBRICA ' DB2LR-CODRUB
                               ' DO FUNCIONARIO ' DB2LR-CODFUN
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
           MOVE ZEROES TO WK-RUB-REFER.
      *
       228-SOMA-RUBRICA.
           EXEC SQL
               UPDATE EAD703.FOLHA_RUBRICAS
                   SET REFERLR = REFERLR + :DB2LR-REFERLR,
                       VALORLR = VALORLR + :DB2LR-VALORLR,
                       DATAHORALR = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2LR-CODFUN
                     AND ANOMESLR = :DB2LR-ANOMESLR
                     AND CODRUB = :DB2LR-CODRUB
                     AND ORIGEMLR = :DB2LR-ORIGEMLR
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ATUALIZACAO DA RUBRICA ' DB2LR-CODRUB
                       ' DO FUNCIONARIO ' DB2LR-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       300-LER-TRANSACAO SECTION.
       301-LER-TRANSACAO.
