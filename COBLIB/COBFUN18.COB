      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : CALCULO DA RESCISAO DE FUNCIONARIO DESLIGADO:       *
      *            SALDO DE SALARIO, 13O PROPORCIONAL E FERIAS         *
      *            PROPORCIONAIS COM 1/3 (DB2), SOBRE O SALARIO MAIS   *
      *            INSALUBRIDADE OU PERICULOSIDADE E A MEDIA DO        *
      *            ADICIONAL NOTURNO DOS ULTIMOS 12 MESES, MAIS O      *
      *            SALDO POSITIVO DO BANCO DE HORAS A 50%              *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               INCLUDE BOOKRESC
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
               INCLUDE BOOKPARM
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
               INCLUDE BOOKBHOR
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE PENSTEMP CURSOR FOR
                  SELECT SEQPENS, TIPOPENS, PERCPENS, VALORPENS
                      FROM EAD703.PENSOES_ALIMENTICIAS
                      WHERE CODFUN = :DB2-CODFUN
                        AND DATAINIPENS <= :DB2-DEMISSFUN
                        AND ( DATAFIMPENS IS NULL
                           OR DATAFIMPENS >= :DB2-DEMISSFUN )
                      ORDER BY SEQPENS
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-IND-DEMISSFUN     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-EDIT        PIC ZZZ.ZZ9,99    VALUE ZEROES.
       77  WK-TOTAL-EDIT        PIC Z.ZZZ.ZZ9,99  VALUE ZEROES.
       77  WK-MESES-EDIT        PIC Z9            VALUE ZEROES.
       77  WK-VALOR-PENSAO      PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ANOMES-DEMISSAO   PIC X(6)          VALUE SPACES.
       77  WK-PENS-IDX          PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-PENS-QTDE         PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       77  WK-PARM-ACHADO       PIC X             VALUE 'N'.
       77  WK-ANO-PROX          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
       77  WK-COMP-INI          PIC X(10)         VALUE SPACES.
       77  WK-ANO-MEDIA         PIC 9(4)          VALUE ZEROES.
       77  WK-ANOMES-MEDIA      PIC X(6)          VALUE SPACES.
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
       77  WK-SALDO-BCOHORAS    PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-BCOHORAS      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-BCOHORAS    PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-HORAS-EDIT        PIC ZZZ9,99       VALUE ZEROES.
      *
       01  WK-TABELA-PENSOES.
           05 WK-PENS-ITEM OCCURS 10 TIMES.
              10 WK-PENS-ITEM-SEQ   PIC S9(4) USAGE COMP.
              10 WK-PENS-ITEM-BASE  PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-PENS-ITEM-VALOR PIC S9(6)V9(2) USAGE COMP-3.
      *
       01  WK-ADMISSFUN-DATA.
           05 WK-ADMISSFUN-ANO  PIC X(4).
           MOVE WK-DEMISSFUN-MES TO WK-MES-DEMISSAO.
           MOVE WK-DEMISSFUN-DIA TO WK-DIA-DEMISSAO.
      *
           PERFORM 209-CALCULA-REMUNERACAO.
           PERFORM 202-CALCULA-SALDO-SALARIO.
           PERFORM 203-CALCULA-DECIMO-TERCEIRO.
           PERFORM 204-CALCULA-FERIAS.
           PERFORM 205-CALCULA-FERIAS-VENCIDAS.
           PERFORM 212-CALCULA-BANCO-HORAS.
      *
           COMPUTE WK-TOTAL-RESCISAO =
               WK-SALDO-SALARIO + WK-DECIMO-TERCEIRO +
               WK-FERIAS-PROP + WK-FERIAS-VENCIDAS +
               WK-VALOR-BCOHORAS.
      *
           PERFORM 206-CALCULA-PENSAO.
      *
       202-CALCULA-SALDO-SALARIO.
           COMPUTE WK-SALDO-SALARIO ROUNDED =
               WK-REMUNERACAO * WK-DIA-DEMISSAO / 30.
      *
           IF WK-SALDO-SALARIO > WK-REMUNERACAO
               MOVE WK-REMUNERACAO TO WK-SALDO-SALARIO
           END-IF.
      *
       203-CALCULA-DECIMO-TERCEIRO.
           END-IF.
      *
           COMPUTE WK-DECIMO-TERCEIRO ROUNDED =
               WK-REMUNERACAO * WK-MESES-13O / 12.
      *
       204-CALCULA-FERIAS.
      *
           END-IF.
      *
           COMPUTE WK-FERIAS-PROP ROUNDED =
               (WK-REMUNERACAO * WK-MESES-FERIAS / 12) * 4 / 3.
      *
       205-CALCULA-FERIAS-VENCIDAS.
      *
      *
           IF WK-SALDO-FERIAS-DIAS > 0
               COMPUTE WK-FERIAS-VENCIDAS ROUNDED =
                   (WK-REMUNERACAO * WK-SALDO-FERIAS-DIAS / 30)
                       * 4 / 3
           END-IF.
      *
       206-CALCULA-PENSAO.
      *
      *    PENSAO ALIMENTICIA (COBFUN72) SOBRE O TOTAL DA RESCISAO:
      *    PERCENTUAL DO BRUTO OU DO LIQUIDO (A RESCISAO NAO TEM
      *    DESCONTOS, ENTAO AS BASES COINCIDEM) OU O VALOR FIXO DO
      *    MES DA DEMISSAO. O TOTALRESC SEGUE BRUTO; O COBFUN33
      *    CREDITA O FUNCIONARIO PELA DIFERENCA E O BENEFICIARIO
      *    PELO VALOR GRAVADO EM EAD703.PENSOES_PAGAMENTOS
      *
           MOVE ZEROES TO WK-VALOR-PENSAO
                          WK-PENS-QTDE.
           MOVE SPACES TO WK-ANOMES-DEMISSAO.
           STRING WK-DEMISSFUN-ANO WK-DEMISSFUN-MES
               DELIMITED BY SIZE INTO WK-ANOMES-DEMISSAO.
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
           PERFORM 207-LER-PENSAO.
           PERFORM 208-APLICA-PENSAO UNTIL SQLCODE NOT = 0.
      *
           EXEC SQL
               CLOSE PENSTEMP
           END-EXEC.
      *
       207-LER-PENSAO.
           EXEC SQL
               FETCH PENSTEMP
                   INTO :DB2PA-SEQPENS,
                        :DB2PA-TIPOPENS,
                        :DB2PA-PERCPENS,
                        :DB2PA-VALORPENS
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
       208-APLICA-PENSAO.
           IF DB2PA-TIPOPENS = 'F'
               MOVE ZEROES            TO DB2PP-BASEPPG
               MOVE DB2PA-VALORPENS   TO DB2PP-VALORPPG
           ELSE
               MOVE WK-TOTAL-RESCISAO TO DB2PP-BASEPPG
               COMPUTE DB2PP-VALORPPG ROUNDED =
                   DB2PP-BASEPPG * DB2PA-PERCPENS / 100
           END-IF.
      *
           IF WK-VALOR-PENSAO + DB2PP-VALORPPG > WK-TOTAL-RESCISAO
               COMPUTE DB2PP-VALORPPG =
                   WK-TOTAL-RESCISAO - WK-VALOR-PENSAO
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
           PERFORM 207-LER-PENSAO.
      *
       209-CALCULA-REMUNERACAO.
      *
      *    REMUNERACAO BASE DA RESCISAO: SALARIO MAIS O ADICIONAL DE
      *    INSALUBRIDADE OU PERICULOSIDADE (O MAIOR, COBFUN76)
      *    VIGENTE NO MES DA DEMISSAO, MAIS A MEDIA DO ADICIONAL
      *    NOTURNO DAS 12 COMPETENCIAS ANTERIORES DO PONTO
      *
           MOVE WK-ANO-DEMISSAO TO WK-ANO-PROX.
           MOVE WK-MES-DEMISSAO TO WK-MES-PROX.
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
           MOVE SPACES TO WK-COMP-INI.
           STRING WK-DEMISSFUN-ANO '-' WK-DEMISSFUN-MES '-01'
               DELIMITED BY SIZE INTO WK-COMP-INI.
      *
           MOVE WK-ANO-DEMISSAO TO WK-ANO-MEDIA.
           SUBTRACT 1 FROM WK-ANO-MEDIA.
           MOVE SPACES TO WK-ANOMES-MEDIA.
           STRING WK-ANO-MEDIA WK-DEMISSFUN-MES
               DELIMITED BY SIZE INTO WK-ANOMES-MEDIA.
      *
           PERFORM 210-LE-PARAMETROS.
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
           MOVE DB2-CODFUN TO DB2X-CODFUN.
           MOVE SPACES TO WK-ANOMES-DEMISSAO.
           STRING WK-DEMISSFUN-ANO WK-DEMISSFUN-MES
               DELIMITED BY SIZE INTO WK-ANOMES-DEMISSAO.
      *
           EXEC SQL
               SELECT SUM(HORASNOTPON)
                   INTO :WK-HORASNOT-ANO :WK-IND-HORASNOT
                   FROM EAD703.PONTO_MENSAL
                   WHERE CODFUN = :DB2X-CODFUN
                     AND ANOMESPON >= :WK-ANOMES-MEDIA
                     AND ANOMESPON < :WK-ANOMES-DEMISSAO
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
       210-LE-PARAMETROS.
      *
      *    PARAMETROS NA VERSAO VIGENTE NO MES DA DEMISSAO; SEM
      *    VERSAO CADASTRADA VALEM OS VALORES COMPILADOS
      *
           MOVE 'SALARIO-MINIMO' TO DB2M-CHAVEPARM.
           PERFORM 211-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-SALARIO-MINIMO
           END-IF.
      *
           MOVE 'PERC-PERICULOS' TO DB2M-CHAVEPARM.
           PERFORM 211-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-PERICULOS
           END-IF.
      *
           MOVE 'PERC-ADIC-NOT'  TO DB2M-CHAVEPARM.
           PERFORM 211-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-ADIC-NOT
           END-IF.
      *
       211-LE-UM-PARAMETRO.
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
      *
       212-CALCULA-BANCO-HORAS.
      *
      *    SALDO POSITIVO DO BANCO DE HORAS (CREDITOS MENOS FOLGAS E
      *    PAGAMENTOS) PAGO A 50% SOBRE O SALARIO-HORA, COMO NO
      *    VENCIMENTO PELO COBFUN15. O PAGAMENTO R DE UM CALCULO
      *    ANTERIOR DESTA MESMA RESCISAO NAO ENTRA NO SALDO
      *
           MOVE ZEROES TO WK-SALDO-BCOHORAS
                          WK-VALOR-BCOHORAS.
           MOVE DB2-CODFUN    TO DB2BH-CODFUN.
           MOVE DB2-DEMISSFUN TO DB2BH-DATABCO.
      *
           EXEC SQL
               SELECT SUM(CASE WHEN TIPOBCO = 'C'
                               THEN HORASBCO ELSE 0 - HORASBCO END)
                   INTO :WK-SALDO-BCOHORAS :WK-IND-BCOHORAS
                   FROM EAD703.BANCO_HORAS
                   WHERE CODFUN = :DB2BH-CODFUN
                     AND NOT ( TIPOBCO = 'R'
                           AND DATABCO = :DB2BH-DATABCO )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO BANCO DE HORAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-BCOHORAS < 0 OR SQLCODE = 100
              OR WK-SALDO-BCOHORAS < 0
               MOVE ZEROES TO WK-SALDO-BCOHORAS
           END-IF.
      *
           IF WK-SALDO-BCOHORAS > 0
               COMPUTE WK-VALOR-BCOHORAS ROUNDED =
                   WK-SALDO-BCOHORAS * DB2-SALARIOFUN / 220 * 1,5
           END-IF.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
      *
           MOVE DB2-SALARIOFUN TO WK-VALOR-EDIT.
           DISPLAY 'SALARIO BASE............: ' WK-VALOR-EDIT.
      *
           IF WK-VALOR-ADICIONAIS > 0
               MOVE WK-VALOR-ADICIONAIS TO WK-VALOR-EDIT
               DISPLAY 'ADICIONAIS LEGAIS.......: ' WK-VALOR-EDIT
           END-IF.
      *
           MOVE WK-SALDO-SALARIO TO WK-VALOR-EDIT.
           DISPLAY 'SALDO DE SALARIO ('
               DISPLAY 'FERIAS VENCIDAS + 1/3 (' WK-SALDO-EDIT
                       ' DIAS): ' WK-VALOR-EDIT
           END-IF.
      *
           IF WK-SALDO-BCOHORAS > 0
               MOVE WK-SALDO-BCOHORAS TO WK-HORAS-EDIT
               MOVE WK-VALOR-BCOHORAS TO WK-VALOR-EDIT
               DISPLAY 'BANCO DE HORAS (' WK-HORAS-EDIT
                       ' H).....: ' WK-VALOR-EDIT
           END-IF.
      *
           MOVE WK-TOTAL-RESCISAO TO WK-TOTAL-EDIT.
           DISPLAY '**********************************************'.
           DISPLAY 'TOTAL DA RESCISAO.......: ' WK-TOTAL-EDIT.
      *
           IF WK-VALOR-PENSAO > 0
               PERFORM 913-EXIBE-PENSAO
                   VARYING WK-PENS-IDX FROM 1 BY 1
                   UNTIL WK-PENS-IDX > WK-PENS-QTDE
               COMPUTE WK-TOTAL-EDIT =
                   WK-TOTAL-RESCISAO - WK-VALOR-PENSAO
               DISPLAY 'LIQUIDO AO FUNCIONARIO..: ' WK-TOTAL-EDIT
           END-IF.
      *
           PERFORM 910-GRAVA-RESCISAO.
      *
           MOVE WK-FERIAS-PROP       TO DB2RS-FERIASRESC.
           MOVE WK-FERIAS-VENCIDAS   TO DB2RS-FERVENCRESC.
           MOVE WK-TOTAL-RESCISAO    TO DB2RS-TOTALRESC.
           MOVE WK-VALOR-BCOHORAS    TO DB2RS-BCOHORASRESC.
           MOVE 'C'                  TO DB2RS-SITUACAORESC.
      *
           EXEC SQL
                     MESES13RESC, MESESFERRESC, DIASFERVENRESC,
                     SALDOSALRESC, DECIMORESC, FERIASRESC,
                     FERVENCRESC, TOTALRESC, SITUACAORESC,
                     DATAHORARESC, BCOHORASRESC )
                   VALUES ( :DB2RS-CODFUN, :DB2RS-DATADEMISSRESC,
                            :DB2RS-DIASSALDORESC,
                            :DB2RS-MESES13RESC,
                            :DB2RS-FERVENCRESC,
                            :DB2RS-TOTALRESC,
                            :DB2RS-SITUACAORESC,
                            CURRENT TIMESTAMP,
                            :DB2RS-BCOHORASRESC )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 912-GRAVA-PENSOES
                   PERFORM 915-GRAVA-BANCO-HORAS
                   DISPLAY 'RESCISAO DO FUNCIONARIO ' DB2RS-CODFUN
                           ' GRAVADA. CONFIRME PELO COBFUN61'
               WHEN -803
                       FERIASRESC = :DB2RS-FERIASRESC,
                       FERVENCRESC = :DB2RS-FERVENCRESC,
                       TOTALRESC = :DB2RS-TOTALRESC,
                       BCOHORASRESC = :DB2RS-BCOHORASRESC,
                       DATAHORARESC = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2RS-CODFUN
                     AND DATADEMISSRESC = :DB2RS-DATADEMISSRESC
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 912-GRAVA-PENSOES
                   PERFORM 915-GRAVA-BANCO-HORAS
                   DISPLAY 'RESCISAO DO FUNCIONARIO ' DB2RS-CODFUN
                           ' RECALCULADA. CONFIRME PELO COBFUN61'
               WHEN 100
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       912-GRAVA-PENSOES.
      *
      *    ORIGEM R NA COMPETENCIA DA DEMISSAO; O RECALCULO DA
      *    RESCISAO AINDA NAO CONFIRMADA SUBSTITUI OS VALORES
      *
           MOVE DB2-CODFUN         TO DB2PP-CODFUN.
           MOVE WK-ANOMES-DEMISSAO TO DB2PP-ANOMESPPG.
           MOVE 'R'                TO DB2PP-ORIGEMPPG.
      *
           EXEC SQL
               DELETE FROM EAD703.PENSOES_PAGAMENTOS
                   WHERE CODFUN = :DB2PP-CODFUN
                     AND ANOMESPPG = :DB2PP-ANOMESPPG
                     AND ORIGEMPPG = :DB2PP-ORIGEMPPG
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LIMPEZA DAS PENSOES DA RESCISAO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 914-INCLUI-PENSAO
               VARYING WK-PENS-IDX FROM 1 BY 1
               UNTIL WK-PENS-IDX > WK-PENS-QTDE.
      *
       913-EXIBE-PENSAO.
           MOVE WK-PENS-ITEM-SEQ (WK-PENS-IDX)   TO WK-MESES-EDIT.
           MOVE WK-PENS-ITEM-VALOR (WK-PENS-IDX) TO WK-VALOR-EDIT.
           DISPLAY 'PENSAO ALIMENTICIA ' WK-MESES-EDIT
                   '....: ' WK-VALOR-EDIT.
      *
       914-INCLUI-PENSAO.
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
                       ' NA GRAVACAO DA PENSAO DA RESCISAO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       915-GRAVA-BANCO-HORAS.
      *
      *    BAIXA DO SALDO PAGO NA RESCISAO (TIPO R NA DATA DA
      *    DEMISSAO); O RECALCULO SUBSTITUI A BAIXA ANTERIOR
      *
           MOVE DB2-CODFUN         TO DB2BH-CODFUN.
           MOVE DB2-DEMISSFUN      TO DB2BH-DATABCO.
           MOVE 'R'                TO DB2BH-TIPOBCO.
           MOVE WK-ANOMES-DEMISSAO TO DB2BH-ANOMESBCO.
           MOVE WK-SALDO-BCOHORAS  TO DB2BH-HORASBCO.
           MOVE WK-VALOR-BCOHORAS  TO DB2BH-VALORBCO.
      *
           EXEC SQL
               SET :DB2BH-USUARIOBCO = USER
           END-EXEC.
      *
           EXEC SQL
               DELETE FROM EAD703.BANCO_HORAS
                   WHERE CODFUN = :DB2BH-CODFUN
                     AND DATABCO = :DB2BH-DATABCO
                     AND TIPOBCO = :DB2BH-TIPOBCO
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LIMPEZA DO BANCO DE HORAS DA RESCISAO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-SALDO-BCOHORAS > 0
               EXEC SQL
                   INSERT INTO EAD703.BANCO_HORAS
                       ( CODFUN, DATABCO, TIPOBCO, ANOMESBCO,
                         HORASBCO, VALORBCO, USUARIOBCO,
                         DATAHORABCO )
                       VALUES ( :DB2BH-CODFUN, :DB2BH-DATABCO,
                                :DB2BH-TIPOBCO, :DB2BH-ANOMESBCO,
                                :DB2BH-HORASBCO, :DB2BH-VALORBCO,
                                :DB2BH-USUARIOBCO, CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA BAIXA DO BANCO DE HORAS DA RESCISAO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      ******************************************************************
       END PROGRAM COBFUN18.
