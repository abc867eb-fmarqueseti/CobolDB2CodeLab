      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : GERACAO DO ARQUIVO DE CREDITO DE SALARIOS PARA O    *
      *            BANCO (LAYOUT FIXO HEADER/DETALHE/TRAILER) A PARTIR *
      *            DA FOLHA LIQUIDA E DAS CONTAS BANCARIAS (DB2). O    *
      *            TIPO C CREDITA AS DIFERENCAS LIQUIDAS DAS FOLHAS    *
      *            COMPLEMENTARES (COBFUN15, TIPO C) DA COMPETENCIA    *
      *            CADA DETALHE LEVA O ESTABELECIMENTO (CNPJ) DO       *
      *            DEPARTAMENTO DO FUNCIONARIO E O REGISTRO 8 TOTALIZA *
      *            OS CREDITOS DE CADA ESTABELECIMENTO ANTES DO        *
      *            TRAILER                                             *
      *            O HEADER TRAZ A DATA DO CREDITO: NA FOLHA NORMAL, O *
      *            5O DIA UTIL DO MES SEGUINTE (CALENDARIO DE FERIADOS *
      *            NACIONAIS DO COBFUN95); NOS DEMAIS TIPOS, OU SE O   *
      *            ARQUIVO SAIR DEPOIS DISSO, O DIA UTIL SEGUINTE      *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               INCLUDE BOOKLOGE
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
               INCLUDE BOOKFCPL
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKESTB
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
                         AND  R.SITUACAORESC = 'Q'
                       ORDER BY R.CODFUN, R.DATADEMISSRESC
           END-EXEC.
      *
           EXEC SQL
               DECLARE PENSTEMP CURSOR FOR
                  SELECT P.CODFUN,
                         A.NOMEBENPENS,
                         A.BANCOPENS,
                         A.AGENCIAPENS,
                         A.CONTAPENS,
                         A.DIGITOPENS,
                         A.TIPOCTAPENS,
                         SUM(P.VALORPPG)
                       FROM EAD703.PENSOES_PAGAMENTOS P,
                            EAD703.PENSOES_ALIMENTICIAS A,
                            EAD703.FUNCIONARIOS F,
                            EAD703.FOLHA_MENSAL M
                       WHERE  A.CODFUN = P.CODFUN
                         AND  A.SEQPENS = P.SEQPENS
                         AND  F.CODFUN = P.CODFUN
                         AND  M.CODFUN = P.CODFUN
                         AND  M.ANOMESFOLHA = :WK-ANOMES-ACCEPT
                         AND  F.ATIVOFUN = 'A'
                         AND  P.ANOMESPPG = :WK-ANOMES-ACCEPT
                         AND  P.ORIGEMPPG IN ('M', 'F')
                       GROUP BY P.CODFUN, P.SEQPENS, A.NOMEBENPENS,
                                A.BANCOPENS, A.AGENCIAPENS,
                                A.CONTAPENS, A.DIGITOPENS,
                                A.TIPOCTAPENS
                       HAVING SUM(P.VALORPPG) > 0
                       ORDER BY P.CODFUN, P.SEQPENS
           END-EXEC.
      *
           EXEC SQL
               DECLARE PRESTEMP CURSOR FOR
                  SELECT P.CODFUN,
                         A.NOMEBENPENS,
                         A.BANCOPENS,
                         A.AGENCIAPENS,
                         A.CONTAPENS,
                         A.DIGITOPENS,
                         A.TIPOCTAPENS,
                         P.VALORPPG
                       FROM EAD703.PENSOES_PAGAMENTOS P,
                            EAD703.PENSOES_ALIMENTICIAS A
                       WHERE  A.CODFUN = P.CODFUN
                         AND  A.SEQPENS = P.SEQPENS
                         AND  P.CODFUN = :DB2-CODFUN
                         AND  P.ANOMESPPG = :WK-ANOMES-RESCISAO
                         AND  P.ORIGEMPPG = 'R'
                         AND  P.VALORPPG > 0
                       ORDER BY P.SEQPENS
           END-EXEC.
      *
           EXEC SQL
               DECLARE CPLTEMP CURSOR FOR
                  SELECT C.CODFUN,
                         F.NOMEFUN,
                         C.SEQCPL,
                         C.LIQUIDOCPL
                       FROM EAD703.FOLHA_COMPLEMENTAR C,
                            EAD703.FUNCIONARIOS F
                       WHERE  F.CODFUN = C.CODFUN
                         AND  C.ANOMESCPL = :WK-ANOMES-ACCEPT
                         AND  C.SITUACAOCPL = 'G'
                       ORDER BY C.CODFUN, C.SEQCPL
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-USUARIO           PIC X(8)          VALUE SPACES.
       77  WK-PENDENTE-CONT     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-SEQ-REMESSA       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-SEQREM        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PENSOES      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-CONFERENCIA-CONT  PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-PENSAO-RESCISAO   PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-PENSAO        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-ANOMES-RESCISAO   PIC X(6)          VALUE SPACES.
       77  WK-QTDE-COMPLEMENTAR PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-ESTAB        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-ESTAB-MAX         PIC S9(4) USAGE COMP VALUE 20.
      *
       77  WK-ANO-PROX          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
       77  WK-DATA-LIMITE       PIC X(10)         VALUE SPACES.
       77  WK-DATA-CREDITO      PIC X(10)         VALUE SPACES.
       77  WK-DATA-DIA          PIC X(10)         VALUE SPACES.
       77  WK-DIA-SEMANA        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FERIADO-CONT      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-UTEIS-CONT   PIC S9(4) USAGE COMP VALUE ZEROES.
      *
      *    TOTAIS DOS CREDITOS POR ESTABELECIMENTO, NA ORDEM EM QUE
      *    APARECEM NO ARQUIVO
      *
       01  WK-TABELA-ESTAB.
           05 WK-ESTAB-ENTRADA OCCURS 20 TIMES
                               INDEXED BY WK-EST-IDX.
              10 WK-TAB-CODESTAB   PIC X(3).
              10 WK-TAB-CNPJ       PIC X(14).
              10 WK-TAB-QTDE       PIC S9(8) USAGE COMP.
              10 WK-TAB-TOTAL      PIC S9(13)V9(2) USAGE COMP-3.
      *
       01  WK-REG-HEADER.
           05 FILLER               PIC X          VALUE '0'.
              VALUE 'CREDITO DE SALARIOS '.
           05 WK-HDR-ANOMES        PIC X(6).
           05 WK-HDR-DATA          PIC X(10).
           05 WK-HDR-DATA-CREDITO  PIC X(10).
           05 FILLER               PIC X(33)      VALUE SPACES.
      *
       01  WK-REG-DETALHE.
           05 FILLER               PIC X          VALUE '1'.
           05 WK-DET-DIGITO        PIC X.
           05 WK-DET-TIPO          PIC X.
           05 WK-DET-VALOR         PIC 9(11)V99.
           05 WK-DET-CODESTAB      PIC X(3).
           05 FILLER               PIC X(3)       VALUE SPACES.
      *
       01  WK-REG-ESTAB-TRAILER.
           05 FILLER               PIC X          VALUE '8'.
           05 WK-ETR-CODESTAB      PIC X(3).
           05 WK-ETR-CNPJ          PIC X(14).
           05 WK-ETR-QTDE          PIC 9(6).
           05 WK-ETR-TOTAL         PIC 9(13)V99.
           05 FILLER               PIC X(41)      VALUE SPACES.
      *
       01  WK-REG-TRAILER.
           05 FILLER               PIC X          VALUE '9'.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
      *
           EVALUATE WK-TIPO-ACCEPT
               WHEN 'S'
                   PERFORM 251-PROCESSA-SUPLEMENTAR
                       UNTIL SQLCODE = 100
               WHEN 'C'
                   PERFORM 271-PROCESSA-COMPLEMENTAR
                       UNTIL SQLCODE = 100
               WHEN OTHER
                   PERFORM 201-PROCESSAR UNTIL SQLCODE = 100
                   PERFORM 265-ABRE-PENSOES
                   PERFORM 266-PROCESSA-PENSAO UNTIL SQLCODE = 100
                   PERFORM 255-ABRE-RESCISOES
                   PERFORM 261-PROCESSA-RESCISAO UNTIL SQLCODE = 100
           END-EVALUATE.
      *
           PERFORM 901-FINALIZAR.
           GOBACK.
               SET :WK-USUARIO = USER
           END-EXEC.
      *
           EVALUATE WK-TIPO-ACCEPT
               WHEN 'S'
                   PERFORM 105-VERIFICA-SUPLEMENTAR
               WHEN 'C'
                   PERFORM 109-VERIFICA-COMPLEMENTAR
               WHEN OTHER
                   MOVE 'N' TO WK-TIPO-ACCEPT
                   PERFORM 103-VERIFICA-COMPETENCIA
                   PERFORM 108-VERIFICA-CONFERENCIA
                   PERFORM 104-VERIFICA-REMESSA
           END-EVALUATE.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
      *
           EXEC SQL
               SET :WK-DATA-GERACAO = CURRENT DATE
           END-EXEC.
      *
           PERFORM 111-CALCULA-DATA-CREDITO.
      *
           OPEN OUTPUT ARQ-PAGFUN.
      *
           MOVE WK-ANOMES-ACCEPT TO WK-HDR-ANOMES.
           MOVE WK-DATA-GERACAO  TO WK-HDR-DATA.
           MOVE WK-DATA-CREDITO  TO WK-HDR-DATA-CREDITO.
           WRITE REG-PAGFUN FROM WK-REG-HEADER.
      *
           EVALUATE WK-TIPO-ACCEPT
               WHEN 'S'
                   PERFORM 106-ABRE-SUPLEMENTAR
               WHEN 'C'
                   PERFORM 110-ABRE-COMPLEMENTAR
               WHEN OTHER
                   PERFORM 107-ABRE-FOLHA
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN33' TO DB2E-NOMEPGM.
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       108-VERIFICA-CONFERENCIA.
      *
      *    A LISTA DE EXCECOES DO COBFUN73 PRECISA ESTAR LIBERADA
      *    PELO SUPERVISOR E SER POSTERIOR AO ULTIMO CALCULO DA FOLHA
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-CONFERENCIA-CONT
                   FROM EAD703.CONFERENCIA_FOLHA C
                   WHERE C.ANOMESCONF = :WK-ANOMES-ACCEPT
                     AND C.SITUACAOCONF = 'L'
                     AND NOT EXISTS
                         ( SELECT 1
                               FROM EAD703.FOLHA_MENSAL M
                               WHERE M.ANOMESFOLHA = C.ANOMESCONF
                                 AND M.DATAHORAFOLHA >
                                     C.DATAHORAGERCONF )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA CONFERENCIA DA FOLHA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-CONFERENCIA-CONT = 0
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' SEM CONFERENCIA LIBERADA. GERE E LIBERE A'
                       ' LISTA DE EXCECOES PELO COBFUN73'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       109-VERIFICA-COMPLEMENTAR.
      *
      *    DIFERENCAS DAS FOLHAS COMPLEMENTARES SO SAO CREDITADAS
      *    DEPOIS DA REMESSA NORMAL DA COMPETENCIA
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-REMESSA-CONT
                   FROM EAD703.REMESSAS_CREDITO
                   WHERE ANOMESREM = :WK-ANOMES-ACCEPT
                     AND TIPOREM = 'N'
                     AND SITUACAOREM <> 'X'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO CONTROLE DE REMESSAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-REMESSA-CONT = 0
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' SEM REMESSA NORMAL. GERE A REMESSA NORMAL'
                       ' ANTES DA COMPLEMENTAR'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-PENDENTE-CONT
                   FROM EAD703.FOLHA_COMPLEMENTAR
                   WHERE ANOMESCPL = :WK-ANOMES-ACCEPT
                     AND SITUACAOCPL = 'G'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DAS FOLHAS COMPLEMENTARES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-PENDENTE-CONT = 0
               DISPLAY 'NENHUMA FOLHA COMPLEMENTAR PENDENTE DE'
                       ' CREDITO NA COMPETENCIA ' WK-ANOMES-ACCEPT
           END-IF.
      *
       110-ABRE-COMPLEMENTAR.
           EXEC SQL
               OPEN CPLTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DE COMPLEMENTARES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 309-LER-COMPLEMENTAR.
      *
       111-CALCULA-DATA-CREDITO.
      *
      *    O SALARIO DEVE SER PAGO ATE O 5O DIA UTIL DO MES SEGUINTE
      *    A COMPETENCIA; DIAS UTEIS SAO DE SEGUNDA A SEXTA, FORA OS
      *    FERIADOS NACIONAIS (O CREDITO E UNICO PARA A EMPRESA)
      *
           MOVE HIGH-VALUES TO WK-DATA-LIMITE.
      *
           IF WK-TIPO-ACCEPT = 'N'
               MOVE WK-ANOMES-ANO TO WK-ANO-PROX
               MOVE WK-ANOMES-MES TO WK-MES-PROX
               ADD 1 TO WK-MES-PROX
      *
               IF WK-MES-PROX > 12
                   MOVE 1 TO WK-MES-PROX
                   ADD 1 TO WK-ANO-PROX
               END-IF
      *
               MOVE SPACES TO WK-COMP-PROX
               STRING WK-ANO-PROX '-' WK-MES-PROX '-01'
                   DELIMITED BY SIZE INTO WK-COMP-PROX
      *
               EXEC SQL
                   SET :WK-DATA-DIA =
                       CHAR(DATE(:WK-COMP-PROX) - 1 DAY, ISO)
               END-EXEC
      *
               MOVE ZEROES TO WK-DIAS-UTEIS-CONT
               PERFORM 112-AVANCA-DIA-UTIL
                   UNTIL WK-DIAS-UTEIS-CONT = 5
               MOVE WK-DATA-DIA TO WK-DATA-LIMITE
           END-IF.
      *
           IF WK-DATA-GERACAO NOT > WK-DATA-LIMITE
               MOVE WK-DATA-LIMITE TO WK-DATA-CREDITO
           ELSE
               MOVE WK-DATA-GERACAO TO WK-DATA-DIA
               MOVE ZEROES TO WK-DIAS-UTEIS-CONT
               PERFORM 112-AVANCA-DIA-UTIL
                   UNTIL WK-DIAS-UTEIS-CONT = 1
               MOVE WK-DATA-DIA TO WK-DATA-CREDITO
           END-IF.
      *
           DISPLAY 'DATA DO CREDITO: ' WK-DATA-CREDITO.
      *
           IF WK-TIPO-ACCEPT = 'N'
              AND WK-DATA-CREDITO > WK-DATA-LIMITE
               DISPLAY 'ATENCAO: CREDITO APOS O 5O DIA UTIL ('
                       WK-DATA-LIMITE ')'
           END-IF.
      *
       112-AVANCA-DIA-UTIL.
           EXEC SQL
               SET :WK-DATA-DIA = CHAR(DATE(:WK-DATA-DIA) + 1 DAY, ISO)
           END-EXEC.
      *
           PERFORM 113-VERIFICA-DIA-UTIL.
      *
           IF WK-DIA-SEMANA NOT = 1 AND WK-DIA-SEMANA NOT = 7
              AND WK-FERIADO-CONT = 0
               ADD 1 TO WK-DIAS-UTEIS-CONT
           END-IF.
      *
       113-VERIFICA-DIA-UTIL.
      *
      *    DIA DA SEMANA (1=DOMINGO ... 7=SABADO) E FERIADOS
      *    NACIONAIS CADASTRADOS NA DATA
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
       103-VERIFICA-COMPETENCIA.
           MOVE WK-ANOMES-ACCEPT TO DB2K-ANOMESCOMP.
           MOVE DB2B-DIGITOCTA    TO WK-DET-DIGITO.
           MOVE DB2B-TIPOCTA      TO WK-DET-TIPO.
           MOVE DB2F-SALARIOLIQ   TO WK-DET-VALOR.
      *
           PERFORM 225-ACUMULA-ESTABELECIMENTO.
      *
           WRITE REG-PAGFUN FROM WK-REG-DETALHE.
      *
       225-ACUMULA-ESTABELECIMENTO.
      *
      *    O ESTABELECIMENTO PAGADOR E O DO DEPARTAMENTO ATUAL DO
      *    FUNCIONARIO (NO CREDITO DE PENSAO, O DO FUNCIONARIO QUE
      *    SOFREU O DESCONTO)
      *
           EXEC SQL
               SELECT S.CODESTAB, S.CNPJESTAB
                   INTO :DB2ES-CODESTAB, :DB2ES-CNPJESTAB
                   FROM EAD703.FUNCIONARIOS F,
                        EAD703.DEPARTAMENTOS D,
                        EAD703.ESTABELECIMENTOS S
                   WHERE F.CODFUN = :WK-DET-CODFUN
                     AND D.CODDEPTO = F.DEPTOFUN
                     AND S.CODESTAB = D.CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LEITURA DO ESTABELECIMENTO DO FUNCIONARIO '
                       WK-DET-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE DB2ES-CODESTAB TO WK-DET-CODESTAB.
      *
           SET WK-EST-IDX TO 1.
      *
           SEARCH WK-ESTAB-ENTRADA
               AT END
                   DISPLAY 'TABELA DE ESTABELECIMENTOS ESGOTADA ('
                           WK-ESTAB-MAX ' POSICOES)'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               WHEN WK-EST-IDX > WK-QTDE-ESTAB
                   ADD 1 TO WK-QTDE-ESTAB
                   MOVE DB2ES-CODESTAB  TO WK-TAB-CODESTAB (WK-EST-IDX)
                   MOVE DB2ES-CNPJESTAB TO WK-TAB-CNPJ (WK-EST-IDX)
                   MOVE 1               TO WK-TAB-QTDE (WK-EST-IDX)
                   MOVE WK-DET-VALOR    TO WK-TAB-TOTAL (WK-EST-IDX)
               WHEN WK-TAB-CODESTAB (WK-EST-IDX) = DB2ES-CODESTAB
                   ADD 1            TO WK-TAB-QTDE (WK-EST-IDX)
                   ADD WK-DET-VALOR TO WK-TAB-TOTAL (WK-EST-IDX)
           END-SEARCH.
      *
       255-ABRE-RESCISOES.
      *
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 263-CONSULTA-PENSAO-RESCISAO
                   COMPUTE DB2F-SALARIOLIQ =
                       DB2RS-TOTALRESC - WK-PENSAO-RESCISAO
                   PERFORM 220-GRAVA-DETALHE
                   IF WK-PENSAO-RESCISAO > 0
                       PERFORM 267-ABRE-PENSOES-RESCISAO
                       PERFORM 268-PROCESSA-PENSAO-RESCISAO
                           UNTIL SQLCODE = 100
                       EXEC SQL
                           CLOSE PRESTEMP
                       END-EXEC
                   END-IF
                   PERFORM 262-BAIXA-RESCISAO
                   ADD 1 TO WK-QTDE-RESCISOES
               WHEN 100
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       263-CONSULTA-PENSAO-RESCISAO.
      *
      *    PENSAO ALIMENTICIA RETIDA PELO COBFUN18 NA COMPETENCIA DA
      *    DEMISSAO SAI DO TOTALRESC E VAI AO BENEFICIARIO
      *
           MOVE ZEROES TO WK-PENSAO-RESCISAO.
           MOVE SPACES TO WK-ANOMES-RESCISAO.
           STRING DB2RS-DATADEMISSRESC(1:4) DB2RS-DATADEMISSRESC(6:2)
               DELIMITED BY SIZE INTO WK-ANOMES-RESCISAO.
      *
           EXEC SQL
               SELECT SUM(VALORPPG)
                   INTO :WK-PENSAO-RESCISAO :WK-IND-PENSAO
                   FROM EAD703.PENSOES_PAGAMENTOS
                   WHERE CODFUN = :DB2-CODFUN
                     AND ANOMESPPG = :WK-ANOMES-RESCISAO
                     AND ORIGEMPPG = 'R'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA PENSAO DA RESCISAO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-PENSAO < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-PENSAO-RESCISAO
           END-IF.
      *
       265-ABRE-PENSOES.
      *
      *    PENSAO ALIMENTICIA RETIDA NA FOLHA (COBFUN15) E NO RECIBO
      *    DE FERIAS (COBFUN48) DA COMPETENCIA: UM CREDITO POR
      *    BENEFICIARIO, NA CONTA INFORMADA NO COBFUN72
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
           PERFORM 307-LER-PENSAO.
      *
       266-PROCESSA-PENSAO.
           PERFORM 270-GRAVA-DETALHE-PENSAO.
           PERFORM 307-LER-PENSAO.
      *
       267-ABRE-PENSOES-RESCISAO.
           EXEC SQL
               OPEN PRESTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DE PENSOES DA RESCISAO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 308-LER-PENSAO-RESCISAO.
      *
       268-PROCESSA-PENSAO-RESCISAO.
           PERFORM 270-GRAVA-DETALHE-PENSAO.
           PERFORM 308-LER-PENSAO-RESCISAO.
      *
       270-GRAVA-DETALHE-PENSAO.
      *
      *    O DETALHE DO BENEFICIARIO LEVA O CODFUN DO FUNCIONARIO
      *    QUE SOFREU O DESCONTO, COM NOME E CONTA DO BENEFICIARIO
      *
           ADD 1 TO WK-QTDE-DETALHE
                    WK-QTDE-PENSOES.
           ADD DB2PP-VALORPPG TO WK-TOTAL-CREDITO.
      *
           MOVE WK-QTDE-DETALHE     TO WK-DET-SEQUENCIA.
           MOVE DB2PP-CODFUN        TO WK-DET-CODFUN.
           MOVE DB2PA-NOMEBENPENS-TEXT TO WK-DET-NOMEFUN.
           MOVE DB2PA-BANCOPENS     TO WK-DET-BANCO.
           MOVE DB2PA-AGENCIAPENS   TO WK-DET-AGENCIA.
           MOVE DB2PA-CONTAPENS     TO WK-DET-CONTA.
           MOVE DB2PA-DIGITOPENS    TO WK-DET-DIGITO.
           MOVE DB2PA-TIPOCTAPENS   TO WK-DET-TIPO.
           MOVE DB2PP-VALORPPG      TO WK-DET-VALOR.
      *
           PERFORM 225-ACUMULA-ESTABELECIMENTO.
      *
           WRITE REG-PAGFUN FROM WK-REG-DETALHE.
      *
       251-PROCESSA-SUPLEMENTAR.
           PERFORM 210-CONSULTA-CONTA.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       271-PROCESSA-COMPLEMENTAR.
           PERFORM 210-CONSULTA-CONTA.
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DB2FC-LIQUIDOCPL TO DB2F-SALARIOLIQ
                   PERFORM 220-GRAVA-DETALHE
                   PERFORM 272-BAIXA-COMPLEMENTAR
                   ADD 1 TO WK-QTDE-COMPLEMENTAR
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' '
                           DB2-NOMEFUN-TEXT
                   DISPLAY '   SEM CONTA BANCARIA CONFIRMADA.'
                           ' COMPLEMENTAR MANTIDA NA FILA'
                   ADD 1 TO WK-QTDE-SEM-CONTA
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA CONTA BANCARIA'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
           PERFORM 309-LER-COMPLEMENTAR.
      *
       272-BAIXA-COMPLEMENTAR.
           EXEC SQL
               UPDATE EAD703.FOLHA_COMPLEMENTAR
                   SET SITUACAOCPL = 'P',
                       DATAHORACPL = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2-CODFUN
                     AND ANOMESCPL = :WK-ANOMES-ACCEPT
                     AND SEQCPL = :DB2FC-SEQCPL
                     AND SITUACAOCPL = 'G'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA BAIXA DA FOLHA COMPLEMENTAR CREDITADA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       230-CONSULTA-SEM-FOLHA.
           EXEC SQL
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       307-LER-PENSAO.
           MOVE SPACES TO DB2PA-NOMEBENPENS-TEXT.
      *
           EXEC SQL
               FETCH PENSTEMP
                   INTO :DB2PP-CODFUN,
                        :DB2PA-NOMEBENPENS,
                        :DB2PA-BANCOPENS,
                        :DB2PA-AGENCIAPENS,
                        :DB2PA-CONTAPENS,
                        :DB2PA-DIGITOPENS,
                        :DB2PA-TIPOCTAPENS,
                        :DB2PP-VALORPPG
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'FIM DO CURSOR DE PENSOES'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE PENSOES'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       308-LER-PENSAO-RESCISAO.
           MOVE SPACES TO DB2PA-NOMEBENPENS-TEXT.
      *
           EXEC SQL
               FETCH PRESTEMP
                   INTO :DB2PP-CODFUN,
                        :DB2PA-NOMEBENPENS,
                        :DB2PA-BANCOPENS,
                        :DB2PA-AGENCIAPENS,
                        :DB2PA-CONTAPENS,
                        :DB2PA-DIGITOPENS,
                        :DB2PA-TIPOCTAPENS,
                        :DB2PP-VALORPPG
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO FETCH DO CURSOR DE PENSOES DA RESCISAO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       309-LER-COMPLEMENTAR.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH CPLTEMP
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2FC-SEQCPL,
                        :DB2FC-LIQUIDOCPL
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'FIM DO CURSOR DE COMPLEMENTARES'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE COMPLEMENTARES'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 905-GRAVA-TOTAL-ESTAB
               VARYING WK-EST-IDX FROM 1 BY 1
               UNTIL WK-EST-IDX > WK-QTDE-ESTAB.
      *
           MOVE WK-QTDE-DETALHE  TO WK-TRL-QTDE.
           MOVE WK-TOTAL-CREDITO TO WK-TRL-TOTAL.
           WRITE REG-PAGFUN FROM WK-REG-TRAILER.
      *
           EVALUATE WK-TIPO-ACCEPT
               WHEN 'S'
                   EXEC SQL
                       CLOSE SUPTEMP
                   END-EXEC
               WHEN 'C'
                   EXEC SQL
                       CLOSE CPLTEMP
                   END-EXEC
               WHEN OTHER
                   EXEC SQL
                       CLOSE PAGTEMP
                   END-EXEC
      *
                   EXEC SQL
                       CLOSE PENSTEMP
                   END-EXEC
      *
                   EXEC SQL
                       CLOSE RESCTEMP
                   END-EXEC
      *
                   PERFORM 230-CONSULTA-SEM-FOLHA
           END-EVALUATE.
      *
           IF RETURN-CODE = 0
               PERFORM 903-GRAVA-REMESSA
           DISPLAY 'ATIVOS SEM FOLHA NA COMPETENCIA: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-RESCISOES TO WK-QTDE-EDIT.
           DISPLAY 'RESCISOES INCLUIDAS NO CREDITO.: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-PENSOES TO WK-QTDE-EDIT.
           DISPLAY 'CREDITOS DE PENSAO ALIMENTICIA: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-COMPLEMENTAR TO WK-QTDE-EDIT.
           DISPLAY 'COMPLEMENTARES CREDITADAS.....: ' WK-QTDE-EDIT.
      *
           IF RETURN-CODE = 0 AND WK-TIPO-ACCEPT = 'N'
               PERFORM 902-MARCA-PAGA
           END-IF.
      *
           END-EXEC.
      *
           CLOSE ARQ-PAGFUN.
      *
       905-GRAVA-TOTAL-ESTAB.
           MOVE WK-TAB-CODESTAB (WK-EST-IDX) TO WK-ETR-CODESTAB.
           MOVE WK-TAB-CNPJ (WK-EST-IDX)     TO WK-ETR-CNPJ.
           MOVE WK-TAB-QTDE (WK-EST-IDX)     TO WK-ETR-QTDE.
           MOVE WK-TAB-TOTAL (WK-EST-IDX)    TO WK-ETR-TOTAL.
           WRITE REG-PAGFUN FROM WK-REG-ESTAB-TRAILER.
      *
           MOVE WK-TAB-QTDE (WK-EST-IDX)  TO WK-QTDE-EDIT.
           MOVE WK-TAB-TOTAL (WK-EST-IDX) TO WK-TOTAL-EDIT.
           DISPLAY 'ESTABELECIMENTO ' WK-ETR-CODESTAB
                   ' CNPJ ' WK-ETR-CNPJ ' CREDITOS ' WK-QTDE-EDIT
                   ' VALOR ' WK-TOTAL-EDIT.
      *
       904-GRAVA-LOG-FIM.
           MOVE WK-QTDE-DETALHE   TO DB2E-QTDELIDLOG
