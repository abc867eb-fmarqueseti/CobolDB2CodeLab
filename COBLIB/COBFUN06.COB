      * DATA     : 2025-01-24                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : RESUMO DA FOLHA DE PAGAMENTO POR DEPARTAMENTO (DB2) *
      *            COM O CUSTO DISTRIBUIDO PELO RATEIO (COBFUN87) E A  *
      *            LOTACAO CONTADA NO DEPARTAMENTO DO FUNCIONARIO,     *
      *            AGRUPADO POR ESTABELECIMENTO (CNPJ)                 *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               INCLUDE BOOKDLIM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKESTB
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
               DECLARE RESUMOTEMP CURSOR FOR
                  SELECT D.CODESTAB,
                         S.RAZAOESTAB,
                         X.CODDEPTO,
                         D.NOMEDEPTO,
                         SUM(X.QTDERAT),
                         SUM(F.SALARIOFUN * X.PERCRAT / 100),
                         SUM(X.PERCRAT)

                       FROM EAD703.FUNCIONARIOS F,
                            EAD703.DEPARTAMENTOS D,
                            EAD703.ESTABELECIMENTOS S,
                     ( SELECT F1.CODFUN, F1.DEPTOFUN AS CODDEPTO,
                              100 AS PERCRAT, 1 AS QTDERAT
                          FROM EAD703.FUNCIONARIOS F1
                          WHERE NOT EXISTS
                              ( SELECT 1 FROM EAD703.RATEIO_FUNC R1
                                   WHERE R1.CODFUN = F1.CODFUN
                                     AND R1.DATAINIRAT <= CURRENT DATE
                                     AND R1.DATAFIMRAT >= CURRENT DATE )
                       UNION ALL
                       SELECT F2.CODFUN, F2.DEPTOFUN, 0, 1
                          FROM EAD703.FUNCIONARIOS F2
                          WHERE EXISTS
                              ( SELECT 1 FROM EAD703.RATEIO_FUNC R2
                                   WHERE R2.CODFUN = F2.CODFUN
                                     AND R2.DATAINIRAT <= CURRENT DATE
                                     AND R2.DATAFIMRAT >= CURRENT DATE )
                       UNION ALL
                       SELECT R3.CODFUN, R3.CODDEPTO, R3.PERCRAT, 0
                          FROM EAD703.RATEIO_FUNC R3
                          WHERE R3.DATAINIRAT <= CURRENT DATE
                            AND R3.DATAFIMRAT >= CURRENT DATE ) AS X
                       WHERE  X.CODFUN = F.CODFUN
                         AND  X.CODDEPTO = D.CODDEPTO
                         AND  S.CODESTAB = D.CODESTAB
                         AND  F.ATIVOFUN = 'A'
                       GROUP BY D.CODESTAB, S.RAZAOESTAB,
                                X.CODDEPTO, D.NOMEDEPTO
                       ORDER BY D.CODESTAB, X.CODDEPTO
           END-EXEC.
      *
           EXEC SQL
       77  WK-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZ9,99       VALUE ZEROES.
       77  WK-MEDIA-SALARIO     PIC S9(7)V9(2) COMP-3    VALUE ZEROES.
       77  WK-MEDIA-EDIT        PIC ZZZ.ZZ9,99           VALUE ZEROES.
       77  WK-PERC-TOTAL        PIC S9(9)V9(2) COMP-3    VALUE ZEROES.
       77  WK-IND-TOTAL         PIC S9(4) USAGE COMP     VALUE ZEROES.
       77  WK-LIMITE-EDIT       PIC ZZZ9                 VALUE ZEROES.
      *
       77  WK-DIV-QTDE          PIC S9(8) USAGE COMP     VALUE ZEROES.
       77  WK-DIV-CUSTO         PIC S9(9)V9(2) COMP-3    VALUE ZEROES.
       77  WK-DIV-VAGAS         PIC S9(8) USAGE COMP     VALUE ZEROES.
      *
       77  WK-ESTAB-ANTERIOR    PIC X(3)                 VALUE SPACES.
       77  WK-ESTAB-QTDE        PIC S9(8) USAGE COMP     VALUE ZEROES.
       77  WK-ESTAB-CUSTO       PIC S9(9)V9(2) COMP-3    VALUE ZEROES.
      *
       01  WK-SWITCHES.
           05 WK-FIM-DIVISAO-SW    PIC X          VALUE 'N'.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL SQLCODE = 100.
      *
           IF WK-ESTAB-ANTERIOR NOT = SPACES
               PERFORM 230-TOTALIZA-ESTABELECIMENTO
           END-IF.
      *
           PERFORM 401-RESUMO-DIVISOES.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF DB2-CODESTAB NOT = WK-ESTAB-ANTERIOR
               IF WK-ESTAB-ANTERIOR NOT = SPACES
                   PERFORM 230-TOTALIZA-ESTABELECIMENTO
               END-IF
               PERFORM 220-INICIA-ESTABELECIMENTO
           END-IF.
      *
      *    MEDIA POR FUNCIONARIO EQUIVALENTE: SOMA DOS PERCENTUAIS
      *    RATEADOS AO DEPARTAMENTO (100 POR FUNCIONARIO SEM RATEIO)
      *
           IF WK-PERC-TOTAL > 0
               COMPUTE WK-MEDIA-SALARIO ROUNDED =
                       WK-TOTAL-SALARIO * 100 / WK-PERC-TOTAL
           ELSE
               MOVE ZEROES TO WK-MEDIA-SALARIO
           END-IF.
      *
           MOVE WK-QTDE-FUNC     TO WK-QTDE-EDIT.
           MOVE WK-TOTAL-SALARIO TO WK-TOTAL-EDIT.
           MOVE WK-MEDIA-SALARIO TO WK-MEDIA-EDIT.
           DISPLAY 'FOLHA TOTAL    : ' WK-TOTAL-EDIT.
           DISPLAY 'FOLHA MEDIA    : ' WK-MEDIA-EDIT.
           DISPLAY '****************************************'.
      *
           ADD WK-QTDE-FUNC     TO WK-ESTAB-QTDE.
           ADD WK-TOTAL-SALARIO TO WK-ESTAB-CUSTO.
      *
           PERFORM 301-LER-RESUMO.
      *
       220-INICIA-ESTABELECIMENTO.
           MOVE DB2-CODESTAB TO WK-ESTAB-ANTERIOR.
           MOVE ZEROES       TO WK-ESTAB-QTDE
                                WK-ESTAB-CUSTO.
      *
           DISPLAY '=============================================='.
           DISPLAY 'ESTABELECIMENTO: ' DB2-CODESTAB
                   ' - ' DB2ES-RAZAOESTAB-TEXT.
           DISPLAY '=============================================='.
      *
       230-TOTALIZA-ESTABELECIMENTO.
           MOVE WK-ESTAB-QTDE  TO WK-QTDE-EDIT.
           MOVE WK-ESTAB-CUSTO TO WK-TOTAL-EDIT.
      *
           DISPLAY 'TOTAL DO ESTABELECIMENTO ' WK-ESTAB-ANTERIOR.
           DISPLAY 'QTDE FUNCS     : ' WK-QTDE-EDIT.
           DISPLAY 'FOLHA TOTAL    : ' WK-TOTAL-EDIT.
           DISPLAY '=============================================='.
      ******************************************************************
       300-LER-RESUMO SECTION.
       301-LER-RESUMO.
           MOVE SPACES TO DB2-NOMEDEPTO-TEXT
                          DB2ES-RAZAOESTAB-TEXT.
      *
           EXEC SQL
               FETCH RESUMOTEMP
                   INTO :DB2-CODESTAB,
                        :DB2ES-RAZAOESTAB,
                        :DB2-DEPTOFUN,
                        :DB2-NOMEDEPTO,
                        :WK-QTDE-FUNC,
                        :WK-TOTAL-SALARIO,
                        :WK-PERC-TOTAL
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
       405-CUSTO-FILHO.
           MOVE ZEROES TO WK-TOTAL-SALARIO.
      *
      *
      *    CUSTO RATEADO (COBFUN87); A OCUPACAO FICA NO DEPTOFUN
      *
           EXEC SQL
               SELECT SUM(F.SALARIOFUN * X.PERCRAT / 100)
                   INTO :WK-TOTAL-SALARIO :WK-IND-TOTAL
                   FROM EAD703.FUNCIONARIOS F,
                     ( SELECT F1.CODFUN, F1.DEPTOFUN AS CODDEPTO,
                              100 AS PERCRAT, 1 AS QTDERAT
                          FROM EAD703.FUNCIONARIOS F1
                          WHERE NOT EXISTS
                              ( SELECT 1 FROM EAD703.RATEIO_FUNC R1
                                   WHERE R1.CODFUN = F1.CODFUN
                                     AND R1.DATAINIRAT <= CURRENT DATE
                                     AND R1.DATAFIMRAT >= CURRENT DATE )
                       UNION ALL
                       SELECT F2.CODFUN, F2.DEPTOFUN, 0, 1
                          FROM EAD703.FUNCIONARIOS F2
                          WHERE EXISTS
                              ( SELECT 1 FROM EAD703.RATEIO_FUNC R2
                                   WHERE R2.CODFUN = F2.CODFUN
                                     AND R2.DATAINIRAT <= CURRENT DATE
                                     AND R2.DATAFIMRAT >= CURRENT DATE )
                       UNION ALL
                       SELECT R3.CODFUN, R3.CODDEPTO, R3.PERCRAT, 0
                          FROM EAD703.RATEIO_FUNC R3
                          WHERE R3.DATAINIRAT <= CURRENT DATE
                            AND R3.DATAFIMRAT >= CURRENT DATE ) AS X
                   WHERE X.CODFUN = F.CODFUN
                     AND X.CODDEPTO = :DB2-CODDEPTO
                     AND F.ATIVOFUN = 'A'
           END-EXEC.
      *
           IF WK-IND-TOTAL < 0
