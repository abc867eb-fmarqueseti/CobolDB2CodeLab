      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : RELATORIO MENSAL DE VARIACAO ENTRE O ORCAMENTO DE   *
      *            MASSA SALARIAL E A FOLHA ATUAL DE CADA DEPARTAMENTO *
      *            (DB2), COM A FOLHA DISTRIBUIDA PELO RATEIO ENTRE    *
      *            CENTROS DE CUSTO (COBFUN87)                         *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *
       210-CONSULTA-MASSA-ATUAL.
           MOVE ZEROES TO WK-MASSA-ATUAL.
      *
      *
      *    MASSA RATEADA ENTRE OS CENTROS DE CUSTO (COBFUN87): X TRAZ
      *    100% NO DEPTOFUN PARA QUEM NAO TEM RATEIO VIGENTE
      *
           EXEC SQL
               SELECT SUM(F.SALARIOFUN * X.PERCRAT / 100)
                   INTO :WK-MASSA-ATUAL :WK-IND-MASSA
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
                     AND X.CODDEPTO = :DB2O-CODDEPTO
                     AND F.ATIVOFUN = 'A'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
       220-CONSULTA-SEM-ORCAMENTO.
           EXEC SQL
               SELECT COUNT(DISTINCT X.CODDEPTO)
                   INTO :WK-QTDE-SEM-ORC
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
                     AND X.PERCRAT > 0
                     AND F.ATIVOFUN = 'A'
                     AND NOT EXISTS
                         ( SELECT 1
                               FROM EAD703.ORCAMENTO_DEPTO O
                               WHERE O.CODDEPTO = X.CODDEPTO
                                 AND O.ANOORC = :WK-ANO-ACCEPT )
           END-EXEC.
      *
