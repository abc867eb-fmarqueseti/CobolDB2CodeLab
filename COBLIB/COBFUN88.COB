      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : VARREDURA NOTURNA DE INTEGRIDADE REFERENCIAL DAS    *
      *            TABELAS SATELITE DE FUNCIONARIOS (DB2), SOMENTE     *
      *            LEITURA: LINHAS COM CODFUN INEXISTENTE, BENEFICIOS, *
      *            DESCONTOS E VALE-TRANSPORTE ATIVOS DE FUNCIONARIO   *
      *            INATIVO, AFASTAMENTOS E PERIODOS DE FERIAS ABERTOS  *
      *            APOS A DEMISSAO, GESTOR DE DEPARTAMENTO INATIVO E   *
      *            POSTOS AUTORIZADOS DE CARGO OU DEPARTAMENTO         *
      *            INEXISTENTE. APONTAMENTOS AGRUPADOS E CONTADOS POR  *
      *            REGRA; RETURN-CODE 4 QUANDO HOUVER APONTAMENTO      *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN88.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKLOGE
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    REGRAS 01 A 26: LINHAS DE TABELA SATELITE CUJO CODFUN NAO
      *    EXISTE EM EAD703.FUNCIONARIOS (UM APONTAMENTO POR CODFUN,
      *    COM A QUANTIDADE DE LINHAS). REGRAS 31 EM DIANTE: UM
      *    APONTAMENTO POR LINHA INCONSISTENTE
      *
           EXEC SQL
               DECLARE INTEGTEMP CURSOR FOR
                  SELECT '01', T01.CODFUN, ' ', COUNT(*)
                      FROM EAD703.DEPENDENTES T01
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T01.CODFUN )
                      GROUP BY T01.CODFUN
                  UNION ALL
                  SELECT '02', T02.CODFUN, ' ', COUNT(*)
                      FROM EAD703.CONTAS_BANCARIAS T02
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T02.CODFUN )
                      GROUP BY T02.CODFUN
                  UNION ALL
                  SELECT '03', T03.CODFUN, ' ', COUNT(*)
                      FROM EAD703.BENEFICIOS_ADESAO T03
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T03.CODFUN )
                      GROUP BY T03.CODFUN
                  UNION ALL
                  SELECT '04', T04.CODFUN, ' ', COUNT(*)
                      FROM EAD703.DESCONTOS_FIXOS T04
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T04.CODFUN )
                      GROUP BY T04.CODFUN
                  UNION ALL
                  SELECT '05', T05.CODFUN, ' ', COUNT(*)
                      FROM EAD703.VALE_TRANSPORTE T05
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T05.CODFUN )
                      GROUP BY T05.CODFUN
                  UNION ALL
                  SELECT '06', T06.CODFUN, ' ', COUNT(*)
                      FROM EAD703.PENSOES_ALIMENTICIAS T06
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T06.CODFUN )
                      GROUP BY T06.CODFUN
                  UNION ALL
                  SELECT '07', T07.CODFUN, ' ', COUNT(*)
                      FROM EAD703.AFASTAMENTOS T07
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T07.CODFUN )
                      GROUP BY T07.CODFUN
                  UNION ALL
                  SELECT '08', T08.CODFUN, ' ', COUNT(*)
                      FROM EAD703.FERIAS_PERIODOS T08
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T08.CODFUN )
                      GROUP BY T08.CODFUN
                  UNION ALL
                  SELECT '09', T09.CODFUN, ' ', COUNT(*)
                      FROM EAD703.EXAMES_ASO T09
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T09.CODFUN )
                      GROUP BY T09.CODFUN
                  UNION ALL
                  SELECT '10', T10.CODFUN, ' ', COUNT(*)
                      FROM EAD703.TREINAMENTOS_FUNC T10
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T10.CODFUN )
                      GROUP BY T10.CODFUN
                  UNION ALL
                  SELECT '11', T11.CODFUN, ' ', COUNT(*)
                      FROM EAD703.BANCO_HORAS T11
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T11.CODFUN )
                      GROUP BY T11.CODFUN
                  UNION ALL
                  SELECT '12', T12.CODFUN, ' ', COUNT(*)
                      FROM EAD703.PONTO_MENSAL T12
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T12.CODFUN )
                      GROUP BY T12.CODFUN
                  UNION ALL
                  SELECT '13', T13.CODFUN, ' ', COUNT(*)
                      FROM EAD703.FOLHA_MENSAL T13
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T13.CODFUN )
                      GROUP BY T13.CODFUN
                  UNION ALL
                  SELECT '14', T14.CODFUN, ' ', COUNT(*)
                      FROM EAD703.DECIMO_TERCEIRO T14
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T14.CODFUN )
                      GROUP BY T14.CODFUN
                  UNION ALL
                  SELECT '15', T15.CODFUN, ' ', COUNT(*)
                      FROM EAD703.RESCISOES T15
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T15.CODFUN )
                      GROUP BY T15.CODFUN
                  UNION ALL
                  SELECT '16', T16.CODFUN, ' ', COUNT(*)
                      FROM EAD703.ADIANTAMENTOS T16
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T16.CODFUN )
                      GROUP BY T16.CODFUN
                  UNION ALL
                  SELECT '17', T17.CODFUN, ' ', COUNT(*)
                      FROM EAD703.RETROATIVOS T17
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T17.CODFUN )
                      GROUP BY T17.CODFUN
                  UNION ALL
                  SELECT '18', T18.CODFUN, ' ', COUNT(*)
                      FROM EAD703.FERIAS_PAGAMENTOS T18
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T18.CODFUN )
                      GROUP BY T18.CODFUN
                  UNION ALL
                  SELECT '19', T19.CODFUN, ' ', COUNT(*)
                      FROM EAD703.PENSOES_PAGAMENTOS T19
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T19.CODFUN )
                      GROUP BY T19.CODFUN
                  UNION ALL
                  SELECT '20', T20.CODFUN, ' ', COUNT(*)
                      FROM EAD703.FOLHA_COMPLEMENTAR T20
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T20.CODFUN )
                      GROUP BY T20.CODFUN
                  UNION ALL
                  SELECT '21', T21.CODFUN, ' ', COUNT(*)
                      FROM EAD703.VALE_TRANSPORTE_MES T21
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T21.CODFUN )
                      GROUP BY T21.CODFUN
                  UNION ALL
                  SELECT '22', T22.CODFUN, ' ', COUNT(*)
                      FROM EAD703.VINCULOS T22
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T22.CODFUN )
                      GROUP BY T22.CODFUN
                  UNION ALL
                  SELECT '23', T23.CODFUN, ' ', COUNT(*)
                      FROM EAD703.EVENTOS_EMPREGO T23
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T23.CODFUN )
                      GROUP BY T23.CODFUN
                  UNION ALL
                  SELECT '24', T24.CODFUN, ' ', COUNT(*)
                      FROM EAD703.ALTERACOES_PROGRAMADAS T24
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T24.CODFUN )
                      GROUP BY T24.CODFUN
                  UNION ALL
                  SELECT '25', T25.CODFUN, ' ', COUNT(*)
                      FROM EAD703.RATEIO_FUNC T25
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T25.CODFUN )
                      GROUP BY T25.CODFUN
                  UNION ALL
                  SELECT '26', T26.CODFUN, ' ', COUNT(*)
                      FROM EAD703.CREDITOS_RETORNO T26
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = T26.CODFUN )
                      GROUP BY T26.CODFUN
                  UNION ALL
                  SELECT '31', B.CODFUN, B.CODPLANO, 1
                      FROM EAD703.BENEFICIOS_ADESAO B,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = B.CODFUN
                        AND F.ATIVOFUN <> 'A'
                        AND B.SITUACAOBEN = 'A'
                  UNION ALL
                  SELECT '32', D.CODFUN, DIGITS(D.SEQDESC), 1
                      FROM EAD703.DESCONTOS_FIXOS D,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = D.CODFUN
                        AND F.ATIVOFUN <> 'A'
                        AND D.SITUACAODESC = 'A'
                  UNION ALL
                  SELECT '33', V.CODFUN, DIGITS(V.SEQVT), 1
                      FROM EAD703.VALE_TRANSPORTE V,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = V.CODFUN
                        AND F.ATIVOFUN <> 'A'
                        AND V.SITUACAOVT = 'A'
                  UNION ALL
                  SELECT '34', A.CODFUN, CHAR(A.INIAFAST, ISO), 1
                      FROM EAD703.AFASTAMENTOS A,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = A.CODFUN
                        AND F.DEMISSFUN IS NOT NULL
                        AND ( A.RETEFETAFAST IS NULL
                           OR A.RETEFETAFAST > F.DEMISSFUN )
                  UNION ALL
                  SELECT '35', P.CODFUN, CHAR(P.INIPERAQUIS, ISO), 1
                      FROM EAD703.FERIAS_PERIODOS P,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = P.CODFUN
                        AND F.DEMISSFUN IS NOT NULL
                        AND P.SITUACAOFER = 'A'
                  UNION ALL
                  SELECT '36', G.CODDEPTO, G.CODFUNGESTOR, 1
                      FROM EAD703.DEPARTAMENTOS_GESTOR G
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.FUNCIONARIOS F
                                 WHERE F.CODFUN = G.CODFUNGESTOR
                                   AND F.ATIVOFUN = 'A' )
                  UNION ALL
                  SELECT '37', P.CODDEPTO, P.CODCARGO, 1
                      FROM EAD703.POSTOS_AUTORIZADOS P
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.CARGOS C
                                 WHERE C.CODCARGO = P.CODCARGO )
                  UNION ALL
                  SELECT '38', P.CODDEPTO, P.CODCARGO, 1
                      FROM EAD703.POSTOS_AUTORIZADOS P
                      WHERE NOT EXISTS
                            ( SELECT 1 FROM EAD703.DEPARTAMENTOS D
                                 WHERE D.CODDEPTO = P.CODDEPTO )
                  ORDER BY 1, 2, 3
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-REGRA             PIC X(2)          VALUE SPACES.
       77  WK-REGRA-ANTERIOR    PIC X(2)          VALUE SPACES.
       77  WK-REGRA-IDX         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-REGRA-MAX         PIC S9(4) USAGE COMP VALUE 40.
       77  WK-REGRA-NUM         PIC 99            VALUE ZEROES.
       77  WK-REGRA-DESCRICAO   PIC X(50)         VALUE SPACES.
       77  WK-CHAVE             PIC X(4)          VALUE SPACES.
       77  WK-COMPLEMENTO       PIC X(10)         VALUE SPACES.
       77  WK-QTDE-LINHAS       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-REGRA        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-APONTAM     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-LINHAS-EDIT       PIC ZZZ.ZZ9       VALUE ZEROES.
      *
       01  WK-CONTADORES-REGRA.
           05 WK-REGRA-QTDE        PIC S9(8) USAGE COMP
                                   OCCURS 40 TIMES VALUE ZEROES.
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
           DISPLAY 'VARREDURA DE INTEGRIDADE DAS TABELAS DE'
                   ' FUNCIONARIOS'.
           DISPLAY '**********************************************'.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
      *
           EXEC SQL
               OPEN INTEGTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-APONTAMENTO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN88' TO DB2E-NOMEPGM.
      *
           EXEC SQL
               SET :DB2E-DATAHORAINILOG = CURRENT TIMESTAMP
           END-EXEC.
      *
           EXEC SQL
               INSERT INTO EAD703.LOG_EXECUCAO
                   ( NOMEPGM, DATAHORAINILOG, DATAHORAFIMLOG,
                     QTDELIDLOG, QTDEAPLLOG, QTDEREJLOG, CODRETLOG )
                   VALUES ( :DB2E-NOMEPGM, :DB2E-DATAHORAINILOG,
                            NULL, 0, 0, 0, 0 )
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
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF WK-REGRA NOT = WK-REGRA-ANTERIOR
               IF WK-REGRA-ANTERIOR NOT = SPACES
                   PERFORM 220-TOTALIZA-REGRA
               END-IF
      *
               MOVE WK-REGRA TO WK-REGRA-NUM
               PERFORM 210-DESCREVE-REGRA
               DISPLAY 'REGRA ' WK-REGRA ' - ' WK-REGRA-DESCRICAO
               MOVE WK-REGRA TO WK-REGRA-ANTERIOR
           END-IF.
      *
           IF WK-QTDE-LINHAS > 1
               MOVE WK-QTDE-LINHAS TO WK-LINHAS-EDIT
               DISPLAY '  ' WK-CHAVE ' ' WK-COMPLEMENTO ' EM '
                       WK-LINHAS-EDIT ' LINHAS'
           ELSE
               DISPLAY '  ' WK-CHAVE ' ' WK-COMPLEMENTO
           END-IF.
      *
           ADD 1 TO WK-QTDE-REGRA
                    WK-REGRA-QTDE (WK-REGRA-NUM)
                    WK-TOTAL-APONTAM.
      *
           PERFORM 301-LER-APONTAMENTO.
      *
       210-DESCREVE-REGRA.
           EVALUATE WK-REGRA-NUM
               WHEN 1
                   MOVE 'DEPENDENTES SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 2
                   MOVE 'CONTAS_BANCARIAS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 3
                   MOVE 'BENEFICIOS_ADESAO SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 4
                   MOVE 'DESCONTOS_FIXOS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 5
                   MOVE 'VALE_TRANSPORTE SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 6
                   MOVE 'PENSOES_ALIMENTICIAS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 7
                   MOVE 'AFASTAMENTOS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 8
                   MOVE 'FERIAS_PERIODOS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 9
                   MOVE 'EXAMES_ASO SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 10
                   MOVE 'TREINAMENTOS_FUNC SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 11
                   MOVE 'BANCO_HORAS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 12
                   MOVE 'PONTO_MENSAL SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 13
                   MOVE 'FOLHA_MENSAL SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 14
                   MOVE 'DECIMO_TERCEIRO SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 15
                   MOVE 'RESCISOES SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 16
                   MOVE 'ADIANTAMENTOS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 17
                   MOVE 'RETROATIVOS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 18
                   MOVE 'FERIAS_PAGAMENTOS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 19
                   MOVE 'PENSOES_PAGAMENTOS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 20
                   MOVE 'FOLHA_COMPLEMENTAR SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 21
                   MOVE 'VALE_TRANSPORTE_MES SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 22
                   MOVE 'VINCULOS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 23
                   MOVE 'EVENTOS_EMPREGO SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 24
                   MOVE 'ALTERACOES_PROGRAMADAS SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 25
                   MOVE 'RATEIO_FUNC SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 26
                   MOVE 'CREDITOS_RETORNO SEM FUNCIONARIO'
                     TO WK-REGRA-DESCRICAO
               WHEN 31
                   MOVE 'BENEFICIO ATIVO DE FUNCIONARIO INATIVO'
                     TO WK-REGRA-DESCRICAO
               WHEN 32
                   MOVE 'DESCONTO FIXO ATIVO DE FUNCIONARIO INATIVO'
                     TO WK-REGRA-DESCRICAO
               WHEN 33
                   MOVE 'VALE-TRANSPORTE ATIVO DE FUNCIONARIO INATIVO'
                     TO WK-REGRA-DESCRICAO
               WHEN 34
                   MOVE 'AFASTAMENTO ABERTO APOS A DEMISSAO'
                     TO WK-REGRA-DESCRICAO
               WHEN 35
                   MOVE 'PERIODO DE FERIAS ABERTO APOS A DEMISSAO'
                     TO WK-REGRA-DESCRICAO
               WHEN 36
                   MOVE 'GESTOR DE DEPARTAMENTO INATIVO OU INEXISTENTE'
                     TO WK-REGRA-DESCRICAO
               WHEN 37
                   MOVE 'POSTO AUTORIZADO DE CARGO INEXISTENTE'
                     TO WK-REGRA-DESCRICAO
               WHEN 38
                   MOVE 'POSTO AUTORIZADO DE DEPARTAMENTO INEXISTENTE'
                     TO WK-REGRA-DESCRICAO
               WHEN OTHER
                   MOVE SPACES TO WK-REGRA-DESCRICAO
           END-EVALUATE.
      *
       220-TOTALIZA-REGRA.
           MOVE WK-QTDE-REGRA TO WK-QTDE-EDIT.
           DISPLAY '  APONTAMENTOS DA REGRA: ' WK-QTDE-EDIT.
           DISPLAY '****************************************'.
      *
           MOVE ZEROES TO WK-QTDE-REGRA.
      *
       230-RESUMO-REGRA.
           MOVE WK-REGRA-IDX TO WK-REGRA-NUM.
           PERFORM 210-DESCREVE-REGRA.
      *
           IF WK-REGRA-DESCRICAO NOT = SPACES
               MOVE WK-REGRA-QTDE (WK-REGRA-IDX) TO WK-QTDE-EDIT
               DISPLAY WK-REGRA-NUM ' ' WK-REGRA-DESCRICAO ': '
                       WK-QTDE-EDIT
           END-IF.
      ******************************************************************
       300-LER SECTION.
       301-LER-APONTAMENTO.
           MOVE SPACES TO WK-COMPLEMENTO.
      *
           EXEC SQL
               FETCH INTEGTEMP
                   INTO :WK-REGRA, :WK-CHAVE, :WK-COMPLEMENTO,
                        :WK-QTDE-LINHAS
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
           IF WK-REGRA-ANTERIOR NOT = SPACES
               PERFORM 220-TOTALIZA-REGRA
           END-IF.
      *
           EXEC SQL
               CLOSE INTEGTEMP
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           DISPLAY 'RESUMO DOS APONTAMENTOS POR REGRA:'.
      *
           PERFORM 230-RESUMO-REGRA
               VARYING WK-REGRA-IDX FROM 1 BY 1
               UNTIL WK-REGRA-IDX > WK-REGRA-MAX.
      *
           MOVE WK-TOTAL-APONTAM TO WK-QTDE-EDIT.
           DISPLAY 'TOTAL DE APONTAMENTOS.......: ' WK-QTDE-EDIT.
      *
           IF WK-TOTAL-APONTAM > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
       902-GRAVA-LOG-FIM.
      *
      *    SOMENTE LEITURA: OS APONTAMENTOS VAO COMO REJEITADOS
      *
           MOVE WK-TOTAL-APONTAM TO DB2E-QTDELIDLOG
                                         DB2E-QTDEREJLOG.
           MOVE ZEROES                TO DB2E-QTDEAPLLOG.
           MOVE RETURN-CODE           TO DB2E-CODRETLOG.
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
       END PROGRAM COBFUN88.
