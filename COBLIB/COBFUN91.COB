      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : PROCESSAMENTO MENSAL DOS LIMITES DE IDADE DOS       *
      *            DEPENDENTES ATE O ULTIMO DIA DA COMPETENCIA:        *
      *            - IRRF: FILHO COM 21 ANOS (24 SE ESTUDANTE, VER     *
      *              COBFUN16) TEM O IRRFDEP DESLIGADO;                *
      *            - SALARIO-FAMILIA: FILHO QUE COMPLETA 14 ANOS NA    *
      *              COMPETENCIA (SO AVISO, O COBFUN15 CALCULA PELA    *
      *              IDADE);                                           *
      *            - PLANOS DE BENEFICIO: ADESAO DE DEPENDENTE ACIMA   *
      *              DA MAIOR IDADEMAXPLA DO PLANO E CANCELADA.        *
      *            GRAVA AS ALTERACOES EM EAD703.FUNCIONARIOS_HIST,    *
      *            EMITE OS AVISOS POR FUNCIONARIO E A PREVISAO DOS    *
      *            LIMITES QUE VENCEM NOS 60 DIAS SEGUINTES (DB2)      *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN91.
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
               INCLUDE BOOKFUNC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKDEPD
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKBENE
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKHIST
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
      *    DATA EM QUE CADA DEPENDENTE DE FUNCIONARIO ATIVO ATINGE O
      *    LIMITE DE IDADE DE CADA REGRA:
      *    I = IRRF 21 ANOS, U = IRRF 24 ANOS (ESTUDANTE),
      *    S = SALARIO-FAMILIA 14 ANOS, P = PLANO DE BENEFICIO (MAIOR
      *    IDADEMAXPLA DAS FAIXAS DO PLANO MAIS 1 ANO)
      *
           EXEC SQL
               DECLARE LIMITETEMP CURSOR FOR
                  SELECT E.CODFUN, F.NOMEFUN, E.SEQDEP, E.NOMEDEP,
                         E.REGRA, E.CODPLANO, E.DATALIM
                      FROM ( SELECT D.CODFUN, D.SEQDEP, D.NOMEDEP,
                                    'I' AS REGRA, '    ' AS CODPLANO,
                                    D.DATANASCDEP + 21 YEARS AS DATALIM
                                FROM EAD703.DEPENDENTES D
                                WHERE D.PARENTESCODEP = 'F'
                                  AND D.IRRFDEP = 'S'
                                  AND ( D.ESTUDODEP IS NULL
                                     OR D.ESTUDODEP <> 'S' )
                             UNION ALL
                             SELECT D.CODFUN, D.SEQDEP, D.NOMEDEP,
                                    'U', '    ',
                                    D.DATANASCDEP + 24 YEARS
                                FROM EAD703.DEPENDENTES D
                                WHERE D.PARENTESCODEP = 'F'
                                  AND D.IRRFDEP = 'S'
                                  AND D.ESTUDODEP = 'S'
                             UNION ALL
                             SELECT D.CODFUN, D.SEQDEP, D.NOMEDEP,
                                    'S', '    ',
                                    D.DATANASCDEP + 14 YEARS
                                FROM EAD703.DEPENDENTES D
                                WHERE D.PARENTESCODEP = 'F'
                                  AND D.DATANASCDEP + 14 YEARS
                                      >= :WK-SALFAM-INI
                             UNION ALL
                             SELECT D.CODFUN, D.SEQDEP, D.NOMEDEP,
                                    'P', B.CODPLANO,
                                    D.DATANASCDEP + P.IDADELIM YEARS
                                FROM EAD703.DEPENDENTES D,
                                     EAD703.BENEFICIOS_ADESAO B,
                                     ( SELECT CODPLANO,
                                              MAX(IDADEMAXPLA) + 1
                                                 AS IDADELIM
                                          FROM EAD703.PLANOS_BENEFICIO
                                          GROUP BY CODPLANO ) AS P
                                WHERE B.CODFUN = D.CODFUN
                                  AND B.SEQDEP = D.SEQDEP
                                  AND B.SITUACAOBEN = 'A'
                                  AND P.CODPLANO = B.CODPLANO ) AS E,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = E.CODFUN
                        AND F.ATIVOFUN = 'A'
                        AND E.DATALIM >= :WK-FAIXA-INI
                        AND E.DATALIM <= :WK-FAIXA-FIM
                      ORDER BY E.CODFUN, E.SEQDEP, E.DATALIM, E.REGRA
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-USUARIO-HIST      PIC X(8)          VALUE SPACES.
       77  WK-REGRA             PIC X             VALUE SPACES.
       77  WK-DATA-LIMITE       PIC X(10)         VALUE SPACES.
       77  WK-SEQ-EDIT          PIC 99            VALUE ZEROES.
       77  WK-CODFUN-ANTERIOR   PIC X(4)          VALUE SPACES.
       77  WK-MENSAGEM          PIC X(45)         VALUE SPACES.
      *
      *    DATAS DE REFERENCIA
      *
       77  WK-ANO-PROX          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
       77  WK-COMP-INI          PIC X(10)         VALUE SPACES.
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
       77  WK-DATA-REF          PIC X(10)         VALUE SPACES.
       77  WK-DATA-PREVISAO     PIC X(10)         VALUE SPACES.
       77  WK-FAIXA-INI         PIC X(10)         VALUE SPACES.
       77  WK-FAIXA-FIM         PIC X(10)         VALUE SPACES.
       77  WK-SALFAM-INI        PIC X(10)         VALUE SPACES.
      *
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-APLICADAS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-IRRF         PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-SALFAM       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-ADESAO       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PREVISTOS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
      *
       01  WK-PARM-IDADE.
           05 WK-ANOMES-ACCEPT     PIC X(6)       VALUE SPACES.
           05 FILLER REDEFINES WK-ANOMES-ACCEPT.
              10 WK-ANOMES-ANO     PIC 9(4).
              10 WK-ANOMES-MES     PIC 9(2).
      *
       01  WK-SWITCHES.
           05 WK-FASE-SW           PIC X          VALUE 'A'.
              88 WK-FASE-APLICACAO                VALUE 'A'.
              88 WK-FASE-PREVISAO                 VALUE 'P'.
      *
       01  WK-LIN-DEPENDENTE.
           05 FILLER               PIC X(6)  VALUE '  SEQ '.
           05 WK-LIN-SEQDEP        PIC 99.
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEDEP       PIC X(30).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-DATA          PIC X(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-MENSAGEM      PIC X(45).
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL SQLCODE = 100.
           PERFORM 240-PREVISAO.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ******************************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-IDADE FROM SYSIN.
      *
           IF WK-ANOMES-ACCEPT NOT NUMERIC
              OR WK-ANOMES-MES < 01 OR WK-ANOMES-MES > 12
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' INVALIDA. INFORME AAAAMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
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
      *    REFERENCIA = ULTIMO DIA DA COMPETENCIA; A PREVISAO COBRE
      *    OS 60 DIAS SEGUINTES
      *
           EXEC SQL
               SET :WK-DATA-REF = CHAR(DATE(:WK-COMP-PROX) - 1 DAY, ISO)
           END-EXEC.
      *
           EXEC SQL
               SET :WK-DATA-PREVISAO =
                   CHAR(DATE(:WK-DATA-REF) + 60 DAYS, ISO)
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO CALCULO DAS DATAS DE REFERENCIA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           EXEC SQL
               SET :WK-USUARIO-HIST = USER
           END-EXEC.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
      *
           DISPLAY 'LIMITES DE IDADE DOS DEPENDENTES - COMPETENCIA '
                   WK-ANOMES-ACCEPT.
           DISPLAY '**********************************************'.
           DISPLAY 'AVISOS DA COMPETENCIA (ALTERACOES APLICADAS)'.
      *
      *    IRRF E PLANOS: TODO LIMITE JA VENCIDO AINDA NAO TRATADO;
      *    SALARIO-FAMILIA: SO QUEM COMPLETA 14 ANOS NA COMPETENCIA
      *
           MOVE '0001-01-01' TO WK-FAIXA-INI.
           MOVE WK-DATA-REF  TO WK-FAIXA-FIM.
           MOVE WK-COMP-INI  TO WK-SALFAM-INI.
      *
           EXEC SQL
               OPEN LIMITETEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-LIMITE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN91' TO DB2E-NOMEPGM.
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
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-QTDE-LIDOS.
      *
           EVALUATE WK-REGRA
               WHEN 'I'
                   MOVE 'IRRF: 21 ANOS - DEDUCAO ENCERRADA'
                     TO WK-MENSAGEM
                   PERFORM 210-ENCERRA-IRRF
               WHEN 'U'
                   MOVE 'IRRF: 24 ANOS (ESTUDANTE) - DED. ENCERRADA'
                     TO WK-MENSAGEM
                   PERFORM 210-ENCERRA-IRRF
               WHEN 'S'
                   MOVE 'SALARIO-FAMILIA: 14 ANOS - COTA ENCERRADA'
                     TO WK-MENSAGEM
                   ADD 1 TO WK-QTDE-SALFAM
               WHEN 'P'
                   MOVE SPACES TO WK-MENSAGEM
                   STRING 'PLANO ' DB2U-CODPLANO
                          ': IDADE LIMITE - ADESAO CANCELADA'
                       DELIMITED BY SIZE INTO WK-MENSAGEM
                   PERFORM 220-CANCELA-ADESAO
           END-EVALUATE.
      *
           PERFORM 230-EXIBE-DEPENDENTE.
      *
           PERFORM 301-LER-LIMITE.
      *
       210-ENCERRA-IRRF.
           EXEC SQL
               UPDATE EAD703.DEPENDENTES
                   SET IRRFDEP = 'N',
                       DATAHORADEP = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2D-CODFUN
                     AND SEQDEP = :DB2D-SEQDEP
                     AND IRRFDEP = 'S'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WK-QTDE-IRRF
                   ADD 1 TO WK-QTDE-APLICADAS
                   MOVE 'IRRFDEP'     TO DB2H-CAMPOHIST
                   MOVE SPACES        TO DB2H-VALORANTHIST-TEXT
                                         DB2H-VALORNOVHIST-TEXT
                   STRING 'SEQ ' WK-SEQ-EDIT ' IRRF S'
                       DELIMITED BY SIZE INTO DB2H-VALORANTHIST-TEXT
                   STRING 'SEQ ' WK-SEQ-EDIT ' IRRF N'
                       DELIMITED BY SIZE INTO DB2H-VALORNOVHIST-TEXT
                   MOVE 13            TO DB2H-VALORANTHIST-LEN
                                         DB2H-VALORNOVHIST-LEN
                   PERFORM 225-GRAVA-HISTORICO
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ATUALIZACAO DO DEPENDENTE '
                           DB2D-CODFUN ' SEQ ' WK-SEQ-EDIT
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       220-CANCELA-ADESAO.
           EXEC SQL
               UPDATE EAD703.BENEFICIOS_ADESAO
                   SET SITUACAOBEN = 'C',
                       DATAHORABEN = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2D-CODFUN
                     AND SEQDEP = :DB2D-SEQDEP
                     AND CODPLANO = :DB2U-CODPLANO
                     AND SITUACAOBEN = 'A'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WK-QTDE-ADESAO
                   ADD 1 TO WK-QTDE-APLICADAS
                   MOVE 'BENEFICIO'   TO DB2H-CAMPOHIST
                   MOVE SPACES        TO DB2H-VALORANTHIST-TEXT
                                         DB2H-VALORNOVHIST-TEXT
                   STRING 'ADESAO ' DB2U-CODPLANO ' SEQ ' WK-SEQ-EDIT
                       DELIMITED BY SIZE INTO DB2H-VALORANTHIST-TEXT
                   MOVE 18            TO DB2H-VALORANTHIST-LEN
                   MOVE ZEROES        TO DB2H-VALORNOVHIST-LEN
                   PERFORM 225-GRAVA-HISTORICO
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO CANCELAMENTO DA ADESAO '
                           DB2U-CODPLANO ' DO FUNCIONARIO '
                           DB2D-CODFUN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       225-GRAVA-HISTORICO.
           MOVE DB2D-CODFUN         TO DB2H-CODFUN.
           MOVE WK-USUARIO-HIST     TO DB2H-USUARIOHIST.
      *
           EXEC SQL
               INSERT INTO EAD703.FUNCIONARIOS_HIST
                   ( CODFUN, CAMPOHIST, VALORANTHIST, VALORNOVHIST,
                     USUARIOHIST, DATAHORAHIST )
                   VALUES ( :DB2H-CODFUN, :DB2H-CAMPOHIST,
                            :DB2H-VALORANTHIST, :DB2H-VALORNOVHIST,
                            :DB2H-USUARIOHIST, CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA GRAVACAO DO HISTORICO DO FUNCIONARIO '
                       DB2H-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       230-EXIBE-DEPENDENTE.
           IF DB2D-CODFUN NOT = WK-CODFUN-ANTERIOR
               DISPLAY 'FUNCIONARIO ' DB2D-CODFUN ' '
                       DB2-NOMEFUN-TEXT
               MOVE DB2D-CODFUN TO WK-CODFUN-ANTERIOR
           END-IF.
      *
           MOVE WK-SEQ-EDIT         TO WK-LIN-SEQDEP.
           MOVE DB2D-NOMEDEP-TEXT   TO WK-LIN-NOMEDEP.
           MOVE WK-DATA-LIMITE      TO WK-LIN-DATA.
           MOVE WK-MENSAGEM         TO WK-LIN-MENSAGEM.
           DISPLAY WK-LIN-DEPENDENTE.
      *
       240-PREVISAO.
           EXEC SQL
               CLOSE LIMITETEMP
           END-EXEC.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           DISPLAY 'PREVISAO DOS LIMITES ATE ' WK-DATA-PREVISAO.
      *
           MOVE 'P'              TO WK-FASE-SW.
           MOVE SPACES           TO WK-CODFUN-ANTERIOR.
           MOVE WK-COMP-PROX     TO WK-FAIXA-INI
                                    WK-SALFAM-INI.
           MOVE WK-DATA-PREVISAO TO WK-FAIXA-FIM.
      *
           EXEC SQL
               OPEN LIMITETEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DA PREVISAO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 301-LER-LIMITE.
           PERFORM 241-EXIBE-PREVISAO UNTIL SQLCODE NOT = 0.
      *
           EXEC SQL
               CLOSE LIMITETEMP
           END-EXEC.
      *
           IF WK-QTDE-PREVISTOS = 0
               DISPLAY 'NENHUM LIMITE DE IDADE NOS PROXIMOS 60 DIAS'
           END-IF.
      *
       241-EXIBE-PREVISAO.
           ADD 1 TO WK-QTDE-PREVISTOS.
      *
           EVALUATE WK-REGRA
               WHEN 'I'
                   MOVE 'IRRF: COMPLETA 21 ANOS'
                     TO WK-MENSAGEM
               WHEN 'U'
                   MOVE 'IRRF: COMPLETA 24 ANOS (ESTUDANTE)'
                     TO WK-MENSAGEM
               WHEN 'S'
                   MOVE 'SALARIO-FAMILIA: COMPLETA 14 ANOS'
                     TO WK-MENSAGEM
               WHEN 'P'
                   MOVE SPACES TO WK-MENSAGEM
                   STRING 'PLANO ' DB2U-CODPLANO
                          ': ATINGE A IDADE LIMITE'
                       DELIMITED BY SIZE INTO WK-MENSAGEM
           END-EVALUATE.
      *
           PERFORM 230-EXIBE-DEPENDENTE.
      *
           PERFORM 301-LER-LIMITE.
      ******************************************************************
       300-LER-LIMITE SECTION.
       301-LER-LIMITE.
           MOVE SPACES TO DB2-NOMEFUN-TEXT
                          DB2D-NOMEDEP-TEXT.
      *
           EXEC SQL
               FETCH LIMITETEMP
                   INTO :DB2D-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2D-SEQDEP,
                        :DB2D-NOMEDEP,
                        :WK-REGRA,
                        :DB2U-CODPLANO,
                        :WK-DATA-LIMITE
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DB2D-SEQDEP TO WK-SEQ-EDIT
               WHEN 100
                   IF WK-FASE-APLICACAO
                       DISPLAY 'FIM DO CURSOR'
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-LIDOS TO WK-QTDE-EDIT.
           DISPLAY 'LIMITES ATINGIDOS.............: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-IRRF TO WK-QTDE-EDIT.
           DISPLAY 'DEDUCOES DE IRRF ENCERRADAS...: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-SALFAM TO WK-QTDE-EDIT.
           DISPLAY 'COTAS DE SALARIO-FAMILIA......: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-ADESAO TO WK-QTDE-EDIT.
           DISPLAY 'ADESOES CANCELADAS............: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-PREVISTOS TO WK-QTDE-EDIT.
           DISPLAY 'LIMITES NOS PROXIMOS 60 DIAS..: ' WK-QTDE-EDIT.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-QTDE-LIDOS     TO DB2E-QTDELIDLOG.
           MOVE WK-QTDE-APLICADAS TO DB2E-QTDEAPLLOG.
           MOVE ZEROES            TO DB2E-QTDEREJLOG.
           MOVE RETURN-CODE       TO DB2E-CODRETLOG.
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
       END PROGRAM COBFUN91.
