      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : RELATORIO DE RUBRICAS POR DEPARTAMENTO DE UMA       *
      *            COMPETENCIA: QUANTIDADE DE LANCAMENTOS E VALOR      *
      *            TOTAL DE CADA RUBRICA (EAD703.FOLHA_RUBRICAS) NO    *
      *            DEPARTAMENTO DO PAGAMENTO, COM TOTAIS DE PROVENTOS  *
      *            E DESCONTOS POR DEPARTAMENTO E GERAL. ORIGEM M      *
      *            (FOLHA MENSAL) QUANDO NAO INFORMADA; NA ORIGEM C    *
      *            (FOLHA COMPLEMENTAR) OS VALORES SAO AS DIFERENCAS E *
      *            PODEM SAIR NEGATIVOS (DB2)                          *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFN101.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELRUB ASSIGN TO RUBDEPTO
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELRUB
           RECORDING MODE IS F.
       01  REG-RELRUB               PIC X(80).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKLRUB
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKRUBR
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
               DECLARE RUBTEMP CURSOR FOR
                  SELECT L.DEPTOLR,
                         L.TIPOLR,
                         L.CODRUB,
                         COALESCE(MAX(R.DESCRUB),
                                  'RUBRICA NAO CADASTRADA'),
                         COUNT(*),
                         SUM(L.VALORLR)
                       FROM EAD703.FOLHA_RUBRICAS L
                            LEFT JOIN EAD703.RUBRICAS R
                              ON R.CODRUB = L.CODRUB
                       WHERE  L.ANOMESLR = :WK-ANOMES-ACCEPT
                         AND  L.ORIGEMLR = :WK-ORIGEM-ACCEPT
                       GROUP BY L.DEPTOLR, L.TIPOLR, L.CODRUB
                       ORDER BY L.DEPTOLR, L.TIPOLR DESC, L.CODRUB
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-DEPTO-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-RUB-QTDE          PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-RUB-TOTAL         PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-DEPTOS       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-DEPTO-PROVENTOS   PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-DEPTO-DESCONTOS   PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-GERAL-PROVENTOS   PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-GERAL-DESCONTOS   PIC S9(9)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-ANOMES-ACCEPT     PIC X(6)       VALUE SPACES.
           05 FILLER REDEFINES WK-ANOMES-ACCEPT.
              10 WK-ANOMES-ANO     PIC 9(4).
              10 WK-ANOMES-MES     PIC 9(2).
           05 WK-ORIGEM-ACCEPT     PIC X          VALUE SPACES.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 FILLER               PIC X(30)
              VALUE 'RUBRICAS POR DEPARTAMENTO    '.
           05 FILLER               PIC X(13)
              VALUE 'COMPETENCIA: '.
           05 WK-LIN-ANO           PIC X(4).
           05 FILLER               PIC X     VALUE '/'.
           05 WK-LIN-MES           PIC X(2).
           05 FILLER               PIC X(10) VALUE '  ORIGEM: '.
           05 WK-LIN-ORIGEM        PIC X(20).
      *
       01  WK-LIN-CABECALHO.
           05 FILLER               PIC X(20)
              VALUE 'COD  DESCRICAO      '.
           05 FILLER               PIC X(20)
              VALUE '                  QT'.
           05 FILLER               PIC X(20)
              VALUE 'DE     PROVENTOS    '.
           05 FILLER               PIC X(20)
              VALUE '  DESCONTOS         '.
      *
       01  WK-LIN-DEPARTAMENTO.
           05 FILLER               PIC X(14)
              VALUE 'DEPARTAMENTO: '.
           05 WK-LIN-DEPTOLR       PIC X(3).
           05 FILLER               PIC X(63) VALUE SPACES.
      *
       01  WK-LIN-DETALHE.
           05 WK-LIN-CODRUB        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-DESCRUB       PIC X(30).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-QTDE          PIC ZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 WK-LIN-PROVENTO      PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WK-LIN-DESCONTO      PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(10) VALUE SPACES.
      *
       01  WK-LIN-TOTAL.
           05 WK-LIN-TOT-ROTULO    PIC X(41).
           05 WK-LIN-TOT-PROVENTOS PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WK-LIN-TOT-DESCONTOS PIC ZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(10) VALUE SPACES.
      *
       01  WK-LIN-LIQUIDO.
           05 WK-LIN-LIQ-ROTULO    PIC X(41).
           05 WK-LIN-VALOR-LIQUIDO PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(25) VALUE SPACES.
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
           ACCEPT WK-ACCEPT FROM SYSIN.
      *
           IF WK-ANOMES-ACCEPT NOT NUMERIC
              OR WK-ANOMES-MES < 01 OR WK-ANOMES-MES > 12
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' INVALIDA. INFORME AAAAMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-ORIGEM-ACCEPT = SPACES
               MOVE 'M' TO WK-ORIGEM-ACCEPT
           END-IF.
      *
           EVALUATE WK-ORIGEM-ACCEPT
               WHEN 'M'
                   MOVE 'FOLHA MENSAL'       TO WK-LIN-ORIGEM
               WHEN 'F'
                   MOVE 'FERIAS'             TO WK-LIN-ORIGEM
               WHEN '1'
                   MOVE '13O - 1A PARCELA'   TO WK-LIN-ORIGEM
               WHEN '2'
                   MOVE '13O - 2A PARCELA'   TO WK-LIN-ORIGEM
               WHEN 'C'
                   MOVE 'FOLHA COMPLEMENTAR' TO WK-LIN-ORIGEM
               WHEN OTHER
                   DISPLAY 'ORIGEM ' WK-ORIGEM-ACCEPT
                           ' INVALIDA. INFORME M, F, 1, 2 OU C'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
      *
           DISPLAY 'RUBRICAS POR DEPARTAMENTO - COMPETENCIA '
                   WK-ANOMES-ACCEPT ' ORIGEM ' WK-ORIGEM-ACCEPT.
           DISPLAY '**********************************************'.
      *
           OPEN OUTPUT ARQ-RELRUB.
      *
           WRITE REG-RELRUB   FROM WK-LIN-SEPARADOR.
           MOVE WK-ANOMES-ACCEPT (1:4) TO WK-LIN-ANO.
           MOVE WK-ANOMES-ACCEPT (5:2) TO WK-LIN-MES.
           WRITE REG-RELRUB   FROM WK-LIN-TITULO.
           WRITE REG-RELRUB   FROM WK-LIN-SEPARADOR.
           WRITE REG-RELRUB   FROM WK-LIN-CABECALHO.
      *
           EXEC SQL
               OPEN RUBTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-RUBRICA
               WHEN 100
                   DISPLAY 'NENHUMA RUBRICA NA COMPETENCIA'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFN101' TO DB2E-NOMEPGM.
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
           ADD 1 TO WK-QTDE-LIDOS.
      *
           IF DB2LR-DEPTOLR NOT = WK-DEPTO-ANTERIOR
               IF WK-DEPTO-ANTERIOR NOT = SPACES
                   PERFORM 230-TOTALIZA-DEPARTAMENTO
               END-IF
               PERFORM 231-CABECALHO-DEPARTAMENTO
           END-IF.
      *
           MOVE DB2LR-CODRUB       TO WK-LIN-CODRUB.
           MOVE DB2RB-DESCRUB-TEXT TO WK-LIN-DESCRUB.
           MOVE WK-RUB-QTDE        TO WK-LIN-QTDE.
      *
           IF DB2LR-TIPOLR = 'D'
               MOVE ZEROES         TO WK-LIN-PROVENTO
               MOVE WK-RUB-TOTAL   TO WK-LIN-DESCONTO
               ADD WK-RUB-TOTAL    TO WK-DEPTO-DESCONTOS
                                      WK-GERAL-DESCONTOS
           ELSE
               MOVE WK-RUB-TOTAL   TO WK-LIN-PROVENTO
               MOVE ZEROES         TO WK-LIN-DESCONTO
               ADD WK-RUB-TOTAL    TO WK-DEPTO-PROVENTOS
                                      WK-GERAL-PROVENTOS
           END-IF.
      *
           WRITE REG-RELRUB   FROM WK-LIN-DETALHE.
      *
           PERFORM 301-LER-RUBRICA.
      *
       230-TOTALIZA-DEPARTAMENTO.
           MOVE SPACES TO WK-LIN-TOT-ROTULO.
           STRING 'TOTAL DEPTO ' WK-DEPTO-ANTERIOR
               DELIMITED BY SIZE INTO WK-LIN-TOT-ROTULO.
           MOVE WK-DEPTO-PROVENTOS TO WK-LIN-TOT-PROVENTOS.
           MOVE WK-DEPTO-DESCONTOS TO WK-LIN-TOT-DESCONTOS.
           WRITE REG-RELRUB   FROM WK-LIN-TOTAL.
      *
           MOVE 'LIQUIDO DEPTO' TO WK-LIN-LIQ-ROTULO.
           COMPUTE WK-LIN-VALOR-LIQUIDO =
                   WK-DEPTO-PROVENTOS - WK-DEPTO-DESCONTOS.
           WRITE REG-RELRUB   FROM WK-LIN-LIQUIDO.
      *
           MOVE ZEROES TO WK-DEPTO-PROVENTOS
                          WK-DEPTO-DESCONTOS.
      *
       231-CABECALHO-DEPARTAMENTO.
           MOVE DB2LR-DEPTOLR TO WK-DEPTO-ANTERIOR
                                 WK-LIN-DEPTOLR.
           ADD 1 TO WK-QTDE-DEPTOS.
           WRITE REG-RELRUB   FROM WK-LIN-SEPARADOR.
           WRITE REG-RELRUB   FROM WK-LIN-DEPARTAMENTO.
      ******************************************************************
       300-LER SECTION.
       301-LER-RUBRICA.
           MOVE SPACES TO DB2RB-DESCRUB-TEXT.
      *
           EXEC SQL
               FETCH RUBTEMP
                   INTO :DB2LR-DEPTOLR,
                        :DB2LR-TIPOLR,
                        :DB2LR-CODRUB,
                        :DB2RB-DESCRUB,
                        :WK-RUB-QTDE,
                        :WK-RUB-TOTAL
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
           IF WK-QTDE-LIDOS > 0
               PERFORM 230-TOTALIZA-DEPARTAMENTO
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           WRITE REG-RELRUB   FROM WK-LIN-SEPARADOR.
           MOVE 'TOTAL GERAL'      TO WK-LIN-TOT-ROTULO.
           MOVE WK-GERAL-PROVENTOS TO WK-LIN-TOT-PROVENTOS.
           MOVE WK-GERAL-DESCONTOS TO WK-LIN-TOT-DESCONTOS.
           WRITE REG-RELRUB   FROM WK-LIN-TOTAL.
      *
           MOVE 'LIQUIDO GERAL'    TO WK-LIN-LIQ-ROTULO.
           COMPUTE WK-LIN-VALOR-LIQUIDO =
                   WK-GERAL-PROVENTOS - WK-GERAL-DESCONTOS.
           WRITE REG-RELRUB   FROM WK-LIN-LIQUIDO.
      *
           CLOSE ARQ-RELRUB.
      *
           EXEC SQL
               CLOSE RUBTEMP
           END-EXEC.
      *
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-DEPTOS TO WK-QTDE-EDIT.
           DISPLAY 'DEPARTAMENTOS LISTADOS........: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-LIDOS  TO WK-QTDE-EDIT.
           DISPLAY 'LINHAS DE RUBRICA.............: ' WK-QTDE-EDIT.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-QTDE-LIDOS TO DB2E-QTDELIDLOG.
           MOVE WK-QTDE-LIDOS TO DB2E-QTDEAPLLOG.
           MOVE ZEROES        TO DB2E-QTDEREJLOG.
           MOVE RETURN-CODE   TO DB2E-CODRETLOG.
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
       END PROGRAM COBFN101.
