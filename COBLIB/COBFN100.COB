      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : SEGUNDA VIA DO DEMONSTRATIVO DE PAGAMENTO DE UM     *
      *            FUNCIONARIO EM QUALQUER COMPETENCIA, MONTADA DAS    *
      *            RUBRICAS GRAVADAS EM EAD703.FOLHA_RUBRICAS PELA     *
      *            FOLHA (COBFUN15), FERIAS (COBFUN48) E 13O           *
      *            (COBFUN49), COM A DESCRICAO DO CATALOGO (COBFUN44). *
      *            UM DEMONSTRATIVO POR ORIGEM: M=FOLHA MENSAL         *
      *            F=FERIAS 1/2=PARCELA DO 13O C=FOLHA COMPLEMENTAR    *
      *            (SO AS DIFERENCAS, QUE PODEM SER NEGATIVAS); ORIGEM *
      *            EM BRANCO EMITE TODAS AS DA COMPETENCIA (DB2)       *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFN100.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SEGVIA ASSIGN TO SEGVIA
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SEGVIA
           RECORDING MODE IS F.
       01  REG-SEGVIA               PIC X(80).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
      *
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
      *    PROVENTOS ANTES DOS DESCONTOS EM CADA ORIGEM; RUBRICA
      *    EXCLUIDA DO CATALOGO SAI COM A DESCRICAO PADRAO
      *
           EXEC SQL
               DECLARE RUBTEMP CURSOR FOR
                  SELECT L.ORIGEMLR,
                         L.CODRUB,
                         L.TIPOLR,
                         L.DEPTOLR,
                         L.REFERLR,
                         L.VALORLR,
                         COALESCE(R.DESCRUB, 'RUBRICA NAO CADASTRADA')
                       FROM EAD703.FOLHA_RUBRICAS L
                            LEFT JOIN EAD703.RUBRICAS R
                              ON R.CODRUB = L.CODRUB
                       WHERE  L.CODFUN = :WK-CODFUN-ACCEPT
                         AND  L.ANOMESLR = :WK-ANOMES-ACCEPT
                         AND  ( L.ORIGEMLR = :WK-ORIGEM-ACCEPT
                             OR :WK-ORIGEM-ACCEPT = ' ' )
                       ORDER BY L.ORIGEMLR, L.TIPOLR DESC, L.CODRUB
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-ORIGEM-ANTERIOR   PIC X             VALUE SPACES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-DEMONST      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-TOTAL-PROVENTOS   PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-TOTAL-DESCONTOS   PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
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
           05 WK-LIN-NOME-DEMONST  PIC X(38)     VALUE SPACES.
           05 FILLER               PIC X(13)
              VALUE 'COMPETENCIA: '.
           05 WK-LIN-ANO           PIC X(4).
           05 FILLER               PIC X     VALUE '/'.
           05 WK-LIN-MES           PIC X(2).
           05 FILLER               PIC X(22) VALUE SPACES.
      *
       01  WK-LIN-FUNCIONARIO.
           05 FILLER               PIC X(13)
              VALUE 'FUNCIONARIO: '.
           05 WK-LIN-CODFUN        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEFUN       PIC X(30).
           05 FILLER               PIC X(8)
              VALUE ' DEPTO: '.
           05 WK-LIN-DEPTOFUN      PIC X(3).
           05 FILLER               PIC X(21) VALUE SPACES.
      *
       01  WK-LIN-CPF.
           05 FILLER               PIC X(5)  VALUE 'CPF: '.
           05 WK-LIN-CPFFUN        PIC X(11).
           05 FILLER               PIC X(64) VALUE SPACES.
      *
       01  WK-LIN-CABECALHO.
           05 FILLER               PIC X(20)
              VALUE 'COD  DESCRICAO      '.
           05 FILLER               PIC X(20)
              VALUE '                  RE'.
           05 FILLER               PIC X(20)
              VALUE 'FER.    PROVENTOS   '.
           05 FILLER               PIC X(20)
              VALUE ' DESCONTOS          '.
      *
       01  WK-LIN-RUBRICA.
           05 WK-LIN-CODRUB        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-DESCRUB       PIC X(30).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-REFER         PIC ZZ9,99-.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-PROVENTO      PIC ZZZ.ZZ9,99-.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WK-LIN-DESCONTO      PIC ZZZ.ZZ9,99-.
           05 FILLER               PIC X(10) VALUE SPACES.
      *
       01  WK-LIN-TOTAL.
           05 FILLER               PIC X(45)
              VALUE 'TOTAIS'.
           05 WK-LIN-TOT-PROVENTOS PIC ZZZ.ZZ9,99-.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WK-LIN-TOT-DESCONTOS PIC ZZZ.ZZ9,99-.
           05 FILLER               PIC X(10) VALUE SPACES.
      *
       01  WK-LIN-LIQUIDO.
           05 FILLER               PIC X(58)
              VALUE 'LIQUIDO A RECEBER'.
           05 WK-LIN-VALOR-LIQUIDO PIC -ZZZ.ZZ9,99.
           05 FILLER               PIC X(11) VALUE SPACES.
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
           IF WK-ORIGEM-ACCEPT NOT = SPACES
              AND WK-ORIGEM-ACCEPT NOT = 'M'
              AND WK-ORIGEM-ACCEPT NOT = 'F'
              AND WK-ORIGEM-ACCEPT NOT = '1'
              AND WK-ORIGEM-ACCEPT NOT = '2'
              AND WK-ORIGEM-ACCEPT NOT = 'C'
               DISPLAY 'ORIGEM ' WK-ORIGEM-ACCEPT
                       ' INVALIDA. INFORME M, F, 1, 2, C OU BRANCO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 103-CONSULTA-FUNCIONARIO.
           PERFORM 102-GRAVA-LOG-INICIO.
      *
           DISPLAY 'SEGUNDA VIA DO DEMONSTRATIVO - FUNCIONARIO '
                   WK-CODFUN-ACCEPT ' - COMPETENCIA '
                   WK-ANOMES-ACCEPT.
           DISPLAY '**********************************************'.
      *
           OPEN OUTPUT ARQ-SEGVIA.
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
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFN100' TO DB2E-NOMEPGM.
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
      *
       103-CONSULTA-FUNCIONARIO.
           MOVE WK-CODFUN-ACCEPT TO DB2-CODFUN.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               SELECT NOMEFUN, CPFFUN
                   INTO :DB2-NOMEFUN, :DB2-CPFFUN
                   FROM EAD703.FUNCIONARIOS
                   WHERE CODFUN = :DB2-CODFUN
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' NAO EXISTE'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO FUNCIONARIO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-QTDE-LIDOS.
      *
           IF DB2LR-ORIGEMLR NOT = WK-ORIGEM-ANTERIOR
               IF WK-ORIGEM-ANTERIOR NOT = SPACES
                   PERFORM 230-TOTALIZA-DEMONSTRATIVO
               END-IF
               PERFORM 231-CABECALHO-DEMONSTRATIVO
           END-IF.
      *
           MOVE DB2LR-CODRUB       TO WK-LIN-CODRUB.
           MOVE DB2RB-DESCRUB-TEXT TO WK-LIN-DESCRUB.
           MOVE DB2LR-REFERLR      TO WK-LIN-REFER.
      *
           IF DB2LR-TIPOLR = 'D'
               MOVE ZEROES         TO WK-LIN-PROVENTO
               MOVE DB2LR-VALORLR  TO WK-LIN-DESCONTO
               ADD DB2LR-VALORLR   TO WK-TOTAL-DESCONTOS
           ELSE
               MOVE DB2LR-VALORLR  TO WK-LIN-PROVENTO
               MOVE ZEROES         TO WK-LIN-DESCONTO
               ADD DB2LR-VALORLR   TO WK-TOTAL-PROVENTOS
           END-IF.
      *
           WRITE REG-SEGVIA FROM WK-LIN-RUBRICA.
      *
           PERFORM 301-LER-RUBRICA.
      *
       230-TOTALIZA-DEMONSTRATIVO.
           WRITE REG-SEGVIA FROM WK-LIN-SEPARADOR.
           MOVE WK-TOTAL-PROVENTOS TO WK-LIN-TOT-PROVENTOS.
           MOVE WK-TOTAL-DESCONTOS TO WK-LIN-TOT-DESCONTOS.
           WRITE REG-SEGVIA FROM WK-LIN-TOTAL.
      *
           COMPUTE WK-LIN-VALOR-LIQUIDO =
                   WK-TOTAL-PROVENTOS - WK-TOTAL-DESCONTOS.
           WRITE REG-SEGVIA FROM WK-LIN-LIQUIDO.
      *
           MOVE ZEROES TO WK-TOTAL-PROVENTOS
                          WK-TOTAL-DESCONTOS.
      *
       231-CABECALHO-DEMONSTRATIVO.
           MOVE DB2LR-ORIGEMLR TO WK-ORIGEM-ANTERIOR.
           ADD 1 TO WK-QTDE-DEMONST.
      *
           EVALUATE DB2LR-ORIGEMLR
               WHEN 'M'
                   MOVE 'DEMONSTRATIVO DE PAGAMENTO - 2A VIA'
                     TO WK-LIN-NOME-DEMONST
               WHEN 'F'
                   MOVE 'RECIBO DE FERIAS - 2A VIA'
                     TO WK-LIN-NOME-DEMONST
               WHEN '1'
                   MOVE '13O SALARIO 1A PARCELA - 2A VIA'
                     TO WK-LIN-NOME-DEMONST
               WHEN '2'
                   MOVE '13O SALARIO 2A PARCELA - 2A VIA'
                     TO WK-LIN-NOME-DEMONST
               WHEN 'C'
                   MOVE 'FOLHA COMPLEMENTAR - 2A VIA'
                     TO WK-LIN-NOME-DEMONST
               WHEN OTHER
                   MOVE 'DEMONSTRATIVO - 2A VIA'
                     TO WK-LIN-NOME-DEMONST
           END-EVALUATE.
      *
           WRITE REG-SEGVIA FROM WK-LIN-SEPARADOR.
           MOVE WK-ANOMES-ACCEPT (1:4) TO WK-LIN-ANO.
           MOVE WK-ANOMES-ACCEPT (5:2) TO WK-LIN-MES.
           WRITE REG-SEGVIA FROM WK-LIN-TITULO.
      *
           MOVE DB2-CODFUN        TO WK-LIN-CODFUN.
           MOVE DB2-NOMEFUN-TEXT  TO WK-LIN-NOMEFUN.
           MOVE DB2LR-DEPTOLR     TO WK-LIN-DEPTOFUN.
           WRITE REG-SEGVIA FROM WK-LIN-FUNCIONARIO.
      *
           MOVE DB2-CPFFUN        TO WK-LIN-CPFFUN.
           WRITE REG-SEGVIA FROM WK-LIN-CPF.
      *
           WRITE REG-SEGVIA FROM WK-LIN-SEPARADOR.
           WRITE REG-SEGVIA FROM WK-LIN-CABECALHO.
      ******************************************************************
       300-LER SECTION.
       301-LER-RUBRICA.
           MOVE SPACES TO DB2RB-DESCRUB-TEXT.
      *
           EXEC SQL
               FETCH RUBTEMP
                   INTO :DB2LR-ORIGEMLR,
                        :DB2LR-CODRUB,
                        :DB2LR-TIPOLR,
                        :DB2LR-DEPTOLR,
                        :DB2LR-REFERLR,
                        :DB2LR-VALORLR,
                        :DB2RB-DESCRUB
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
               PERFORM 230-TOTALIZA-DEMONSTRATIVO
           ELSE
               DISPLAY 'NENHUMA RUBRICA GRAVADA PARA O FUNCIONARIO '
                       WK-CODFUN-ACCEPT ' NA COMPETENCIA '
                       WK-ANOMES-ACCEPT
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           CLOSE ARQ-SEGVIA.
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
           MOVE WK-QTDE-DEMONST TO WK-QTDE-EDIT.
           DISPLAY 'DEMONSTRATIVOS EMITIDOS.......: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-LIDOS   TO WK-QTDE-EDIT.
           DISPLAY 'RUBRICAS IMPRESSAS............: ' WK-QTDE-EDIT.
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
       END PROGRAM COBFN100.
