      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : RELATORIO DE RISCO DE EQUIPARACAO SALARIAL: COMPARA *
      *            OS FUNCIONARIOS ATIVOS DO MESMO CARGO E DO MESMO    *
      *            DEPARTAMENTO E APONTA OS PARES COM DIFERENCA DE     *
      *            SALARIO ACIMA DE PERC-EQUIPARA (COBFUN43, PADRAO    *
      *            10%), DIFERENCA DE TEMPO NO CARGO MENOR QUE 2 ANOS  *
      *            E DE TEMPO DE CASA MENOR QUE 4 ANOS. O TEMPO NO     *
      *            CARGO VEM DA ULTIMA ALTERACAO DE CARGOFUN EM        *
      *            EAD703.FUNCIONARIOS_HIST (SEM ALTERACAO, DESDE A    *
      *            ADMISSAO). RESUMO POR CARGO (DB2)                   *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN92.
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
               INCLUDE BOOKCARG
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPARM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    PARES DO MESMO CARGO E DEPARTAMENTO EM QUE O PRIMEIRO
      *    GANHA MAIS QUE O SEGUNDO ACIMA DO PERCENTUAL E AS ADMISSOES
      *    ESTAO A MENOS DE 4 ANOS UMA DA OUTRA
      *
           EXEC SQL
               DECLARE PARTEMP CURSOR FOR
                  SELECT A.CARGOFUN, A.DEPTOFUN,
                         A.CODFUN, A.NOMEFUN, A.SALARIOFUN, A.ADMISSFUN,
                         B.CODFUN, B.NOMEFUN, B.SALARIOFUN, B.ADMISSFUN
                      FROM EAD703.FUNCIONARIOS A,
                           EAD703.FUNCIONARIOS B
                      WHERE A.ATIVOFUN = 'A'
                        AND B.ATIVOFUN = 'A'
                        AND B.CARGOFUN = A.CARGOFUN
                        AND B.DEPTOFUN = A.DEPTOFUN
                        AND B.CODFUN <> A.CODFUN
                        AND A.SALARIOFUN * 100 >
                            B.SALARIOFUN * (100 + :WK-PERC-EQUIPARA)
                        AND B.ADMISSFUN < A.ADMISSFUN + 4 YEARS
                        AND A.ADMISSFUN < B.ADMISSFUN + 4 YEARS
                      ORDER BY A.CARGOFUN, A.DEPTOFUN, A.CODFUN,
                               B.CODFUN
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-PERC-EQUIPARA     PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 10,00.
       77  WK-DATA-ATUAL        PIC X(10)         VALUE SPACES.
      *
      *    SEGUNDO FUNCIONARIO DO PAR (MENOR SALARIO)
      *
       77  WK-PAR-CODFUN        PIC X(4)          VALUE SPACES.
       01  WK-PAR-NOMEFUN.
           49 WK-PAR-NOMEFUN-LEN   PIC S9(4) USAGE COMP.
           49 WK-PAR-NOMEFUN-TEXT  PIC X(30).
       77  WK-PAR-SALARIO       PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-PAR-ADMISSAO      PIC X(10)         VALUE SPACES.
      *
      *    INICIO NO CARGO E TEMPOS EM MESES DE CADA UM
      *
       77  WK-HIST-CODFUN       PIC X(4)          VALUE SPACES.
       77  WK-HIST-ADMISSAO     PIC X(10)         VALUE SPACES.
       77  WK-HIST-INICIO       PIC X(10)         VALUE SPACES.
       77  WK-IND-INICIO        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-INICIO-CARGO-A    PIC X(10)         VALUE SPACES.
       77  WK-INICIO-CARGO-B    PIC X(10)         VALUE SPACES.
       77  WK-INICIO-MENOR      PIC X(10)         VALUE SPACES.
       77  WK-INICIO-MAIOR      PIC X(10)         VALUE SPACES.
       77  WK-INICIO-LIMITE     PIC X(10)         VALUE SPACES.
       77  WK-DATA-MESES        PIC X(10)         VALUE SPACES.
       77  WK-MESES             PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       77  WK-DIFERENCA         PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-PERC-DIFERENCA    PIC S9(5)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
       77  WK-CARGO-ANTERIOR    PIC X(4)          VALUE SPACES.
       77  WK-DEPTO-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-CARGO-PARES       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-CARGO-MAIOR-PERC  PIC S9(5)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-CARGO-DIFERENCAS  PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-APONTADOS    PIC S9(8) USAGE COMP VALUE ZEROES.
      *
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-PERC-EDIT         PIC ZZ.ZZ9,99     VALUE ZEROES.
       77  WK-VALOR-EDIT        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
      *
       01  WK-LIN-FUNCIONARIO.
           05 WK-LIN-POSICAO       PIC X(7).
           05 WK-LIN-CODFUN        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEFUN       PIC X(30).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-SALARIO       PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(7)  VALUE ' CASA: '.
           05 WK-LIN-MESES-CASA    PIC ZZ9.
           05 FILLER               PIC X(9)  VALUE 'M CARGO: '.
           05 WK-LIN-MESES-CARGO   PIC ZZ9.
           05 FILLER               PIC X     VALUE 'M'.
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
           EXEC SQL
               SET :WK-DATA-ATUAL = CURRENT DATE
           END-EXEC.
      *
           PERFORM 103-LE-PARAMETRO.
      *
           MOVE WK-PERC-EQUIPARA TO WK-PERC-EDIT.
           DISPLAY 'RISCO DE EQUIPARACAO SALARIAL EM ' WK-DATA-ATUAL.
           DISPLAY 'DIFERENCA DE SALARIO ACIMA DE ' WK-PERC-EDIT
                   ' %, TEMPO NO CARGO < 2 ANOS, TEMPO DE CASA'
                   ' < 4 ANOS'.
           DISPLAY '**********************************************'.
      *
           EXEC SQL
               OPEN PARTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-PAR
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       103-LE-PARAMETRO.
           MOVE 'PERC-EQUIPARA' TO DB2M-CHAVEPARM.
      *
           EXEC SQL
               SELECT VALORPARM INTO :DB2M-VALORPARM
                   FROM EAD703.PARAMETROS
                   WHERE CHAVEPARM = :DB2M-CHAVEPARM
                     AND DATAEFETPARM <= CURRENT DATE
                   ORDER BY DATAEFETPARM DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF DB2M-VALORPARM > 0
                       MOVE DB2M-VALORPARM TO WK-PERC-EQUIPARA
                   END-IF
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO PARAMETRO '
                           DB2M-CHAVEPARM
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-QTDE-LIDOS.
      *
      *    TEMPO NO CARGO: INICIO DE CADA UM E DIFERENCA MENOR QUE
      *    2 ANOS ENTRE ELES
      *
           MOVE DB2-CODFUN       TO WK-HIST-CODFUN.
           MOVE DB2-ADMISSFUN    TO WK-HIST-ADMISSAO.
           PERFORM 210-INICIO-CARGO.
           MOVE WK-HIST-INICIO   TO WK-INICIO-CARGO-A.
      *
           MOVE WK-PAR-CODFUN    TO WK-HIST-CODFUN.
           MOVE WK-PAR-ADMISSAO  TO WK-HIST-ADMISSAO.
           PERFORM 210-INICIO-CARGO.
           MOVE WK-HIST-INICIO   TO WK-INICIO-CARGO-B.
      *
           IF WK-INICIO-CARGO-A < WK-INICIO-CARGO-B
               MOVE WK-INICIO-CARGO-A TO WK-INICIO-MENOR
               MOVE WK-INICIO-CARGO-B TO WK-INICIO-MAIOR
           ELSE
               MOVE WK-INICIO-CARGO-B TO WK-INICIO-MENOR
               MOVE WK-INICIO-CARGO-A TO WK-INICIO-MAIOR
           END-IF.
      *
           EXEC SQL
               SET :WK-INICIO-LIMITE =
                   CHAR(DATE(:WK-INICIO-MENOR) + 2 YEARS, ISO)
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO CALCULO DO TEMPO NO CARGO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-INICIO-MAIOR < WK-INICIO-LIMITE
               PERFORM 220-APONTA-PAR
           END-IF.
      *
           PERFORM 301-LER-PAR.
      *
       210-INICIO-CARGO.
      *
      *    ULTIMA ALTERACAO PARA O CARGO ATUAL DESDE A ADMISSAO (O
      *    COBFUN04 E O COBFUN38 GRAVAM CARGOFUN NO HISTORICO)
      *
           EXEC SQL
               SELECT MAX(DATE(DATAHORAHIST))
                   INTO :WK-HIST-INICIO :WK-IND-INICIO
                   FROM EAD703.FUNCIONARIOS_HIST
                   WHERE CODFUN = :WK-HIST-CODFUN
                     AND CAMPOHIST = 'CARGOFUN'
                     AND VALORNOVHIST = :DB2-CARGOFUN
                     AND DATE(DATAHORAHIST) >= :WK-HIST-ADMISSAO
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO HISTORICO DO FUNCIONARIO '
                       WK-HIST-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-INICIO < 0
               MOVE WK-HIST-ADMISSAO TO WK-HIST-INICIO
           END-IF.
      *
       211-CALCULA-MESES.
           EXEC SQL
               SET :WK-MESES =
                   YEAR(DATE(:WK-DATA-ATUAL) - DATE(:WK-DATA-MESES))
                   * 12 +
                   MONTH(DATE(:WK-DATA-ATUAL) - DATE(:WK-DATA-MESES))
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO CALCULO DO TEMPO EM MESES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       220-APONTA-PAR.
           IF DB2-CARGOFUN NOT = WK-CARGO-ANTERIOR
               IF WK-CARGO-ANTERIOR NOT = SPACES
                   PERFORM 240-RESUMO-CARGO
               END-IF
               PERFORM 230-CABECALHO-CARGO
           END-IF.
      *
           IF DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
               DISPLAY ' DEPARTAMENTO: ' DB2-DEPTOFUN
               MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR
           END-IF.
      *
           ADD 1 TO WK-QTDE-APONTADOS
                    WK-CARGO-PARES.
      *
           COMPUTE WK-DIFERENCA = DB2-SALARIOFUN - WK-PAR-SALARIO.
           COMPUTE WK-PERC-DIFERENCA ROUNDED =
               WK-DIFERENCA * 100 / WK-PAR-SALARIO.
      *
           ADD WK-DIFERENCA TO WK-CARGO-DIFERENCAS.
      *
           IF WK-PERC-DIFERENCA > WK-CARGO-MAIOR-PERC
               MOVE WK-PERC-DIFERENCA TO WK-CARGO-MAIOR-PERC
           END-IF.
      *
           MOVE '  MAIOR'           TO WK-LIN-POSICAO.
           MOVE DB2-CODFUN          TO WK-LIN-CODFUN.
           MOVE DB2-NOMEFUN-TEXT    TO WK-LIN-NOMEFUN.
           MOVE DB2-SALARIOFUN      TO WK-LIN-SALARIO.
           MOVE DB2-ADMISSFUN       TO WK-DATA-MESES.
           PERFORM 211-CALCULA-MESES.
           MOVE WK-MESES            TO WK-LIN-MESES-CASA.
           MOVE WK-INICIO-CARGO-A   TO WK-DATA-MESES.
           PERFORM 211-CALCULA-MESES.
           MOVE WK-MESES            TO WK-LIN-MESES-CARGO.
           DISPLAY WK-LIN-FUNCIONARIO.
      *
           MOVE '  MENOR'           TO WK-LIN-POSICAO.
           MOVE WK-PAR-CODFUN       TO WK-LIN-CODFUN.
           MOVE WK-PAR-NOMEFUN-TEXT TO WK-LIN-NOMEFUN.
           MOVE WK-PAR-SALARIO      TO WK-LIN-SALARIO.
           MOVE WK-PAR-ADMISSAO     TO WK-DATA-MESES.
           PERFORM 211-CALCULA-MESES.
           MOVE WK-MESES            TO WK-LIN-MESES-CASA.
           MOVE WK-INICIO-CARGO-B   TO WK-DATA-MESES.
           PERFORM 211-CALCULA-MESES.
           MOVE WK-MESES            TO WK-LIN-MESES-CARGO.
           DISPLAY WK-LIN-FUNCIONARIO.
      *
           MOVE WK-DIFERENCA        TO WK-VALOR-EDIT.
           MOVE WK-PERC-DIFERENCA   TO WK-PERC-EDIT.
           DISPLAY '         DIFERENCA: ' WK-VALOR-EDIT
                   ' (' WK-PERC-EDIT ' %)'.
      *
       230-CABECALHO-CARGO.
           MOVE DB2-CARGOFUN TO DB2C-CODCARGO
                                WK-CARGO-ANTERIOR.
           MOVE SPACES       TO DB2C-TITULOCARGO-TEXT
                                WK-DEPTO-ANTERIOR.
      *
           EXEC SQL
               SELECT TITULOCARGO INTO :DB2C-TITULOCARGO
                   FROM EAD703.CARGOS
                   WHERE CODCARGO = :DB2C-CODCARGO
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'CARGO NAO CADASTRADO' TO DB2C-TITULOCARGO-TEXT
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO CARGO ' DB2C-CODCARGO
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
           DISPLAY 'CARGO: ' DB2C-CODCARGO ' ' DB2C-TITULOCARGO-TEXT.
      *
       240-RESUMO-CARGO.
           MOVE WK-CARGO-PARES TO WK-QTDE-EDIT.
           DISPLAY ' RESUMO DO CARGO ' WK-CARGO-ANTERIOR
                   ' - PARES APONTADOS: ' WK-QTDE-EDIT.
           MOVE WK-CARGO-MAIOR-PERC TO WK-PERC-EDIT.
           DISPLAY '   MAIOR DIFERENCA........: ' WK-PERC-EDIT ' %'.
           MOVE WK-CARGO-DIFERENCAS TO WK-VALOR-EDIT.
           DISPLAY '   SOMA DAS DIFERENCAS....: ' WK-VALOR-EDIT.
           DISPLAY '----------------------------------------------'.
      *
           MOVE ZEROES TO WK-CARGO-PARES
                          WK-CARGO-MAIOR-PERC
                          WK-CARGO-DIFERENCAS.
      ******************************************************************
       300-LER-PAR SECTION.
       301-LER-PAR.
           MOVE SPACES TO DB2-NOMEFUN-TEXT
                          WK-PAR-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH PARTEMP
                   INTO :DB2-CARGOFUN,
                        :DB2-DEPTOFUN,
                        :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-SALARIOFUN,
                        :DB2-ADMISSFUN,
                        :WK-PAR-CODFUN,
                        :WK-PAR-NOMEFUN,
                        :WK-PAR-SALARIO,
                        :WK-PAR-ADMISSAO
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
           EXEC SQL
               CLOSE PARTEMP
           END-EXEC.
      *
           IF WK-CARGO-ANTERIOR NOT = SPACES
               PERFORM 240-RESUMO-CARGO
           END-IF.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-LIDOS TO WK-QTDE-EDIT.
           DISPLAY 'PARES COM DIFERENCA SALARIAL..: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-APONTADOS TO WK-QTDE-EDIT.
           DISPLAY 'PARES COM RISCO DE EQUIPARACAO: ' WK-QTDE-EDIT.
      *
           IF WK-QTDE-APONTADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
      ******************************************************************
       END PROGRAM COBFUN92.
