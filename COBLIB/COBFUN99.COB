      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : RELATORIO SEMANAL DOS CONTRATOS A PRAZO QUE VENCEM  *
      *            DENTRO DA JANELA DO PARAMETRO JANELA-CONTRATO       *
      *            (PADRAO 15 DIAS), POR DEPARTAMENTO: EXPERIENCIA,    *
      *            PRAZO DETERMINADO, ESTAGIO E APRENDIZAGEM. INDICA A *
      *            EXPERIENCIA AINDA PRORROGAVEL (ATE 90 DIAS) PARA    *
      *            QUE O GESTOR PRORROGUE, EFETIVE OU RESCINDA ANTES   *
      *            DO VENCIMENTO. FUNCIONARIO ATIVO COM CONTRATO JA    *
      *            VENCIDO PASSOU A PRAZO INDETERMINADO: SAI COMO      *
      *            VENCIDO E O JOB TERMINA COM RC 4 (DB2)              *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN99.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTRATO ASSIGN TO CONTVENC
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CONTRATO
           RECORDING MODE IS F.
       01  REG-CONTRATO             PIC X(80).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPARM
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
      *    CONTRATOS COM FIM ATE O FIM DA JANELA, INCLUSIVE OS JA
      *    VENCIDOS DE FUNCIONARIOS QUE CONTINUAM ATIVOS
      *
           EXEC SQL
               DECLARE CONTTEMP CURSOR FOR
                  SELECT DEPTOFUN, CODFUN, NOMEFUN, TIPOCONTFUN,
                         ADMISSFUN, FIMCONTFUN,
                         DAYS(FIMCONTFUN) - DAYS(CURRENT DATE),
                         DAYS(FIMCONTFUN) - DAYS(ADMISSFUN)
                      FROM EAD703.FUNCIONARIOS
                      WHERE ATIVOFUN = 'A'
                        AND TIPOCONTFUN <> 'I'
                        AND FIMCONTFUN IS NOT NULL
                        AND FIMCONTFUN <=
                               CURRENT DATE + :WK-JANELA-ALERTA DAYS
                      ORDER BY DEPTOFUN, FIMCONTFUN, CODFUN
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-JANELA-ALERTA     PIC S9(4) USAGE COMP VALUE 15.
       77  WK-JANELA-EDIT       PIC ZZZ9          VALUE ZEROES.
       77  WK-DATA-ATUAL        PIC X(10)         VALUE SPACES.
       77  WK-DIAS-RESTANTES    PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-CONTRATO     PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-DEPTO-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-VENCIDOS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-EXPERIENCIA PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-VENCIDOS     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EXPERIENCIA  PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 FILLER               PIC X(42)
              VALUE 'CONTRATOS A PRAZO E EXPERIENCIAS A VENCER '.
           05 FILLER               PIC X(14)
              VALUE '  POSICAO EM: '.
           05 WK-LIN-DATA-ATUAL    PIC X(10).
           05 FILLER               PIC X(9)  VALUE '  JANELA:'.
           05 WK-LIN-JANELA        PIC ZZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
      *
       01  WK-LIN-CABECALHO.
           05 FILLER               PIC X(20)
              VALUE 'FUNC NOME           '.
           05 FILLER               PIC X(20)
              VALUE '        TIPO        '.
           05 FILLER               PIC X(20)
              VALUE 'ADMISSAO   FIM      '.
           05 FILLER               PIC X(20)
              VALUE '  DIAS SITUACAO     '.
      *
       01  WK-LIN-DEPARTAMENTO.
           05 FILLER               PIC X(14)
              VALUE 'DEPARTAMENTO: '.
           05 WK-LIN-DEPTOFUN      PIC X(3).
           05 FILLER               PIC X(63) VALUE SPACES.
      *
       01  WK-LIN-DETALHE.
           05 WK-LIN-CODFUN        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEFUN       PIC X(22).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-TIPO          PIC X(11).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-ADMISSAO      PIC X(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-FIM           PIC X(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-DIAS          PIC ---9.
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-SITUACAO      PIC X(11).
           05 FILLER               PIC X(2)  VALUE SPACES.
      *
       01  WK-LIN-TOTAL.
           05 WK-LIN-TOT-ROTULO    PIC X(22).
           05 FILLER               PIC X(11) VALUE ' A VENCER: '.
           05 WK-LIN-TOT-A-VENCER  PIC ZZZ9.
           05 FILLER               PIC X(15) VALUE ' EXPERIENCIAS: '.
           05 WK-LIN-TOT-EXPER     PIC ZZZ9.
           05 FILLER               PIC X(11) VALUE ' VENCIDOS: '.
           05 WK-LIN-TOT-VENCIDOS  PIC ZZZ9.
           05 FILLER               PIC X(9)  VALUE SPACES.
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
           PERFORM 102-GRAVA-LOG-INICIO.
           PERFORM 103-LE-PARAMETROS.
      *
           EXEC SQL
               SET :WK-DATA-ATUAL = CURRENT DATE
           END-EXEC.
      *
           DISPLAY 'CONTRATOS A VENCER - POSICAO EM ' WK-DATA-ATUAL.
           MOVE WK-JANELA-ALERTA TO WK-JANELA-EDIT.
           DISPLAY 'JANELA DE VENCIMENTO (DIAS)...: ' WK-JANELA-EDIT.
           DISPLAY '**********************************************'.
      *
           OPEN OUTPUT ARQ-CONTRATO.
      *
           WRITE REG-CONTRATO FROM WK-LIN-SEPARADOR.
           MOVE WK-DATA-ATUAL    TO WK-LIN-DATA-ATUAL.
           MOVE WK-JANELA-ALERTA TO WK-LIN-JANELA.
           WRITE REG-CONTRATO FROM WK-LIN-TITULO.
           WRITE REG-CONTRATO FROM WK-LIN-SEPARADOR.
           WRITE REG-CONTRATO FROM WK-LIN-CABECALHO.
      *
           EXEC SQL
               OPEN CONTTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-CONTRATO
               WHEN 100
                   DISPLAY 'NENHUM CONTRATO A VENCER'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN99' TO DB2E-NOMEPGM.
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
       103-LE-PARAMETROS.
           MOVE 'JANELA-CONTRATO' TO DB2M-CHAVEPARM.
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
                       MOVE DB2M-VALORPARM TO WK-JANELA-ALERTA
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
           IF DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
               IF WK-DEPTO-ANTERIOR NOT = SPACES
                   PERFORM 230-TOTALIZA-DEPARTAMENTO
               END-IF
               PERFORM 231-CABECALHO-DEPARTAMENTO
           END-IF.
      *
           ADD 1 TO WK-DEPTO-QTDE.
      *
           MOVE DB2-CODFUN        TO WK-LIN-CODFUN.
           MOVE DB2-NOMEFUN-TEXT  TO WK-LIN-NOMEFUN.
           MOVE DB2-ADMISSFUN     TO WK-LIN-ADMISSAO.
           MOVE DB2-FIMCONTFUN    TO WK-LIN-FIM.
           MOVE WK-DIAS-RESTANTES TO WK-LIN-DIAS.
      *
           EVALUATE DB2-TIPOCONTFUN
               WHEN 'X'
                   MOVE 'EXPERIENCIA' TO WK-LIN-TIPO
                   ADD 1 TO WK-DEPTO-EXPERIENCIA
                            WK-QTDE-EXPERIENCIA
               WHEN 'D'
                   MOVE 'DETERMINADO' TO WK-LIN-TIPO
               WHEN 'E'
                   MOVE 'ESTAGIO'     TO WK-LIN-TIPO
               WHEN 'A'
                   MOVE 'APRENDIZ'    TO WK-LIN-TIPO
               WHEN OTHER
                   MOVE DB2-TIPOCONTFUN TO WK-LIN-TIPO
           END-EVALUATE.
      *
      *    A EXPERIENCIA ADMITE UMA PRORROGACAO DENTRO DOS 90 DIAS
      *    CONTADOS DA ADMISSAO (FIM ATE ADMISSAO + 89 DIAS)
      *
           IF WK-DIAS-RESTANTES < 0
               MOVE 'VENCIDO'     TO WK-LIN-SITUACAO
               ADD 1 TO WK-DEPTO-VENCIDOS
                        WK-QTDE-VENCIDOS
           ELSE
               IF DB2-TIPOCONTFUN = 'X' AND WK-DIAS-CONTRATO < 89
                   MOVE 'PRORROGAVEL' TO WK-LIN-SITUACAO
               ELSE
                   MOVE 'A VENCER'    TO WK-LIN-SITUACAO
               END-IF
           END-IF.
      *
           WRITE REG-CONTRATO FROM WK-LIN-DETALHE.
      *
           PERFORM 301-LER-CONTRATO.
      *
       230-TOTALIZA-DEPARTAMENTO.
           MOVE SPACES TO WK-LIN-TOT-ROTULO.
           STRING 'TOTAL DEPTO ' WK-DEPTO-ANTERIOR
               DELIMITED BY SIZE INTO WK-LIN-TOT-ROTULO.
           COMPUTE WK-LIN-TOT-A-VENCER =
                   WK-DEPTO-QTDE - WK-DEPTO-VENCIDOS.
           MOVE WK-DEPTO-EXPERIENCIA TO WK-LIN-TOT-EXPER.
           MOVE WK-DEPTO-VENCIDOS    TO WK-LIN-TOT-VENCIDOS.
           WRITE REG-CONTRATO FROM WK-LIN-TOTAL.
      *
           MOVE ZEROES TO WK-DEPTO-QTDE
                          WK-DEPTO-EXPERIENCIA
                          WK-DEPTO-VENCIDOS.
      *
       231-CABECALHO-DEPARTAMENTO.
           MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR
                                WK-LIN-DEPTOFUN.
           WRITE REG-CONTRATO FROM WK-LIN-SEPARADOR.
           WRITE REG-CONTRATO FROM WK-LIN-DEPARTAMENTO.
      ******************************************************************
       300-LER SECTION.
       301-LER-CONTRATO.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH CONTTEMP
                   INTO :DB2-DEPTOFUN,
                        :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-TIPOCONTFUN,
                        :DB2-ADMISSFUN,
                        :DB2-FIMCONTFUN,
                        :WK-DIAS-RESTANTES,
                        :WK-DIAS-CONTRATO
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
           IF WK-DEPTO-QTDE > 0
               PERFORM 230-TOTALIZA-DEPARTAMENTO
           END-IF.
      *
           WRITE REG-CONTRATO FROM WK-LIN-SEPARADOR.
           MOVE 'TOTAL GERAL'       TO WK-LIN-TOT-ROTULO.
           COMPUTE WK-LIN-TOT-A-VENCER =
                   WK-QTDE-LIDOS - WK-QTDE-VENCIDOS.
           MOVE WK-QTDE-EXPERIENCIA TO WK-LIN-TOT-EXPER.
           MOVE WK-QTDE-VENCIDOS    TO WK-LIN-TOT-VENCIDOS.
           WRITE REG-CONTRATO FROM WK-LIN-TOTAL.
      *
           CLOSE ARQ-CONTRATO.
      *
           EXEC SQL
               CLOSE CONTTEMP
           END-EXEC.
      *
      *    CONTRATO VENCIDO COM O FUNCIONARIO EM ATIVIDADE JA VALE
      *    POR PRAZO INDETERMINADO: O RC 4 SINALIZA A PENDENCIA
      *
           IF WK-QTDE-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-LIDOS TO WK-QTDE-EDIT.
           DISPLAY 'CONTRATOS LISTADOS............: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-EXPERIENCIA TO WK-QTDE-EDIT.
           DISPLAY 'CONTRATOS DE EXPERIENCIA......: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-VENCIDOS TO WK-QTDE-EDIT.
           DISPLAY 'CONTRATOS VENCIDOS............: ' WK-QTDE-EDIT.
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
       END PROGRAM COBFUN99.
