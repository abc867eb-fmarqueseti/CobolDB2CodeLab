      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : FOLGAS COMPENSADAS NO BANCO DE HORAS (DB2).         *
      *            FUNCOES: F=REGISTRA FOLGA AUTORIZADA PELO GESTOR DO *
      *            DEPARTAMENTO (DEBITO NO BANCO, LIMITADO AO SALDO),  *
      *            E=ESTORNA FOLGA REGISTRADA POR ENGANO. OS CREDITOS  *
      *            E OS PAGAMENTOS DE HORAS VENCIDAS SAO LANCADOS PELO *
      *            COBFUN15; A BAIXA NA RESCISAO, PELO COBFUN18        *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN84.
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
               INCLUDE BOOKBHOR
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
       77  WK-SQLCODE-EDIT         PIC -999       VALUE ZEROES.
       77  WK-USUARIO              PIC X(8)       VALUE SPACES.
       77  WK-AUTORIZACAO-CONT     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-SALDO-HORAS          PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-SALDO            PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-HORAS-EDIT           PIC -ZZZ9,99   VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
           05 WK-DATAFOLGA-ACCEPT  PIC X(10)      VALUE SPACES.
           05 WK-HORAS-ACCEPT      PIC 9(3)V99    VALUE ZEROES.
      *
       01  WK-SWITCHES.
           05 WK-DADOS-VALIDOS-SW  PIC X          VALUE 'S'.
              88 WK-DADOS-VALIDOS                 VALUE 'S'.
              88 WK-DADOS-INVALIDOS               VALUE 'N'.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ******************************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-ACCEPT FROM SYSIN.
      *
           EXEC SQL
               SET :WK-USUARIO = USER
           END-EXEC.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN84' TO DB2E-NOMEPGM.
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
      *
           EVALUATE WK-FUNCAO-ACCEPT
               WHEN 'F'
                   PERFORM 202-REGISTRA-FOLGA
               WHEN 'E'
                   PERFORM 203-ESTORNA-FOLGA
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *
       202-REGISTRA-FOLGA.
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-DADOS-VALIDOS
               IF WK-HORAS-ACCEPT NOT NUMERIC
                  OR WK-HORAS-ACCEPT = ZEROES
                   DISPLAY 'QUANTIDADE DE HORAS DA FOLGA NAO'
                           ' INFORMADA'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 206-CONSULTA-FUNCIONARIO
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 207-VERIFICA-GESTOR
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 208-CONSULTA-SALDO
      *
               IF WK-HORAS-ACCEPT > WK-SALDO-HORAS
                   MOVE WK-SALDO-HORAS TO WK-HORAS-EDIT
                   DISPLAY 'SALDO DO BANCO DE HORAS DO FUNCIONARIO '
                           DB2-CODFUN ' (' WK-HORAS-EDIT
                           ' H) INSUFICIENTE PARA A FOLGA'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 209-GRAVA-FOLGA
           END-IF.
      *
       203-ESTORNA-FOLGA.
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 206-CONSULTA-FUNCIONARIO
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 207-VERIFICA-GESTOR
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               EXEC SQL
                   DELETE FROM EAD703.BANCO_HORAS
                       WHERE CODFUN = :DB2BH-CODFUN
                         AND DATABCO = :DB2BH-DATABCO
                         AND TIPOBCO = 'F'
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'FOLGA DO FUNCIONARIO ' DB2BH-CODFUN
                               ' EM ' DB2BH-DATABCO ' FOI ESTORNADA'
                   WHEN 100
                       DISPLAY 'FOLGA DO FUNCIONARIO ' DB2BH-CODFUN
                               ' EM ' DB2BH-DATABCO ' NAO EXISTE'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NO ESTORNO DA FOLGA'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       205-VALIDA-DADOS.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
      *
           IF WK-CODFUN-ACCEPT = SPACES
               DISPLAY 'FUNCIONARIO NAO INFORMADO'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-DATAFOLGA-ACCEPT (1:4) NOT NUMERIC
              OR WK-DATAFOLGA-ACCEPT (5:1) NOT = '-'
              OR WK-DATAFOLGA-ACCEPT (6:2) NOT NUMERIC
              OR WK-DATAFOLGA-ACCEPT (8:1) NOT = '-'
              OR WK-DATAFOLGA-ACCEPT (9:2) NOT NUMERIC
               DISPLAY 'DATA DA FOLGA ' WK-DATAFOLGA-ACCEPT
                       ' INVALIDA. INFORME AAAA-MM-DD'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-DADOS-INVALIDOS
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
           MOVE WK-CODFUN-ACCEPT    TO DB2-CODFUN
                                       DB2BH-CODFUN.
           MOVE WK-DATAFOLGA-ACCEPT TO DB2BH-DATABCO.
      *
       206-CONSULTA-FUNCIONARIO.
           EXEC SQL
               SELECT DEPTOFUN, ATIVOFUN
                   INTO :DB2-DEPTOFUN, :DB2-ATIVOFUN
                   FROM EAD703.FUNCIONARIOS
                   WHERE CODFUN = :DB2-CODFUN
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF DB2-ATIVOFUN NOT = 'A'
                       DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                               ' NAO ESTA ATIVO'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' NAO EXISTE'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO FUNCIONARIO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       207-VERIFICA-GESTOR.
      *
      *    A FOLGA E AUTORIZADA PELO GESTOR DO DEPARTAMENTO DO
      *    FUNCIONARIO (FUNCAO M; DEPARTAMENTO EM BRANCO = TODOS)
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-AUTORIZACAO-CONT
                   FROM EAD703.AUTORIZACOES
                   WHERE USUARIOAUT = :WK-USUARIO
                     AND FUNCAOAUT = 'M'
                     AND ( CODDEPTOAUT = '   '
                        OR CODDEPTOAUT = :DB2-DEPTOFUN )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DAS AUTORIZACOES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-AUTORIZACAO-CONT = 0
               DISPLAY 'USUARIO ' WK-USUARIO ' NAO AUTORIZADO PARA'
                       ' AS FOLGAS DO DEPARTAMENTO ' DB2-DEPTOFUN
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       208-CONSULTA-SALDO.
      *
      *    SALDO = CREDITOS (C) MENOS FOLGAS (F) E HORAS PAGAS POR
      *    VENCIMENTO (P) OU NA RESCISAO (R)
      *
           EXEC SQL
               SELECT SUM(CASE WHEN TIPOBCO = 'C'
                               THEN HORASBCO ELSE 0 - HORASBCO END)
                   INTO :WK-SALDO-HORAS :WK-IND-SALDO
                   FROM EAD703.BANCO_HORAS
                   WHERE CODFUN = :DB2BH-CODFUN
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO SALDO DO BANCO DE HORAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-SALDO < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-SALDO-HORAS
           END-IF.
      *
       209-GRAVA-FOLGA.
           MOVE 'F'             TO DB2BH-TIPOBCO.
           MOVE WK-HORAS-ACCEPT TO DB2BH-HORASBCO.
           MOVE ZEROES          TO DB2BH-VALORBCO.
           MOVE WK-USUARIO      TO DB2BH-USUARIOBCO.
           MOVE SPACES          TO DB2BH-ANOMESBCO.
           STRING DB2BH-DATABCO (1:4) DB2BH-DATABCO (6:2)
               DELIMITED BY SIZE INTO DB2BH-ANOMESBCO.
      *
           EXEC SQL
               INSERT INTO EAD703.BANCO_HORAS
                   ( CODFUN, DATABCO, TIPOBCO, ANOMESBCO, HORASBCO,
                     VALORBCO, USUARIOBCO, DATAHORABCO )
                   VALUES ( :DB2BH-CODFUN, :DB2BH-DATABCO,
                            :DB2BH-TIPOBCO, :DB2BH-ANOMESBCO,
                            :DB2BH-HORASBCO, :DB2BH-VALORBCO,
                            :DB2BH-USUARIOBCO, CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   COMPUTE WK-HORAS-EDIT =
                       WK-SALDO-HORAS - DB2BH-HORASBCO
                   DISPLAY 'FOLGA DO FUNCIONARIO ' DB2BH-CODFUN
                           ' EM ' DB2BH-DATABCO ' REGISTRADA. SALDO'
                           ' RESTANTE: ' WK-HORAS-EDIT ' H'
               WHEN -803
                   DISPLAY 'FOLGA DO FUNCIONARIO ' DB2BH-CODFUN
                           ' EM ' DB2BH-DATABCO ' JA REGISTRADA'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
               WHEN -180
               WHEN -181
                   DISPLAY 'DATA DA FOLGA ' DB2BH-DATABCO
                           ' INVALIDA'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA GRAVACAO DA FOLGA'
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
       902-GRAVA-LOG-FIM.
           MOVE 1      TO DB2E-QTDELIDLOG.
      *
           IF WK-DADOS-VALIDOS AND RETURN-CODE < 8
               MOVE 1      TO DB2E-QTDEAPLLOG
               MOVE ZEROES TO DB2E-QTDEREJLOG
           ELSE
               MOVE ZEROES TO DB2E-QTDEAPLLOG
               MOVE 1      TO DB2E-QTDEREJLOG
           END-IF.
      *
           MOVE RETURN-CODE TO DB2E-CODRETLOG.
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
       END PROGRAM COBFUN84.
