      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : CADASTRO DAS CONDUCOES DIARIAS DO VALE-TRANSPORTE   *
      *            DO FUNCIONARIO: LINHA, QUANTIDADE DE PASSAGENS POR  *
      *            DIA E TARIFA UNITARIA (DB2). A COMPRA MENSAL E O    *
      *            DESCONTO DE ATE 6% DO SALARIO SAO CALCULADOS PELO   *
      *            COBFUN75                                            *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN74.
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
               INCLUDE BOOKVTRA
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
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
           05 WK-SEQVT-ACCEPT      PIC 99         VALUE ZEROES.
           05 WK-LINHA-ACCEPT      PIC X(30)      VALUE SPACES.
           05 WK-QTDEDIA-ACCEPT    PIC 99         VALUE ZEROES.
           05 WK-VALORUNIT-ACCEPT  PIC 9(4)V99    VALUE ZEROES.
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
           PERFORM 102-GRAVA-LOG-INICIO.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN74' TO DB2E-NOMEPGM.
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
               WHEN 'I'
                   PERFORM 202-INCLUSAO
               WHEN 'E'
                   PERFORM 203-ENCERRAMENTO
               WHEN 'A'
                   PERFORM 204-ALTERACAO
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA'
           END-EVALUATE.
      *
       202-INCLUSAO.
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 206-MOVE-CAMPOS
      *
               EXEC SQL
                   INSERT INTO EAD703.VALE_TRANSPORTE
                       ( CODFUN, SEQVT, LINHAVT, QTDEDIAVT,
                         VALORUNITVT, SITUACAOVT, DATAHORAVT )
                       VALUES ( :DB2VT-CODFUN, :DB2VT-SEQVT,
                                :DB2VT-LINHAVT, :DB2VT-QTDEDIAVT,
                                :DB2VT-VALORUNITVT, 'A',
                                CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'CONDUCAO ' WK-SEQVT-ACCEPT
                               ' DO FUNCIONARIO ' DB2VT-CODFUN
                               ' FOI INCLUIDA'
                   WHEN -803
                       DISPLAY 'CONDUCAO ' WK-SEQVT-ACCEPT
                               ' DO FUNCIONARIO ' DB2VT-CODFUN
                               ' JA EXISTE'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA INCLUSAO DA CONDUCAO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       203-ENCERRAMENTO.
      *
      *    O FUNCIONARIO DEIXA DE USAR A LINHA: A CONDUCAO SAI DA
      *    PROXIMA COMPRA, MAS FICA NO CADASTRO PARA HISTORICO
      *
           MOVE WK-CODFUN-ACCEPT TO DB2VT-CODFUN.
           MOVE WK-SEQVT-ACCEPT  TO DB2VT-SEQVT.
      *
           EXEC SQL
               UPDATE EAD703.VALE_TRANSPORTE
                   SET SITUACAOVT = 'E',
                       DATAHORAVT = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2VT-CODFUN
                     AND SEQVT = :DB2VT-SEQVT
                     AND SITUACAOVT = 'A'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'CONDUCAO ' WK-SEQVT-ACCEPT
                           ' DO FUNCIONARIO ' DB2VT-CODFUN
                           ' FOI ENCERRADA'
               WHEN 100
                   DISPLAY 'CONDUCAO ' WK-SEQVT-ACCEPT
                           ' DO FUNCIONARIO ' DB2VT-CODFUN
                           ' NAO EXISTE OU JA ESTA ENCERRADA'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO ENCERRAMENTO DA CONDUCAO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       204-ALTERACAO.
      *
      *    REAJUSTE DE TARIFA OU TROCA DE LINHA
      *
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 206-MOVE-CAMPOS
      *
               EXEC SQL
                   UPDATE EAD703.VALE_TRANSPORTE
                       SET LINHAVT = :DB2VT-LINHAVT,
                           QTDEDIAVT = :DB2VT-QTDEDIAVT,
                           VALORUNITVT = :DB2VT-VALORUNITVT,
                           DATAHORAVT = CURRENT TIMESTAMP
                       WHERE   CODFUN = :DB2VT-CODFUN
                         AND   SEQVT = :DB2VT-SEQVT
                         AND   SITUACAOVT = 'A'
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'CONDUCAO ' WK-SEQVT-ACCEPT
                               ' DO FUNCIONARIO ' DB2VT-CODFUN
                               ' FOI ALTERADA'
                   WHEN 100
                       DISPLAY 'CONDUCAO ' WK-SEQVT-ACCEPT
                               ' DO FUNCIONARIO ' DB2VT-CODFUN
                               ' NAO EXISTE OU JA ESTA ENCERRADA'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA ATUALIZACAO DA CONDUCAO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       205-VALIDA-DADOS.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
      *
           IF WK-SEQVT-ACCEPT NOT NUMERIC
              OR WK-SEQVT-ACCEPT = ZEROES
               DISPLAY 'INFORME A SEQUENCIA DA CONDUCAO (01 A 99)'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-LINHA-ACCEPT = SPACES
               DISPLAY 'INFORME A LINHA DA CONDUCAO'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-QTDEDIA-ACCEPT NOT NUMERIC
              OR WK-QTDEDIA-ACCEPT = ZEROES
               DISPLAY 'INFORME A QUANTIDADE DE PASSAGENS POR DIA'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-VALORUNIT-ACCEPT NOT NUMERIC
              OR WK-VALORUNIT-ACCEPT = ZEROES
               DISPLAY 'INFORME A TARIFA UNITARIA DA CONDUCAO'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 207-CONSULTA-FUNCIONARIO
           END-IF.
      *
       206-MOVE-CAMPOS.
           MOVE WK-CODFUN-ACCEPT    TO DB2VT-CODFUN.
           MOVE WK-SEQVT-ACCEPT     TO DB2VT-SEQVT.
           MOVE WK-LINHA-ACCEPT     TO DB2VT-LINHAVT.
           MOVE WK-QTDEDIA-ACCEPT   TO DB2VT-QTDEDIAVT.
           MOVE WK-VALORUNIT-ACCEPT TO DB2VT-VALORUNITVT.
      *
       207-CONSULTA-FUNCIONARIO.
           MOVE WK-CODFUN-ACCEPT TO DB2-CODFUN.
      *
           EXEC SQL
               SELECT ATIVOFUN INTO :DB2-ATIVOFUN
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
                   END-IF
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' NAO EXISTE'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO FUNCIONARIO'
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
           IF WK-DADOS-VALIDOS AND RETURN-CODE = 0
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
       END PROGRAM COBFUN74.
