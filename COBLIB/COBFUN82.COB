      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : CADASTRO DOS TREINAMENTOS E CERTIFICACOES           *
      *            OBRIGATORIOS (NR-10, NR-35, OPERADOR DE EMPILHADEIRA*
      *            ETC.) COM A VALIDADE EM MESES (0 = NAO VENCE), DOS  *
      *            TREINAMENTOS EXIGIDOS POR CARGO E DAS CONCLUSOES    *
      *            DE CADA FUNCIONARIO (DB2).                          *
      *            FUNCOES: I=INCLUI TREINAMENTO A=ALTERA TREINAMENTO  *
      *                     X=EXCLUI TREINAMENTO V=VINCULA AO CARGO    *
      *                     D=DESVINCULA DO CARGO R=REGISTRA CONCLUSAO *
      *                     E=EXCLUI CONCLUSAO                         *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN82.
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
               INCLUDE BOOKTREI
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKTRCG
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKTRFU
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
       77  WK-IND-VALIDADE         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-VINCULO-CONT         PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-CONCLUSAO-CONT       PIC S9(8) USAGE COMP VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-CODTREI-ACCEPT    PIC X(4)       VALUE SPACES.
           05 WK-DESCTREI-ACCEPT   PIC X(30)      VALUE SPACES.
           05 WK-VALIDADE-ACCEPT   PIC 999        VALUE ZEROES.
           05 WK-CODCARGO-ACCEPT   PIC X(4)       VALUE SPACES.
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
           05 WK-DATACONC-ACCEPT   PIC X(10)      VALUE SPACES.
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
           MOVE 'COBFUN82' TO DB2E-NOMEPGM.
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
           MOVE WK-CODTREI-ACCEPT TO DB2TR-CODTREI.
      *
           EVALUATE WK-FUNCAO-ACCEPT
               WHEN 'I'
                   PERFORM 202-INCLUI-TREINAMENTO
               WHEN 'A'
                   PERFORM 203-ALTERA-TREINAMENTO
               WHEN 'X'
                   PERFORM 204-EXCLUI-TREINAMENTO
               WHEN 'V'
                   PERFORM 205-VINCULA-CARGO
               WHEN 'D'
                   PERFORM 206-DESVINCULA-CARGO
               WHEN 'R'
                   PERFORM 207-REGISTRA-CONCLUSAO
               WHEN 'E'
                   PERFORM 208-EXCLUI-CONCLUSAO
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-EVALUATE.
      *
       202-INCLUI-TREINAMENTO.
           PERFORM 210-VALIDA-TREINAMENTO.
      *
           IF WK-DADOS-VALIDOS
               EXEC SQL
                   INSERT INTO EAD703.TREINAMENTOS
                       ( CODTREI, DESCTREI, VALIDADETREI,
                         DATAHORATREI )
                       VALUES ( :DB2TR-CODTREI, :DB2TR-DESCTREI,
                                :DB2TR-VALIDADETREI,
                                CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'TREINAMENTO ' DB2TR-CODTREI
                               ' FOI INCLUIDO'
                   WHEN -803
                       DISPLAY 'TREINAMENTO ' DB2TR-CODTREI
                               ' JA EXISTE'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA INCLUSAO DO TREINAMENTO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       203-ALTERA-TREINAMENTO.
      *
      *    A NOVA VALIDADE VALE PARA AS CONCLUSOES REGISTRADAS DAQUI
      *    EM DIANTE; AS JA GRAVADAS MANTEM O VENCIMENTO CALCULADO
      *
           PERFORM 210-VALIDA-TREINAMENTO.
      *
           IF WK-DADOS-VALIDOS
               EXEC SQL
                   UPDATE EAD703.TREINAMENTOS
                       SET DESCTREI = :DB2TR-DESCTREI,
                           VALIDADETREI = :DB2TR-VALIDADETREI,
                           DATAHORATREI = CURRENT TIMESTAMP
                       WHERE CODTREI = :DB2TR-CODTREI
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'TREINAMENTO ' DB2TR-CODTREI
                               ' FOI ALTERADO'
                   WHEN 100
                       DISPLAY 'TREINAMENTO ' DB2TR-CODTREI
                               ' NAO EXISTE'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA ALTERACAO DO TREINAMENTO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       204-EXCLUI-TREINAMENTO.
      *
      *    TREINAMENTO EXIGIDO POR CARGO OU COM CONCLUSAO REGISTRADA
      *    NAO PODE SER EXCLUIDO DO CATALOGO
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-VINCULO-CONT
                   FROM EAD703.CARGOS_TREINAMENTOS
                   WHERE CODTREI = :DB2TR-CODTREI
           END-EXEC.
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-CONCLUSAO-CONT
                   FROM EAD703.TREINAMENTOS_FUNC
                   WHERE CODTREI = :DB2TR-CODTREI
           END-EXEC.
      *
           IF WK-VINCULO-CONT > 0 OR WK-CONCLUSAO-CONT > 0
               DISPLAY 'TREINAMENTO ' DB2TR-CODTREI
                       ' EXIGIDO POR CARGO OU COM CONCLUSOES.'
                       ' EXCLUSAO NAO PERMITIDA'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           ELSE
               EXEC SQL
                   DELETE FROM EAD703.TREINAMENTOS
                       WHERE CODTREI = :DB2TR-CODTREI
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'TREINAMENTO ' DB2TR-CODTREI
                               ' FOI EXCLUIDO'
                   WHEN 100
                       DISPLAY 'TREINAMENTO ' DB2TR-CODTREI
                               ' NAO EXISTE'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA EXCLUSAO DO TREINAMENTO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       205-VINCULA-CARGO.
           PERFORM 211-CONSULTA-TREINAMENTO.
           PERFORM 212-CONSULTA-CARGO.
      *
           IF WK-DADOS-VALIDOS
               MOVE WK-CODCARGO-ACCEPT TO DB2TC-CODCARGO
               MOVE WK-CODTREI-ACCEPT  TO DB2TC-CODTREI
      *
               EXEC SQL
                   INSERT INTO EAD703.CARGOS_TREINAMENTOS
                       ( CODCARGO, CODTREI, DATAHORACTR )
                       VALUES ( :DB2TC-CODCARGO, :DB2TC-CODTREI,
                                CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'TREINAMENTO ' DB2TC-CODTREI
                               ' PASSA A SER EXIGIDO NO CARGO '
                               DB2TC-CODCARGO
                   WHEN -803
                       DISPLAY 'TREINAMENTO ' DB2TC-CODTREI
                               ' JA E EXIGIDO NO CARGO '
                               DB2TC-CODCARGO
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA VINCULACAO DO TREINAMENTO AO CARGO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       206-DESVINCULA-CARGO.
           MOVE WK-CODCARGO-ACCEPT TO DB2TC-CODCARGO.
           MOVE WK-CODTREI-ACCEPT  TO DB2TC-CODTREI.
      *
           EXEC SQL
               DELETE FROM EAD703.CARGOS_TREINAMENTOS
                   WHERE CODCARGO = :DB2TC-CODCARGO
                     AND CODTREI = :DB2TC-CODTREI
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'TREINAMENTO ' DB2TC-CODTREI
                           ' DEIXA DE SER EXIGIDO NO CARGO '
                           DB2TC-CODCARGO
               WHEN 100
                   DISPLAY 'TREINAMENTO ' DB2TC-CODTREI
                           ' NAO E EXIGIDO NO CARGO ' DB2TC-CODCARGO
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA DESVINCULACAO DO TREINAMENTO DO CARGO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       207-REGISTRA-CONCLUSAO.
           PERFORM 211-CONSULTA-TREINAMENTO.
           PERFORM 213-CONSULTA-FUNCIONARIO.
      *
           IF WK-DADOS-VALIDOS
               MOVE WK-CODFUN-ACCEPT  TO DB2TF-CODFUN
               MOVE WK-CODTREI-ACCEPT TO DB2TF-CODTREI
      *
               IF WK-DATACONC-ACCEPT = SPACES
                   EXEC SQL
                       SET :DB2TF-DATACONCTRF = CURRENT DATE
                   END-EXEC
               ELSE
                   MOVE WK-DATACONC-ACCEPT TO DB2TF-DATACONCTRF
               END-IF
      *
               PERFORM 214-CALCULA-VALIDADE
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               EXEC SQL
                   INSERT INTO EAD703.TREINAMENTOS_FUNC
                       ( CODFUN, CODTREI, DATACONCTRF, VALIDADETRF,
                         DATAHORATRF )
                       VALUES ( :DB2TF-CODFUN, :DB2TF-CODTREI,
                                :DB2TF-DATACONCTRF,
                                :DB2TF-VALIDADETRF :WK-IND-VALIDADE,
                                CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'TREINAMENTO ' DB2TF-CODTREI
                               ' CONCLUIDO PELO FUNCIONARIO '
                               DB2TF-CODFUN ' EM ' DB2TF-DATACONCTRF
                       IF WK-IND-VALIDADE = 0
                           DISPLAY 'VALIDO ATE ' DB2TF-VALIDADETRF
                       ELSE
                           DISPLAY 'TREINAMENTO SEM VENCIMENTO'
                       END-IF
                   WHEN -803
                       DISPLAY 'CONCLUSAO DO TREINAMENTO '
                               DB2TF-CODTREI ' EM '
                               DB2TF-DATACONCTRF
                               ' JA REGISTRADA PARA O FUNCIONARIO '
                               DB2TF-CODFUN
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NO REGISTRO DA CONCLUSAO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       208-EXCLUI-CONCLUSAO.
           MOVE WK-CODFUN-ACCEPT   TO DB2TF-CODFUN.
           MOVE WK-CODTREI-ACCEPT  TO DB2TF-CODTREI.
           MOVE WK-DATACONC-ACCEPT TO DB2TF-DATACONCTRF.
      *
           EXEC SQL
               DELETE FROM EAD703.TREINAMENTOS_FUNC
                   WHERE CODFUN = :DB2TF-CODFUN
                     AND CODTREI = :DB2TF-CODTREI
                     AND DATACONCTRF = :DB2TF-DATACONCTRF
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'CONCLUSAO DO TREINAMENTO ' DB2TF-CODTREI
                           ' DO FUNCIONARIO ' DB2TF-CODFUN
                           ' EM ' DB2TF-DATACONCTRF ' FOI EXCLUIDA'
               WHEN 100
                   DISPLAY 'CONCLUSAO DO TREINAMENTO ' DB2TF-CODTREI
                           ' DO FUNCIONARIO ' DB2TF-CODFUN
                           ' EM ' DB2TF-DATACONCTRF ' NAO EXISTE'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA EXCLUSAO DA CONCLUSAO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       210-VALIDA-TREINAMENTO.
           IF WK-CODTREI-ACCEPT = SPACES
               DISPLAY 'CODIGO DO TREINAMENTO NAO INFORMADO'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-DESCTREI-ACCEPT = SPACES
               DISPLAY 'DESCRICAO DO TREINAMENTO NAO INFORMADA'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-VALIDADE-ACCEPT NOT NUMERIC
               DISPLAY 'VALIDADE ' WK-VALIDADE-ACCEPT
                       ' INVALIDA. INFORME OS MESES (0 = NAO VENCE)'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               MOVE WK-DESCTREI-ACCEPT TO DB2TR-DESCTREI
               MOVE WK-VALIDADE-ACCEPT TO DB2TR-VALIDADETREI
           END-IF.
      *
       211-CONSULTA-TREINAMENTO.
           EXEC SQL
               SELECT DESCTREI, VALIDADETREI
                   INTO :DB2TR-DESCTREI, :DB2TR-VALIDADETREI
                   FROM EAD703.TREINAMENTOS
                   WHERE CODTREI = :DB2TR-CODTREI
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'TREINAMENTO ' DB2TR-CODTREI
                           ' NAO CADASTRADO'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO TREINAMENTO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       212-CONSULTA-CARGO.
           MOVE WK-CODCARGO-ACCEPT TO DB2C-CODCARGO.
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
                   DISPLAY 'CARGO ' DB2C-CODCARGO ' NAO CADASTRADO'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO CARGO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       213-CONSULTA-FUNCIONARIO.
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
      *
       214-CALCULA-VALIDADE.
      *
      *    VALIDADE ZERO NO CATALOGO: A CERTIFICACAO NAO VENCE E O
      *    VENCIMENTO FICA NULO
      *
           IF DB2TR-VALIDADETREI = 0
               MOVE SPACES TO DB2TF-VALIDADETRF
               MOVE -1     TO WK-IND-VALIDADE
           ELSE
               EXEC SQL
                   SET :DB2TF-VALIDADETRF =
                       CHAR(DATE(:DB2TF-DATACONCTRF) +
                            :DB2TR-VALIDADETREI MONTHS, ISO)
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'DATA DE CONCLUSAO ' DB2TF-DATACONCTRF
                           ' INVALIDA'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               END-IF
      *
               MOVE ZEROES TO WK-IND-VALIDADE
           END-IF.
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
       END PROGRAM COBFUN82.
