      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : CADASTRO DOS EXAMES MEDICOS OCUPACIONAIS (ASO) POR  *
      *            FUNCIONARIO (DB2). TIPOS: A=ADMISSIONAL,            *
      *            P=PERIODICO, R=RETORNO AO TRABALHO, D=DEMISSIONAL.  *
      *            FUNCOES: G=AGENDA O EXAME (PENDENTE), R=REGISTRA A  *
      *            REALIZACAO COM O RESULTADO (A=APTO, I=INAPTO) E O   *
      *            VENCIMENTO DO PROXIMO PERIODICO PELA PERIODICIDADE  *
      *            DO CARGO, E=EXCLUI UM EXAME LANCADO POR ENGANO. O   *
      *            RETORNO E EXIGIDO PELO COBFUN21, O ADMISSIONAL PELO *
      *            COBFUN62 E O DEMISSIONAL PELO COBFUN61              *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN80.
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
               INCLUDE BOOKEXAM
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
       77  WK-IND-PROXEXA          PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-PERIODO          PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
           05 WK-TIPOEXA-ACCEPT    PIC X          VALUE SPACES.
           05 WK-DATAPREV-ACCEPT   PIC X(10)      VALUE SPACES.
           05 WK-DATAEXA-ACCEPT    PIC X(10)      VALUE SPACES.
           05 WK-RESULTEXA-ACCEPT  PIC X          VALUE SPACES.
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
           MOVE 'COBFUN80' TO DB2E-NOMEPGM.
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
               WHEN 'G'
                   PERFORM 202-AGENDAMENTO
               WHEN 'R'
                   PERFORM 203-REALIZACAO
               WHEN 'E'
                   PERFORM 204-EXCLUSAO
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-EVALUATE.
      *
       202-AGENDAMENTO.
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-DADOS-VALIDOS
               IF WK-DATAPREV-ACCEPT = SPACES
                   EXEC SQL
                       SET :DB2EX-DATAPREVEXA = CURRENT DATE
                   END-EXEC
               ELSE
                   MOVE WK-DATAPREV-ACCEPT TO DB2EX-DATAPREVEXA
               END-IF
      *
               EXEC SQL
                   INSERT INTO EAD703.EXAMES_ASO
                       ( CODFUN, TIPOEXA, DATAPREVEXA, DATAEXA,
                         RESULTEXA, PROXEXA, SITUACAOEXA,
                         DATAHORAEXA )
                       VALUES ( :DB2EX-CODFUN, :DB2EX-TIPOEXA,
                                :DB2EX-DATAPREVEXA, NULL, ' ', NULL,
                                'P', CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'EXAME ' DB2EX-TIPOEXA
                               ' DO FUNCIONARIO ' DB2EX-CODFUN
                               ' AGENDADO PARA ' DB2EX-DATAPREVEXA
                   WHEN -803
                       DISPLAY 'EXAME ' DB2EX-TIPOEXA
                               ' DO FUNCIONARIO ' DB2EX-CODFUN
                               ' JA AGENDADO PARA '
                               DB2EX-DATAPREVEXA
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NO AGENDAMENTO DO EXAME'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       203-REALIZACAO.
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-RESULTEXA-ACCEPT NOT = 'A' AND
              WK-RESULTEXA-ACCEPT NOT = 'I'
               DISPLAY 'RESULTADO ' WK-RESULTEXA-ACCEPT
                       ' INVALIDO. INFORME A (APTO) OU I (INAPTO)'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               IF WK-DATAEXA-ACCEPT = SPACES
                   EXEC SQL
                       SET :DB2EX-DATAEXA = CURRENT DATE
                   END-EXEC
               ELSE
                   MOVE WK-DATAEXA-ACCEPT TO DB2EX-DATAEXA
               END-IF
      *
               MOVE WK-RESULTEXA-ACCEPT TO DB2EX-RESULTEXA
               PERFORM 207-CALCULA-PROXIMO
               PERFORM 208-LOCALIZA-PENDENTE
      *
               IF DB2EX-DATAPREVEXA = SPACES
                   PERFORM 210-INCLUI-REALIZADO
               ELSE
                   PERFORM 209-BAIXA-PENDENTE
               END-IF
           END-IF.
      *
       204-EXCLUSAO.
           MOVE WK-CODFUN-ACCEPT   TO DB2EX-CODFUN.
           MOVE WK-TIPOEXA-ACCEPT  TO DB2EX-TIPOEXA.
           MOVE WK-DATAPREV-ACCEPT TO DB2EX-DATAPREVEXA.
      *
           EXEC SQL
               DELETE FROM EAD703.EXAMES_ASO
                   WHERE CODFUN = :DB2EX-CODFUN
                     AND TIPOEXA = :DB2EX-TIPOEXA
                     AND DATAPREVEXA = :DB2EX-DATAPREVEXA
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'EXAME ' DB2EX-TIPOEXA
                           ' DO FUNCIONARIO ' DB2EX-CODFUN
                           ' DE ' DB2EX-DATAPREVEXA ' FOI EXCLUIDO'
               WHEN 100
                   DISPLAY 'EXAME ' DB2EX-TIPOEXA
                           ' DO FUNCIONARIO ' DB2EX-CODFUN
                           ' DE ' DB2EX-DATAPREVEXA ' NAO EXISTE'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA EXCLUSAO DO EXAME'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       205-VALIDA-DADOS.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
      *
           EVALUATE WK-TIPOEXA-ACCEPT
               WHEN 'A'
               WHEN 'P'
               WHEN 'R'
               WHEN 'D'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TIPO DE EXAME ' WK-TIPOEXA-ACCEPT
                           ' INVALIDO. INFORME A (ADMISSIONAL),'
                           ' P (PERIODICO), R (RETORNO) OU'
                           ' D (DEMISSIONAL)'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-EVALUATE.
      *
           PERFORM 206-CONSULTA-FUNCIONARIO.
      *
           MOVE WK-CODFUN-ACCEPT  TO DB2EX-CODFUN.
           MOVE WK-TIPOEXA-ACCEPT TO DB2EX-TIPOEXA.
      *
       206-CONSULTA-FUNCIONARIO.
      *
      *    A PERIODICIDADE VEM DO CARGO DO FUNCIONARIO; SEM CARGO,
      *    VALE O EXAME ANUAL
      *
           MOVE WK-CODFUN-ACCEPT TO DB2-CODFUN.
      *
           EXEC SQL
               SELECT F.ATIVOFUN, C.PERIODOASOCARGO
                   INTO :DB2-ATIVOFUN,
                        :DB2C-PERIODOASOCARGO :WK-IND-PERIODO
                   FROM EAD703.FUNCIONARIOS F
                        LEFT JOIN EAD703.CARGOS C
                          ON C.CODCARGO = F.CARGOFUN
                   WHERE F.CODFUN = :DB2-CODFUN
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
      *
                   IF WK-IND-PERIODO < 0
                      OR DB2C-PERIODOASOCARGO NOT > 0
                       MOVE 12 TO DB2C-PERIODOASOCARGO
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
       207-CALCULA-PROXIMO.
      *
      *    O DEMISSIONAL ENCERRA O CONTROLE; OS DEMAIS TIPOS REINICIAM
      *    A CONTAGEM DO PROXIMO EXAME PERIODICO
      *
           IF DB2EX-TIPOEXA = 'D'
               MOVE SPACES TO DB2EX-PROXEXA
               MOVE -1     TO WK-IND-PROXEXA
           ELSE
               EXEC SQL
                   SET :DB2EX-PROXEXA =
                       CHAR(DATE(:DB2EX-DATAEXA) +
                            :DB2C-PERIODOASOCARGO MONTHS, ISO)
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'DATA DO EXAME ' DB2EX-DATAEXA
                           ' INVALIDA'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               END-IF
      *
               MOVE ZEROES TO WK-IND-PROXEXA
           END-IF.
      *
       208-LOCALIZA-PENDENTE.
      *
      *    O EXAME MAIS ANTIGO DO MESMO TIPO AINDA PENDENTE (AGENDADO
      *    AQUI OU EXIGIDO PELO COBFUN21) E O QUE ESTA SENDO REALIZADO
      *
           MOVE SPACES TO DB2EX-DATAPREVEXA.
      *
           IF WK-DADOS-VALIDOS
               EXEC SQL
                   SELECT DATAPREVEXA INTO :DB2EX-DATAPREVEXA
                       FROM EAD703.EXAMES_ASO
                       WHERE CODFUN = :DB2EX-CODFUN
                         AND TIPOEXA = :DB2EX-TIPOEXA
                         AND SITUACAOEXA = 'P'
                       ORDER BY DATAPREVEXA
                       FETCH FIRST 1 ROW ONLY
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DOS EXAMES PENDENTES'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *
       209-BAIXA-PENDENTE.
           IF WK-DADOS-VALIDOS
               EXEC SQL
                   UPDATE EAD703.EXAMES_ASO
                       SET DATAEXA = :DB2EX-DATAEXA,
                           RESULTEXA = :DB2EX-RESULTEXA,
                           PROXEXA = :DB2EX-PROXEXA :WK-IND-PROXEXA,
                           SITUACAOEXA = 'R',
                           DATAHORAEXA = CURRENT TIMESTAMP
                       WHERE CODFUN = :DB2EX-CODFUN
                         AND TIPOEXA = :DB2EX-TIPOEXA
                         AND DATAPREVEXA = :DB2EX-DATAPREVEXA
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO REGISTRO DO EXAME'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *
               PERFORM 211-EXIBE-RESULTADO
           END-IF.
      *
       210-INCLUI-REALIZADO.
           IF WK-DADOS-VALIDOS
               MOVE DB2EX-DATAEXA TO DB2EX-DATAPREVEXA
      *
               EXEC SQL
                   INSERT INTO EAD703.EXAMES_ASO
                       ( CODFUN, TIPOEXA, DATAPREVEXA, DATAEXA,
                         RESULTEXA, PROXEXA, SITUACAOEXA,
                         DATAHORAEXA )
                       VALUES ( :DB2EX-CODFUN, :DB2EX-TIPOEXA,
                                :DB2EX-DATAPREVEXA, :DB2EX-DATAEXA,
                                :DB2EX-RESULTEXA,
                                :DB2EX-PROXEXA :WK-IND-PROXEXA,
                                'R', CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 211-EXIBE-RESULTADO
                   WHEN -803
                       DISPLAY 'EXAME ' DB2EX-TIPOEXA
                               ' DO FUNCIONARIO ' DB2EX-CODFUN
                               ' JA REGISTRADO EM ' DB2EX-DATAEXA
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA INCLUSAO DO EXAME'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       211-EXIBE-RESULTADO.
           DISPLAY 'EXAME ' DB2EX-TIPOEXA ' DO FUNCIONARIO '
                   DB2EX-CODFUN ' REALIZADO EM ' DB2EX-DATAEXA
                   ' RESULTADO ' DB2EX-RESULTEXA.
      *
           IF WK-IND-PROXEXA = 0
               DISPLAY 'PROXIMO EXAME PERIODICO ATE ' DB2EX-PROXEXA
           END-IF.
      *
           IF DB2EX-RESULTEXA = 'I'
               DISPLAY 'FUNCIONARIO ' DB2EX-CODFUN
                       ' CONSIDERADO INAPTO. ENCAMINHE AO MEDICO DO'
                       ' TRABALHO'
               MOVE 4 TO RETURN-CODE
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
       END PROGRAM COBFUN80.
