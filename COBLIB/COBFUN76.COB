      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : CADASTRO DOS ADICIONAIS LEGAIS DE INSALUBRIDADE E   *
      *            PERICULOSIDADE POR FUNCIONARIO (F) OU POR CARGO (C) *
      *            (DB2). TIPOS: I=INSALUBRIDADE, GRAU 10, 20 OU 40%   *
      *            DO SALARIO-MINIMO; P=PERICULOSIDADE, PERC-PERICULOS *
      *            (PADRAO 30%) DO SALARIO BASE. O ADICIONAL NOTURNO   *
      *            VEM DAS HORAS NOTURNAS DO PONTO (COBFUN51). OS      *
      *            ADICIONAIS ENTRAM NO BRUTO DO COBFUN15 E NA BASE    *
      *            DOS COBFUN48, 49 E 18                               *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN76.
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
               INCLUDE BOOKADIC
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
           05 WK-TIPOCHAVE-ACCEPT  PIC X          VALUE SPACES.
           05 WK-CHAVE-ACCEPT      PIC X(4)       VALUE SPACES.
           05 WK-TIPOADI-ACCEPT    PIC X          VALUE SPACES.
           05 WK-GRAU-ACCEPT       PIC 99         VALUE ZEROES.
           05 WK-DATAINI-ACCEPT    PIC X(10)      VALUE SPACES.
           05 WK-DATAFIM-ACCEPT    PIC X(10)      VALUE SPACES.
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
           MOVE 'COBFUN76' TO DB2E-NOMEPGM.
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
                   INSERT INTO EAD703.ADICIONAIS_LEGAIS
                       ( TIPOCHAVEADI, CHAVEADI, TIPOADI, GRAUADI,
                         DATAINIADI, DATAFIMADI, SITUACAOADI,
                         DATAHORAADI )
                       VALUES ( :DB2AL-TIPOCHAVEADI, :DB2AL-CHAVEADI,
                                :DB2AL-TIPOADI, :DB2AL-GRAUADI,
                                :DB2AL-DATAINIADI, :DB2AL-DATAFIMADI,
                                'A', CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'ADICIONAL ' DB2AL-TIPOADI
                               ' DE ' DB2AL-TIPOCHAVEADI ' '
                               DB2AL-CHAVEADI ' FOI INCLUIDO'
                   WHEN -803
                       DISPLAY 'ADICIONAL ' DB2AL-TIPOADI
                               ' DE ' DB2AL-TIPOCHAVEADI ' '
                               DB2AL-CHAVEADI ' JA EXISTE'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA INCLUSAO DO ADICIONAL'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       203-ENCERRAMENTO.
      *
      *    FIM DA EXPOSICAO (LAUDO NOVO, TROCA DE SETOR): O ADICIONAL
      *    DEIXA DE SER PAGO A PARTIR DA DATA DE FIM INFORMADA
      *
           MOVE WK-TIPOCHAVE-ACCEPT TO DB2AL-TIPOCHAVEADI.
           MOVE WK-CHAVE-ACCEPT     TO DB2AL-CHAVEADI.
           MOVE WK-TIPOADI-ACCEPT   TO DB2AL-TIPOADI.
      *
           IF WK-DATAFIM-ACCEPT = SPACES
               EXEC SQL
                   SET :DB2AL-DATAFIMADI = CURRENT DATE
               END-EXEC
           ELSE
               MOVE WK-DATAFIM-ACCEPT TO DB2AL-DATAFIMADI
           END-IF.
      *
           EXEC SQL
               UPDATE EAD703.ADICIONAIS_LEGAIS
                   SET SITUACAOADI = 'E',
                       DATAFIMADI = :DB2AL-DATAFIMADI,
                       DATAHORAADI = CURRENT TIMESTAMP
                   WHERE TIPOCHAVEADI = :DB2AL-TIPOCHAVEADI
                     AND CHAVEADI = :DB2AL-CHAVEADI
                     AND TIPOADI = :DB2AL-TIPOADI
                     AND SITUACAOADI = 'A'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'ADICIONAL ' DB2AL-TIPOADI
                           ' DE ' DB2AL-TIPOCHAVEADI ' '
                           DB2AL-CHAVEADI ' ENCERRADO EM '
                           DB2AL-DATAFIMADI
               WHEN 100
                   DISPLAY 'ADICIONAL ' DB2AL-TIPOADI
                           ' DE ' DB2AL-TIPOCHAVEADI ' '
                           DB2AL-CHAVEADI
                           ' NAO EXISTE OU JA ESTA ENCERRADO'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO ENCERRAMENTO DO ADICIONAL'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       204-ALTERACAO.
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 206-MOVE-CAMPOS
      *
               EXEC SQL
                   UPDATE EAD703.ADICIONAIS_LEGAIS
                       SET GRAUADI = :DB2AL-GRAUADI,
                           DATAINIADI = :DB2AL-DATAINIADI,
                           DATAFIMADI = :DB2AL-DATAFIMADI,
                           DATAHORAADI = CURRENT TIMESTAMP
                       WHERE   TIPOCHAVEADI = :DB2AL-TIPOCHAVEADI
                         AND   CHAVEADI = :DB2AL-CHAVEADI
                         AND   TIPOADI = :DB2AL-TIPOADI
                         AND   SITUACAOADI = 'A'
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'ADICIONAL ' DB2AL-TIPOADI
                               ' DE ' DB2AL-TIPOCHAVEADI ' '
                               DB2AL-CHAVEADI ' FOI ALTERADO'
                   WHEN 100
                       DISPLAY 'ADICIONAL ' DB2AL-TIPOADI
                               ' DE ' DB2AL-TIPOCHAVEADI ' '
                               DB2AL-CHAVEADI
                               ' NAO EXISTE OU JA ESTA ENCERRADO'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA ATUALIZACAO DO ADICIONAL'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       205-VALIDA-DADOS.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
      *
           EVALUATE WK-TIPOADI-ACCEPT
               WHEN 'I'
                   IF WK-GRAU-ACCEPT NOT = 10 AND
                      WK-GRAU-ACCEPT NOT = 20 AND
                      WK-GRAU-ACCEPT NOT = 40
                       DISPLAY 'GRAU DE INSALUBRIDADE '
                               WK-GRAU-ACCEPT ' INVALIDO. INFORME'
                               ' 10 (MINIMO), 20 (MEDIO) OU'
                               ' 40 (MAXIMO)'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   END-IF
               WHEN 'P'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TIPO DE ADICIONAL ' WK-TIPOADI-ACCEPT
                           ' INVALIDO. INFORME I (INSALUBRIDADE)'
                           ' OU P (PERICULOSIDADE)'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-EVALUATE.
      *
           EVALUATE WK-TIPOCHAVE-ACCEPT
               WHEN 'F'
                   PERFORM 207-CONSULTA-FUNCIONARIO
               WHEN 'C'
                   PERFORM 208-CONSULTA-CARGO
               WHEN OTHER
                   DISPLAY 'TIPO DE CHAVE ' WK-TIPOCHAVE-ACCEPT
                           ' INVALIDO. INFORME F (FUNCIONARIO)'
                           ' OU C (CARGO)'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-EVALUATE.
      *
       206-MOVE-CAMPOS.
           MOVE WK-TIPOCHAVE-ACCEPT TO DB2AL-TIPOCHAVEADI.
           MOVE WK-CHAVE-ACCEPT     TO DB2AL-CHAVEADI.
           MOVE WK-TIPOADI-ACCEPT   TO DB2AL-TIPOADI.
      *
           IF WK-TIPOADI-ACCEPT = 'I'
               MOVE WK-GRAU-ACCEPT  TO DB2AL-GRAUADI
           ELSE
               MOVE ZEROES          TO DB2AL-GRAUADI
           END-IF.
      *
           IF WK-DATAINI-ACCEPT = SPACES
               EXEC SQL
                   SET :DB2AL-DATAINIADI = CURRENT DATE
               END-EXEC
           ELSE
               MOVE WK-DATAINI-ACCEPT TO DB2AL-DATAINIADI
           END-IF.
      *
           IF WK-DATAFIM-ACCEPT = SPACES
               MOVE '9999-12-31' TO DB2AL-DATAFIMADI
           ELSE
               MOVE WK-DATAFIM-ACCEPT TO DB2AL-DATAFIMADI
           END-IF.
      *
       207-CONSULTA-FUNCIONARIO.
           MOVE WK-CHAVE-ACCEPT TO DB2-CODFUN.
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
       208-CONSULTA-CARGO.
           MOVE WK-CHAVE-ACCEPT TO DB2C-CODCARGO.
      *
           EXEC SQL
               SELECT SALMINCARGO INTO :DB2C-SALMINCARGO
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
                   DISPLAY 'CARGO ' DB2C-CODCARGO ' NAO EXISTE'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO CARGO'
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
       END PROGRAM COBFUN76.
