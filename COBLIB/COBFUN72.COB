      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : CADASTRO DE PENSOES ALIMENTICIAS DETERMINADAS EM    *
      *            JUIZO, COM BENEFICIARIO, CPF E CONTA PARA CREDITO   *
      *            (DB2). TIPOS: L=PERCENTUAL DO LIQUIDO               *
      *            B=PERCENTUAL DO BRUTO F=VALOR FIXO MENSAL           *
      *            O DESCONTO E APLICADO PELOS COBFUN15, 48, 49 E 18   *
      *            E O CREDITO AO BENEFICIARIO E GERADO PELO COBFUN33  *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN72.
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
               INCLUDE BOOKPENS
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
       77  WK-POSICAO              PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-CPF-POS              PIC 99  USAGE COMP VALUE ZEROES.
       77  WK-CPF-PESO             PIC 99  USAGE COMP VALUE ZEROES.
       77  WK-CPF-SOMA             PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-CPF-QUOCIENTE        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-CPF-RESTO            PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-CPF-DV1              PIC 9          VALUE ZERO.
       77  WK-CPF-DV2              PIC 9          VALUE ZERO.
       77  WK-CPF-IGUAL-CONT       PIC 99  USAGE COMP VALUE ZEROES.
       77  WK-PERC-ATUAL           PIC S9(5)V9(2) USAGE COMP-3
                                                   VALUE ZEROES.
       77  WK-IND-PERC             PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-PERC-EDIT            PIC ZZ9,99     VALUE ZEROES.
      *
       01  WK-CPF-DIGITOS.
           05 WK-CPF-DIGITO        PIC 9  OCCURS 11 TIMES VALUE ZERO.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
           05 WK-SEQPENS-ACCEPT    PIC 99         VALUE ZEROES.
           05 WK-NOMEBEN-ACCEPT    PIC X(30)      VALUE SPACES.
           05 WK-CPFBEN-ACCEPT     PIC X(11)      VALUE SPACES.
           05 WK-BANCO-ACCEPT      PIC X(3)       VALUE SPACES.
           05 WK-AGENCIA-ACCEPT    PIC X(5)       VALUE SPACES.
           05 WK-CONTA-ACCEPT      PIC X(10)      VALUE SPACES.
           05 WK-DIGITO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-TIPOCTA-ACCEPT    PIC X          VALUE SPACES.
           05 WK-TIPO-ACCEPT       PIC X          VALUE SPACES.
           05 WK-PERC-ACCEPT       PIC 9(3)V99    VALUE ZEROES.
           05 WK-VALOR-ACCEPT      PIC 9(6)V99    VALUE ZEROES.
           05 WK-DATAINI-ACCEPT    PIC X(10)      VALUE SPACES.
           05 WK-DATAFIM-ACCEPT    PIC X(10)      VALUE SPACES.
      *
       01  WK-SWITCHES.
           05 WK-DADOS-VALIDOS-SW  PIC X          VALUE 'S'.
              88 WK-DADOS-VALIDOS                 VALUE 'S'.
              88 WK-DADOS-INVALIDOS               VALUE 'N'.
           05 WK-CPF-VALIDA-SW     PIC X          VALUE 'S'.
              88 WK-CPF-VALIDA                    VALUE 'S'.
              88 WK-CPF-INVALIDA                  VALUE 'N'.
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
           MOVE 'COBFUN72' TO DB2E-NOMEPGM.
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
                   INSERT INTO EAD703.PENSOES_ALIMENTICIAS
                       ( CODFUN, SEQPENS, NOMEBENPENS, CPFBENPENS,
                         BANCOPENS, AGENCIAPENS, CONTAPENS,
                         DIGITOPENS, TIPOCTAPENS, TIPOPENS,
                         PERCPENS, VALORPENS, DATAINIPENS,
                         DATAFIMPENS, SITUACAOPENS, DATAHORAPENS )
                       VALUES ( :DB2PA-CODFUN, :DB2PA-SEQPENS,
                                :DB2PA-NOMEBENPENS,
                                :DB2PA-CPFBENPENS,
                                :DB2PA-BANCOPENS, :DB2PA-AGENCIAPENS,
                                :DB2PA-CONTAPENS, :DB2PA-DIGITOPENS,
                                :DB2PA-TIPOCTAPENS, :DB2PA-TIPOPENS,
                                :DB2PA-PERCPENS, :DB2PA-VALORPENS,
                                :DB2PA-DATAINIPENS,
                                :DB2PA-DATAFIMPENS, 'A',
                                CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'PENSAO ' DB2PA-SEQPENS
                               ' DO FUNCIONARIO ' DB2PA-CODFUN
                               ' FOI INCLUIDA'
                   WHEN -803
                       DISPLAY 'PENSAO ' DB2PA-SEQPENS
                               ' DO FUNCIONARIO ' DB2PA-CODFUN
                               ' JA EXISTE'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA INCLUSAO DA PENSAO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       203-ENCERRAMENTO.
      *
      *    ENCERRAMENTO POR DECISAO JUDICIAL: A PENSAO DEIXA DE SER
      *    DESCONTADA A PARTIR DA DATA DE FIM INFORMADA (OU DE HOJE)
      *
           MOVE WK-CODFUN-ACCEPT  TO DB2PA-CODFUN.
           MOVE WK-SEQPENS-ACCEPT TO DB2PA-SEQPENS.
      *
           IF WK-DATAFIM-ACCEPT = SPACES
               EXEC SQL
                   SET :DB2PA-DATAFIMPENS = CURRENT DATE
               END-EXEC
           ELSE
               MOVE WK-DATAFIM-ACCEPT TO DB2PA-DATAFIMPENS
           END-IF.
      *
           EXEC SQL
               UPDATE EAD703.PENSOES_ALIMENTICIAS
                   SET SITUACAOPENS = 'E',
                       DATAFIMPENS = :DB2PA-DATAFIMPENS,
                       DATAHORAPENS = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2PA-CODFUN
                     AND SEQPENS = :DB2PA-SEQPENS
                     AND SITUACAOPENS = 'A'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'PENSAO ' DB2PA-SEQPENS
                           ' DO FUNCIONARIO ' DB2PA-CODFUN
                           ' FOI ENCERRADA EM ' DB2PA-DATAFIMPENS
               WHEN 100
                   DISPLAY 'PENSAO ' DB2PA-SEQPENS
                           ' DO FUNCIONARIO ' DB2PA-CODFUN
                           ' NAO EXISTE OU JA ESTA ENCERRADA'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO ENCERRAMENTO DA PENSAO'
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
                   UPDATE EAD703.PENSOES_ALIMENTICIAS
                       SET NOMEBENPENS = :DB2PA-NOMEBENPENS,
                           CPFBENPENS = :DB2PA-CPFBENPENS,
                           BANCOPENS = :DB2PA-BANCOPENS,
                           AGENCIAPENS = :DB2PA-AGENCIAPENS,
                           CONTAPENS = :DB2PA-CONTAPENS,
                           DIGITOPENS = :DB2PA-DIGITOPENS,
                           TIPOCTAPENS = :DB2PA-TIPOCTAPENS,
                           TIPOPENS = :DB2PA-TIPOPENS,
                           PERCPENS = :DB2PA-PERCPENS,
                           VALORPENS = :DB2PA-VALORPENS,
                           DATAINIPENS = :DB2PA-DATAINIPENS,
                           DATAFIMPENS = :DB2PA-DATAFIMPENS,
                           DATAHORAPENS = CURRENT TIMESTAMP
                       WHERE   CODFUN = :DB2PA-CODFUN
                         AND   SEQPENS = :DB2PA-SEQPENS
                         AND   SITUACAOPENS = 'A'
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'PENSAO ' DB2PA-SEQPENS
                               ' DO FUNCIONARIO ' DB2PA-CODFUN
                               ' FOI ALTERADA'
                   WHEN 100
                       DISPLAY 'PENSAO ' DB2PA-SEQPENS
                               ' DO FUNCIONARIO ' DB2PA-CODFUN
                               ' NAO EXISTE OU JA ESTA ENCERRADA'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA ATUALIZACAO DA PENSAO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       205-VALIDA-DADOS.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
      *
           IF WK-NOMEBEN-ACCEPT = SPACES
               DISPLAY 'INFORME O NOME DO BENEFICIARIO DA PENSAO'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           PERFORM 208-VALIDA-CPF.
      *
           IF WK-CPF-INVALIDA
               DISPLAY 'CPF ' WK-CPFBEN-ACCEPT
                       ' DO BENEFICIARIO INVALIDO'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-BANCO-ACCEPT NOT NUMERIC
              OR WK-AGENCIA-ACCEPT NOT NUMERIC
              OR WK-CONTA-ACCEPT NOT NUMERIC
               DISPLAY 'BANCO, AGENCIA E CONTA DEVEM SER NUMERICOS'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-TIPOCTA-ACCEPT NOT = 'C' AND
              WK-TIPOCTA-ACCEPT NOT = 'P'
               DISPLAY 'TIPO DE CONTA ' WK-TIPOCTA-ACCEPT
                       ' INVALIDO. INFORME C (CORRENTE) OU'
                       ' P (POUPANCA)'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           EVALUATE WK-TIPO-ACCEPT
               WHEN 'L'
               WHEN 'B'
                   IF WK-PERC-ACCEPT NOT NUMERIC
                      OR WK-PERC-ACCEPT = ZEROES
                      OR WK-PERC-ACCEPT > 100
                       DISPLAY 'INFORME PERCENTUAL DA PENSAO ENTRE'
                               ' 0,01 E 100,00'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   END-IF
               WHEN 'F'
                   IF WK-VALOR-ACCEPT NOT NUMERIC
                      OR WK-VALOR-ACCEPT = ZEROES
                       DISPLAY 'INFORME O VALOR FIXO DA PENSAO'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   END-IF
               WHEN OTHER
                   DISPLAY 'TIPO DE PENSAO ' WK-TIPO-ACCEPT
                           ' INVALIDO. INFORME L (LIQUIDO),'
                           ' B (BRUTO) OU F (VALOR FIXO)'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-EVALUATE.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 207-CONSULTA-FUNCIONARIO
           END-IF.
      *
           IF WK-DADOS-VALIDOS AND WK-TIPO-ACCEPT NOT = 'F'
               PERFORM 214-VALIDA-PERCENTUAL
           END-IF.
      *
       206-MOVE-CAMPOS.
           MOVE WK-CODFUN-ACCEPT   TO DB2PA-CODFUN.
           MOVE WK-SEQPENS-ACCEPT  TO DB2PA-SEQPENS.
           MOVE WK-NOMEBEN-ACCEPT  TO DB2PA-NOMEBENPENS-TEXT.
           MOVE WK-CPFBEN-ACCEPT   TO DB2PA-CPFBENPENS.
           MOVE WK-BANCO-ACCEPT    TO DB2PA-BANCOPENS.
           MOVE WK-AGENCIA-ACCEPT  TO DB2PA-AGENCIAPENS.
           MOVE WK-CONTA-ACCEPT    TO DB2PA-CONTAPENS.
           MOVE WK-DIGITO-ACCEPT   TO DB2PA-DIGITOPENS.
           MOVE WK-TIPOCTA-ACCEPT  TO DB2PA-TIPOCTAPENS.
           MOVE WK-TIPO-ACCEPT     TO DB2PA-TIPOPENS.
      *
           IF WK-TIPO-ACCEPT = 'F'
               MOVE ZEROES          TO DB2PA-PERCPENS
               MOVE WK-VALOR-ACCEPT TO DB2PA-VALORPENS
           ELSE
               MOVE WK-PERC-ACCEPT  TO DB2PA-PERCPENS
               MOVE ZEROES          TO DB2PA-VALORPENS
           END-IF.
      *
           MOVE 30 TO DB2PA-NOMEBENPENS-LEN.
           PERFORM 215-CONTA-NOMEBEN
               VARYING WK-POSICAO FROM 30 BY -1
               UNTIL DB2PA-NOMEBENPENS-TEXT (WK-POSICAO:1)
                     NOT = SPACES.
      *
           IF WK-DATAINI-ACCEPT = SPACES
               EXEC SQL
                   SET :DB2PA-DATAINIPENS = CURRENT DATE
               END-EXEC
           ELSE
               MOVE WK-DATAINI-ACCEPT TO DB2PA-DATAINIPENS
           END-IF.
      *
           IF WK-DATAFIM-ACCEPT = SPACES
               MOVE '9999-12-31' TO DB2PA-DATAFIMPENS
           ELSE
               MOVE WK-DATAFIM-ACCEPT TO DB2PA-DATAFIMPENS
           END-IF.
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
      *
       208-VALIDA-CPF.
           MOVE 'S' TO WK-CPF-VALIDA-SW.
      *
           IF WK-CPFBEN-ACCEPT NOT NUMERIC
               MOVE 'N' TO WK-CPF-VALIDA-SW
           ELSE
               PERFORM 210-CARREGA-DIGITO-CPF
                   VARYING WK-CPF-POS FROM 1 BY 1
                   UNTIL WK-CPF-POS > 11
      *
               MOVE ZEROES TO WK-CPF-IGUAL-CONT
               PERFORM 211-CONTA-DIGITO-IGUAL
                   VARYING WK-CPF-POS FROM 2 BY 1
                   UNTIL WK-CPF-POS > 11
      *
               IF WK-CPF-IGUAL-CONT = 10
                   MOVE 'N' TO WK-CPF-VALIDA-SW
               ELSE
                   PERFORM 209-CALCULA-DIGITOS-CPF
      *
                   IF WK-CPF-DIGITO (10) NOT = WK-CPF-DV1
                      OR WK-CPF-DIGITO (11) NOT = WK-CPF-DV2
                       MOVE 'N' TO WK-CPF-VALIDA-SW
                   END-IF
               END-IF
           END-IF.
      *
       209-CALCULA-DIGITOS-CPF.
           MOVE ZEROES TO WK-CPF-SOMA.
           PERFORM 212-SOMA-DIGITO-DV1
               VARYING WK-CPF-POS FROM 1 BY 1 UNTIL WK-CPF-POS > 9.
      *
           DIVIDE WK-CPF-SOMA BY 11 GIVING WK-CPF-QUOCIENTE
                                    REMAINDER WK-CPF-RESTO.
      *
           IF WK-CPF-RESTO < 2
               MOVE 0 TO WK-CPF-DV1
           ELSE
               COMPUTE WK-CPF-DV1 = 11 - WK-CPF-RESTO
           END-IF.
      *
           MOVE ZEROES TO WK-CPF-SOMA.
           PERFORM 213-SOMA-DIGITO-DV2
               VARYING WK-CPF-POS FROM 1 BY 1 UNTIL WK-CPF-POS > 9.
      *
           COMPUTE WK-CPF-SOMA = WK-CPF-SOMA + (WK-CPF-DV1 * 2).
      *
           DIVIDE WK-CPF-SOMA BY 11 GIVING WK-CPF-QUOCIENTE
                                    REMAINDER WK-CPF-RESTO.
      *
           IF WK-CPF-RESTO < 2
               MOVE 0 TO WK-CPF-DV2
           ELSE
               COMPUTE WK-CPF-DV2 = 11 - WK-CPF-RESTO
           END-IF.
      *
       210-CARREGA-DIGITO-CPF.
           MOVE WK-CPFBEN-ACCEPT (WK-CPF-POS:1)
             TO WK-CPF-DIGITO (WK-CPF-POS).
      *
       211-CONTA-DIGITO-IGUAL.
           IF WK-CPF-DIGITO (WK-CPF-POS) = WK-CPF-DIGITO (1)
               ADD 1 TO WK-CPF-IGUAL-CONT
           END-IF.
      *
       212-SOMA-DIGITO-DV1.
           COMPUTE WK-CPF-PESO = 11 - WK-CPF-POS.
           COMPUTE WK-CPF-SOMA = WK-CPF-SOMA +
                   (WK-CPF-DIGITO (WK-CPF-POS) * WK-CPF-PESO).
      *
       213-SOMA-DIGITO-DV2.
           COMPUTE WK-CPF-PESO = 12 - WK-CPF-POS.
           COMPUTE WK-CPF-SOMA = WK-CPF-SOMA +
                   (WK-CPF-DIGITO (WK-CPF-POS) * WK-CPF-PESO).
      *
       214-VALIDA-PERCENTUAL.
      *
      *    A SOMA DOS PERCENTUAIS DAS PENSOES ATIVAS DO FUNCIONARIO,
      *    COM A NOVA, NAO PODE PASSAR DE 100%
      *
           MOVE WK-SEQPENS-ACCEPT TO DB2PA-SEQPENS.
           MOVE ZEROES TO WK-PERC-ATUAL.
      *
           EXEC SQL
               SELECT SUM(PERCPENS)
                   INTO :WK-PERC-ATUAL :WK-IND-PERC
                   FROM EAD703.PENSOES_ALIMENTICIAS
                   WHERE CODFUN = :DB2-CODFUN
                     AND SITUACAOPENS = 'A'
                     AND SEQPENS <> :DB2PA-SEQPENS
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DAS PENSOES DO FUNCIONARIO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-PERC < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-PERC-ATUAL
           END-IF.
      *
           IF WK-PERC-ATUAL + WK-PERC-ACCEPT > 100
               MOVE WK-PERC-ATUAL TO WK-PERC-EDIT
               DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                       ' JA TEM ' WK-PERC-EDIT
                       '% EM PENSOES ATIVAS. PENSAO NAO ACEITA'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       215-CONTA-NOMEBEN.
           SUBTRACT 1 FROM DB2PA-NOMEBENPENS-LEN.
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
       END PROGRAM COBFUN72.
