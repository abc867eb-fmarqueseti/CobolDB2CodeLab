      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : RATEIO DO FUNCIONARIO ENTRE CENTROS DE CUSTO        *
      *            (DEPARTAMENTOS) POR PERCENTUAL, COM VIGENCIA A      *
      *            PARTIR DO DIA 01 DE UM MES (DB2). FUNCOES: I=INCLUI *
      *            NOVA VERSAO DO RATEIO (ATE 5 DEPARTAMENTOS, SOMA DE *
      *            100%), ENCERRANDO A VERSAO ANTERIOR NO DIA ANTERIOR;*
      *            E=ENCERRA O RATEIO (CUSTO VOLTA 100% AO DEPTOFUN);  *
      *            C=CONSULTA O RATEIO VIGENTE NA DATA OU O HISTORICO. *
      *            O RATEIO E USADO PELOS COBFUN06, 37, 56 E 71        *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN87.
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
               INCLUDE BOOKDEPT
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKRATE
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
      *    DATAINI EM BRANCO NA CONSULTA LISTA TODAS AS VERSOES
      *
           EXEC SQL
               DECLARE RATTEMP CURSOR FOR
                  SELECT R.CODDEPTO, D.NOMEDEPTO, R.DATAINIRAT,
                         R.DATAFIMRAT, R.PERCRAT, R.USUARIORAT
                      FROM EAD703.RATEIO_FUNC R,
                           EAD703.DEPARTAMENTOS D
                      WHERE D.CODDEPTO = R.CODDEPTO
                        AND R.CODFUN = :DB2RA-CODFUN
                        AND R.DATAINIRAT <= :WK-CONSULTA-FIM
                        AND R.DATAFIMRAT >= :WK-CONSULTA-INI
                      ORDER BY R.DATAINIRAT DESC, R.CODDEPTO
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-USUARIO           PIC X(8)          VALUE SPACES.
       77  WK-RAT-IDX           PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-RAT-IDX2          PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-RAT-MAX           PIC S9(4) USAGE COMP VALUE 5.
       77  WK-RAT-QTDE          PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-RAT-TOTAL         PIC S9(5)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DEPTO-CONT        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-POSTERIOR-CONT    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-GRAVADOS     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DATAFIM-ANTERIOR  PIC X(10)         VALUE SPACES.
       77  WK-CONSULTA-INI      PIC X(10)         VALUE SPACES.
       77  WK-CONSULTA-FIM      PIC X(10)         VALUE SPACES.
       77  WK-PERC-EDIT         PIC ZZ9,99        VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC Z9            VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
           05 WK-DATAINI-ACCEPT    PIC X(10)      VALUE SPACES.
           05 WK-RATEIO-ACCEPT     OCCURS 5 TIMES.
              10 WK-DEPTO-ACCEPT   PIC X(3).
              10 WK-PERC-ACCEPT    PIC 9(3)V99.
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
           MOVE 'COBFUN87' TO DB2E-NOMEPGM.
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
           MOVE WK-CODFUN-ACCEPT TO DB2RA-CODFUN.
      *
           EVALUATE WK-FUNCAO-ACCEPT
               WHEN 'I'
                   PERFORM 202-INCLUSAO
               WHEN 'E'
                   PERFORM 203-ENCERRAMENTO
               WHEN 'C'
                   PERFORM 204-CONSULTA
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA. INFORME I (INCLUSAO),'
                           ' E (ENCERRAMENTO) OU C (CONSULTA)'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *
       202-INCLUSAO.
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 208-VALIDA-RATEIO
           END-IF.
      *
           IF WK-DADOS-INVALIDOS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 211-EXCLUI-MESMA-DATA
               PERFORM 212-ENCERRA-ANTERIOR
               MOVE WK-DATAINI-ACCEPT TO DB2RA-DATAINIRAT
               MOVE '9999-12-31'      TO DB2RA-DATAFIMRAT
               MOVE WK-USUARIO        TO DB2RA-USUARIORAT
               PERFORM 213-GRAVA-ITEM
                   VARYING WK-RAT-IDX FROM 1 BY 1
                   UNTIL WK-RAT-IDX > WK-RAT-MAX
               MOVE WK-QTDE-GRAVADOS TO WK-QTDE-EDIT
               DISPLAY 'RATEIO DO FUNCIONARIO ' DB2RA-CODFUN
                       ' INCLUIDO A PARTIR DE ' WK-DATAINI-ACCEPT
                       ' EM ' WK-QTDE-EDIT ' DEPARTAMENTO(S)'
           END-IF.
      *
       203-ENCERRAMENTO.
      *
      *    A PARTIR DA DATA INFORMADA O CUSTO DO FUNCIONARIO VOLTA
      *    INTEGRALMENTE AO SEU DEPARTAMENTO (DEPTOFUN)
      *
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-DADOS-INVALIDOS
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   UPDATE EAD703.RATEIO_FUNC
                       SET DATAFIMRAT = :WK-DATAFIM-ANTERIOR,
                           USUARIORAT = :WK-USUARIO,
                           DATAHORARAT = CURRENT TIMESTAMP
                       WHERE CODFUN = :DB2RA-CODFUN
                         AND DATAINIRAT < :WK-DATAINI-ACCEPT
                         AND DATAFIMRAT >= :WK-DATAINI-ACCEPT
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'RATEIO DO FUNCIONARIO ' DB2RA-CODFUN
                               ' ENCERRADO EM ' WK-DATAFIM-ANTERIOR
                   WHEN 100
                       DISPLAY 'FUNCIONARIO ' DB2RA-CODFUN
                               ' SEM RATEIO VIGENTE EM '
                               WK-DATAINI-ACCEPT
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NO ENCERRAMENTO DO RATEIO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       204-CONSULTA.
           PERFORM 206-CONSULTA-FUNCIONARIO.
      *
           IF WK-DADOS-INVALIDOS
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'RATEIO DO FUNCIONARIO ' DB2-CODFUN ' - '
                       DB2-NOMEFUN-TEXT
               DISPLAY 'DEPARTAMENTO DE LOTACAO: ' DB2-DEPTOFUN
               DISPLAY '**********************************************'
      *
               IF WK-DATAINI-ACCEPT = SPACES
                   MOVE '0001-01-01'      TO WK-CONSULTA-INI
                   MOVE '9999-12-31'      TO WK-CONSULTA-FIM
               ELSE
                   MOVE WK-DATAINI-ACCEPT TO WK-CONSULTA-INI
                   MOVE WK-DATAINI-ACCEPT TO WK-CONSULTA-FIM
               END-IF
      *
               EXEC SQL
                   OPEN RATTEMP
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *
               PERFORM 301-LER-RATEIO
               PERFORM 214-MOSTRA-RATEIO UNTIL SQLCODE = 100
      *
               EXEC SQL
                   CLOSE RATTEMP
               END-EXEC
      *
               IF WK-QTDE-LIDOS = 0
                   DISPLAY 'SEM RATEIO. CUSTO 100% NO DEPARTAMENTO '
                           DB2-DEPTOFUN
               END-IF
           END-IF.
      *
       205-VALIDA-DADOS.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
      *
           PERFORM 206-CONSULTA-FUNCIONARIO.
           PERFORM 207-VALIDA-DATA.
      *
       206-CONSULTA-FUNCIONARIO.
           MOVE WK-CODFUN-ACCEPT TO DB2-CODFUN.
      *
           EXEC SQL
               SELECT NOMEFUN, DEPTOFUN, ATIVOFUN
                   INTO :DB2-NOMEFUN, :DB2-DEPTOFUN, :DB2-ATIVOFUN
                   FROM EAD703.FUNCIONARIOS
                   WHERE CODFUN = :DB2-CODFUN
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF DB2-ATIVOFUN NOT = 'A' AND
                      WK-FUNCAO-ACCEPT = 'I'
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
       207-VALIDA-DATA.
      *
      *    O RATEIO VALE POR COMPETENCIA INTEIRA: COMECA NO DIA 01 E A
      *    VERSAO ANTERIOR TERMINA NO ULTIMO DIA DO MES ANTERIOR
      *
           IF WK-DATAINI-ACCEPT (9:2) NOT = '01'
               DISPLAY 'DATA ' WK-DATAINI-ACCEPT
                       ' INVALIDA. O RATEIO COMECA NO DIA 01 DO MES'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           ELSE
               EXEC SQL
                   SET :WK-DATAFIM-ANTERIOR =
                       CHAR(DATE(:WK-DATAINI-ACCEPT) - 1 DAY, ISO)
               END-EXEC
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'DATA ' WK-DATAINI-ACCEPT
                           ' INVALIDA. INFORME AAAA-MM-01'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               END-IF
           END-IF.
      *
       208-VALIDA-RATEIO.
           MOVE ZEROES TO WK-RAT-QTDE.
           MOVE ZEROES TO WK-RAT-TOTAL.
      *
           PERFORM 209-VALIDA-ITEM
               VARYING WK-RAT-IDX FROM 1 BY 1
               UNTIL WK-RAT-IDX > WK-RAT-MAX.
      *
           IF WK-RAT-QTDE = 0
               DISPLAY 'NENHUM DEPARTAMENTO INFORMADO NO RATEIO'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-RAT-TOTAL NOT = 100
               MOVE WK-RAT-TOTAL TO WK-PERC-EDIT
               DISPLAY 'SOMA DOS PERCENTUAIS DO RATEIO ' WK-PERC-EDIT
                       '% DIFERENTE DE 100%'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
      *    VERSAO POSTERIOR JA CADASTRADA: O HISTORICO NAO PODE SER
      *    REESCRITO POR UMA VERSAO INTERMEDIARIA
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-POSTERIOR-CONT
                   FROM EAD703.RATEIO_FUNC
                   WHERE CODFUN = :DB2RA-CODFUN
                     AND DATAINIRAT > :WK-DATAINI-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO RATEIO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-POSTERIOR-CONT > 0
               DISPLAY 'FUNCIONARIO ' DB2RA-CODFUN
                       ' JA TEM RATEIO COM INICIO APOS '
                       WK-DATAINI-ACCEPT
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
       209-VALIDA-ITEM.
           IF WK-DEPTO-ACCEPT (WK-RAT-IDX) NOT = SPACES
               ADD 1 TO WK-RAT-QTDE
      *
               IF WK-PERC-ACCEPT (WK-RAT-IDX) NOT NUMERIC OR
                  WK-PERC-ACCEPT (WK-RAT-IDX) = 0
                   DISPLAY 'PERCENTUAL INVALIDO PARA O DEPARTAMENTO '
                           WK-DEPTO-ACCEPT (WK-RAT-IDX)
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               ELSE
                   ADD WK-PERC-ACCEPT (WK-RAT-IDX) TO WK-RAT-TOTAL
               END-IF
      *
               MOVE WK-DEPTO-ACCEPT (WK-RAT-IDX) TO DB2-CODDEPTO
      *
               EXEC SQL
                   SELECT COUNT(*) INTO :WK-DEPTO-CONT
                       FROM EAD703.DEPARTAMENTOS
                       WHERE CODDEPTO = :DB2-CODDEPTO
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO DEPARTAMENTO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *
               IF WK-DEPTO-CONT = 0
                   DISPLAY 'DEPARTAMENTO ' DB2-CODDEPTO ' NAO EXISTE'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               END-IF
      *
               PERFORM 210-VERIFICA-REPETIDO
                   VARYING WK-RAT-IDX2 FROM 1 BY 1
                   UNTIL WK-RAT-IDX2 NOT < WK-RAT-IDX
           END-IF.
      *
       210-VERIFICA-REPETIDO.
           IF WK-DEPTO-ACCEPT (WK-RAT-IDX2) =
              WK-DEPTO-ACCEPT (WK-RAT-IDX)
               DISPLAY 'DEPARTAMENTO ' WK-DEPTO-ACCEPT (WK-RAT-IDX)
                       ' INFORMADO MAIS DE UMA VEZ NO RATEIO'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
       211-EXCLUI-MESMA-DATA.
      *
      *    NOVA VERSAO COM O MESMO INICIO SUBSTITUI A ANTERIOR
      *
           EXEC SQL
               DELETE FROM EAD703.RATEIO_FUNC
                   WHERE CODFUN = :DB2RA-CODFUN
                     AND DATAINIRAT = :WK-DATAINI-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA EXCLUSAO DO RATEIO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       212-ENCERRA-ANTERIOR.
           EXEC SQL
               UPDATE EAD703.RATEIO_FUNC
                   SET DATAFIMRAT = :WK-DATAFIM-ANTERIOR,
                       USUARIORAT = :WK-USUARIO,
                       DATAHORARAT = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2RA-CODFUN
                     AND DATAINIRAT < :WK-DATAINI-ACCEPT
                     AND DATAFIMRAT >= :WK-DATAINI-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'RATEIO ANTERIOR ENCERRADO EM '
                           WK-DATAFIM-ANTERIOR
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO ENCERRAMENTO DO RATEIO ANTERIOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       213-GRAVA-ITEM.
           IF WK-DEPTO-ACCEPT (WK-RAT-IDX) NOT = SPACES
               MOVE WK-DEPTO-ACCEPT (WK-RAT-IDX) TO DB2RA-CODDEPTO
               MOVE WK-PERC-ACCEPT (WK-RAT-IDX)  TO DB2RA-PERCRAT
      *
               EXEC SQL
                   INSERT INTO EAD703.RATEIO_FUNC
                       ( CODFUN, CODDEPTO, DATAINIRAT, DATAFIMRAT,
                         PERCRAT, USUARIORAT, DATAHORARAT )
                       VALUES ( :DB2RA-CODFUN, :DB2RA-CODDEPTO,
                                :DB2RA-DATAINIRAT, :DB2RA-DATAFIMRAT,
                                :DB2RA-PERCRAT, :DB2RA-USUARIORAT,
                                CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA INCLUSAO DO RATEIO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *
               ADD 1 TO WK-QTDE-GRAVADOS
           END-IF.
      *
       214-MOSTRA-RATEIO.
           MOVE DB2RA-PERCRAT TO WK-PERC-EDIT.
      *
           DISPLAY DB2RA-DATAINIRAT ' A ' DB2RA-DATAFIMRAT ' '
                   DB2RA-CODDEPTO ' ' DB2-NOMEDEPTO-TEXT ' '
                   WK-PERC-EDIT '% ' DB2RA-USUARIORAT.
      *
           PERFORM 301-LER-RATEIO.
      ******************************************************************
       300-LER SECTION.
       301-LER-RATEIO.
           EXEC SQL
               FETCH RATTEMP
                   INTO :DB2RA-CODDEPTO, :DB2-NOMEDEPTO,
                        :DB2RA-DATAINIRAT, :DB2RA-DATAFIMRAT,
                        :DB2RA-PERCRAT, :DB2RA-USUARIORAT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WK-QTDE-LIDOS
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO CURSOR'
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
       END PROGRAM COBFUN87.
