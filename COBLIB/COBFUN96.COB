      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : VIRADA ANUAL DO CALENDARIO DE FERIADOS (DB2): OS    *
      *            FERIADOS DE DATA FIXA DO ANO ANTERIOR SAO COPIADOS  *
      *            PARA O ANO INFORMADO; OS MOVEIS (CARNAVAL, SEXTA-   *
      *            FEIRA SANTA, CORPUS CHRISTI...) SAO LISTADOS PARA   *
      *            CADASTRO PELO COBFUN95 E A EXECUCAO TERMINA COM     *
      *            RETURN-CODE 4 ENQUANTO HOUVER MOVEL PENDENTE        *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN96.
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
               INCLUDE BOOKFRDO
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
      *    FERIADOS DO ANO ANTERIOR; O MOVEL SO E LISTADO SE AINDA
      *    NAO HOUVER, NO ANO NOVO, FERIADO MOVEL COM A MESMA
      *    DESCRICAO PARA O MESMO ESTABELECIMENTO
      *
           EXEC SQL
               DECLARE VIRATEMP CURSOR FOR
                  SELECT H.DATAFER, H.CODESTAB, H.TIPOFER,
                         H.DESCFER, H.FIXOFER,
                         CHAR(H.DATAFER + 1 YEAR, ISO),
                         ( SELECT COUNT(*)
                               FROM EAD703.FERIADOS N
                               WHERE N.CODESTAB = H.CODESTAB
                                 AND N.DESCFER = H.DESCFER
                                 AND N.FIXOFER = 'N'
                                 AND YEAR(N.DATAFER) = :WK-ANO-ACCEPT )
                      FROM EAD703.FERIADOS H
                      WHERE YEAR(H.DATAFER) = :WK-ANO-ORIGEM
                      ORDER BY H.DATAFER, H.CODESTAB
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT         PIC -999       VALUE ZEROES.
       77  WK-USUARIO              PIC X(8)       VALUE SPACES.
       77  WK-ANO-ORIGEM           PIC 9(4)       VALUE ZEROES.
       77  WK-DATA-NOVA            PIC X(10)      VALUE SPACES.
       77  WK-MOVEL-CONT           PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-LIDOS           PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-COPIADOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EXISTENTES      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-MOVEIS          PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT            PIC ZZZ.ZZ9    VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-ANO-ACCEPT        PIC 9(4)       VALUE ZEROES.
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
           IF WK-ANO-ACCEPT NOT NUMERIC
              OR WK-ANO-ACCEPT < 2000
               DISPLAY 'ANO ' WK-ANO-ACCEPT
                       ' INVALIDO. INFORME AAAA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           COMPUTE WK-ANO-ORIGEM = WK-ANO-ACCEPT - 1.
      *
           EXEC SQL
               SET :WK-USUARIO = USER
           END-EXEC.
      *
           DISPLAY 'VIRADA DO CALENDARIO DE FERIADOS - '
                   WK-ANO-ORIGEM ' PARA ' WK-ANO-ACCEPT.
           DISPLAY '**********************************************'.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
      *
           EXEC SQL
               OPEN VIRATEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-FERIADO
               WHEN 100
                   DISPLAY 'NENHUM FERIADO CADASTRADO EM '
                           WK-ANO-ORIGEM
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN96' TO DB2E-NOMEPGM.
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
           IF DB2FD-FIXOFER = 'S'
               PERFORM 202-COPIA-FERIADO
           ELSE
               IF WK-MOVEL-CONT = 0
                   DISPLAY 'FERIADO MOVEL A CADASTRAR EM '
                           WK-ANO-ACCEPT ': '
                           DB2FD-DESCFER-TEXT ' (ESTAB '
                           DB2FD-CODESTAB ', EM ' WK-ANO-ORIGEM
                           ' FOI ' DB2FD-DATAFER ')'
                   ADD 1 TO WK-QTDE-MOVEIS
               END-IF
           END-IF.
      *
           PERFORM 301-LER-FERIADO.
      *
       202-COPIA-FERIADO.
      *
      *    O ANO SEGUINTE DA MESMA DATA; UM FERIADO JA CADASTRADO NO
      *    ANO NOVO (VIRADA REPETIDA OU INCLUSAO MANUAL) E MANTIDO
      *
           MOVE WK-DATA-NOVA TO DB2FD-DATAFER.
           MOVE WK-USUARIO   TO DB2FD-USUARIOFER.
      *
           EXEC SQL
               INSERT INTO EAD703.FERIADOS
                   ( DATAFER, CODESTAB, TIPOFER, DESCFER,
                     FIXOFER, USUARIOFER, DATAHORAFER )
                   VALUES ( :DB2FD-DATAFER,
                            :DB2FD-CODESTAB,
                            :DB2FD-TIPOFER,
                            :DB2FD-DESCFER,
                            :DB2FD-FIXOFER,
                            :DB2FD-USUARIOFER,
                            CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WK-QTDE-COPIADOS
               WHEN -803
                   ADD 1 TO WK-QTDE-EXISTENTES
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA INCLUSAO DO FERIADO DE '
                           DB2FD-DATAFER
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       300-LER-FERIADO SECTION.
       301-LER-FERIADO.
           MOVE SPACES TO DB2FD-DESCFER-TEXT.
      *
           EXEC SQL
               FETCH VIRATEMP
                   INTO :DB2FD-DATAFER,
                        :DB2FD-CODESTAB,
                        :DB2FD-TIPOFER,
                        :DB2FD-DESCFER,
                        :DB2FD-FIXOFER,
                        :WK-DATA-NOVA,
                        :WK-MOVEL-CONT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WK-QTDE-LIDOS
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
               CLOSE VIRATEMP
           END-EXEC.
      *
           IF WK-QTDE-MOVEIS > 0
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
           DISPLAY 'FERIADOS LIDOS DO ANO ANTERIOR: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-COPIADOS TO WK-QTDE-EDIT.
           DISPLAY 'FERIADOS FIXOS COPIADOS.......: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-EXISTENTES TO WK-QTDE-EDIT.
           DISPLAY 'JA CADASTRADOS NO ANO NOVO....: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-MOVEIS TO WK-QTDE-EDIT.
           DISPLAY 'MOVEIS PENDENTES DE CADASTRO..: ' WK-QTDE-EDIT.
           DISPLAY '**********************************************'.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-QTDE-LIDOS    TO DB2E-QTDELIDLOG.
           MOVE WK-QTDE-COPIADOS TO DB2E-QTDEAPLLOG.
           MOVE WK-QTDE-MOVEIS   TO DB2E-QTDEREJLOG.
           MOVE RETURN-CODE      TO DB2E-CODRETLOG.
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
       END PROGRAM COBFUN96.
