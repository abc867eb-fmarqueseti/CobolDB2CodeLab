      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : RELATORIO DAS GUIAS DE RECOLHIMENTO DE INSS E IRRF  *
      *            VENCIDAS E NAO PAGAS (EAD703.GUIAS_RECOLHIMENTO,    *
      *            GERADAS PELO COBFUN77 E BAIXADAS PELO COBFUN78),    *
      *            COM OS DIAS DE ATRASO E O TOTAL EM ABERTO. HAVENDO  *
      *            GUIA VENCIDA, TERMINA COM RC 4 (DB2). CADA GUIA     *
      *            MOSTRA O ESTABELECIMENTO (CNPJ) A QUE PERTENCE      *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN79.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ATRASO ASSIGN TO GUIAATR
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ATRASO
           RECORDING MODE IS F.
       01  REG-ATRASO               PIC X(80).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKGUIA
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
           EXEC SQL
               DECLARE GUIATEMP CURSOR FOR
                  SELECT ANOMESGUIA, TIPOGUIA, CODRECGUIA,
                         VENCTOGUIA, VALORGUIA,
                         DAYS(CURRENT DATE) - DAYS(VENCTOGUIA),
                         CODESTAB
                      FROM EAD703.GUIAS_RECOLHIMENTO
                      WHERE SITUACAOGUIA = 'A'
                        AND VENCTOGUIA < CURRENT DATE
                      ORDER BY VENCTOGUIA, ANOMESGUIA, TIPOGUIA,
                               CODESTAB
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-DATA-ATUAL        PIC X(10)         VALUE SPACES.
       77  WK-DIAS-ATRASO       PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-VALOR       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 FILLER               PIC X(47)
              VALUE 'GUIAS DE RECOLHIMENTO VENCIDAS E NAO PAGAS   '.
           05 FILLER               PIC X(12)
              VALUE 'POSICAO EM: '.
           05 WK-LIN-DATA-ATUAL    PIC X(10).
           05 FILLER               PIC X(11) VALUE SPACES.
      *
       01  WK-LIN-CABECALHO.
           05 FILLER               PIC X(20)
              VALUE 'COMPET   TIPO COD.  '.
           05 FILLER               PIC X(20)
              VALUE 'VENCIMENTO    ATRASO'.
           05 FILLER               PIC X(25)
              VALUE '            VALOR DA GUIA'.
           05 FILLER               PIC X(15)
              VALUE '  ESTAB'.
      *
       01  WK-LIN-DETALHE.
           05 WK-LIN-ANOMES        PIC X(6).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WK-LIN-TIPO          PIC X(4).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 WK-LIN-CODREC        PIC X(4).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-VENCTO        PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-DIAS-EDIT     PIC ZZZ.ZZ9.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 WK-LIN-VALOR-EDIT    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WK-LIN-CODESTAB      PIC X(3).
           05 FILLER               PIC X(8)  VALUE SPACES.
      *
       01  WK-LIN-TOTAL.
           05 FILLER               PIC X(22)
              VALUE 'TOTAL EM ATRASO       '.
           05 FILLER               PIC X(8)  VALUE ' GUIAS: '.
           05 WK-LIN-TOT-QTDE      PIC ZZZ9.
           05 FILLER               PIC X(8)  VALUE ' VALOR: '.
           05 WK-LIN-TOT-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(21) VALUE SPACES.
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
      *
           EXEC SQL
               SET :WK-DATA-ATUAL = CURRENT DATE
           END-EXEC.
      *
           DISPLAY 'GUIAS DE RECOLHIMENTO VENCIDAS - POSICAO EM '
                   WK-DATA-ATUAL.
           DISPLAY '**********************************************'.
      *
           OPEN OUTPUT ARQ-ATRASO.
      *
           WRITE REG-ATRASO FROM WK-LIN-SEPARADOR.
           MOVE WK-DATA-ATUAL TO WK-LIN-DATA-ATUAL.
           WRITE REG-ATRASO FROM WK-LIN-TITULO.
           WRITE REG-ATRASO FROM WK-LIN-SEPARADOR.
           WRITE REG-ATRASO FROM WK-LIN-CABECALHO.
      *
           EXEC SQL
               OPEN GUIATEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-GUIA
               WHEN 100
                   DISPLAY 'NENHUMA GUIA VENCIDA EM ABERTO'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN79' TO DB2E-NOMEPGM.
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
           ADD 1 TO WK-QTDE-LIDOS.
           ADD DB2GR-VALORGUIA TO WK-TOTAL-VALOR.
      *
           MOVE DB2GR-ANOMESGUIA  TO WK-LIN-ANOMES.
      *
           IF DB2GR-TIPOGUIA = 'G'
               MOVE 'GPS'         TO WK-LIN-TIPO
           ELSE
               MOVE 'DARF'        TO WK-LIN-TIPO
           END-IF.
      *
           MOVE DB2GR-CODRECGUIA  TO WK-LIN-CODREC.
           MOVE DB2GR-VENCTOGUIA  TO WK-LIN-VENCTO.
           MOVE WK-DIAS-ATRASO    TO WK-LIN-DIAS-EDIT.
           MOVE DB2GR-VALORGUIA   TO WK-LIN-VALOR-EDIT.
           MOVE DB2GR-CODESTAB    TO WK-LIN-CODESTAB.
           WRITE REG-ATRASO FROM WK-LIN-DETALHE.
      *
           PERFORM 301-LER-GUIA.
      ******************************************************************
       300-LER SECTION.
       301-LER-GUIA.
           EXEC SQL
               FETCH GUIATEMP
                   INTO :DB2GR-ANOMESGUIA,
                        :DB2GR-TIPOGUIA,
                        :DB2GR-CODRECGUIA,
                        :DB2GR-VENCTOGUIA,
                        :DB2GR-VALORGUIA,
                        :WK-DIAS-ATRASO,
                        :DB2GR-CODESTAB
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
           WRITE REG-ATRASO FROM WK-LIN-SEPARADOR.
           MOVE WK-QTDE-LIDOS     TO WK-LIN-TOT-QTDE.
           MOVE WK-TOTAL-VALOR    TO WK-LIN-TOT-VALOR.
           WRITE REG-ATRASO FROM WK-LIN-TOTAL.
      *
           CLOSE ARQ-ATRASO.
      *
           EXEC SQL
               CLOSE GUIATEMP
           END-EXEC.
      *
      *    GUIA VENCIDA SEM PAGAMENTO GERA MULTA E JUROS: O RC 4
      *    SINALIZA A PENDENCIA NO FIM DO JOB
      *
           IF WK-QTDE-LIDOS > 0
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
           DISPLAY 'GUIAS VENCIDAS EM ABERTO......: ' WK-QTDE-EDIT.
           MOVE WK-TOTAL-VALOR TO WK-TOTAL-EDIT.
           DISPLAY 'VALOR TOTAL EM ATRASO.........: ' WK-TOTAL-EDIT.
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
       END PROGRAM COBFUN79.
