      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : BAIXA DE PAGAMENTO DAS GUIAS DE RECOLHIMENTO GERADAS*
      *            PELO COBFUN77 (DB2). FUNCOES: P=REGISTRA PAGAMENTO  *
      *            (DATA E VALOR PAGOS), E=ESTORNA PAGAMENTO (VOLTA A  *
      *            GUIA PARA ABERTA). TIPOS DE GUIA: G=GPS, D=DARF.    *
      *            PAGAMENTO APOS O VENCIMENTO OU COM VALOR DIFERENTE  *
      *            DO DA GUIA E ACEITO COM AVISO (RC 4). A GUIA E DO   *
      *            ESTABELECIMENTO INFORMADO (EM BRANCO = MATRIZ 001)  *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN78.
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
       77  WK-SQLCODE-EDIT         PIC -999       VALUE ZEROES.
       77  WK-USUARIO              PIC X(8)       VALUE SPACES.
       77  WK-VALOR-EDIT           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WK-IND-DATAPAGTO        PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-ANOMES-ACCEPT     PIC X(6)       VALUE SPACES.
           05 WK-TIPO-ACCEPT       PIC X          VALUE SPACES.
           05 WK-DATAPAGTO-ACCEPT  PIC X(10)      VALUE SPACES.
           05 WK-VALORPAGO-ACCEPT  PIC 9(9)V99    VALUE ZEROES.
           05 WK-CODESTAB-ACCEPT   PIC X(3)       VALUE SPACES.
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
           IF WK-CODESTAB-ACCEPT = SPACES
               MOVE '001' TO WK-CODESTAB-ACCEPT
           END-IF.
      *
           EXEC SQL
               SET :WK-USUARIO = USER
           END-EXEC.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN78' TO DB2E-NOMEPGM.
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
               WHEN 'P'
                   PERFORM 202-PAGAMENTO
               WHEN 'E'
                   PERFORM 203-ESTORNO
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-EVALUATE.
      *
       202-PAGAMENTO.
           PERFORM 205-VALIDA-DADOS.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 206-LE-GUIA
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               IF DB2GR-SITUACAOGUIA = 'P'
                   DISPLAY 'GUIA ' DB2GR-TIPOGUIA ' DA COMPETENCIA '
                           DB2GR-ANOMESGUIA ' ESTAB ' DB2GR-CODESTAB
                           ' JA ESTA PAGA EM '
                           DB2GR-DATAPAGTOGUIA
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 207-CONFERE-PAGAMENTO
               PERFORM 208-GRAVA-PAGAMENTO
           END-IF.
      *
       203-ESTORNO.
      *
      *    PAGAMENTO REGISTRADO POR ENGANO: A GUIA VOLTA A FICAR EM
      *    ABERTO E PODE SER RECALCULADA PELO COBFUN77
      *
           MOVE WK-ANOMES-ACCEPT   TO DB2GR-ANOMESGUIA.
           MOVE WK-TIPO-ACCEPT     TO DB2GR-TIPOGUIA.
           MOVE WK-CODESTAB-ACCEPT TO DB2GR-CODESTAB.
      *
           EXEC SQL
               UPDATE EAD703.GUIAS_RECOLHIMENTO
                   SET SITUACAOGUIA = 'A',
                       DATAPAGTOGUIA = NULL,
                       VALORPAGOGUIA = NULL,
                       USUARIOGUIA = :WK-USUARIO,
                       DATAHORAGUIA = CURRENT TIMESTAMP
                   WHERE ANOMESGUIA = :DB2GR-ANOMESGUIA
                     AND TIPOGUIA = :DB2GR-TIPOGUIA
                     AND CODESTAB = :DB2GR-CODESTAB
                     AND SITUACAOGUIA = 'P'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'PAGAMENTO DA GUIA ' DB2GR-TIPOGUIA
                           ' DA COMPETENCIA ' DB2GR-ANOMESGUIA
                           ' ESTAB ' DB2GR-CODESTAB
                           ' FOI ESTORNADO'
               WHEN 100
                   DISPLAY 'GUIA ' DB2GR-TIPOGUIA
                           ' DA COMPETENCIA ' DB2GR-ANOMESGUIA
                           ' ESTAB ' DB2GR-CODESTAB
                           ' NAO EXISTE OU NAO ESTA PAGA'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO ESTORNO DO PAGAMENTO DA GUIA'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       205-VALIDA-DADOS.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
      *
           IF WK-TIPO-ACCEPT NOT = 'G' AND WK-TIPO-ACCEPT NOT = 'D'
               DISPLAY 'TIPO DE GUIA ' WK-TIPO-ACCEPT
                       ' INVALIDO. INFORME G (GPS) OU D (DARF)'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-VALORPAGO-ACCEPT NOT NUMERIC
              OR WK-VALORPAGO-ACCEPT = ZEROES
               DISPLAY 'VALOR PAGO NAO INFORMADO'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-DATAPAGTO-ACCEPT = SPACES
               EXEC SQL
                   SET :WK-DATAPAGTO-ACCEPT = CURRENT DATE
               END-EXEC
           END-IF.
      *
           IF WK-DADOS-INVALIDOS
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       206-LE-GUIA.
           MOVE SPACES             TO DB2GR-DATAPAGTOGUIA.
           MOVE WK-ANOMES-ACCEPT   TO DB2GR-ANOMESGUIA.
           MOVE WK-TIPO-ACCEPT     TO DB2GR-TIPOGUIA.
           MOVE WK-CODESTAB-ACCEPT TO DB2GR-CODESTAB.
      *
           EXEC SQL
               SELECT VALORGUIA, VENCTOGUIA, SITUACAOGUIA,
                      DATAPAGTOGUIA
                   INTO :DB2GR-VALORGUIA, :DB2GR-VENCTOGUIA,
                        :DB2GR-SITUACAOGUIA,
                        :DB2GR-DATAPAGTOGUIA :WK-IND-DATAPAGTO
                   FROM EAD703.GUIAS_RECOLHIMENTO
                   WHERE ANOMESGUIA = :DB2GR-ANOMESGUIA
                     AND TIPOGUIA = :DB2GR-TIPOGUIA
                     AND CODESTAB = :DB2GR-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'GUIA ' DB2GR-TIPOGUIA
                           ' DA COMPETENCIA ' DB2GR-ANOMESGUIA
                           ' ESTAB ' DB2GR-CODESTAB
                           ' NAO EXISTE. GERE AS GUIAS (COBFUN77)'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA GUIA DE RECOLHIMENTO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       207-CONFERE-PAGAMENTO.
      *
      *    PAGAMENTO EM ATRASO OU COM VALOR DIFERENTE (MULTA E JUROS
      *    RECOLHIDOS JUNTO, OU RECOLHIMENTO PARCIAL) E ACEITO, MAS
      *    SINALIZADO PARA CONFERENCIA DA CONTABILIDADE
      *
           IF WK-DATAPAGTO-ACCEPT > DB2GR-VENCTOGUIA
               DISPLAY 'AVISO: GUIA ' DB2GR-TIPOGUIA
                       ' DA COMPETENCIA ' DB2GR-ANOMESGUIA
                       ' PAGA APOS O VENCIMENTO ' DB2GR-VENCTOGUIA
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           IF WK-VALORPAGO-ACCEPT NOT = DB2GR-VALORGUIA
               MOVE DB2GR-VALORGUIA TO WK-VALOR-EDIT
               DISPLAY 'AVISO: VALOR PAGO DIFERENTE DO VALOR DA'
                       ' GUIA ' WK-VALOR-EDIT
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       208-GRAVA-PAGAMENTO.
           MOVE WK-DATAPAGTO-ACCEPT TO DB2GR-DATAPAGTOGUIA.
           MOVE WK-VALORPAGO-ACCEPT TO DB2GR-VALORPAGOGUIA.
      *
           EXEC SQL
               UPDATE EAD703.GUIAS_RECOLHIMENTO
                   SET SITUACAOGUIA = 'P',
                       DATAPAGTOGUIA = :DB2GR-DATAPAGTOGUIA,
                       VALORPAGOGUIA = :DB2GR-VALORPAGOGUIA,
                       USUARIOGUIA = :WK-USUARIO,
                       DATAHORAGUIA = CURRENT TIMESTAMP
                   WHERE ANOMESGUIA = :DB2GR-ANOMESGUIA
                     AND TIPOGUIA = :DB2GR-TIPOGUIA
                     AND CODESTAB = :DB2GR-CODESTAB
                     AND SITUACAOGUIA = 'A'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO REGISTRO DO PAGAMENTO DA GUIA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE DB2GR-VALORPAGOGUIA TO WK-VALOR-EDIT.
           DISPLAY 'GUIA ' DB2GR-TIPOGUIA ' DA COMPETENCIA '
                   DB2GR-ANOMESGUIA ' ESTAB ' DB2GR-CODESTAB
                   ' PAGA EM ' DB2GR-DATAPAGTOGUIA
                   ' VALOR ' WK-VALOR-EDIT.
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
       END PROGRAM COBFUN78.
