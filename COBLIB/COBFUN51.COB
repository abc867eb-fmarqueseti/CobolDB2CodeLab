      * DATA     : 2026-09-02                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : CARGA DO ARQUIVO MENSAL DO RELOGIO DE PONTO: HORAS  *
      *            EXTRAS A 50 E 100 POR CENTO, FALTAS NAO             *
      *            JUSTIFICADAS E HORAS NOTURNAS (ADICIONAL NOTURNO)   *
      *            POR FUNCIONARIO, COM VALIDACAO CONTRA               *
      *            EAD703.FUNCIONARIOS E GRAVACAO EM                   *
      *            EAD703.PONTO_MENSAL PARA USO DO COBFUN15 (DB2)      *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
           05 REG-HORAS50-ACCEPT    PIC 9(3)V99.
           05 REG-HORAS100-ACCEPT   PIC 9(3)V99.
           05 REG-FALTAS-ACCEPT     PIC 99.
           05 REG-HORASNOT-ACCEPT   PIC 9(3)V99.
      *
       FD  ARQ-REJPON
           RECORDING MODE IS F.
           05 REG-HORAS50-REJ       PIC 9(3)V99.
           05 REG-HORAS100-REJ      PIC 9(3)V99.
           05 REG-FALTAS-REJ        PIC 99.
           05 REG-HORASNOT-REJ      PIC 9(3)V99.
           05 REG-MOTIVO-REJ        PIC X(3).
           05 REG-MENSAGEM-REJ      PIC X(40).
      *
       77  WK-LIMITE-HORAS50       PIC 9(3)V99    VALUE 100,00.
       77  WK-LIMITE-HORAS100      PIC 9(3)V99    VALUE 50,00.
       77  WK-LIMITE-FALTAS        PIC 99         VALUE 30.
       77  WK-LIMITE-HORASNOT      PIC 9(3)V99    VALUE 200,00.
      *
       01  WK-SWITCHES.
           05 WK-FIM-ARQUIVO-SW    PIC X          VALUE 'N'.
           05 WK-HORAS50-ACCEPT    PIC 9(3)V99    VALUE ZEROES.
           05 WK-HORAS100-ACCEPT   PIC 9(3)V99    VALUE ZEROES.
           05 WK-FALTAS-ACCEPT     PIC 99         VALUE ZEROES.
           05 WK-HORASNOT-ACCEPT   PIC 9(3)V99    VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
               MOVE 'P07' TO WK-MOTIVO-REJEICAO
               PERFORM 250-GRAVA-REJEICAO
           END-IF.
      *
           IF WK-HORASNOT-ACCEPT NOT NUMERIC
              OR WK-HORASNOT-ACCEPT > WK-LIMITE-HORASNOT
               DISPLAY 'HORAS NOTURNAS FORA DO LIMITE PARA O'
                       ' FUNCIONARIO ' WK-CODFUN-ACCEPT
               MOVE 'P08' TO WK-MOTIVO-REJEICAO
               PERFORM 250-GRAVA-REJEICAO
           END-IF.
      *
           IF WK-TRANSACAO-REJEITADA
               CONTINUE
           MOVE WK-HORAS50-ACCEPT  TO DB2X-HORAS50PON.
           MOVE WK-HORAS100-ACCEPT TO DB2X-HORAS100PON.
           MOVE WK-FALTAS-ACCEPT   TO DB2X-DIASFALTAPON.
           MOVE WK-HORASNOT-ACCEPT TO DB2X-HORASNOTPON.
      *
           EXEC SQL
               INSERT INTO EAD703.PONTO_MENSAL
                   ( CODFUN, ANOMESPON, HORAS50PON, HORAS100PON,
                     DIASFALTAPON, DATAHORAPON, HORASNOTPON )
                   VALUES ( :DB2X-CODFUN, :DB2X-ANOMESPON,
                            :DB2X-HORAS50PON, :DB2X-HORAS100PON,
                            :DB2X-DIASFALTAPON, CURRENT TIMESTAMP,
                            :DB2X-HORASNOTPON )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
                   SET HORAS50PON = :DB2X-HORAS50PON,
                       HORAS100PON = :DB2X-HORAS100PON,
                       DIASFALTAPON = :DB2X-DIASFALTAPON,
                       HORASNOTPON = :DB2X-HORASNOTPON,
                       DATAHORAPON = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2X-CODFUN
                     AND ANOMESPON = :DB2X-ANOMESPON
               MOVE 'S' TO WK-TRANSACAO-REJEITADA-SW
               ADD 1 TO WK-QTDE-REJEITADAS
               PERFORM 251-DEFINE-MENSAGEM
               MOVE WK-ACCEPT            TO REG-REJPON (1:27)
               MOVE WK-MOTIVO-REJEICAO   TO REG-MOTIVO-REJ
               MOVE WK-MENSAGEM-REJEICAO TO REG-MENSAGEM-REJ
               WRITE REG-REJPON
               WHEN 'P07'
                   MOVE 'FALTAS FORA DO LIMITE'
                     TO WK-MENSAGEM-REJEICAO
               WHEN 'P08'
                   MOVE 'HORAS NOTURNAS FORA DO LIMITE'
                     TO WK-MENSAGEM-REJEICAO
               WHEN OTHER
                   MOVE 'MOTIVO NAO CLASSIFICADO'
                     TO WK-MENSAGEM-REJEICAO
