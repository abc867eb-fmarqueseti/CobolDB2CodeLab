      * DATA     : 2026-08-22                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : INCLUSAO, ALTERACAO E EXCLUSAO DE CARGOS COM AS     *
      *            FAIXAS SALARIAIS E A PERIODICIDADE EM MESES DO      *
      *            EXAME MEDICO PERIODICO (ASO), PADRAO 12 MESES (DB2) *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WK-TITULO-ACCEPT     PIC X(30)      VALUE SPACES.
           05 WK-SALMIN-ACCEPT     PIC 9(6)V99    VALUE ZEROES.
           05 WK-SALMAX-ACCEPT     PIC 9(6)V99    VALUE ZEROES.
           05 WK-PERIODOASO-ACCEPT PIC 99         VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           MOVE WK-SALMAX-ACCEPT     TO DB2C-SALMAXCARGO.
      *
           PERFORM 205-CONTA-TITULO.
           PERFORM 206-PERIODO-ASO.
      *
           IF DB2C-SALMINCARGO > DB2C-SALMAXCARGO
               DISPLAY 'FAIXA SALARIAL INVALIDA PARA O CARGO '
               EXEC SQL
                   INSERT INTO EAD703.CARGOS
                       ( CODCARGO, TITULOCARGO, SALMINCARGO,
                         SALMAXCARGO, PERIODOASOCARGO )
                       VALUES ( :DB2C-CODCARGO, :DB2C-TITULOCARGO,
                                :DB2C-SALMINCARGO,
                                :DB2C-SALMAXCARGO,
                                :DB2C-PERIODOASOCARGO )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
           MOVE WK-SALMAX-ACCEPT     TO DB2C-SALMAXCARGO.
      *
           PERFORM 205-CONTA-TITULO.
           PERFORM 206-PERIODO-ASO.
      *
           IF DB2C-SALMINCARGO > DB2C-SALMAXCARGO
               DISPLAY 'FAIXA SALARIAL INVALIDA PARA O CARGO '
                   UPDATE EAD703.CARGOS
                       SET TITULOCARGO = :DB2C-TITULOCARGO,
                           SALMINCARGO = :DB2C-SALMINCARGO,
                           SALMAXCARGO = :DB2C-SALMAXCARGO,
                           PERIODOASOCARGO = :DB2C-PERIODOASOCARGO
                       WHERE   CODCARGO = :DB2C-CODCARGO
               END-EXEC
      *
                   SUBTRACT 1 FROM DB2C-TITULOCARGO-LEN
               END-PERFORM
           END-IF.
      *
       206-PERIODO-ASO.
      *
      *    NR-7: EXAME PERIODICO ANUAL QUANDO NAO INFORMADO; CARGOS
      *    SEM RISCO PODEM TER PERIODICIDADE DE ATE 24 MESES
      *
           IF WK-PERIODOASO-ACCEPT NOT NUMERIC
              OR WK-PERIODOASO-ACCEPT = ZEROES
               MOVE 12 TO DB2C-PERIODOASOCARGO
           ELSE
               IF WK-PERIODOASO-ACCEPT > 24
                   DISPLAY 'PERIODICIDADE DO ASO DO CARGO '
                           DB2C-CODCARGO ' LIMITADA A 24 MESES'
                   MOVE 24 TO DB2C-PERIODOASOCARGO
               ELSE
                   MOVE WK-PERIODOASO-ACCEPT TO DB2C-PERIODOASOCARGO
               END-IF
           END-IF.
      *
      ******************************************************************
       900-FINALIZAR SECTION.
