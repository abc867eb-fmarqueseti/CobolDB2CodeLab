      ******************************************************************
      * DCLGEN TABLE(EAD703.VALE_TRANSPORTE)                           *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKVTRA))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2VT-)                                           *
      *        STRUCTURE(REG-VALE-TRANSPORTE)                          *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.VALE_TRANSPORTE TABLE
           ( CODFUN                         CHAR(4) NOT NULL,
             SEQVT                          SMALLINT NOT NULL,
             LINHAVT                        CHAR(30) NOT NULL,
             QTDEDIAVT                      SMALLINT NOT NULL,
             VALORUNITVT                    DECIMAL(6, 2) NOT NULL,
             SITUACAOVT                     CHAR(1) NOT NULL,
             DATAHORAVT                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.VALE_TRANSPORTE             *
      ******************************************************************
       01  REG-VALE-TRANSPORTE.
      *                       CODFUN
           10 DB2VT-CODFUN         PIC X(4).
      *                       SEQVT
           10 DB2VT-SEQVT          PIC S9(4) USAGE COMP.
      *                       LINHAVT
           10 DB2VT-LINHAVT        PIC X(30).
      *                       QTDEDIAVT
           10 DB2VT-QTDEDIAVT      PIC S9(4) USAGE COMP.
      *                       VALORUNITVT
           10 DB2VT-VALORUNITVT    PIC S9(4)V9(2) USAGE COMP-3.
      *                       SITUACAOVT
           10 DB2VT-SITUACAOVT     PIC X(1).
      *                       DATAHORAVT
           10 DB2VT-DATAHORAVT     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
