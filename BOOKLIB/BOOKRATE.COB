      ******************************************************************
      * DCLGEN TABLE(EAD703.RATEIO_FUNC)                               *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKRATE))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2RA-)                                           *
      *        STRUCTURE(REG-RATEIO-FUNC)                              *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.RATEIO_FUNC TABLE
           ( CODFUN                         CHAR(4) NOT NULL,
             CODDEPTO                       CHAR(3) NOT NULL,
             DATAINIRAT                     DATE NOT NULL,
             DATAFIMRAT                     DATE NOT NULL,
             PERCRAT                        DECIMAL(5, 2) NOT NULL,
             USUARIORAT                     CHAR(8) NOT NULL,
             DATAHORARAT                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.RATEIO_FUNC                 *
      ******************************************************************
       01  REG-RATEIO-FUNC.
      *                       CODFUN
           10 DB2RA-CODFUN         PIC X(4).
      *                       CODDEPTO
           10 DB2RA-CODDEPTO       PIC X(3).
      *                       DATAINIRAT
           10 DB2RA-DATAINIRAT     PIC X(10).
      *                       DATAFIMRAT
           10 DB2RA-DATAFIMRAT     PIC X(10).
      *                       PERCRAT
           10 DB2RA-PERCRAT        PIC S9(3)V9(2) USAGE COMP-3.
      *                       USUARIORAT
           10 DB2RA-USUARIORAT     PIC X(8).
      *                       DATAHORARAT
           10 DB2RA-DATAHORARAT    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
