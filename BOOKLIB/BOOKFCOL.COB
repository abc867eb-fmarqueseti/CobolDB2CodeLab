      ******************************************************************
      * DCLGEN TABLE(EAD703.FERIAS_COLETIVAS)                          *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKFCOL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2CL-)                                           *
      *        STRUCTURE(REG-FERIAS-COLETIVAS)                         *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.FERIAS_COLETIVAS TABLE
           ( CODDEPTO                       CHAR(3) NOT NULL,
             INIGOZOCOL                     DATE NOT NULL,
             DIASCOL                        SMALLINT NOT NULL,
             DATAHORACOL                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.FERIAS_COLETIVAS            *
      ******************************************************************
       01  REG-FERIAS-COLETIVAS.
      *                       CODDEPTO
           10 DB2CL-CODDEPTO       PIC X(3).
      *                       INIGOZOCOL
           10 DB2CL-INIGOZOCOL     PIC X(10).
      *                       DIASCOL
           10 DB2CL-DIASCOL        PIC S9(4) USAGE COMP.
      *                       DATAHORACOL
           10 DB2CL-DATAHORACOL    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
