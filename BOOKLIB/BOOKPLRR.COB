      ******************************************************************
      * DCLGEN TABLE(EAD703.PLR_REGRAS)                                *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKPLRR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2RG-)                                           *
      *        STRUCTURE(REG-PLR-REGRAS)                               *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.PLR_REGRAS TABLE
           ( CODDEPTO                       CHAR(3) NOT NULL,
             ANOBASEREG                     CHAR(4) NOT NULL,
             PARCELAREG                     SMALLINT NOT NULL,
             TIPOREG                        CHAR(1) NOT NULL,
             VALORREG                       DECIMAL(11, 2) NOT NULL,
             PERCREG                        DECIMAL(5, 2) NOT NULL,
             DATAHORAREG                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.PLR_REGRAS                  *
      ******************************************************************
       01  REG-PLR-REGRAS.
      *                       CODDEPTO
           10 DB2RG-CODDEPTO       PIC X(3).
      *                       ANOBASEREG
           10 DB2RG-ANOBASEREG     PIC X(4).
      *                       PARCELAREG
           10 DB2RG-PARCELAREG     PIC S9(4) USAGE COMP.
      *                       TIPOREG
           10 DB2RG-TIPOREG        PIC X(1).
      *                       VALORREG
           10 DB2RG-VALORREG       PIC S9(9)V9(2) USAGE COMP-3.
      *                       PERCREG
           10 DB2RG-PERCREG        PIC S9(3)V9(2) USAGE COMP-3.
      *                       DATAHORAREG
           10 DB2RG-DATAHORAREG    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
