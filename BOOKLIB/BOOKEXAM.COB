      ******************************************************************
      * DCLGEN TABLE(EAD703.EXAMES_ASO)                                *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKEXAM))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2EX-)                                           *
      *        STRUCTURE(REG-EXAMES-ASO)                               *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.EXAMES_ASO TABLE
           ( CODFUN                         CHAR(4) NOT NULL,
             TIPOEXA                        CHAR(1) NOT NULL,
             DATAPREVEXA                    DATE NOT NULL,
             DATAEXA                        DATE,
             RESULTEXA                      CHAR(1) NOT NULL,
             PROXEXA                        DATE,
             SITUACAOEXA                    CHAR(1) NOT NULL,
             DATAHORAEXA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.EXAMES_ASO                  *
      ******************************************************************
       01  REG-EXAMES-ASO.
      *                       CODFUN
           10 DB2EX-CODFUN         PIC X(4).
      *                       TIPOEXA
           10 DB2EX-TIPOEXA        PIC X(1).
      *                       DATAPREVEXA
           10 DB2EX-DATAPREVEXA    PIC X(10).
      *                       DATAEXA
           10 DB2EX-DATAEXA        PIC X(10).
      *                       RESULTEXA
           10 DB2EX-RESULTEXA      PIC X(1).
      *                       PROXEXA
           10 DB2EX-PROXEXA        PIC X(10).
      *                       SITUACAOEXA
           10 DB2EX-SITUACAOEXA    PIC X(1).
      *                       DATAHORAEXA
           10 DB2EX-DATAHORAEXA    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
