      ******************************************************************
      * DCLGEN TABLE(EAD703.TREINAMENTOS)                              *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKTREI))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2TR-)                                           *
      *        STRUCTURE(REG-TREINAMENTOS)                             *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.TREINAMENTOS TABLE
           ( CODTREI                        CHAR(4) NOT NULL,
             DESCTREI                       CHAR(30) NOT NULL,
             VALIDADETREI                   SMALLINT NOT NULL,
             DATAHORATREI                   TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.TREINAMENTOS                *
      ******************************************************************
       01  REG-TREINAMENTOS.
      *                       CODTREI
           10 DB2TR-CODTREI        PIC X(4).
      *                       DESCTREI
           10 DB2TR-DESCTREI       PIC X(30).
      *                       VALIDADETREI
           10 DB2TR-VALIDADETREI   PIC S9(4) USAGE COMP.
      *                       DATAHORATREI
           10 DB2TR-DATAHORATREI   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
