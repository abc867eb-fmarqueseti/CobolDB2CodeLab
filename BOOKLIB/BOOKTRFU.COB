      ******************************************************************
      * DCLGEN TABLE(EAD703.TREINAMENTOS_FUNC)                         *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKTRFU))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2TF-)                                           *
      *        STRUCTURE(REG-TREINAMENTOS-FUNC)                        *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.TREINAMENTOS_FUNC TABLE
           ( CODFUN                         CHAR(4) NOT NULL,
             CODTREI                        CHAR(4) NOT NULL,
             DATACONCTRF                    DATE NOT NULL,
             VALIDADETRF                    DATE,
             DATAHORATRF                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.TREINAMENTOS_FUNC           *
      ******************************************************************
       01  REG-TREINAMENTOS-FUNC.
      *                       CODFUN
           10 DB2TF-CODFUN         PIC X(4).
      *                       CODTREI
           10 DB2TF-CODTREI        PIC X(4).
      *                       DATACONCTRF
           10 DB2TF-DATACONCTRF    PIC X(10).
      *                       VALIDADETRF
           10 DB2TF-VALIDADETRF    PIC X(10).
      *                       DATAHORATRF
           10 DB2TF-DATAHORATRF    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
