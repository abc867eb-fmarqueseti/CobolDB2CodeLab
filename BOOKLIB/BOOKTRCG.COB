      ******************************************************************
      * DCLGEN TABLE(EAD703.CARGOS_TREINAMENTOS)                       *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKTRCG))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2TC-)                                           *
      *        STRUCTURE(REG-CARGOS-TREINAMENTOS)                      *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.CARGOS_TREINAMENTOS TABLE
           ( CODCARGO                       CHAR(4) NOT NULL,
             CODTREI                        CHAR(4) NOT NULL,
             DATAHORACTR                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.CARGOS_TREINAMENTOS         *
      ******************************************************************
       01  REG-CARGOS-TREINAMENTOS.
      *                       CODCARGO
           10 DB2TC-CODCARGO       PIC X(4).
      *                       CODTREI
           10 DB2TC-CODTREI        PIC X(4).
      *                       DATAHORACTR
           10 DB2TC-DATAHORACTR    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
