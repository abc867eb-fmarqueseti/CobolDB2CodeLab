      ******************************************************************
      * DCLGEN TABLE(EAD703.FOLHA_RUBRICAS)                            *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKLRUB))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2LR-)                                           *
      *        STRUCTURE(REG-FOLHA-RUBRICAS)                           *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.FOLHA_RUBRICAS TABLE
           ( CODFUN                         CHAR(4) NOT NULL,
             ANOMESLR                       CHAR(6) NOT NULL,
             CODRUB                         CHAR(4) NOT NULL,
             ORIGEMLR                       CHAR(1) NOT NULL,
             TIPOLR                         CHAR(1) NOT NULL,
             DEPTOLR                        CHAR(3) NOT NULL,
             REFERLR                        DECIMAL(5, 2) NOT NULL,
             VALORLR                        DECIMAL(8, 2) NOT NULL,
             DATAHORALR                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.FOLHA_RUBRICAS              *
      ******************************************************************
       01  REG-FOLHA-RUBRICAS.
      *                       CODFUN
           10 DB2LR-CODFUN         PIC X(4).
      *                       ANOMESLR
           10 DB2LR-ANOMESLR       PIC X(6).
      *                       CODRUB
           10 DB2LR-CODRUB         PIC X(4).
      *                       ORIGEMLR
           10 DB2LR-ORIGEMLR       PIC X(1).
      *                       TIPOLR
           10 DB2LR-TIPOLR         PIC X(1).
      *                       DEPTOLR
           10 DB2LR-DEPTOLR        PIC X(3).
      *                       REFERLR
           10 DB2LR-REFERLR        PIC S9(3)V9(2) USAGE COMP-3.
      *                       VALORLR
           10 DB2LR-VALORLR        PIC S9(6)V9(2) USAGE COMP-3.
      *                       DATAHORALR
           10 DB2LR-DATAHORALR     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
