      ******************************************************************
      * DCLGEN TABLE(EAD703.RUBRICAS)                                  *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKRUBR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2RB-)                                           *
      *        STRUCTURE(REG-RUBRICAS)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.RUBRICAS TABLE
           ( CODRUB                         CHAR(4) NOT NULL,
             DESCRUB                        VARCHAR(30) NOT NULL,
             TIPORUB                        CHAR(1) NOT NULL,
             ORIGEMRUB                      CHAR(1) NOT NULL,
             USUARIORUB                     CHAR(8) NOT NULL,
             DATAHORARUB                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.RUBRICAS                    *
      ******************************************************************
       01  REG-RUBRICAS.
      *                       CODRUB
           10 DB2RB-CODRUB         PIC X(4).
           10 DB2RB-DESCRUB.
      *                       DESCRUB LENGTH
              49 DB2RB-DESCRUB-LEN
                 PIC S9(4) USAGE COMP.
      *                       DESCRUB
              49 DB2RB-DESCRUB-TEXT
                 PIC X(30).
      *                       TIPORUB
           10 DB2RB-TIPORUB        PIC X(1).
      *                       ORIGEMRUB
           10 DB2RB-ORIGEMRUB      PIC X(1).
      *                       USUARIORUB
           10 DB2RB-USUARIORUB     PIC X(8).
      *                       DATAHORARUB
           10 DB2RB-DATAHORARUB    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
