      ******************************************************************
      * DCLGEN TABLE(EAD703.CONFERENCIA_FOLHA)                         *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKCONF))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2CF-)                                           *
      *        STRUCTURE(REG-CONFERENCIA-FOLHA)                        *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.CONFERENCIA_FOLHA TABLE
           ( ANOMESCONF                     CHAR(6) NOT NULL,
             PERCCONF                       DECIMAL(5, 2) NOT NULL,
             QTDEEXCCONF                    INTEGER NOT NULL,
             SITUACAOCONF                   CHAR(1) NOT NULL,
             USUARIOGERCONF                 CHAR(8) NOT NULL,
             DATAHORAGERCONF                TIMESTAMP NOT NULL,
             USUARIOLIBCONF                 CHAR(8),
             DATAHORALIBCONF                TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.CONFERENCIA_FOLHA           *
      ******************************************************************
       01  REG-CONFERENCIA-FOLHA.
      *                       ANOMESCONF
           10 DB2CF-ANOMESCONF     PIC X(6).
      *                       PERCCONF
           10 DB2CF-PERCCONF       PIC S9(3)V9(2) USAGE COMP-3.
      *                       QTDEEXCCONF
           10 DB2CF-QTDEEXCCONF    PIC S9(9) USAGE COMP.
      *                       SITUACAOCONF
           10 DB2CF-SITUACAOCONF   PIC X(1).
      *                       USUARIOGERCONF
           10 DB2CF-USUARIOGERCONF PIC X(8).
      *                       DATAHORAGERCONF
           10 DB2CF-DATAHORAGERCONF PIC X(26).
      *                       USUARIOLIBCONF
           10 DB2CF-USUARIOLIBCONF PIC X(8).
      *                       DATAHORALIBCONF
           10 DB2CF-DATAHORALIBCONF PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
