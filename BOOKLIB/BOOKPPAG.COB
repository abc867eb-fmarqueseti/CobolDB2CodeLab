      ******************************************************************
      * DCLGEN TABLE(EAD703.PENSOES_PAGAMENTOS)                        *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKPPAG))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2PP-)                                           *
      *        STRUCTURE(REG-PENSOES-PAGAMENTOS)                       *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.PENSOES_PAGAMENTOS TABLE
           ( CODFUN                         CHAR(4) NOT NULL,
             SEQPENS                        SMALLINT NOT NULL,
             ANOMESPPG                      CHAR(6) NOT NULL,
             ORIGEMPPG                      CHAR(1) NOT NULL,
             BASEPPG                        DECIMAL(8, 2) NOT NULL,
             VALORPPG                       DECIMAL(8, 2) NOT NULL,
             DATAHORAPPG                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.PENSOES_PAGAMENTOS          *
      ******************************************************************
       01  REG-PENSOES-PAGAMENTOS.
      *                       CODFUN
           10 DB2PP-CODFUN         PIC X(4).
      *                       SEQPENS
           10 DB2PP-SEQPENS        PIC S9(4) USAGE COMP.
      *                       ANOMESPPG
           10 DB2PP-ANOMESPPG      PIC X(6).
      *                       ORIGEMPPG
           10 DB2PP-ORIGEMPPG      PIC X(1).
      *                       BASEPPG
           10 DB2PP-BASEPPG        PIC S9(6)V9(2) USAGE COMP-3.
      *                       VALORPPG
           10 DB2PP-VALORPPG       PIC S9(6)V9(2) USAGE COMP-3.
      *                       DATAHORAPPG
           10 DB2PP-DATAHORAPPG    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
