      ******************************************************************
      * DCLGEN TABLE(EAD703.FOLHA_COMPLEMENTAR)                        *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKFCPL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2FC-)                                           *
      *        STRUCTURE(REG-FOLHA-COMPLEMENTAR)                       *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.FOLHA_COMPLEMENTAR TABLE
           ( CODFUN                         CHAR(4) NOT NULL,
             ANOMESCPL                      CHAR(6) NOT NULL,
             SEQCPL                         SMALLINT NOT NULL,
             MOTIVOCPL                      CHAR(2) NOT NULL,
             ANOMESPAGCPL                   CHAR(6) NOT NULL,
             BRUTOCPL                       DECIMAL(8, 2) NOT NULL,
             INSSCPL                        DECIMAL(8, 2) NOT NULL,
             IRRFCPL                        DECIMAL(8, 2) NOT NULL,
             LIQUIDOCPL                     DECIMAL(8, 2) NOT NULL,
             SITUACAOCPL                    CHAR(1) NOT NULL,
             USUARIOCPL                     CHAR(8) NOT NULL,
             DATAHORACPL                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.FOLHA_COMPLEMENTAR          *
      ******************************************************************
       01  REG-FOLHA-COMPLEMENTAR.
      *                       CODFUN
           10 DB2FC-CODFUN         PIC X(4).
      *                       ANOMESCPL
           10 DB2FC-ANOMESCPL      PIC X(6).
      *                       SEQCPL
           10 DB2FC-SEQCPL         PIC S9(4) USAGE COMP.
      *                       MOTIVOCPL
           10 DB2FC-MOTIVOCPL      PIC X(2).
      *                       ANOMESPAGCPL
           10 DB2FC-ANOMESPAGCPL   PIC X(6).
      *                       BRUTOCPL
           10 DB2FC-BRUTOCPL       PIC S9(6)V9(2) USAGE COMP-3.
      *                       INSSCPL
           10 DB2FC-INSSCPL        PIC S9(6)V9(2) USAGE COMP-3.
      *                       IRRFCPL
           10 DB2FC-IRRFCPL        PIC S9(6)V9(2) USAGE COMP-3.
      *                       LIQUIDOCPL
           10 DB2FC-LIQUIDOCPL     PIC S9(6)V9(2) USAGE COMP-3.
      *                       SITUACAOCPL
           10 DB2FC-SITUACAOCPL    PIC X(1).
      *                       USUARIOCPL
           10 DB2FC-USUARIOCPL     PIC X(8).
      *                       DATAHORACPL
           10 DB2FC-DATAHORACPL    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
