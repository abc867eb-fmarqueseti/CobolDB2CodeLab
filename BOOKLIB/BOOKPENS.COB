      ******************************************************************
      * DCLGEN TABLE(EAD703.PENSOES_ALIMENTICIAS)                      *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKPENS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2PA-)                                           *
      *        STRUCTURE(REG-PENSOES-ALIMENTICIAS)                     *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.PENSOES_ALIMENTICIAS TABLE
           ( CODFUN                         CHAR(4) NOT NULL,
             SEQPENS                        SMALLINT NOT NULL,
             NOMEBENPENS                    VARCHAR(30) NOT NULL,
             CPFBENPENS                     CHAR(11) NOT NULL,
             BANCOPENS                      CHAR(3) NOT NULL,
             AGENCIAPENS                    CHAR(5) NOT NULL,
             CONTAPENS                      CHAR(10) NOT NULL,
             DIGITOPENS                     CHAR(1) NOT NULL,
             TIPOCTAPENS                    CHAR(1) NOT NULL,
             TIPOPENS                       CHAR(1) NOT NULL,
             PERCPENS                       DECIMAL(5, 2) NOT NULL,
             VALORPENS                      DECIMAL(8, 2) NOT NULL,
             DATAINIPENS                    DATE NOT NULL,
             DATAFIMPENS                    DATE,
             SITUACAOPENS                   CHAR(1) NOT NULL,
             DATAHORAPENS                   TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.PENSOES_ALIMENTICIAS        *
      ******************************************************************
       01  REG-PENSOES-ALIMENTICIAS.
      *                       CODFUN
           10 DB2PA-CODFUN         PIC X(4).
      *                       SEQPENS
           10 DB2PA-SEQPENS        PIC S9(4) USAGE COMP.
           10 DB2PA-NOMEBENPENS.
      *                       NOMEBENPENS LENGTH
              49 DB2PA-NOMEBENPENS-LEN
                 PIC S9(4) USAGE COMP.
      *                       NOMEBENPENS
              49 DB2PA-NOMEBENPENS-TEXT
                 PIC X(30).
      *                       CPFBENPENS
           10 DB2PA-CPFBENPENS     PIC X(11).
      *                       BANCOPENS
           10 DB2PA-BANCOPENS      PIC X(3).
      *                       AGENCIAPENS
           10 DB2PA-AGENCIAPENS    PIC X(5).
      *                       CONTAPENS
           10 DB2PA-CONTAPENS      PIC X(10).
      *                       DIGITOPENS
           10 DB2PA-DIGITOPENS     PIC X(1).
      *                       TIPOCTAPENS
           10 DB2PA-TIPOCTAPENS    PIC X(1).
      *                       TIPOPENS
           10 DB2PA-TIPOPENS       PIC X(1).
      *                       PERCPENS
           10 DB2PA-PERCPENS       PIC S9(3)V9(2) USAGE COMP-3.
      *                       VALORPENS
           10 DB2PA-VALORPENS      PIC S9(6)V9(2) USAGE COMP-3.
      *                       DATAINIPENS
           10 DB2PA-DATAINIPENS    PIC X(10).
      *                       DATAFIMPENS
           10 DB2PA-DATAFIMPENS    PIC X(10).
      *                       SITUACAOPENS
           10 DB2PA-SITUACAOPENS   PIC X(1).
      *                       DATAHORAPENS
           10 DB2PA-DATAHORAPENS   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
