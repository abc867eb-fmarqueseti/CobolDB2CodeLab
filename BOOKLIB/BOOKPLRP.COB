      ******************************************************************
      * DCLGEN TABLE(EAD703.PLR_PAGAMENTOS)                            *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKPLRP))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2PL-)                                           *
      *        STRUCTURE(REG-PLR-PAGAMENTOS)                           *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.PLR_PAGAMENTOS TABLE
           ( CODFUN                         CHAR(4) NOT NULL,
             ANOMESPLR                      CHAR(6) NOT NULL,
             ANOBASEPLR                     CHAR(4) NOT NULL,
             PARCELAPLR                     SMALLINT NOT NULL,
             CODDEPTO                       CHAR(3) NOT NULL,
             MESESPLR                       SMALLINT NOT NULL,
             VALORBRUTOPLR                  DECIMAL(8, 2) NOT NULL,
             IRRFPLR                        DECIMAL(8, 2) NOT NULL,
             VALORLIQPLR                    DECIMAL(8, 2) NOT NULL,
             DATAHORAPLR                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.PLR_PAGAMENTOS              *
      ******************************************************************
       01  REG-PLR-PAGAMENTOS.
      *                       CODFUN
           10 DB2PL-CODFUN         PIC X(4).
      *                       ANOMESPLR
           10 DB2PL-ANOMESPLR      PIC X(6).
      *                       ANOBASEPLR
           10 DB2PL-ANOBASEPLR     PIC X(4).
      *                       PARCELAPLR
           10 DB2PL-PARCELAPLR     PIC S9(4) USAGE COMP.
      *                       CODDEPTO
           10 DB2PL-CODDEPTO       PIC X(3).
      *                       MESESPLR
           10 DB2PL-MESESPLR       PIC S9(4) USAGE COMP.
      *                       VALORBRUTOPLR
           10 DB2PL-VALORBRUTOPLR  PIC S9(6)V9(2) USAGE COMP-3.
      *                       IRRFPLR
           10 DB2PL-IRRFPLR        PIC S9(6)V9(2) USAGE COMP-3.
      *                       VALORLIQPLR
           10 DB2PL-VALORLIQPLR    PIC S9(6)V9(2) USAGE COMP-3.
      *                       DATAHORAPLR
           10 DB2PL-DATAHORAPLR    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
