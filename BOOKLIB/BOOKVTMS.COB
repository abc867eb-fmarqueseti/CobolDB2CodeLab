      ******************************************************************
      * DCLGEN TABLE(EAD703.VALE_TRANSPORTE_MES)                       *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKVTMS))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2VM-)                                           *
      *        STRUCTURE(REG-VALE-TRANSPORTE-MES)                      *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.VALE_TRANSPORTE_MES TABLE
           ( CODFUN                         CHAR(4) NOT NULL,
             ANOMESVTM                      CHAR(6) NOT NULL,
             DIASVTM                        SMALLINT NOT NULL,
             VALORDIAVTM                    DECIMAL(6, 2) NOT NULL,
             VALORVTM                       DECIMAL(8, 2) NOT NULL,
             DESCONTOVTM                    DECIMAL(8, 2) NOT NULL,
             CUSTOEMPVTM                    DECIMAL(8, 2) NOT NULL,
             DATAHORAVTM                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.VALE_TRANSPORTE_MES         *
      ******************************************************************
       01  REG-VALE-TRANSPORTE-MES.
      *                       CODFUN
           10 DB2VM-CODFUN         PIC X(4).
      *                       ANOMESVTM
           10 DB2VM-ANOMESVTM      PIC X(6).
      *                       DIASVTM
           10 DB2VM-DIASVTM        PIC S9(4) USAGE COMP.
      *                       VALORDIAVTM
           10 DB2VM-VALORDIAVTM    PIC S9(4)V9(2) USAGE COMP-3.
      *                       VALORVTM
           10 DB2VM-VALORVTM       PIC S9(6)V9(2) USAGE COMP-3.
      *                       DESCONTOVTM
           10 DB2VM-DESCONTOVTM    PIC S9(6)V9(2) USAGE COMP-3.
      *                       CUSTOEMPVTM
           10 DB2VM-CUSTOEMPVTM    PIC S9(6)V9(2) USAGE COMP-3.
      *                       DATAHORAVTM
           10 DB2VM-DATAHORAVTM    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
