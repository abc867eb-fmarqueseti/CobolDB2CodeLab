      ******************************************************************
      * DCLGEN TABLE(EAD703.BANCO_HORAS)                               *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKBHOR))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2BH-)                                           *
      *        STRUCTURE(REG-BANCO-HORAS)                              *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.BANCO_HORAS TABLE
           ( CODFUN                         CHAR(4) NOT NULL,
             DATABCO                        DATE NOT NULL,
             TIPOBCO                        CHAR(1) NOT NULL,
             ANOMESBCO                      CHAR(6) NOT NULL,
             HORASBCO                       DECIMAL(5, 2) NOT NULL,
             VALORBCO                       DECIMAL(8, 2) NOT NULL,
             USUARIOBCO                     CHAR(8) NOT NULL,
             DATAHORABCO                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.BANCO_HORAS                 *
      ******************************************************************
       01  REG-BANCO-HORAS.
      *                       CODFUN
           10 DB2BH-CODFUN         PIC X(4).
      *                       DATABCO
           10 DB2BH-DATABCO        PIC X(10).
      *                       TIPOBCO
           10 DB2BH-TIPOBCO        PIC X(1).
      *                       ANOMESBCO
           10 DB2BH-ANOMESBCO      PIC X(6).
      *                       HORASBCO
           10 DB2BH-HORASBCO       PIC S9(3)V9(2) USAGE COMP-3.
      *                       VALORBCO
           10 DB2BH-VALORBCO       PIC S9(6)V9(2) USAGE COMP-3.
      *                       USUARIOBCO
           10 DB2BH-USUARIOBCO     PIC X(8).
      *                       DATAHORABCO
           10 DB2BH-DATAHORABCO    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
