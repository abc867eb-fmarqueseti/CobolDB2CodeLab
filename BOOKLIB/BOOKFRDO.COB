      ******************************************************************
      * DCLGEN TABLE(EAD703.FERIADOS)                                  *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKFRDO))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2FD-)                                           *
      *        STRUCTURE(REG-FERIADOS)                                 *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.FERIADOS TABLE
           ( DATAFER                        DATE NOT NULL,
             CODESTAB                       CHAR(3) NOT NULL,
             TIPOFER                        CHAR(1) NOT NULL,
             DESCFER                        VARCHAR(40) NOT NULL,
             FIXOFER                        CHAR(1) NOT NULL,
             USUARIOFER                     CHAR(8) NOT NULL,
             DATAHORAFER                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.FERIADOS                    *
      ******************************************************************
       01  REG-FERIADOS.
      *                       DATAFER
           10 DB2FD-DATAFER        PIC X(10).
      *                       CODESTAB
           10 DB2FD-CODESTAB       PIC X(3).
      *                       TIPOFER
           10 DB2FD-TIPOFER        PIC X(1).
           10 DB2FD-DESCFER.
      *                       DESCFER LENGTH
              49 DB2FD-DESCFER-LEN
                 PIC S9(4) USAGE COMP.
      *                       DESCFER
              49 DB2FD-DESCFER-TEXT
                 PIC X(40).
      *                       FIXOFER
           10 DB2FD-FIXOFER        PIC X(1).
      *                       USUARIOFER
           10 DB2FD-USUARIOFER     PIC X(8).
      *                       DATAHORAFER
           10 DB2FD-DATAHORAFER    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
