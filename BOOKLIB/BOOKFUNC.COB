             DATALTERFUN                    TIMESTAMP NOT NULL,
             CPFFUN                         CHAR(11) NOT NULL,
             DATANASCFUN                    DATE NOT NULL,
             CARGOFUN                       CHAR(4),
             TIPOCONTFUN                    CHAR(1) NOT NULL,
             FIMCONTFUN                     DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.FUNCIONARIOS                *
           10 DB2-DATANASCFUN      PIC X(10).
      *                       CARGOFUN
           10 DB2-CARGOFUN         PIC X(4).
      *                       TIPOCONTFUN
           10 DB2-TIPOCONTFUN      PIC X(1).
      *                       FIMCONTFUN
           10 DB2-FIMCONTFUN       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
