           EXEC SQL DECLARE EAD703.DEPARTAMENTOS TABLE
           ( CODDEPTO                       CHAR(3) NOT NULL,
             NOMEDEPTO                      VARCHAR(30) NOT NULL,
             CODDEPTOPAI                    CHAR(3),
             BCOHORASDEPTO                  CHAR(1) NOT NULL,
             CODESTAB                       CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.DEPARTAMENTOS               *
                 PIC X(30).
      *                       CODDEPTOPAI
           10 DB2-CODDEPTOPAI      PIC X(3).
      *                       BCOHORASDEPTO
           10 DB2-BCOHORASDEPTO    PIC X(1).
      *                       CODESTAB
           10 DB2-CODESTAB         PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
