             FERVENCRESC                    DECIMAL(8, 2) NOT NULL,
             TOTALRESC                      DECIMAL(9, 2) NOT NULL,
             SITUACAORESC                   CHAR(1) NOT NULL,
             DATAHORARESC                   TIMESTAMP NOT NULL,
             BCOHORASRESC                   DECIMAL(8, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.RESCISOES                   *
           10 DB2RS-SITUACAORESC   PIC X(1).
      *                       DATAHORARESC
           10 DB2RS-DATAHORARESC   PIC X(26).
      *                       BCOHORASRESC
           10 DB2RS-BCOHORASRESC   PIC S9(6)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
