             QTDEAPLLOG                     INTEGER NOT NULL,
             QTDEREJLOG                     INTEGER NOT NULL,
             CODRETLOG                      SMALLINT NOT NULL,
             ANOMESLOG                      CHAR(6),
             SEGEXECLOG                     INTEGER,
             QTDERESTLOG                    INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.LOG_EXECUCAO                *
           10 DB2E-CODRETLOG       PIC S9(4) USAGE COMP.
      *                       ANOMESLOG
           10 DB2E-ANOMESLOG       PIC X(6).
      *                       SEGEXECLOG
           10 DB2E-SEGEXECLOG      PIC S9(9) USAGE COMP.
      *                       QTDERESTLOG
           10 DB2E-QTDERESTLOG     PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
