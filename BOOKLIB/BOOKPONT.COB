             HORAS50PON                     DECIMAL(5, 2) NOT NULL,
             HORAS100PON                    DECIMAL(5, 2) NOT NULL,
             DIASFALTAPON                   SMALLINT NOT NULL,
             DATAHORAPON                    TIMESTAMP NOT NULL,
             HORASNOTPON                    DECIMAL(5, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.PONTO_MENSAL                *
           10 DB2X-DIASFALTAPON    PIC S9(4) USAGE COMP.
      *                       DATAHORAPON
           10 DB2X-DATAHORAPON     PIC X(26).
      *                       HORASNOTPON
           10 DB2X-HORASNOTPON     PIC S9(3)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
