             DATANASCDEP                    DATE NOT NULL,
             PARENTESCODEP                  CHAR(1) NOT NULL,
             IRRFDEP                        CHAR(1) NOT NULL,
             DATAHORADEP                    TIMESTAMP NOT NULL,
             ESTUDODEP                      CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.DEPENDENTES                 *
           10 DB2D-IRRFDEP         PIC X(1).
      *                       DATAHORADEP
           10 DB2D-DATAHORADEP     PIC X(26).
      *                       ESTUDODEP
           10 DB2D-ESTUDODEP       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
