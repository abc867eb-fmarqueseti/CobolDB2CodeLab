           ( CODCARGO                       CHAR(4) NOT NULL,
             TITULOCARGO                    VARCHAR(30) NOT NULL,
             SALMINCARGO                    DECIMAL(8, 2) NOT NULL,
             SALMAXCARGO                    DECIMAL(8, 2) NOT NULL,
             PERIODOASOCARGO                SMALLINT NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.CARGOS                      *
           10 DB2C-SALMINCARGO     PIC S9(6)V9(2) USAGE COMP-3.
      *                       SALMAXCARGO
           10 DB2C-SALMAXCARGO     PIC S9(6)V9(2) USAGE COMP-3.
      *                       PERIODOASOCARGO
           10 DB2C-PERIODOASOCARGO PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
