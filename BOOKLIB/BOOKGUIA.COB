      ******************************************************************
      * DCLGEN TABLE(EAD703.GUIAS_RECOLHIMENTO)                        *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKGUIA))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2GR-)                                           *
      *        STRUCTURE(REG-GUIAS-RECOLHIMENTO)                       *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.GUIAS_RECOLHIMENTO TABLE
           ( ANOMESGUIA                     CHAR(6) NOT NULL,
             TIPOGUIA                       CHAR(1) NOT NULL,
             CODRECGUIA                     CHAR(4) NOT NULL,
             VALORRETGUIA                   DECIMAL(11, 2) NOT NULL,
             VALORPATRGUIA                  DECIMAL(11, 2) NOT NULL,
             VALORGUIA                      DECIMAL(11, 2) NOT NULL,
             VENCTOGUIA                     DATE NOT NULL,
             SITUACAOGUIA                   CHAR(1) NOT NULL,
             DATAPAGTOGUIA                  DATE,
             VALORPAGOGUIA                  DECIMAL(11, 2),
             USUARIOGUIA                    CHAR(8) NOT NULL,
             DATAHORAGUIA                   TIMESTAMP NOT NULL,
             CODESTAB                       CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.GUIAS_RECOLHIMENTO          *
      ******************************************************************
       01  REG-GUIAS-RECOLHIMENTO.
      *                       ANOMESGUIA
           10 DB2GR-ANOMESGUIA     PIC X(6).
      *                       TIPOGUIA
           10 DB2GR-TIPOGUIA       PIC X(1).
      *                       CODRECGUIA
           10 DB2GR-CODRECGUIA     PIC X(4).
      *                       VALORRETGUIA
           10 DB2GR-VALORRETGUIA   PIC S9(9)V9(2) USAGE COMP-3.
      *                       VALORPATRGUIA
           10 DB2GR-VALORPATRGUIA  PIC S9(9)V9(2) USAGE COMP-3.
      *                       VALORGUIA
           10 DB2GR-VALORGUIA      PIC S9(9)V9(2) USAGE COMP-3.
      *                       VENCTOGUIA
           10 DB2GR-VENCTOGUIA     PIC X(10).
      *                       SITUACAOGUIA
           10 DB2GR-SITUACAOGUIA   PIC X(1).
      *                       DATAPAGTOGUIA
           10 DB2GR-DATAPAGTOGUIA  PIC X(10).
      *                       VALORPAGOGUIA
           10 DB2GR-VALORPAGOGUIA  PIC S9(9)V9(2) USAGE COMP-3.
      *                       USUARIOGUIA
           10 DB2GR-USUARIOGUIA    PIC X(8).
      *                       DATAHORAGUIA
           10 DB2GR-DATAHORAGUIA   PIC X(26).
      *                       CODESTAB
           10 DB2GR-CODESTAB       PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
