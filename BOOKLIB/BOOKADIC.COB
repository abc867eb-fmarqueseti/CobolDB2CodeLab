      ******************************************************************
      * DCLGEN TABLE(EAD703.ADICIONAIS_LEGAIS)                         *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKADIC))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2AL-)                                           *
      *        STRUCTURE(REG-ADICIONAIS-LEGAIS)                        *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.ADICIONAIS_LEGAIS TABLE
           ( TIPOCHAVEADI                   CHAR(1) NOT NULL,
             CHAVEADI                       CHAR(4) NOT NULL,
             TIPOADI                        CHAR(1) NOT NULL,
             GRAUADI                        SMALLINT NOT NULL,
             DATAINIADI                     DATE NOT NULL,
             DATAFIMADI                     DATE NOT NULL,
             SITUACAOADI                    CHAR(1) NOT NULL,
             DATAHORAADI                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.ADICIONAIS_LEGAIS           *
      ******************************************************************
       01  REG-ADICIONAIS-LEGAIS.
      *                       TIPOCHAVEADI
           10 DB2AL-TIPOCHAVEADI   PIC X(1).
      *                       CHAVEADI
           10 DB2AL-CHAVEADI       PIC X(4).
      *                       TIPOADI
           10 DB2AL-TIPOADI        PIC X(1).
      *                       GRAUADI
           10 DB2AL-GRAUADI        PIC S9(4) USAGE COMP.
      *                       DATAINIADI
           10 DB2AL-DATAINIADI     PIC X(10).
      *                       DATAFIMADI
           10 DB2AL-DATAFIMADI     PIC X(10).
      *                       SITUACAOADI
           10 DB2AL-SITUACAOADI    PIC X(1).
      *                       DATAHORAADI
           10 DB2AL-DATAHORAADI    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
