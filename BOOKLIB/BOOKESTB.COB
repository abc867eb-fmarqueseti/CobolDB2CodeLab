      ******************************************************************
      * DCLGEN TABLE(EAD703.ESTABELECIMENTOS)                          *
      *        LIBRARY(GR.EAD703.BOOKLIB(BOOKESTB))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DB2ES-)                                           *
      *        STRUCTURE(REG-ESTABELECIMENTOS)                         *
      *        QUOTE                                                   *
      *        DBCSDELIM(NO)                                           *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EAD703.ESTABELECIMENTOS TABLE
           ( CODESTAB                       CHAR(3) NOT NULL,
             CNPJESTAB                      CHAR(14) NOT NULL,
             RAZAOESTAB                     VARCHAR(40) NOT NULL,
             SITUACAOESTAB                  CHAR(1) NOT NULL,
             USUARIOESTAB                   CHAR(8) NOT NULL,
             DATAHORAESTAB                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EAD703.ESTABELECIMENTOS            *
      ******************************************************************
       01  REG-ESTABELECIMENTOS.
      *                       CODESTAB
           10 DB2ES-CODESTAB       PIC X(3).
      *                       CNPJESTAB
           10 DB2ES-CNPJESTAB      PIC X(14).
           10 DB2ES-RAZAOESTAB.
      *                       RAZAOESTAB LENGTH
              49 DB2ES-RAZAOESTAB-LEN
                 PIC S9(4) USAGE COMP.
      *                       RAZAOESTAB
              49 DB2ES-RAZAOESTAB-TEXT
                 PIC X(40).
      *                       SITUACAOESTAB
           10 DB2ES-SITUACAOESTAB  PIC X(1).
      *                       USUARIOESTAB
           10 DB2ES-USUARIOESTAB   PIC X(8).
      *                       DATAHORAESTAB
           10 DB2ES-DATAHORAESTAB  PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
