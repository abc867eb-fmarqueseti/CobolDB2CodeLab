      *            DUAS VEZES (DB2)                                    *
      *            TIPOS: A=ADMISSAO D=DEMISSAO F=AFASTAMENTO          *
      *                   R=RETORNO V=VINCULO ANTERIOR ENCERRADO       *
      *            OS EVENTOS SAO AGRUPADOS POR ESTABELECIMENTO (CNPJ) *
      *            DO DEPARTAMENTO DO FUNCIONARIO: REGISTRO 2 ABRE E   *
      *            REGISTRO 8 TOTALIZA CADA ESTABELECIMENTO            *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               INCLUDE BOOKEVEN
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKESTB
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLOGE
                         E.TIPOEVE,
                         E.DATAEVE,
                         F.CPFFUN,
                         F.NOMEFUN,
                         S.CODESTAB,
                         S.CNPJESTAB,
                         S.RAZAOESTAB
                       FROM EAD703.EVENTOS_EMPREGO E,
                            EAD703.FUNCIONARIOS F,
                            EAD703.DEPARTAMENTOS D,
                            EAD703.ESTABELECIMENTOS S
                       WHERE  F.CODFUN = E.CODFUN
                         AND  D.CODDEPTO = F.DEPTOFUN
                         AND  S.CODESTAB = D.CODESTAB
                         AND  E.SITUACAOEVE = 'P'
                       ORDER BY S.CODESTAB, E.CODFUN, E.DATAEVE,
                                E.TIPOEVE
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-QTDE-RETORNO      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-VINCULO      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-ESTAB-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-ESTAB-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
      *
       01  WK-REG-HEADER.
           05 FILLER               PIC X          VALUE '0'.
              VALUE 'EVENTOS TRABALHISTAS'.
           05 WK-HDR-DATA          PIC X(10).
           05 FILLER               PIC X(49)      VALUE SPACES.
      *
       01  WK-REG-ESTAB-HEADER.
           05 FILLER               PIC X          VALUE '2'.
           05 WK-EST-CODESTAB      PIC X(3).
           05 WK-EST-CNPJ          PIC X(14).
           05 WK-EST-RAZAO         PIC X(40).
           05 FILLER               PIC X(22)      VALUE SPACES.
      *
       01  WK-REG-DETALHE.
           05 FILLER               PIC X          VALUE '1'.
           05 WK-DET-NOMEFUN       PIC X(30).
           05 WK-DET-DATAEVE       PIC X(10).
           05 FILLER               PIC X(17)      VALUE SPACES.
      *
       01  WK-REG-ESTAB-TRAILER.
           05 FILLER               PIC X          VALUE '8'.
           05 WK-ETR-CODESTAB      PIC X(3).
           05 WK-ETR-QTDE          PIC 9(6).
           05 FILLER               PIC X(70)      VALUE SPACES.
      *
       01  WK-REG-TRAILER.
           05 FILLER               PIC X          VALUE '9'.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF DB2ES-CODESTAB NOT = WK-ESTAB-ANTERIOR
               IF WK-ESTAB-ANTERIOR NOT = SPACES
                   PERFORM 230-TOTALIZA-ESTABELECIMENTO
               END-IF
               PERFORM 220-INICIA-ESTABELECIMENTO
           END-IF.
      *
           ADD 1 TO WK-QTDE-DETALHE
                    WK-ESTAB-QTDE.
      *
           MOVE WK-QTDE-DETALHE  TO WK-DET-SEQUENCIA.
           MOVE DB2S-TIPOEVE     TO WK-DET-TIPO.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       220-INICIA-ESTABELECIMENTO.
      *
      *    CADA ESTABELECIMENTO INFORMA OS EVENTOS NO SEU PROPRIO CNPJ
      *
           MOVE DB2ES-CODESTAB TO WK-ESTAB-ANTERIOR.
      *
           MOVE DB2ES-CODESTAB        TO WK-EST-CODESTAB.
           MOVE DB2ES-CNPJESTAB       TO WK-EST-CNPJ.
           MOVE DB2ES-RAZAOESTAB-TEXT TO WK-EST-RAZAO.
           WRITE REG-EVENTOS FROM WK-REG-ESTAB-HEADER.
      *
       230-TOTALIZA-ESTABELECIMENTO.
           MOVE WK-ESTAB-ANTERIOR TO WK-ETR-CODESTAB.
           MOVE WK-ESTAB-QTDE     TO WK-ETR-QTDE.
           WRITE REG-EVENTOS FROM WK-REG-ESTAB-TRAILER.
      *
           MOVE WK-ESTAB-QTDE TO WK-QTDE-EDIT.
           DISPLAY 'EVENTOS DO ESTABELECIMENTO ' WK-ESTAB-ANTERIOR
                   '..: ' WK-QTDE-EDIT.
      *
           MOVE ZEROES TO WK-ESTAB-QTDE.
      ******************************************************************
       300-LER-EVENTO SECTION.
       301-LER-EVENTO.
           MOVE SPACES TO DB2-NOMEFUN-TEXT
                          DB2ES-RAZAOESTAB-TEXT.
      *
           EXEC SQL
               FETCH EVENTEMP
                        :DB2S-TIPOEVE,
                        :DB2S-DATAEVE,
                        :DB2-CPFFUN,
                        :DB2-NOMEFUN,
                        :DB2ES-CODESTAB,
                        :DB2ES-CNPJESTAB,
                        :DB2ES-RAZAOESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-ESTAB-ANTERIOR NOT = SPACES
               PERFORM 230-TOTALIZA-ESTABELECIMENTO
           END-IF.
      *
           MOVE WK-QTDE-DETALHE TO WK-TRL-QTDE.
           WRITE REG-EVENTOS FROM WK-REG-TRAILER.
      *
