      *            E RETORNO (DB2)                                     *
      *            TIPOS: D=DOENCA/INSS M=MATERNIDADE N=NAO            *
      *            REMUNERADO O=OUTROS (D E M SAO PROTEGIDOS)          *
      *            RETORNO DE AFASTAMENTO DE MAIS DE 30 DIAS DEIXA O   *
      *            EXAME DE RETORNO AO TRABALHO (ASO) PENDENTE NO      *
      *            COBFUN80                                            *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               INCLUDE BOOKAFAS
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKEXAM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLOGE
       77  WK-CONTADOR-TRANSACAO   PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-ABERTOS         PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-RETORNOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EXAMES          PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-AFASTADO        PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT            PIC ZZZ.ZZ9    VALUE ZEROES.
       77  WK-DATA-VALIDACAO       PIC X(10)      VALUE SPACES.
       77  WK-ANO-NUM              PIC 9(4)       VALUE ZEROES.
                   DISPLAY 'RETORNO DO FUNCIONARIO ' DB2A-CODFUN
                           ' REGISTRADO EM ' DB2A-RETEFETAFAST
                   ADD 1 TO WK-QTDE-RETORNOS
                   PERFORM 212-EXIGE-EXAME-RETORNO
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' DB2A-CODFUN
                           ' SEM AFASTAMENTO EM ABERTO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       212-EXIGE-EXAME-RETORNO.
      *
      *    NR-7: AFASTAMENTO DE MAIS DE 30 DIAS EXIGE O EXAME DE
      *    RETORNO AO TRABALHO NO PRIMEIRO DIA DA VOLTA
      *
           EXEC SQL
               SELECT DAYS(RETEFETAFAST) - DAYS(INIAFAST)
                   INTO :WK-DIAS-AFASTADO
                   FROM EAD703.AFASTAMENTOS
                   WHERE CODFUN = :DB2A-CODFUN
                     AND RETEFETAFAST = :DB2A-RETEFETAFAST
                   ORDER BY INIAFAST DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA DURACAO DO AFASTAMENTO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-DIAS-AFASTADO > 30
               MOVE DB2A-CODFUN       TO DB2EX-CODFUN
               MOVE 'R'               TO DB2EX-TIPOEXA
               MOVE DB2A-RETEFETAFAST TO DB2EX-DATAPREVEXA
      *
               EXEC SQL
                   INSERT INTO EAD703.EXAMES_ASO
                       ( CODFUN, TIPOEXA, DATAPREVEXA, DATAEXA,
                         RESULTEXA, PROXEXA, SITUACAOEXA,
                         DATAHORAEXA )
                       VALUES ( :DB2EX-CODFUN, :DB2EX-TIPOEXA,
                                :DB2EX-DATAPREVEXA, NULL, ' ', NULL,
                                'P', CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'EXAME DE RETORNO AO TRABALHO EXIGIDO'
                               ' PARA O FUNCIONARIO ' DB2EX-CODFUN
                               ' EM ' DB2EX-DATAPREVEXA
                       ADD 1 TO WK-QTDE-EXAMES
                   WHEN -803
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA INCLUSAO DO EXAME DE RETORNO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      ******************************************************************
       300-LER-TRANSACAO SECTION.
       301-LER-TRANSACAO.
           DISPLAY 'AFASTAMENTOS ABERTOS........: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-RETORNOS TO WK-QTDE-EDIT.
           DISPLAY 'RETORNOS REGISTRADOS........: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-EXAMES TO WK-QTDE-EDIT.
           DISPLAY 'EXAMES DE RETORNO EXIGIDOS..: ' WK-QTDE-EDIT.
           DISPLAY '**********************************************'.
      *
           CLOSE ARQ-TRANAFA.
