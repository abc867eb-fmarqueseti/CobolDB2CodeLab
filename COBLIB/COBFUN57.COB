      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : INFORME ANUAL DE RENDIMENTOS POR FUNCIONARIO:       *
      *            CONSOLIDA AS DOZE COMPETENCIAS DO ANO EM            *
      *            EAD703.FOLHA_MENSAL (BRUTO, INSS E IRRF, MAIS AS    *
      *            DIFERENCAS DE FOLHA COMPLEMENTAR PAGAS NO ANO), COM *
      *            O 13O DEMONSTRADO EM SEPARADO, IMPRIME UM INFORME   *
      *            POR FUNCIONARIO E GERA O ARQUIVO DE TOTAIS PARA A   *
      *            CONTABILIDADE (DB2). A FONTE PAGADORA E O           *
      *            ESTABELECIMENTO (CNPJ) DO DEPARTAMENTO DO           *
      *            FUNCIONARIO; O ARQUIVO DE TOTAIS TRAZ O REGISTRO 2  *
      *            DE ABERTURA E O 8 DE TOTAL DE CADA ESTABELECIMENTO  *
      *            A PLR PAGA NO ANO (COBFUN98) E DEMONSTRADA COMO     *
      *            RENDIMENTO DE TRIBUTACAO EXCLUSIVA NA FONTE         *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               INCLUDE BOOKDECT
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKESTB
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLOGE
                         F.CPFFUN,
                         SUM(M.SALARIOBRUTO),
                         SUM(M.DESCINSS),
                         SUM(M.DESCIRRF),
                         S.CODESTAB,
                         S.CNPJESTAB,
                         S.RAZAOESTAB
                       FROM EAD703.FOLHA_MENSAL M,
                            EAD703.FUNCIONARIOS F,
                            EAD703.DEPARTAMENTOS D,
                            EAD703.ESTABELECIMENTOS S
                       WHERE  F.CODFUN = M.CODFUN
                         AND  D.CODDEPTO = F.DEPTOFUN
                         AND  S.CODESTAB = D.CODESTAB
                         AND  M.ANOMESFOLHA BETWEEN :WK-ANOMES-INICIO
                                                AND :WK-ANOMES-FIM
                       GROUP BY S.CODESTAB, S.CNPJESTAB, S.RAZAOESTAB,
                                M.CODFUN, F.NOMEFUN, F.CPFFUN
                       ORDER BY S.CODESTAB, M.CODFUN
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-IND-13O-BRUTO     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-13O-INSS      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-13O-IRRF      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-BRUTO-CPL         PIC S9(8)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-INSS-CPL          PIC S9(8)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IRRF-CPL          PIC S9(8)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-CPL-BRUTO     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-CPL-INSS      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-CPL-IRRF      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-BRUTO-PLR         PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IRRF-PLR          PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-PLR-BRUTO     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-PLR-IRRF      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-INFORMES     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-GER-BRUTO         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-GER-13O           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-GER-PLR           PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
       77  WK-ESTAB-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-ESTAB-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-ESTAB-BRUTO       PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ESTAB-INSS        PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ESTAB-IRRF        PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ESTAB-13O         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ESTAB-PLR         PIC S9(11)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
      *
       01  WK-PARM-INFORME.
           05 WK-ANO-ACCEPT        PIC X(4)       VALUE SPACES.
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-ANO           PIC X(4).
           05 FILLER               PIC X(21) VALUE SPACES.
      *
       01  WK-LIN-FONTE.
           05 FILLER               PIC X(16)
              VALUE 'FONTE PAGADORA: '.
           05 WK-LIN-CNPJ          PIC X(14).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-RAZAO         PIC X(40).
           05 FILLER               PIC X(9)  VALUE SPACES.
      *
       01  WK-LIN-FUNCIONARIO.
           05 FILLER               PIC X(13)
           05 FILLER               PIC X(2)  VALUE ': '.
           05 WK-LIN-VALOR-EDIT    PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(39) VALUE SPACES.
      *
       01  WK-REG-TOT-ESTAB.
           05 FILLER               PIC X          VALUE '2'.
           05 WK-EST-CODESTAB      PIC X(3).
           05 WK-EST-CNPJ          PIC X(14).
           05 WK-EST-RAZAO         PIC X(40).
           05 FILLER               PIC X(22)      VALUE SPACES.
      *
       01  WK-REG-TOT-DETALHE.
           05 FILLER               PIC X          VALUE '1'.
           05 WK-TOT-INSS          PIC 9(9)V99.
           05 WK-TOT-IRRF          PIC 9(9)V99.
           05 WK-TOT-13O           PIC 9(9)V99.
           05 WK-TOT-PLR           PIC 9(9)V99.
           05 FILLER               PIC X(9)       VALUE SPACES.
      *
       01  WK-REG-TOT-ESTAB-TRAILER.
           05 FILLER               PIC X          VALUE '8'.
           05 WK-ETR-CODESTAB      PIC X(3).
           05 WK-ETR-QTDE          PIC 9(6).
           05 WK-ETR-BRUTO         PIC 9(11)V99.
           05 WK-ETR-INSS          PIC 9(11)V99.
           05 WK-ETR-IRRF          PIC 9(11)V99.
           05 WK-ETR-13O           PIC 9(11)V99.
           05 WK-ETR-PLR           PIC 9(11)V99.
           05 FILLER               PIC X(5)       VALUE SPACES.
      *
       01  WK-REG-TOT-TRAILER.
           05 FILLER               PIC X          VALUE '9'.
           05 WK-TRL-INSS          PIC 9(11)V99.
           05 WK-TRL-IRRF          PIC 9(11)V99.
           05 WK-TRL-13O           PIC 9(11)V99.
           05 WK-TRL-PLR           PIC 9(11)V99.
           05 FILLER               PIC X(8)       VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF DB2ES-CODESTAB NOT = WK-ESTAB-ANTERIOR
               IF WK-ESTAB-ANTERIOR NOT = SPACES
                   PERFORM 240-TOTALIZA-ESTABELECIMENTO
               END-IF
               PERFORM 230-INICIA-ESTABELECIMENTO
           END-IF.
      *
           PERFORM 210-CONSULTA-DECIMO.
           PERFORM 211-CONSULTA-COMPLEMENTAR.
           PERFORM 212-CONSULTA-PLR.
           PERFORM 220-IMPRIME-INFORME.
           PERFORM 225-GRAVA-TOTAIS.
      *
           ADD WK-TOTAL-INSS-ANO  TO WK-GER-INSS.
           ADD WK-TOTAL-IRRF-ANO  TO WK-GER-IRRF.
           ADD WK-BRUTO-13O       TO WK-GER-13O.
           ADD WK-BRUTO-PLR       TO WK-GER-PLR.
      *
           ADD 1 TO WK-ESTAB-QTDE.
           ADD WK-TOTAL-BRUTO-ANO TO WK-ESTAB-BRUTO.
           ADD WK-TOTAL-INSS-ANO  TO WK-ESTAB-INSS.
           ADD WK-TOTAL-IRRF-ANO  TO WK-ESTAB-IRRF.
           ADD WK-BRUTO-13O       TO WK-ESTAB-13O.
           ADD WK-BRUTO-PLR       TO WK-ESTAB-PLR.
      *
           PERFORM 301-LER-CONSOLIDADO.
      *
                              WK-INSS-13O
                              WK-IRRF-13O
           END-IF.
      *
       211-CONSULTA-COMPLEMENTAR.
      *
      *    DIFERENCAS DAS FOLHAS COMPLEMENTARES (COBFUN15, TIPO C)
      *    ENTRAM NO ANO EM QUE FORAM PAGAS
      *
           EXEC SQL
               SELECT SUM(BRUTOCPL),
                      SUM(INSSCPL),
                      SUM(IRRFCPL)
                   INTO :WK-BRUTO-CPL :WK-IND-CPL-BRUTO,
                        :WK-INSS-CPL :WK-IND-CPL-INSS,
                        :WK-IRRF-CPL :WK-IND-CPL-IRRF
                   FROM EAD703.FOLHA_COMPLEMENTAR
                   WHERE CODFUN = :DB2-CODFUN
                     AND ANOMESPAGCPL BETWEEN :WK-ANOMES-INICIO
                                          AND :WK-ANOMES-FIM
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA FOLHA COMPLEMENTAR'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-CPL-BRUTO >= 0 AND SQLCODE = 0
               ADD WK-BRUTO-CPL TO WK-TOTAL-BRUTO-ANO
               ADD WK-INSS-CPL  TO WK-TOTAL-INSS-ANO
               ADD WK-IRRF-CPL  TO WK-TOTAL-IRRF-ANO
           END-IF.
      *
       212-CONSULTA-PLR.
      *
      *    PLR (COBFUN98) NO ANO CIVIL DO PAGAMENTO, COM O IRRF
      *    RETIDO EXCLUSIVAMENTE NA FONTE PELA TABELA PROPRIA
      *
           EXEC SQL
               SELECT SUM(VALORBRUTOPLR),
                      SUM(IRRFPLR)
                   INTO :WK-BRUTO-PLR :WK-IND-PLR-BRUTO,
                        :WK-IRRF-PLR :WK-IND-PLR-IRRF
                   FROM EAD703.PLR_PAGAMENTOS
                   WHERE CODFUN = :DB2-CODFUN
                     AND ANOMESPLR BETWEEN :WK-ANOMES-INICIO
                                       AND :WK-ANOMES-FIM
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA PLR'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-PLR-BRUTO < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-BRUTO-PLR
                              WK-IRRF-PLR
           END-IF.
      *
       220-IMPRIME-INFORME.
           WRITE REG-INFORME FROM WK-LIN-SEPARADOR.
      *
           MOVE WK-ANO-ACCEPT TO WK-LIN-ANO.
           WRITE REG-INFORME FROM WK-LIN-TITULO.
      *
           MOVE DB2ES-CNPJESTAB       TO WK-LIN-CNPJ.
           MOVE DB2ES-RAZAOESTAB-TEXT TO WK-LIN-RAZAO.
           WRITE REG-INFORME FROM WK-LIN-FONTE.
      *
           MOVE DB2-CODFUN       TO WK-LIN-CODFUN.
           MOVE DB2-NOMEFUN-TEXT TO WK-LIN-NOMEFUN.
           MOVE 'IRRF SOBRE O 13O.........' TO WK-LIN-ROTULO.
           MOVE WK-IRRF-13O                 TO WK-LIN-VALOR-EDIT.
           WRITE REG-INFORME FROM WK-LIN-VALOR.
      *
           IF WK-BRUTO-PLR > 0
               MOVE 'PLR - TRIB. EXCLUSIVA....' TO WK-LIN-ROTULO
               MOVE WK-BRUTO-PLR                TO WK-LIN-VALOR-EDIT
               WRITE REG-INFORME FROM WK-LIN-VALOR
               MOVE 'IRRF SOBRE A PLR.........' TO WK-LIN-ROTULO
               MOVE WK-IRRF-PLR                 TO WK-LIN-VALOR-EDIT
               WRITE REG-INFORME FROM WK-LIN-VALOR
           END-IF.
      *
       225-GRAVA-TOTAIS.
           MOVE DB2-CODFUN        TO WK-TOT-CODFUN.
           MOVE WK-TOTAL-INSS-ANO TO WK-TOT-INSS.
           MOVE WK-TOTAL-IRRF-ANO TO WK-TOT-IRRF.
           MOVE WK-BRUTO-13O      TO WK-TOT-13O.
           MOVE WK-BRUTO-PLR      TO WK-TOT-PLR.
      *
           WRITE REG-TOTINF FROM WK-REG-TOT-DETALHE.
      *
       230-INICIA-ESTABELECIMENTO.
           MOVE DB2ES-CODESTAB TO WK-ESTAB-ANTERIOR.
      *
           MOVE DB2ES-CODESTAB        TO WK-EST-CODESTAB.
           MOVE DB2ES-CNPJESTAB       TO WK-EST-CNPJ.
           MOVE DB2ES-RAZAOESTAB-TEXT TO WK-EST-RAZAO.
           WRITE REG-TOTINF FROM WK-REG-TOT-ESTAB.
      *
       240-TOTALIZA-ESTABELECIMENTO.
           MOVE WK-ESTAB-ANTERIOR TO WK-ETR-CODESTAB.
           MOVE WK-ESTAB-QTDE     TO WK-ETR-QTDE.
           MOVE WK-ESTAB-BRUTO    TO WK-ETR-BRUTO.
           MOVE WK-ESTAB-INSS     TO WK-ETR-INSS.
           MOVE WK-ESTAB-IRRF     TO WK-ETR-IRRF.
           MOVE WK-ESTAB-13O      TO WK-ETR-13O.
           MOVE WK-ESTAB-PLR      TO WK-ETR-PLR.
           WRITE REG-TOTINF FROM WK-REG-TOT-ESTAB-TRAILER.
      *
           MOVE WK-ESTAB-QTDE TO WK-QTDE-EDIT.
           DISPLAY 'INFORMES DO ESTABELECIMENTO ' WK-ESTAB-ANTERIOR
                   ': ' WK-QTDE-EDIT.
      *
           MOVE ZEROES TO WK-ESTAB-QTDE
                          WK-ESTAB-BRUTO
                          WK-ESTAB-INSS
                          WK-ESTAB-IRRF
                          WK-ESTAB-13O
                          WK-ESTAB-PLR.
      ******************************************************************
       300-LER-CONSOLIDADO SECTION.
       301-LER-CONSOLIDADO.
           MOVE SPACES TO DB2-NOMEFUN-TEXT
                          DB2ES-RAZAOESTAB-TEXT.
      *
           EXEC SQL
               FETCH INFTEMP
                        :DB2-CPFFUN,
                        :WK-TOTAL-BRUTO-ANO,
                        :WK-TOTAL-INSS-ANO,
                        :WK-TOTAL-IRRF-ANO,
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
               PERFORM 240-TOTALIZA-ESTABELECIMENTO
           END-IF.
      *
           MOVE WK-QTDE-INFORMES TO WK-TRL-QTDE.
           MOVE WK-GER-BRUTO     TO WK-TRL-BRUTO.
           MOVE WK-GER-INSS      TO WK-TRL-INSS.
           MOVE WK-GER-IRRF      TO WK-TRL-IRRF.
           MOVE WK-GER-13O       TO WK-TRL-13O.
           MOVE WK-GER-PLR       TO WK-TRL-PLR.
           WRITE REG-TOTINF FROM WK-REG-TOT-TRAILER.
      *
           EXEC SQL
