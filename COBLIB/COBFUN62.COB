      *            DEPARTAMENTO) E GRAVA FUNCIONARIOS, DEPENDENTES,    *
      *            CONTAS_BANCARIAS E O PRIMEIRO PERIODO AQUISITIVO    *
      *            DE FERIAS EM UMA UNICA UNIDADE DE TRABALHO: OU      *
      *            TUDO ENTRA OU TUDO E DESFEITO (DB2). O REGISTRO F   *
      *            TRAZ O EXAME ADMISSIONAL (ASO): SEM EXAME APTO      *
      *            ANTERIOR A ADMISSAO O LOTE E REJEITADO; COM ELE, O  *
      *            EXAME E GRAVADO EM EAD703.EXAMES_ASO (COBFUN80)     *
      *            E TRAZ TAMBEM O TIPO E O FIM DO CONTRATO, VALIDADOS *
      *            COM AS MESMAS REGRAS DO COBFUN04                    *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  ARQ-TRANADM
           RECORDING MODE IS F.
       01  REG-TRANADM              PIC X(131).
      *
       FD  ARQ-REJADM
           RECORDING MODE IS F.
       01  REG-REJADM.
           05 REG-TRANSACAO-REJ     PIC X(131).
           05 REG-MOTIVO-REJ        PIC X(3).
           05 REG-MENSAGEM-REJ      PIC X(40).
      *
           EXEC SQL
               INCLUDE BOOKPOSI
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKEXAM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLOGE
       77  WK-SEQDEP-NOVO          PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-DEMISSFUN        PIC S9(4) USAGE COMP VALUE -1.
       77  WK-IND-CARGOFUN         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-FIMCONTFUN       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FIMCONT-LIMITE       PIC X(10)      VALUE SPACES.
       77  WK-FIMCONT-VALIDACAO    PIC X(10)      VALUE SPACES.
      *
       77  WK-DATA-ATUAL           PIC X(10)      VALUE SPACES.
       77  WK-MES-NUM              PIC 99         VALUE ZEROES.
           05 WK-POSTO-VALIDA-SW        PIC X     VALUE 'S'.
              88 WK-POSTO-DISPONIVEL                 VALUE 'S'.
              88 WK-POSTO-INDISPONIVEL               VALUE 'N'.
           05 WK-EXAME-VALIDA-SW        PIC X     VALUE 'S'.
              88 WK-EXAME-VALIDO                     VALUE 'S'.
              88 WK-EXAME-INVALIDO                   VALUE 'N'.
           05 WK-CONTRATO-VALIDA-SW     PIC X     VALUE 'S'.
              88 WK-CONTRATO-VALIDO                  VALUE 'S'.
              88 WK-CONTRATO-INVALIDO                VALUE 'N'.
      *
       01  WK-ACCEPT.
           05 WK-TIPOREG-ACCEPT    PIC X          VALUE SPACES.
           05 WK-DADOS-ACCEPT      PIC X(130)     VALUE SPACES.
      *
       01  WK-REG-FUNC REDEFINES WK-ACCEPT.
           05 FILLER               PIC X.
           05 WK-CPFFUN-ACCEPT     PIC X(11).
           05 WK-DATANASCFUN-ACCEPT PIC X(10).
           05 WK-CARGOFUN-ACCEPT   PIC X(4).
           05 WK-DATAASO-ACCEPT    PIC X(10).
           05 WK-RESULTASO-ACCEPT  PIC X.
           05 WK-TIPOCONTFUN-ACCEPT PIC X.
           05 WK-FIMCONTFUN-ACCEPT PIC X(10).
      *
       01  WK-REG-DEP REDEFINES WK-ACCEPT.
           05 FILLER               PIC X.
           05 WK-DATANASCDEP-ACCEPT PIC X(10).
           05 WK-PARENTESCO-ACCEPT PIC X.
           05 WK-IRRFDEP-ACCEPT    PIC X.
           05 FILLER               PIC X(88).
      *
       01  WK-REG-CTA REDEFINES WK-ACCEPT.
           05 FILLER               PIC X.
           05 WK-CONTA-ACCEPT      PIC X(10).
           05 WK-DIGITO-ACCEPT     PIC X.
           05 WK-TIPOCTA-ACCEPT    PIC X.
           05 FILLER               PIC X(110).
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           MOVE WK-ADMISSFUN-ACCEPT  TO DB2-ADMISSFUN.
           MOVE WK-EMAILFUN-ACCEPT   TO DB2-EMAILFUN-TEXT.
           MOVE WK-CPFFUN-ACCEPT     TO DB2-CPFFUN.
           MOVE WK-TIPOCONTFUN-ACCEPT TO DB2-TIPOCONTFUN.
           MOVE WK-FIMCONTFUN-ACCEPT TO DB2-FIMCONTFUN.
           MOVE SPACES               TO DB2-CODFUN.
      *
           PERFORM 204-VALIDA-ADMISSAO.
                       ' INVALIDA PARA ' WK-NOMEFUN-ACCEPT
               MOVE 'R02' TO WK-MOTIVO-REJEICAO
               PERFORM 250-GRAVA-REJEICAO
           ELSE
               PERFORM 207-VALIDA-CONTRATO
      *
               IF WK-CONTRATO-INVALIDO
                   DISPLAY 'CONTRATO ' DB2-TIPOCONTFUN ' '
                           DB2-FIMCONTFUN ' INVALIDO PARA '
                           WK-NOMEFUN-ACCEPT
                   MOVE 'R27' TO WK-MOTIVO-REJEICAO
                   PERFORM 250-GRAVA-REJEICAO
               END-IF
           END-IF.
      *
           PERFORM 216-VALIDA-EMAIL.
               MOVE 'R24' TO WK-MOTIVO-REJEICAO
               PERFORM 250-GRAVA-REJEICAO
           END-IF.
      *
           PERFORM 225-VALIDA-EXAME-ADMISSAO.
      *
           IF WK-EXAME-INVALIDO
               DISPLAY 'EXAME ADMISSIONAL (ASO) AUSENTE, INAPTO OU'
                       ' POSTERIOR A ADMISSAO DE '
                       WK-NOMEFUN-ACCEPT
               MOVE 'R25' TO WK-MOTIVO-REJEICAO
               PERFORM 250-GRAVA-REJEICAO
           END-IF.
      *
       204-VALIDA-ADMISSAO.
           MOVE 'S' TO WK-ADMISSAO-VALIDA-SW.
           IF WK-DIA-NUM > WK-DIA-LIMITE
               MOVE 'N' TO WK-ADMISSAO-VALIDA-SW
           END-IF.
      *
       207-VALIDA-CONTRATO.
      *
      *    MESMA REGRA DO COBFUN04. TIPOS DE CONTRATO: I - PRAZO
      *    INDETERMINADO (SEM FIM),
      *    X - EXPERIENCIA (45 + 45 DIAS, NO MAXIMO 90), D - PRAZO
      *    DETERMINADO, E - ESTAGIO E A - APRENDIZAGEM (NO MAXIMO
      *    2 ANOS, FIM OBRIGATORIO). SEM TIPO INFORMADO O CONTRATO
      *    E POR PRAZO INDETERMINADO; EXPERIENCIA SEM FIM INFORMADO
      *    VENCE NO 45o DIA
      *
           MOVE 'S'    TO WK-CONTRATO-VALIDA-SW.
           MOVE ZEROES TO WK-IND-FIMCONTFUN.
           MOVE SPACES TO WK-FIMCONT-LIMITE.
      *
           IF DB2-TIPOCONTFUN = SPACES
               MOVE 'I' TO DB2-TIPOCONTFUN
           END-IF.
      *
           EVALUATE DB2-TIPOCONTFUN
               WHEN 'I'
                   IF DB2-FIMCONTFUN NOT = SPACES
                       MOVE 'N' TO WK-CONTRATO-VALIDA-SW
                   ELSE
                       MOVE -1 TO WK-IND-FIMCONTFUN
                   END-IF
               WHEN 'X'
                   IF DB2-FIMCONTFUN = SPACES
                       EXEC SQL
                           SET :DB2-FIMCONTFUN =
                               CHAR(DATE(:DB2-ADMISSFUN) + 44 DAYS,
                                    ISO)
                       END-EXEC
                   END-IF
      *
                   EXEC SQL
                       SET :WK-FIMCONT-LIMITE =
                           CHAR(DATE(:DB2-ADMISSFUN) + 89 DAYS, ISO)
                   END-EXEC
               WHEN 'D'
               WHEN 'E'
               WHEN 'A'
                   IF DB2-FIMCONTFUN = SPACES
                       MOVE 'N' TO WK-CONTRATO-VALIDA-SW
                   ELSE
                       EXEC SQL
                           SET :WK-FIMCONT-LIMITE =
                               CHAR(DATE(:DB2-ADMISSFUN) + 2 YEARS
                                                         - 1 DAY, ISO)
                       END-EXEC
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WK-CONTRATO-VALIDA-SW
           END-EVALUATE.
      *
           IF WK-CONTRATO-VALIDO AND WK-IND-FIMCONTFUN = 0
               EXEC SQL
                   SET :WK-FIMCONT-VALIDACAO =
                       CHAR(DATE(:DB2-FIMCONTFUN), ISO)
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       IF DB2-FIMCONTFUN NOT > DB2-ADMISSFUN
                          OR DB2-FIMCONTFUN > WK-FIMCONT-LIMITE
                           MOVE 'N' TO WK-CONTRATO-VALIDA-SW
                       END-IF
                   WHEN -180
                   WHEN -181
                       MOVE 'N' TO WK-CONTRATO-VALIDA-SW
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA VALIDACAO DO FIM DE CONTRATO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       210-ATRIBUI-CODFUN.
           EXEC SQL
                   ( CODFUN, NOMEFUN, SALARIOFUN, DEPTOFUN,
                     ADMISSFUN, IDADEFUN, EMAILFUN, ATIVOFUN,
                     DEMISSFUN, DATALTERFUN, CPFFUN, DATANASCFUN,
                     CARGOFUN, TIPOCONTFUN, FIMCONTFUN )
                   VALUES ( :DB2-CODFUN,
                            :DB2-NOMEFUN,
                            :DB2-SALARIOFUN,
                            CURRENT TIMESTAMP,
                            :DB2-CPFFUN,
                            :DB2-DATANASCFUN,
                            :DB2-CARGOFUN :WK-IND-CARGOFUN,
                            :DB2-TIPOCONTFUN,
                            :DB2-FIMCONTFUN :WK-IND-FIMCONTFUN )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
                   UNTIL DB2-EMAILFUN-TEXT(WK-POSICAO:1) NOT = SPACES
               SUBTRACT 1 FROM DB2-EMAILFUN-LEN
           END-PERFORM.
      *
       225-VALIDA-EXAME-ADMISSAO.
      *
      *    NR-7: O EXAME ADMISSIONAL E FEITO ANTES DO INICIO DAS
      *    ATIVIDADES E O CANDIDATO PRECISA SER CONSIDERADO APTO
      *
           MOVE 'S' TO WK-EXAME-VALIDA-SW.
      *
           IF WK-DATAASO-ACCEPT (1:4) NOT NUMERIC
              OR WK-DATAASO-ACCEPT (5:1) NOT = '-'
              OR WK-DATAASO-ACCEPT (6:2) NOT NUMERIC
              OR WK-DATAASO-ACCEPT (8:1) NOT = '-'
              OR WK-DATAASO-ACCEPT (9:2) NOT NUMERIC
               MOVE 'N' TO WK-EXAME-VALIDA-SW
           ELSE
               IF WK-DATAASO-ACCEPT > WK-ADMISSFUN-ACCEPT
                   MOVE 'N' TO WK-EXAME-VALIDA-SW
               END-IF
           END-IF.
      *
           IF WK-RESULTASO-ACCEPT NOT = 'A'
               MOVE 'N' TO WK-EXAME-VALIDA-SW
           END-IF.
      *
       228-VALIDA-CARGO.
           MOVE 'S' TO WK-CARGO-VALIDA-SW
                       WK-FAIXA-VALIDA-SW.
           MOVE 12  TO DB2C-PERIODOASOCARGO.
      *
           IF WK-CARGOFUN-ACCEPT = SPACES
               CONTINUE
               MOVE WK-CARGOFUN-ACCEPT TO DB2C-CODCARGO
      *
               EXEC SQL
                   SELECT SALMINCARGO, SALMAXCARGO,
                          PERIODOASOCARGO
                       INTO :DB2C-SALMINCARGO, :DB2C-SALMAXCARGO,
                            :DB2C-PERIODOASOCARGO
                       FROM EAD703.CARGOS
                       WHERE CODCARGO = :DB2C-CODCARGO
               END-EXEC
                          OR WK-SALARIOFUN-ACCEPT > DB2C-SALMAXCARGO
                           MOVE 'N' TO WK-FAIXA-VALIDA-SW
                       END-IF
      *
                       IF DB2C-PERIODOASOCARGO NOT > 0
                           MOVE 12 TO DB2C-PERIODOASOCARGO
                       END-IF
                   WHEN 100
                       MOVE 'N' TO WK-CARGO-VALIDA-SW
                   WHEN OTHER
               WHEN 'R24'
                   MOVE 'SEM POSTO ABERTO NO DEPTO/CARGO'
                     TO WK-MENSAGEM-REJEICAO
               WHEN 'R25'
                   MOVE 'SEM EXAME ADMISSIONAL APTO'
                     TO WK-MENSAGEM-REJEICAO
               WHEN 'R26'
                   MOVE 'ERRO NA GRAVACAO DO EXAME ADMISSIONAL'
                     TO WK-MENSAGEM-REJEICAO
               WHEN 'R27'
                   MOVE 'TIPO OU FIM DE CONTRATO INVALIDO'
                     TO WK-MENSAGEM-REJEICAO
               WHEN 'R20'
                   MOVE 'LOTE DA ADMISSAO FOI REJEITADO'
                     TO WK-MENSAGEM-REJEICAO
                   PERFORM 291-GERA-PERIODO-FERIAS
               END-IF
           END-IF.
      *
           IF WK-LOTE-ABERTO
               IF WK-LOTE-REJEITADO
                   CONTINUE
               ELSE
                   PERFORM 292-GRAVA-EXAME-ADMISSAO
               END-IF
           END-IF.
      *
           IF WK-LOTE-ABERTO AND WK-LOTE-REJEITADO
               CONTINUE
               MOVE 'R23' TO WK-MOTIVO-REJEICAO
               PERFORM 250-GRAVA-REJEICAO
           END-IF.
      *
       292-GRAVA-EXAME-ADMISSAO.
      *
      *    O EXAME ADMISSIONAL INICIA A CONTAGEM DO PRIMEIRO EXAME
      *    PERIODICO PELA PERIODICIDADE DO CARGO
      *
           MOVE WK-CODFUN-NOVO      TO DB2EX-CODFUN.
           MOVE 'A'                 TO DB2EX-TIPOEXA.
           MOVE WK-DATAASO-ACCEPT   TO DB2EX-DATAPREVEXA
                                       DB2EX-DATAEXA.
           MOVE WK-RESULTASO-ACCEPT TO DB2EX-RESULTEXA.
      *
           EXEC SQL
               INSERT INTO EAD703.EXAMES_ASO
                   ( CODFUN, TIPOEXA, DATAPREVEXA, DATAEXA,
                     RESULTEXA, PROXEXA, SITUACAOEXA, DATAHORAEXA )
                   VALUES ( :DB2EX-CODFUN, :DB2EX-TIPOEXA,
                            :DB2EX-DATAPREVEXA, :DB2EX-DATAEXA,
                            :DB2EX-RESULTEXA,
                            DATE(:DB2EX-DATAEXA) +
                                :DB2C-PERIODOASOCARGO MONTHS,
                            'R', CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA GRAVACAO DO EXAME ADMISSIONAL DO NOVO'
                       ' FUNCIONARIO ' WK-CODFUN-NOVO
               MOVE 'R26' TO WK-MOTIVO-REJEICAO
               PERFORM 250-GRAVA-REJEICAO
           END-IF.
      ******************************************************************
       300-LER-TRANSACAO SECTION.
       301-LER-TRANSACAO.
