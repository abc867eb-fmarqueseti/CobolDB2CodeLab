           05 REG-DATANASCFUN-ACCEPT PIC X(10).
           05 REG-CARGOFUN-ACCEPT   PIC X(4).
           05 REG-DATAEFET-ACCEPT   PIC X(10).
           05 REG-TIPOCONTFUN-ACCEPT PIC X.
           05 REG-FIMCONTFUN-ACCEPT PIC X(10).
      *
       FD  ARQ-REJFUN
           RECORDING MODE IS F.
           05 REG-DATANASCFUN-REJ   PIC X(10).
           05 REG-CARGOFUN-REJ      PIC X(4).
           05 REG-DATAEFET-REJ      PIC X(10).
           05 REG-TIPOCONTFUN-REJ   PIC X.
           05 REG-FIMCONTFUN-REJ    PIC X(10).
           05 REG-MOTIVO-REJ        PIC X(3).
           05 REG-MENSAGEM-REJ      PIC X(40).
      *
           EXEC SQL
               INCLUDE BOOKTRAV
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKTRCG
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKTRFU
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
       77  WK-RESTART-EDIT         PIC ZZZ.ZZ9    VALUE ZEROES.
       77  WK-FUNC-EXISTE-CONT     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-CARGO-CONT           PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TREINO-PEND-CONT     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-AUTORIZACAO-CONT     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-ATIVOFUN-SIMULA      PIC X          VALUE SPACES.
       77  WK-AFAST-PROTEGIDO-CONT PIC S9(8) USAGE COMP VALUE ZEROES.
                                                   VALUE ZEROES.
       77  WK-MASSA-EDIT           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WK-ORCAMENTO-EDIT       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
       77  WK-IND-FIMCONTFUN       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FIMCONT-LIMITE       PIC X(10)      VALUE SPACES.
       77  WK-FIMCONT-VALIDACAO    PIC X(10)      VALUE SPACES.
       77  WK-TIPOCONT-ANTES       PIC X          VALUE SPACES.
       77  WK-FIMCONT-ANTES        PIC X(10)      VALUE SPACES.
       77  WK-IND-FIMCONT-ANTES    PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       01  WK-CONTRATO-HIST.
           05 WK-CONTRATO-HIST-TIPO PIC X         VALUE SPACES.
           05 FILLER               PIC X          VALUE SPACES.
           05 WK-CONTRATO-HIST-FIM PIC X(10)      VALUE SPACES.
      *
       01  WK-PARM-EXECUCAO.
           05 WK-MODO-ACCEPT       PIC X          VALUE SPACES.
           05 WK-POSTO-VALIDA-SW        PIC X     VALUE 'S'.
              88 WK-POSTO-DISPONIVEL                 VALUE 'S'.
              88 WK-POSTO-INDISPONIVEL               VALUE 'N'.
           05 WK-CONTRATO-VALIDA-SW     PIC X     VALUE 'S'.
              88 WK-CONTRATO-VALIDO                  VALUE 'S'.
              88 WK-CONTRATO-INVALIDO                VALUE 'N'.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-DATANASCFUN-ACCEPT PIC X(10)     VALUE SPACES.
           05 WK-CARGOFUN-ACCEPT   PIC X(4)       VALUE SPACES.
           05 WK-DATAEFET-ACCEPT   PIC X(10)      VALUE SPACES.
           05 WK-TIPOCONTFUN-ACCEPT PIC X         VALUE SPACES.
           05 WK-FIMCONTFUN-ACCEPT PIC X(10)      VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           MOVE WK-CPFFUN-ACCEPT     TO DB2-CPFFUN.
           MOVE WK-DATANASCFUN-ACCEPT TO DB2-DATANASCFUN.
           MOVE WK-CARGOFUN-ACCEPT   TO DB2-CARGOFUN.
           MOVE WK-TIPOCONTFUN-ACCEPT TO DB2-TIPOCONTFUN.
           MOVE WK-FIMCONTFUN-ACCEPT TO DB2-FIMCONTFUN.
           MOVE 'A'                  TO DB2-ATIVOFUN.
           MOVE -1                   TO WK-IND-DEMISSFUN.
      *
           PERFORM 216-VALIDA-EMAIL.
           PERFORM 218-VALIDA-CPF.
           PERFORM 221-VALIDA-DEPARTAMENTO.
      *
           IF WK-ADMISSAO-VALIDA
               PERFORM 285-VALIDA-CONTRATO
           END-IF.
      *
           MOVE WK-CARGOFUN-ACCEPT   TO WK-CARGO-VALIDACAO.
           MOVE WK-SALARIOFUN-ACCEPT TO WK-SALARIO-VALIDACAO.
                                             TO WK-MOTIVO-REJEICAO
                                           PERFORM 250-GRAVA-REJEICAO
                                       ELSE
                                           IF WK-CONTRATO-INVALIDO
                                               DISPLAY 'CONTRATO '
                                                   DB2-TIPOCONTFUN ' '
                                                   DB2-FIMCONTFUN
                                                   ' INVALIDO PARA'
                                                   ' O FUNCIONARIO '
                                                   DB2-CODFUN
                                               MOVE 'R27'
                                                 TO WK-MOTIVO-REJEICAO
                                               PERFORM
                                                   250-GRAVA-REJEICAO
                                           ELSE
                                               PERFORM
                                                  229-EXECUTA-INCLUSAO
                                           END-IF
                                       END-IF
                                   END-IF
                               END-IF
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
           IF WK-CARGOFUN-ACCEPT NOT = SPACES
               PERFORM 235-ALTERA-CARGO
           END-IF.
      *
           IF WK-TIPOCONTFUN-ACCEPT NOT = SPACES
              OR WK-FIMCONTFUN-ACCEPT NOT = SPACES
               PERFORM 286-ALTERA-CONTRATO
           END-IF.
      *
           IF WK-ALTERACAO-APLICADA
               ADD 1 TO WK-QTDE-ALTERADOS
                   MOVE DB2-CARGOFUN        TO WK-VALOR-ANTES-HIST
                   MOVE WK-CARGOFUN-ACCEPT  TO WK-VALOR-DEPOIS-HIST
                   PERFORM 220-GRAVA-HISTORICO
                   PERFORM 249-AVISA-TREINAMENTOS
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                           ' FOI ALTERADO POR OUTRO USUARIO.'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       249-AVISA-TREINAMENTOS.
      *
      *    O CARGO NOVO PODE EXIGIR CERTIFICACOES (NR-10, NR-35 ETC.)
      *    QUE O FUNCIONARIO NAO TEM OU JA DEIXOU VENCER. A MUDANCA E
      *    APLICADA, MAS FICA O AVISO PARA A AREA DE SEGURANCA
      *
           MOVE WK-CARGOFUN-ACCEPT TO DB2TC-CODCARGO.
           MOVE DB2-CODFUN         TO DB2TF-CODFUN.
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-TREINO-PEND-CONT
                   FROM EAD703.CARGOS_TREINAMENTOS R
                   WHERE R.CODCARGO = :DB2TC-CODCARGO
                     AND NOT EXISTS
                         ( SELECT 1 FROM EAD703.TREINAMENTOS_FUNC T
                              WHERE T.CODFUN = :DB2TF-CODFUN
                                AND T.CODTREI = R.CODTREI
                                AND ( T.VALIDADETRF IS NULL
                                   OR T.VALIDADETRF >= CURRENT DATE ) )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS TREINAMENTOS DO CARGO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-TREINO-PEND-CONT > 0
               MOVE WK-TREINO-PEND-CONT TO WK-QTDE-EDIT
               DISPLAY 'AVISO: FUNCIONARIO ' DB2-CODFUN
                       ' NAO ATENDE ' WK-QTDE-EDIT
                       ' TREINAMENTO(S) EXIGIDO(S) PELO CARGO '
                       WK-CARGOFUN-ACCEPT
           END-IF.
      *
       236-VALIDA-FAIXA-ALTERACAO.
           IF WK-CARGOFUN-ACCEPT NOT = SPACES
               MOVE 'S' TO WK-TRANSACAO-REJEITADA-SW
               ADD 1 TO WK-QTDE-REJEITADOS
               PERFORM 251-DEFINE-MENSAGEM
               MOVE WK-ACCEPT            TO REG-REJFUN (1:139)
               MOVE WK-MOTIVO-REJEICAO   TO REG-MOTIVO-REJ
               MOVE WK-MENSAGEM-REJEICAO TO REG-MENSAGEM-REJ
               WRITE REG-REJFUN
               WHEN 'R24'
                   MOVE 'SEM POSTO ABERTO NO DEPTO/CARGO'
                     TO WK-MENSAGEM-REJEICAO
               WHEN 'R27'
                   MOVE 'TIPO OU FIM DE CONTRATO INVALIDO'
                     TO WK-MENSAGEM-REJEICAO
               WHEN OTHER
                   MOVE 'MOTIVO NAO CLASSIFICADO'
                     TO WK-MENSAGEM-REJEICAO
           MOVE WK-CPFFUN-ACCEPT     TO DB2-CPFFUN.
           MOVE WK-DATANASCFUN-ACCEPT TO DB2-DATANASCFUN.
           MOVE WK-CARGOFUN-ACCEPT   TO DB2-CARGOFUN.
           MOVE WK-TIPOCONTFUN-ACCEPT TO DB2-TIPOCONTFUN.
           MOVE WK-FIMCONTFUN-ACCEPT TO DB2-FIMCONTFUN.
      *
           PERFORM 205-CONTA-NOMEFUN.
           PERFORM 206-CONTA-EMAILFUN.
           PERFORM 216-VALIDA-EMAIL.
           PERFORM 218-VALIDA-CPF.
           PERFORM 221-VALIDA-DEPARTAMENTO.
      *
           IF WK-ADMISSAO-VALIDA
               PERFORM 285-VALIDA-CONTRATO
           END-IF.
      *
           MOVE WK-CARGOFUN-ACCEPT   TO WK-CARGO-VALIDACAO.
           MOVE WK-SALARIOFUN-ACCEPT TO WK-SALARIO-VALIDACAO.
               WHEN WK-FAIXA-INVALIDA
                   MOVE 'R15' TO WK-MOTIVO-REJEICAO
                   PERFORM 265-EXIBE-SIMULA-REJEICAO
               WHEN WK-CONTRATO-INVALIDO
                   MOVE 'R27' TO WK-MOTIVO-REJEICAO
                   PERFORM 265-EXIBE-SIMULA-REJEICAO
               WHEN WK-FUNC-EXISTE-CONT > 0
                   MOVE 'R07' TO WK-MOTIVO-REJEICAO
                   PERFORM 265-EXIBE-SIMULA-REJEICAO
                       PERFORM 265-EXIBE-SIMULA-REJEICAO
                   END-IF
               END-IF
      *
               IF WK-TIPOCONTFUN-ACCEPT NOT = SPACES
                  OR WK-FIMCONTFUN-ACCEPT NOT = SPACES
                   PERFORM 287-MONTA-CONTRATO
                   PERFORM 285-VALIDA-CONTRATO
                   IF WK-CONTRATO-INVALIDO
                       MOVE 'R27' TO WK-MOTIVO-REJEICAO
                       PERFORM 265-EXIBE-SIMULA-REJEICAO
                   END-IF
               END-IF
      *
               IF WK-TRANSACAO-REJEITADA
                   CONTINUE
       266-SIMULA-READMISSAO.
           MOVE WK-CODFUN-ACCEPT    TO DB2-CODFUN.
           MOVE WK-ADMISSFUN-ACCEPT TO DB2-ADMISSFUN.
           MOVE WK-TIPOCONTFUN-ACCEPT TO DB2-TIPOCONTFUN.
           MOVE WK-FIMCONTFUN-ACCEPT TO DB2-FIMCONTFUN.
      *
           EXEC SQL
               SELECT ATIVOFUN, DEMISSFUN, DEPTOFUN
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 207-VALIDA-ADMISSAO
                   IF WK-ADMISSAO-VALIDA
                       PERFORM 285-VALIDA-CONTRATO
                   END-IF
                   PERFORM 222-VALIDA-LIMITE-DEPTO
                   EVALUATE TRUE
                       WHEN WK-ATIVOFUN-SIMULA = 'A'
                       WHEN DB2-ADMISSFUN < WK-DEMISSFUN-ANTES
                           MOVE 'R02' TO WK-MOTIVO-REJEICAO
                           PERFORM 265-EXIBE-SIMULA-REJEICAO
                       WHEN WK-CONTRATO-INVALIDO
                           MOVE 'R27' TO WK-MOTIVO-REJEICAO
                           PERFORM 265-EXIBE-SIMULA-REJEICAO
                       WHEN WK-LIMITE-EXCEDIDO
                           MOVE 'R06' TO WK-MOTIVO-REJEICAO
                           PERFORM 265-EXIBE-SIMULA-REJEICAO
       270-READMISSAO.
           MOVE WK-CODFUN-ACCEPT    TO DB2-CODFUN.
           MOVE WK-ADMISSFUN-ACCEPT TO DB2-ADMISSFUN.
           MOVE WK-TIPOCONTFUN-ACCEPT TO DB2-TIPOCONTFUN.
           MOVE WK-FIMCONTFUN-ACCEPT TO DB2-FIMCONTFUN.
      *
           EXEC SQL
               SELECT ADMISSFUN, DEMISSFUN, ATIVOFUN, DATALTERFUN,
      *
       272-APLICA-READMISSAO.
           PERFORM 207-VALIDA-ADMISSAO.
      *
           IF WK-ADMISSAO-VALIDA
               PERFORM 285-VALIDA-CONTRATO
           END-IF.
      *
           EVALUATE TRUE
               WHEN WK-ATIVOFUN-ANTES = 'A'
                           DB2-CODFUN
                   MOVE 'R02' TO WK-MOTIVO-REJEICAO
                   PERFORM 250-GRAVA-REJEICAO
               WHEN WK-CONTRATO-INVALIDO
                   DISPLAY 'CONTRATO ' DB2-TIPOCONTFUN ' '
                           DB2-FIMCONTFUN ' INVALIDO NA READMISSAO'
                           ' DO FUNCIONARIO ' DB2-CODFUN
                   MOVE 'R27' TO WK-MOTIVO-REJEICAO
                   PERFORM 250-GRAVA-REJEICAO
               WHEN OTHER
                   PERFORM 222-VALIDA-LIMITE-DEPTO
                   IF WK-LIMITE-EXCEDIDO
                   SET ATIVOFUN = 'A',
                       ADMISSFUN = :DB2-ADMISSFUN,
                       DEMISSFUN = NULL,
                       TIPOCONTFUN = :DB2-TIPOCONTFUN,
                       FIMCONTFUN = :DB2-FIMCONTFUN
                                    :WK-IND-FIMCONTFUN,
                       DATALTERFUN = CURRENT TIMESTAMP
                   WHERE   CODFUN = :DB2-CODFUN
                     AND   DATALTERFUN = :WK-DATALTERFUN-ANTES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       285-VALIDA-CONTRATO.
      *
      *    TIPOS DE CONTRATO: I - PRAZO INDETERMINADO (SEM FIM),
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
       286-ALTERA-CONTRATO.
      *
      *    PRORROGACAO DA EXPERIENCIA, EFETIVACAO (TIPO I) OU TROCA
      *    DO TIPO/FIM DE CONTRATO. O PERIODO E SEMPRE CONTADO DA
      *    ADMISSAO GRAVADA
      *
           PERFORM 287-MONTA-CONTRATO.
      *
           IF SQLCODE = 100
               DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' NAO EXISTE'
               MOVE 'R08' TO WK-MOTIVO-REJEICAO
               PERFORM 250-GRAVA-REJEICAO
           ELSE
               PERFORM 285-VALIDA-CONTRATO
      *
               IF WK-CONTRATO-INVALIDO
                   DISPLAY 'CONTRATO ' DB2-TIPOCONTFUN ' '
                           DB2-FIMCONTFUN ' INVALIDO PARA O'
                           ' FUNCIONARIO ' DB2-CODFUN
                   MOVE 'R27' TO WK-MOTIVO-REJEICAO
                   PERFORM 250-GRAVA-REJEICAO
               ELSE
                   PERFORM 288-ATUALIZA-CONTRATO
               END-IF
           END-IF.
      *
       287-MONTA-CONTRATO.
           MOVE WK-CODFUN-ACCEPT TO DB2-CODFUN.
      *
           EXEC SQL
               SELECT ADMISSFUN, TIPOCONTFUN, FIMCONTFUN, DATALTERFUN
                   INTO :DB2-ADMISSFUN, :WK-TIPOCONT-ANTES,
                        :WK-FIMCONT-ANTES :WK-IND-FIMCONT-ANTES,
                        :WK-DATALTERFUN-ANTES
                   FROM EAD703.FUNCIONARIOS
                   WHERE CODFUN = :DB2-CODFUN
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LEITURA DO FUNCIONARIO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-FIMCONT-ANTES < 0
               MOVE SPACES TO WK-FIMCONT-ANTES
           END-IF.
      *
      *    CAMPO EM BRANCO MANTEM O VALOR ATUAL; COM TROCA DE TIPO
      *    E SEM FIM INFORMADO, O FIM E REDEFINIDO PELO NOVO TIPO
      *
           MOVE WK-TIPOCONTFUN-ACCEPT TO DB2-TIPOCONTFUN.
           MOVE WK-FIMCONTFUN-ACCEPT  TO DB2-FIMCONTFUN.
      *
           IF WK-TIPOCONTFUN-ACCEPT = SPACES
               MOVE WK-TIPOCONT-ANTES TO DB2-TIPOCONTFUN
           END-IF.
      *
           IF WK-FIMCONTFUN-ACCEPT = SPACES
              AND DB2-TIPOCONTFUN = WK-TIPOCONT-ANTES
               MOVE WK-FIMCONT-ANTES TO DB2-FIMCONTFUN
           END-IF.
      *
       288-ATUALIZA-CONTRATO.
           EXEC SQL
               UPDATE EAD703.FUNCIONARIOS
                   SET TIPOCONTFUN = :DB2-TIPOCONTFUN,
                       FIMCONTFUN = :DB2-FIMCONTFUN
                                    :WK-IND-FIMCONTFUN,
                       DATALTERFUN = CURRENT TIMESTAMP
                   WHERE   CODFUN = :DB2-CODFUN
                     AND   DATALTERFUN = :WK-DATALTERFUN-ANTES
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'CONTRATO DO FUNCIONARIO ' DB2-CODFUN
                           ' ALTERADO PARA ' DB2-TIPOCONTFUN ' '
                           DB2-FIMCONTFUN
                   MOVE 'S' TO WK-ALTERACAO-APLICADA-SW
                   MOVE 'CONTRATO'        TO WK-CAMPO-HIST
                   MOVE WK-TIPOCONT-ANTES TO WK-CONTRATO-HIST-TIPO
                   MOVE WK-FIMCONT-ANTES  TO WK-CONTRATO-HIST-FIM
                   MOVE WK-CONTRATO-HIST  TO WK-VALOR-ANTES-HIST
                   MOVE DB2-TIPOCONTFUN   TO WK-CONTRATO-HIST-TIPO
                   MOVE DB2-FIMCONTFUN    TO WK-CONTRATO-HIST-FIM
                   MOVE WK-CONTRATO-HIST  TO WK-VALOR-DEPOIS-HIST
                   PERFORM 220-GRAVA-HISTORICO
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                           ' FOI ALTERADO POR OUTRO USUARIO.'
                           ' TENTE NOVAMENTE'
                   MOVE 'R09' TO WK-MOTIVO-REJEICAO
                   PERFORM 250-GRAVA-REJEICAO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ATUALIZACAO DO CONTRATO DO'
                           ' FUNCIONARIO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       300-LER-TRANSACAO SECTION.
       301-LER-TRANSACAO.
