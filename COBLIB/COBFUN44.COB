      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : MANUTENCAO DO CATALOGO DE RUBRICAS (PROVENTOS E     *
      *            DESCONTOS) DOS DEMONSTRATIVOS DE PAGAMENTO (DB2).   *
      *            FUNCOES: I=INCLUI A=ALTERA A DESCRICAO E=EXCLUI     *
      *            (SO SEM LANCAMENTOS) P=CARREGA AS RUBRICAS PADRAO   *
      *            GRAVADAS PELA FOLHA (COBFUN15), FERIAS (COBFUN48) E *
      *            13O (COBFUN49) EM EAD703.FOLHA_RUBRICAS             *
      *            TIPO: P=PROVENTO D=DESCONTO                         *
      *            ORIGEM: M=FOLHA MENSAL F=FERIAS 1/2=PARCELA DO 13O  *
      *            C=FOLHA COMPLEMENTAR                                *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN44.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKRUBR
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKAUTO
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT         PIC -999       VALUE ZEROES.
       77  WK-POSICAO              PIC 99         VALUE ZEROES.
       77  WK-USUARIO              PIC X(8)       VALUE SPACES.
       77  WK-AUTORIZACAO-CONT     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-LANCAMENTO-CONT      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-PADRAO-IDX           PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-PADRAO-MAX           PIC S9(4) USAGE COMP VALUE 31.
       77  WK-QTDE-INCLUIDAS       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EXISTENTES      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT            PIC ZZZ.ZZ9    VALUE ZEROES.
      *
      *    RUBRICAS GRAVADAS PELOS PROGRAMAS DE CALCULO: CODIGO,
      *    TIPO, ORIGEM E DESCRICAO. OS CODIGOS SAO FIXOS NOS
      *    PROGRAMAS; AQUI SO A DESCRICAO PODE SER ALTERADA
      *
       01  WK-RUBRICAS-PADRAO.
           05 FILLER PIC X(36) VALUE
              '0001PMSALARIO BASE                  '.
           05 FILLER PIC X(36) VALUE
              '0002PMHORAS EXTRAS                  '.
           05 FILLER PIC X(36) VALUE
              '0003PMBANCO DE HORAS VENCIDO        '.
           05 FILLER PIC X(36) VALUE
              '0004PMADICIONAL DE INSALUBRIDADE    '.
           05 FILLER PIC X(36) VALUE
              '0005PMADICIONAL DE PERICULOSIDADE   '.
           05 FILLER PIC X(36) VALUE
              '0006PMADICIONAL NOTURNO             '.
           05 FILLER PIC X(36) VALUE
              '0007PMFERIAS + 1/3 NA FOLHA         '.
           05 FILLER PIC X(36) VALUE
              '0008PMSALARIO FAMILIA               '.
           05 FILLER PIC X(36) VALUE
              '0009PMRETROATIVO DE DISSIDIO        '.
           05 FILLER PIC X(36) VALUE
              '0051DMFALTAS                        '.
           05 FILLER PIC X(36) VALUE
              '0052DMDESCONTO INSS                 '.
           05 FILLER PIC X(36) VALUE
              '0053DMDESCONTO IRRF                 '.
           05 FILLER PIC X(36) VALUE
              '0054DMPENSAO ALIMENTICIA            '.
           05 FILLER PIC X(36) VALUE
              '0055DMADIANTAMENTO SALARIAL         '.
           05 FILLER PIC X(36) VALUE
              '0056DMPLANO DE BENEFICIOS           '.
           05 FILLER PIC X(36) VALUE
              '0057DMVALE-TRANSPORTE               '.
           05 FILLER PIC X(36) VALUE
              '0058DMEMPRESTIMO CONSIGNADO         '.
           05 FILLER PIC X(36) VALUE
              '0059DMMENSALIDADE SINDICAL          '.
           05 FILLER PIC X(36) VALUE
              '0060DMVALE REFEICAO                 '.
           05 FILLER PIC X(36) VALUE
              '0061DMOUTROS DESCONTOS              '.
           05 FILLER PIC X(36) VALUE
              '0101PFFERIAS                        '.
           05 FILLER PIC X(36) VALUE
              '0102PFTERCO CONSTITUCIONAL          '.
           05 FILLER PIC X(36) VALUE
              '0151DFINSS SOBRE FERIAS             '.
           05 FILLER PIC X(36) VALUE
              '0152DFIRRF SOBRE FERIAS             '.
           05 FILLER PIC X(36) VALUE
              '0153DFPENSAO SOBRE FERIAS           '.
           05 FILLER PIC X(36) VALUE
              '0201P113O SALARIO - 1A PARCELA      '.
           05 FILLER PIC X(36) VALUE
              '0253D1PENSAO SOBRE 13O - 1A PARCELA '.
           05 FILLER PIC X(36) VALUE
              '0202P213O SALARIO - 2A PARCELA      '.
           05 FILLER PIC X(36) VALUE
              '0251D2INSS SOBRE 13O SALARIO        '.
           05 FILLER PIC X(36) VALUE
              '0252D2IRRF SOBRE 13O SALARIO        '.
           05 FILLER PIC X(36) VALUE
              '0254D2PENSAO SOBRE 13O - 2A PARCELA '.
       01  FILLER REDEFINES WK-RUBRICAS-PADRAO.
           05 WK-PADRAO-ITEM OCCURS 31 TIMES.
              10 WK-PADRAO-CODIGO  PIC X(4).
              10 WK-PADRAO-TIPO    PIC X.
              10 WK-PADRAO-ORIGEM  PIC X.
              10 WK-PADRAO-DESCR   PIC X(30).
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-CODRUB-ACCEPT     PIC X(4)       VALUE SPACES.
           05 WK-DESCRUB-ACCEPT    PIC X(30)      VALUE SPACES.
           05 WK-TIPORUB-ACCEPT    PIC X          VALUE SPACES.
           05 WK-ORIGEMRUB-ACCEPT  PIC X          VALUE SPACES.
      *
       01  WK-SWITCHES.
           05 WK-RUBRICA-VALIDA-SW PIC X          VALUE 'S'.
              88 WK-RUBRICA-VALIDA                VALUE 'S'.
              88 WK-RUBRICA-INVALIDA              VALUE 'N'.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ******************************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-ACCEPT FROM SYSIN.
      *
           PERFORM 102-VERIFICA-SUPERVISOR.
      *
       102-VERIFICA-SUPERVISOR.
      *
      *    O CATALOGO DE RUBRICAS E DA FOLHA DA EMPRESA TODA: SO O
      *    SUPERVISOR DA FOLHA PODE MANTE-LO
      *
           EXEC SQL
               SET :WK-USUARIO = USER
           END-EXEC.
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-AUTORIZACAO-CONT
                   FROM EAD703.AUTORIZACOES
                   WHERE USUARIOAUT = :WK-USUARIO
                     AND FUNCAOAUT = 'S'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DAS AUTORIZACOES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-AUTORIZACAO-CONT = 0
               DISPLAY 'USUARIO ' WK-USUARIO ' NAO AUTORIZADO PARA'
                       ' A MANUTENCAO DO CATALOGO DE RUBRICAS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
      *
           EVALUATE WK-FUNCAO-ACCEPT
               WHEN 'I'
                   PERFORM 202-INCLUSAO
               WHEN 'E'
                   PERFORM 203-EXCLUSAO
               WHEN 'A'
                   PERFORM 204-ALTERACAO
               WHEN 'P'
                   PERFORM 208-CARGA-PADRAO
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA'
           END-EVALUATE.
      *
       202-INCLUSAO.
           MOVE WK-CODRUB-ACCEPT     TO DB2RB-CODRUB.
           MOVE WK-DESCRUB-ACCEPT    TO DB2RB-DESCRUB-TEXT.
           MOVE WK-TIPORUB-ACCEPT    TO DB2RB-TIPORUB.
           MOVE WK-ORIGEMRUB-ACCEPT  TO DB2RB-ORIGEMRUB.
           MOVE WK-USUARIO           TO DB2RB-USUARIORUB.
      *
           PERFORM 205-CONTA-DESCRUB.
           PERFORM 206-VALIDA-RUBRICA.
      *
           IF WK-RUBRICA-INVALIDA
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   INSERT INTO EAD703.RUBRICAS
                       ( CODRUB, DESCRUB, TIPORUB, ORIGEMRUB,
                         USUARIORUB, DATAHORARUB )
                       VALUES ( :DB2RB-CODRUB, :DB2RB-DESCRUB,
                                :DB2RB-TIPORUB, :DB2RB-ORIGEMRUB,
                                :DB2RB-USUARIORUB, CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'RUBRICA ' DB2RB-CODRUB ' FOI INCLUIDA'
                   WHEN -803
                       DISPLAY 'RUBRICA ' DB2RB-CODRUB ' JA EXISTE'
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA INCLUSAO DE RUBRICA'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       203-EXCLUSAO.
           MOVE WK-CODRUB-ACCEPT     TO DB2RB-CODRUB.
      *
      *    RUBRICA COM LANCAMENTOS EM ALGUMA COMPETENCIA NAO PODE
      *    SER EXCLUIDA: OS DEMONSTRATIVOS REEMITIDOS PERDERIAM A
      *    DESCRICAO
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-LANCAMENTO-CONT
                   FROM EAD703.FOLHA_RUBRICAS
                   WHERE CODRUB = :DB2RB-CODRUB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS LANCAMENTOS DA RUBRICA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-LANCAMENTO-CONT > 0
               DISPLAY 'RUBRICA ' DB2RB-CODRUB
                       ' POSSUI LANCAMENTOS NA FOLHA'
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   DELETE FROM EAD703.RUBRICAS
                       WHERE CODRUB = :DB2RB-CODRUB
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'RUBRICA ' DB2RB-CODRUB ' FOI EXCLUIDA'
                   WHEN 100
                       DISPLAY 'RUBRICA ' DB2RB-CODRUB ' NAO EXISTE'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA EXCLUSAO DE RUBRICA'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       204-ALTERACAO.
      *
      *    TIPO E ORIGEM SAO GRAVADOS PELOS PROGRAMAS DE CALCULO EM
      *    CADA LANCAMENTO E NAO SAO ALTERADOS AQUI
      *
           MOVE WK-CODRUB-ACCEPT     TO DB2RB-CODRUB.
           MOVE WK-DESCRUB-ACCEPT    TO DB2RB-DESCRUB-TEXT.
           MOVE WK-USUARIO           TO DB2RB-USUARIORUB.
      *
           PERFORM 205-CONTA-DESCRUB.
      *
           IF WK-DESCRUB-ACCEPT = SPACES
               DISPLAY 'DESCRICAO DA RUBRICA ' DB2RB-CODRUB
                       ' NAO INFORMADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   UPDATE EAD703.RUBRICAS
                       SET DESCRUB = :DB2RB-DESCRUB,
                           USUARIORUB = :DB2RB-USUARIORUB,
                           DATAHORARUB = CURRENT TIMESTAMP
                       WHERE   CODRUB = :DB2RB-CODRUB
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'DESCRICAO DA RUBRICA ' DB2RB-CODRUB
                               ' FOI ALTERADA PARA '
                               DB2RB-DESCRUB-TEXT
                   WHEN 100
                       DISPLAY 'RUBRICA ' DB2RB-CODRUB ' NAO EXISTE'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA ATUALIZACAO DA DESCRICAO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       205-CONTA-DESCRUB.
           MOVE 30 TO DB2RB-DESCRUB-LEN.
      *
           PERFORM 215-DESCONTA-BRANCO
               VARYING WK-POSICAO FROM 30 BY -1
               UNTIL WK-POSICAO < 1
                  OR DB2RB-DESCRUB-TEXT(WK-POSICAO:1) NOT = SPACES.
      *
       215-DESCONTA-BRANCO.
           SUBTRACT 1 FROM DB2RB-DESCRUB-LEN.
      *
       206-VALIDA-RUBRICA.
           MOVE 'S' TO WK-RUBRICA-VALIDA-SW.
      *
           IF WK-CODRUB-ACCEPT NOT NUMERIC
               DISPLAY 'CODIGO DE RUBRICA ' WK-CODRUB-ACCEPT
                       ' INVALIDO. INFORME 4 POSICOES NUMERICAS'
               MOVE 'N' TO WK-RUBRICA-VALIDA-SW
           END-IF.
      *
           IF WK-DESCRUB-ACCEPT = SPACES
               DISPLAY 'DESCRICAO DA RUBRICA ' WK-CODRUB-ACCEPT
                       ' NAO INFORMADA'
               MOVE 'N' TO WK-RUBRICA-VALIDA-SW
           END-IF.
      *
           IF WK-TIPORUB-ACCEPT NOT = 'P'
              AND WK-TIPORUB-ACCEPT NOT = 'D'
               DISPLAY 'TIPO ' WK-TIPORUB-ACCEPT
                       ' INVALIDO. INFORME P OU D'
               MOVE 'N' TO WK-RUBRICA-VALIDA-SW
           END-IF.
      *
           IF WK-ORIGEMRUB-ACCEPT NOT = 'M'
              AND WK-ORIGEMRUB-ACCEPT NOT = 'F'
              AND WK-ORIGEMRUB-ACCEPT NOT = '1'
              AND WK-ORIGEMRUB-ACCEPT NOT = '2'
              AND WK-ORIGEMRUB-ACCEPT NOT = 'C'
               DISPLAY 'ORIGEM ' WK-ORIGEMRUB-ACCEPT
                       ' INVALIDA. INFORME M, F, 1, 2 OU C'
               MOVE 'N' TO WK-RUBRICA-VALIDA-SW
           END-IF.
      *
       208-CARGA-PADRAO.
      *
      *    INCLUI AS RUBRICAS PADRAO QUE AINDA NAO ESTAO NO CATALOGO;
      *    AS JA EXISTENTES FICAM COMO ESTAO
      *
           PERFORM 209-INCLUI-PADRAO
               VARYING WK-PADRAO-IDX FROM 1 BY 1
               UNTIL WK-PADRAO-IDX > WK-PADRAO-MAX.
      *
           MOVE WK-QTDE-INCLUIDAS  TO WK-QTDE-EDIT.
           DISPLAY 'RUBRICAS PADRAO INCLUIDAS.....: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-EXISTENTES TO WK-QTDE-EDIT.
           DISPLAY 'RUBRICAS PADRAO JA EXISTENTES.: ' WK-QTDE-EDIT.
      *
       209-INCLUI-PADRAO.
           MOVE WK-PADRAO-CODIGO (WK-PADRAO-IDX) TO DB2RB-CODRUB.
           MOVE WK-PADRAO-DESCR (WK-PADRAO-IDX)  TO DB2RB-DESCRUB-TEXT.
           MOVE WK-PADRAO-TIPO (WK-PADRAO-IDX)   TO DB2RB-TIPORUB.
           MOVE WK-PADRAO-ORIGEM (WK-PADRAO-IDX) TO DB2RB-ORIGEMRUB.
           MOVE WK-USUARIO                       TO DB2RB-USUARIORUB.
      *
           PERFORM 205-CONTA-DESCRUB.
      *
           EXEC SQL
               INSERT INTO EAD703.RUBRICAS
                   ( CODRUB, DESCRUB, TIPORUB, ORIGEMRUB,
                     USUARIORUB, DATAHORARUB )
                   VALUES ( :DB2RB-CODRUB, :DB2RB-DESCRUB,
                            :DB2RB-TIPORUB, :DB2RB-ORIGEMRUB,
                            :DB2RB-USUARIORUB, CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'RUBRICA ' DB2RB-CODRUB ' '
                           DB2RB-DESCRUB-TEXT ' FOI INCLUIDA'
                   ADD 1 TO WK-QTDE-INCLUIDAS
               WHEN -803
                   ADD 1 TO WK-QTDE-EXISTENTES
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA INCLUSAO DA RUBRICA ' DB2RB-CODRUB
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXIT.
      ******************************************************************
       END PROGRAM COBFUN44.
