      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : INCLUSAO, ALTERACAO E EXCLUSAO DOS FERIADOS DO      *
      *            CALENDARIO DE DIAS UTEIS (DB2), POR DATA E ANO      *
      *            TIPO: N=NACIONAL (VALE PARA TODOS, SEM              *
      *            ESTABELECIMENTO), E=ESTADUAL E M=MUNICIPAL (DO      *
      *            ESTABELECIMENTO SITUADO NO ESTADO OU MUNICIPIO)     *
      *            FIXO: S=MESMO DIA TODO ANO, COPIADO NA VIRADA DO    *
      *            ANO PELO COBFUN96; N=MOVEL, CADASTRADO A CADA ANO   *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN95.
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
               INCLUDE BOOKFRDO
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKESTB
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
       77  WK-DIA-SEMANA           PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-DATA-ACCEPT       PIC X(10)      VALUE SPACES.
           05 WK-CODESTAB-ACCEPT   PIC X(3)       VALUE SPACES.
           05 WK-TIPO-ACCEPT       PIC X          VALUE SPACES.
           05 WK-FIXO-ACCEPT       PIC X          VALUE SPACES.
           05 WK-DESC-ACCEPT       PIC X(40)      VALUE SPACES.
      *
       01  WK-SWITCHES.
           05 WK-DADOS-VALIDOS-SW  PIC X          VALUE 'S'.
              88 WK-DADOS-VALIDOS                 VALUE 'S'.
              88 WK-DADOS-INVALIDOS               VALUE 'N'.
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
           PERFORM 102-VERIFICA-AUTORIZACAO.
      *
       102-VERIFICA-AUTORIZACAO.
      *
      *    O CALENDARIO DE FERIADOS E DA EMPRESA TODA: EXIGE A
      *    AUTORIZACAO DE MANUTENCAO DE DEPARTAMENTOS SEM RESTRICAO
      *    DE DEPARTAMENTO, COMO O CADASTRO DE ESTABELECIMENTOS
      *
           EXEC SQL
               SET :WK-USUARIO = USER
           END-EXEC.
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-AUTORIZACAO-CONT
                   FROM EAD703.AUTORIZACOES
                   WHERE USUARIOAUT = :WK-USUARIO
                     AND FUNCAOAUT = 'D'
                     AND CODDEPTOAUT = '   '
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
                       ' A MANUTENCAO DO CALENDARIO DE FERIADOS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           MOVE WK-DATA-ACCEPT       TO DB2FD-DATAFER.
           MOVE WK-CODESTAB-ACCEPT   TO DB2FD-CODESTAB.
           MOVE WK-USUARIO           TO DB2FD-USUARIOFER.
      *
           EVALUATE WK-FUNCAO-ACCEPT
               WHEN 'I'
                   PERFORM 202-INCLUSAO
               WHEN 'E'
                   PERFORM 203-EXCLUSAO
               WHEN 'A'
                   PERFORM 204-ALTERACAO
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA'
           END-EVALUATE.
      *
       202-INCLUSAO.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
      *
           IF WK-FIXO-ACCEPT = SPACES
               MOVE 'S' TO WK-FIXO-ACCEPT
           END-IF.
      *
           PERFORM 206-VALIDA-DATA.
           PERFORM 207-VALIDA-TIPO.
           PERFORM 208-VALIDA-FIXO.
      *
           IF WK-DESC-ACCEPT = SPACES
               DISPLAY 'DESCRICAO DO FERIADO DE ' DB2FD-DATAFER
                       ' NAO INFORMADA'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
           IF WK-DADOS-INVALIDOS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WK-TIPO-ACCEPT TO DB2FD-TIPOFER
               MOVE WK-FIXO-ACCEPT TO DB2FD-FIXOFER
               PERFORM 205-CONTA-DESCFER
      *
               EXEC SQL
                   INSERT INTO EAD703.FERIADOS
                       ( DATAFER, CODESTAB, TIPOFER, DESCFER,
                         FIXOFER, USUARIOFER, DATAHORAFER )
                       VALUES ( :DB2FD-DATAFER,
                                :DB2FD-CODESTAB,
                                :DB2FD-TIPOFER,
                                :DB2FD-DESCFER,
                                :DB2FD-FIXOFER,
                                :DB2FD-USUARIOFER,
                                CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'FERIADO DE ' DB2FD-DATAFER ' ('
                               DB2FD-DESCFER-TEXT
                               ') FOI INCLUIDO'
                   WHEN -803
                       DISPLAY 'FERIADO DE ' DB2FD-DATAFER
                               ' JA CADASTRADO PARA O ESTABELECIMENTO '
                               DB2FD-CODESTAB
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA INCLUSAO DO FERIADO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       203-EXCLUSAO.
           EXEC SQL
               DELETE FROM EAD703.FERIADOS
                   WHERE DATAFER = :DB2FD-DATAFER
                     AND CODESTAB = :DB2FD-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'FERIADO DE ' DB2FD-DATAFER
                           ' FOI EXCLUIDO'
               WHEN 100
                   DISPLAY 'FERIADO DE ' DB2FD-DATAFER
                           ' NAO CADASTRADO PARA O ESTABELECIMENTO '
                           DB2FD-CODESTAB
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA EXCLUSAO DO FERIADO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       204-ALTERACAO.
      *
      *    SO A DESCRICAO E A INDICACAO DE DATA FIXA SAO ALTERADAS;
      *    PARA MUDAR A DATA, O TIPO OU O ESTABELECIMENTO, O FERIADO
      *    E EXCLUIDO E INCLUIDO DE NOVO
      *
           IF WK-DESC-ACCEPT NOT = SPACES
               PERFORM 210-ALTERA-DESCRICAO
           END-IF.
      *
           IF WK-FIXO-ACCEPT NOT = SPACES
               PERFORM 211-ALTERA-FIXO
           END-IF.
      *
       205-CONTA-DESCFER.
           MOVE WK-DESC-ACCEPT TO DB2FD-DESCFER-TEXT.
           MOVE 40 TO DB2FD-DESCFER-LEN.
      *
           PERFORM 215-DESCONTA-BRANCO
               VARYING WK-POSICAO FROM 40 BY -1
               UNTIL WK-POSICAO < 1
                  OR DB2FD-DESCFER-TEXT(WK-POSICAO:1) NOT = SPACES.
      *
       215-DESCONTA-BRANCO.
           SUBTRACT 1 FROM DB2FD-DESCFER-LEN.
      *
       206-VALIDA-DATA.
      *
      *    DATA NO FORMATO AAAA-MM-DD E EXISTENTE NO CALENDARIO; O
      *    DIA DA SEMANA SO E USADO PARA AVISAR FERIADO EM FIM DE
      *    SEMANA, QUE NAO ALTERA A CONTAGEM DE DIAS UTEIS
      *
           IF WK-DATA-ACCEPT (1:4) NOT NUMERIC
              OR WK-DATA-ACCEPT (5:1) NOT = '-'
              OR WK-DATA-ACCEPT (6:2) NOT NUMERIC
              OR WK-DATA-ACCEPT (8:1) NOT = '-'
              OR WK-DATA-ACCEPT (9:2) NOT NUMERIC
               DISPLAY 'DATA ' WK-DATA-ACCEPT
                       ' INVALIDA. INFORME AAAA-MM-DD'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           ELSE
               EXEC SQL
                   SET :WK-DIA-SEMANA = DAYOFWEEK(DATE(:DB2FD-DATAFER))
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'DATA ' WK-DATA-ACCEPT
                           ' NAO EXISTE NO CALENDARIO'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               ELSE
                   IF WK-DIA-SEMANA = 1 OR WK-DIA-SEMANA = 7
                       DISPLAY 'AVISO: FERIADO DE ' WK-DATA-ACCEPT
                               ' CAI EM FIM DE SEMANA'
                   END-IF
               END-IF
           END-IF.
      *
       207-VALIDA-TIPO.
      *
      *    FERIADO NACIONAL NAO TEM ESTABELECIMENTO; ESTADUAL E
      *    MUNICIPAL SAO CADASTRADOS PARA CADA ESTABELECIMENTO
      *    SITUADO NO ESTADO OU MUNICIPIO
      *
           EVALUATE WK-TIPO-ACCEPT
               WHEN 'N'
                   IF WK-CODESTAB-ACCEPT NOT = SPACES
                       DISPLAY 'FERIADO NACIONAL NAO TEM'
                               ' ESTABELECIMENTO. DEIXE EM BRANCO'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   END-IF
               WHEN 'E'
               WHEN 'M'
                   IF WK-CODESTAB-ACCEPT = SPACES
                       DISPLAY 'FERIADO ESTADUAL OU MUNICIPAL EXIGE'
                               ' O ESTABELECIMENTO'
                       MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   ELSE
                       PERFORM 209-VALIDA-ESTABELECIMENTO
                   END-IF
               WHEN OTHER
                   DISPLAY 'TIPO ' WK-TIPO-ACCEPT
                           ' INVALIDO. INFORME N, E OU M'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-EVALUATE.
      *
       208-VALIDA-FIXO.
           IF WK-FIXO-ACCEPT NOT = 'S'
              AND WK-FIXO-ACCEPT NOT = 'N'
               DISPLAY 'INDICADOR DE DATA FIXA ' WK-FIXO-ACCEPT
                       ' INVALIDO. INFORME S OU N'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
           END-IF.
      *
       209-VALIDA-ESTABELECIMENTO.
           MOVE WK-CODESTAB-ACCEPT TO DB2ES-CODESTAB.
      *
           EXEC SQL
               SELECT SITUACAOESTAB INTO :DB2ES-SITUACAOESTAB
                   FROM EAD703.ESTABELECIMENTOS
                   WHERE CODESTAB = :DB2ES-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'ESTABELECIMENTO ' DB2ES-CODESTAB
                           ' NAO EXISTE'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO ESTABELECIMENTO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       210-ALTERA-DESCRICAO.
           PERFORM 205-CONTA-DESCFER.
      *
           EXEC SQL
               UPDATE EAD703.FERIADOS
                   SET DESCFER = :DB2FD-DESCFER,
                       USUARIOFER = :DB2FD-USUARIOFER,
                       DATAHORAFER = CURRENT TIMESTAMP
                   WHERE DATAFER = :DB2FD-DATAFER
                     AND CODESTAB = :DB2FD-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'DESCRICAO DO FERIADO DE ' DB2FD-DATAFER
                           ' ALTERADA PARA ' DB2FD-DESCFER-TEXT
               WHEN 100
                   DISPLAY 'FERIADO DE ' DB2FD-DATAFER
                           ' NAO CADASTRADO PARA O ESTABELECIMENTO '
                           DB2FD-CODESTAB
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ATUALIZACAO DA DESCRICAO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       211-ALTERA-FIXO.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
           PERFORM 208-VALIDA-FIXO.
      *
           IF WK-DADOS-INVALIDOS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WK-FIXO-ACCEPT TO DB2FD-FIXOFER
      *
               EXEC SQL
                   UPDATE EAD703.FERIADOS
                       SET FIXOFER = :DB2FD-FIXOFER,
                           USUARIOFER = :DB2FD-USUARIOFER,
                           DATAHORAFER = CURRENT TIMESTAMP
                       WHERE DATAFER = :DB2FD-DATAFER
                         AND CODESTAB = :DB2FD-CODESTAB
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'FERIADO DE ' DB2FD-DATAFER
                               ' DATA FIXA ALTERADA PARA '
                               DB2FD-FIXOFER
                   WHEN 100
                       DISPLAY 'FERIADO DE ' DB2FD-DATAFER
                               ' NAO CADASTRADO PARA O ESTABELECIMENTO '
                               DB2FD-CODESTAB
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA ATUALIZACAO DA DATA FIXA'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXIT.
      ******************************************************************
       END PROGRAM COBFUN95.
