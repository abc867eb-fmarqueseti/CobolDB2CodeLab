      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : INCLUSAO, ALTERACAO E EXCLUSAO DOS ESTABELECIMENTOS *
      *            (MATRIZ E FILIAIS, CADA UM COM O SEU CNPJ) AOS      *
      *            QUAIS OS DEPARTAMENTOS SAO VINCULADOS PELO COBFUN05,*
      *            COM VALIDACAO DOS DIGITOS DO CNPJ (DB2)             *
      *            SITUACAO: A=ATIVO I=INATIVO                         *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN94.
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
       77  WK-CNPJ-CONT            PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-CONT           PIC S9(8) USAGE COMP VALUE ZEROES.
      *
       77  WK-CNPJ-POS             PIC 99         USAGE COMP
                                                   VALUE ZEROES.
       77  WK-CNPJ-DESLOC          PIC 99         USAGE COMP
                                                   VALUE ZEROES.
       77  WK-CNPJ-LIMITE          PIC 99         USAGE COMP
                                                   VALUE ZEROES.
       77  WK-CNPJ-SOMA            PIC S9(4)      USAGE COMP
                                                   VALUE ZEROES.
       77  WK-CNPJ-QUOCIENTE       PIC S9(4)      USAGE COMP
                                                   VALUE ZEROES.
       77  WK-CNPJ-RESTO           PIC S9(4)      USAGE COMP
                                                   VALUE ZEROES.
       77  WK-CNPJ-DV1             PIC 9          VALUE ZERO.
       77  WK-CNPJ-DV2             PIC 9          VALUE ZERO.
       77  WK-CNPJ-IGUAL-CONT      PIC 99         USAGE COMP
                                                   VALUE ZEROES.
      *
       01  WK-CNPJ-DIGITOS.
           05 WK-CNPJ-DIGITO       PIC 9  OCCURS 14 TIMES VALUE ZERO.
      *
      *    PESOS DO MODULO 11 DO CNPJ: O PRIMEIRO DIGITO USA AS DOZE
      *    ULTIMAS POSICOES DA TABELA, O SEGUNDO USA AS TREZE
      *
       01  WK-CNPJ-PESOS-INI       PIC X(13)  VALUE '6543298765432'.
       01  FILLER REDEFINES WK-CNPJ-PESOS-INI.
           05 WK-CNPJ-PESO         PIC 9  OCCURS 13 TIMES.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-CODESTAB-ACCEPT   PIC X(3)       VALUE SPACES.
           05 WK-CNPJ-ACCEPT       PIC X(14)      VALUE SPACES.
           05 WK-RAZAO-ACCEPT      PIC X(40)      VALUE SPACES.
           05 WK-SITUACAO-ACCEPT   PIC X          VALUE SPACES.
      *
       01  WK-SWITCHES.
           05 WK-CNPJ-VALIDO-SW    PIC X          VALUE 'S'.
              88 WK-CNPJ-VALIDO                   VALUE 'S'.
              88 WK-CNPJ-INVALIDO                 VALUE 'N'.
           05 WK-SITUACAO-VALIDA-SW PIC X         VALUE 'S'.
              88 WK-SITUACAO-VALIDA               VALUE 'S'.
              88 WK-SITUACAO-INVALIDA             VALUE 'N'.
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
      *    O CADASTRO DE ESTABELECIMENTOS E DA EMPRESA TODA: EXIGE A
      *    AUTORIZACAO DE MANUTENCAO DE DEPARTAMENTOS SEM RESTRICAO
      *    DE DEPARTAMENTO
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
                       ' A MANUTENCAO DE ESTABELECIMENTOS'
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
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA'
           END-EVALUATE.
      *
       202-INCLUSAO.
           MOVE WK-CODESTAB-ACCEPT   TO DB2ES-CODESTAB.
           MOVE WK-RAZAO-ACCEPT      TO DB2ES-RAZAOESTAB-TEXT.
           MOVE WK-USUARIO           TO DB2ES-USUARIOESTAB.
      *
           PERFORM 205-CONTA-RAZAOESTAB.
           PERFORM 206-VALIDA-CNPJ.
      *
           IF WK-SITUACAO-ACCEPT = SPACES
               MOVE 'A' TO WK-SITUACAO-ACCEPT
           END-IF.
      *
           PERFORM 207-VALIDA-SITUACAO.
      *
           IF WK-RAZAO-ACCEPT = SPACES
               DISPLAY 'RAZAO SOCIAL DO ESTABELECIMENTO '
                       DB2ES-CODESTAB ' NAO INFORMADA'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WK-CNPJ-INVALIDO
                  OR WK-SITUACAO-INVALIDA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   EXEC SQL
                       INSERT INTO EAD703.ESTABELECIMENTOS
                           ( CODESTAB, CNPJESTAB, RAZAOESTAB,
                             SITUACAOESTAB, USUARIOESTAB,
                             DATAHORAESTAB )
                           VALUES ( :DB2ES-CODESTAB,
                                    :DB2ES-CNPJESTAB,
                                    :DB2ES-RAZAOESTAB,
                                    :DB2ES-SITUACAOESTAB,
                                    :DB2ES-USUARIOESTAB,
                                    CURRENT TIMESTAMP )
                   END-EXEC
      *
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
                   EVALUATE SQLCODE
                       WHEN 0
                           DISPLAY 'ESTABELECIMENTO ' DB2ES-CODESTAB
                                   ' FOI INCLUIDO'
                       WHEN -803
                           DISPLAY 'ESTABELECIMENTO ' DB2ES-CODESTAB
                                   ' JA EXISTE'
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                                   ' NA INCLUSAO DE ESTABELECIMENTO'
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                   END-EVALUATE
               END-IF
           END-IF.
      *
       203-EXCLUSAO.
           MOVE WK-CODESTAB-ACCEPT   TO DB2ES-CODESTAB.
      *
      *    ESTABELECIMENTO COM DEPARTAMENTOS VINCULADOS NAO PODE SER
      *    EXCLUIDO; OS DEPARTAMENTOS DEVEM SER TRANSFERIDOS ANTES
      *    PELO COBFUN05, OU O ESTABELECIMENTO INATIVADO
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-DEPTO-CONT
                   FROM EAD703.DEPARTAMENTOS
                   WHERE CODESTAB = :DB2ES-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS DEPARTAMENTOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-DEPTO-CONT > 0
               DISPLAY 'ESTABELECIMENTO ' DB2ES-CODESTAB
                       ' POSSUI DEPARTAMENTOS VINCULADOS'
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   DELETE FROM EAD703.ESTABELECIMENTOS
                       WHERE CODESTAB = :DB2ES-CODESTAB
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'ESTABELECIMENTO ' DB2ES-CODESTAB
                               ' FOI EXCLUIDO'
                   WHEN 100
                       DISPLAY 'ESTABELECIMENTO ' DB2ES-CODESTAB
                               ' NAO EXISTE'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA EXCLUSAO DE ESTABELECIMENTO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       204-ALTERACAO.
           MOVE WK-CODESTAB-ACCEPT   TO DB2ES-CODESTAB.
           MOVE WK-RAZAO-ACCEPT      TO DB2ES-RAZAOESTAB-TEXT.
           MOVE WK-USUARIO           TO DB2ES-USUARIOESTAB.
      *
           PERFORM 205-CONTA-RAZAOESTAB.
      *
           IF WK-RAZAO-ACCEPT NOT = SPACES
               PERFORM 210-ALTERA-RAZAO
           END-IF.
      *
           IF WK-CNPJ-ACCEPT NOT = SPACES
               PERFORM 211-ALTERA-CNPJ
           END-IF.
      *
           IF WK-SITUACAO-ACCEPT NOT = SPACES
               PERFORM 212-ALTERA-SITUACAO
           END-IF.
      *
       205-CONTA-RAZAOESTAB.
           MOVE 40 TO DB2ES-RAZAOESTAB-LEN.
      *
           PERFORM 215-DESCONTA-BRANCO
               VARYING WK-POSICAO FROM 40 BY -1
               UNTIL WK-POSICAO < 1
                  OR DB2ES-RAZAOESTAB-TEXT(WK-POSICAO:1) NOT = SPACES.
      *
       215-DESCONTA-BRANCO.
           SUBTRACT 1 FROM DB2ES-RAZAOESTAB-LEN.
      *
       206-VALIDA-CNPJ.
      *
      *    CNPJ COM 14 POSICOES NUMERICAS, NAO REPETIDAS, DIGITOS
      *    VERIFICADORES CORRETOS E SEM OUTRO ESTABELECIMENTO COM O
      *    MESMO NUMERO
      *
           MOVE 'S' TO WK-CNPJ-VALIDO-SW.
           MOVE WK-CNPJ-ACCEPT TO DB2ES-CNPJESTAB.
      *
           IF WK-CNPJ-ACCEPT NOT NUMERIC
               DISPLAY 'CNPJ ' WK-CNPJ-ACCEPT ' INVALIDO.'
                       ' INFORME AS 14 POSICOES NUMERICAS'
               MOVE 'N' TO WK-CNPJ-VALIDO-SW
           ELSE
               MOVE ZEROES TO WK-CNPJ-IGUAL-CONT
      *
               PERFORM 216-SEPARA-DIGITO
                   VARYING WK-CNPJ-POS FROM 1 BY 1
                   UNTIL WK-CNPJ-POS > 14
      *
               PERFORM 208-CALCULA-DIGITOS-CNPJ
      *
               IF WK-CNPJ-IGUAL-CONT = 13
                  OR WK-CNPJ-DIGITO(13) NOT = WK-CNPJ-DV1
                  OR WK-CNPJ-DIGITO(14) NOT = WK-CNPJ-DV2
                   DISPLAY 'CNPJ ' WK-CNPJ-ACCEPT ' INVALIDO.'
                           ' DIGITO VERIFICADOR NAO CONFERE'
                   MOVE 'N' TO WK-CNPJ-VALIDO-SW
               ELSE
                   PERFORM 209-VERIFICA-CNPJ-DUPLICADO
               END-IF
           END-IF.
      *
       216-SEPARA-DIGITO.
           MOVE WK-CNPJ-ACCEPT(WK-CNPJ-POS:1)
                                 TO WK-CNPJ-DIGITO(WK-CNPJ-POS).
      *
           IF WK-CNPJ-POS > 1
              AND WK-CNPJ-DIGITO(WK-CNPJ-POS) = WK-CNPJ-DIGITO(1)
               ADD 1 TO WK-CNPJ-IGUAL-CONT
           END-IF.
      *
       207-VALIDA-SITUACAO.
           MOVE 'S' TO WK-SITUACAO-VALIDA-SW.
           MOVE WK-SITUACAO-ACCEPT TO DB2ES-SITUACAOESTAB.
      *
           IF WK-SITUACAO-ACCEPT NOT = 'A'
              AND WK-SITUACAO-ACCEPT NOT = 'I'
               DISPLAY 'SITUACAO ' WK-SITUACAO-ACCEPT
                       ' INVALIDA. INFORME A OU I'
               MOVE 'N' TO WK-SITUACAO-VALIDA-SW
           END-IF.
      *
       208-CALCULA-DIGITOS-CNPJ.
           MOVE ZEROES TO WK-CNPJ-SOMA.
           MOVE 1      TO WK-CNPJ-DESLOC.
           MOVE 12     TO WK-CNPJ-LIMITE.
      *
           PERFORM 217-SOMA-PESO
               VARYING WK-CNPJ-POS FROM 1 BY 1
               UNTIL WK-CNPJ-POS > WK-CNPJ-LIMITE.
      *
           DIVIDE WK-CNPJ-SOMA BY 11 GIVING WK-CNPJ-QUOCIENTE
                                     REMAINDER WK-CNPJ-RESTO.
      *
           IF WK-CNPJ-RESTO < 2
               MOVE 0 TO WK-CNPJ-DV1
           ELSE
               COMPUTE WK-CNPJ-DV1 = 11 - WK-CNPJ-RESTO
           END-IF.
      *
           MOVE ZEROES TO WK-CNPJ-SOMA.
           MOVE ZEROES TO WK-CNPJ-DESLOC.
           MOVE 13     TO WK-CNPJ-LIMITE.
      *
           PERFORM 217-SOMA-PESO
               VARYING WK-CNPJ-POS FROM 1 BY 1
               UNTIL WK-CNPJ-POS > WK-CNPJ-LIMITE.
      *
           DIVIDE WK-CNPJ-SOMA BY 11 GIVING WK-CNPJ-QUOCIENTE
                                     REMAINDER WK-CNPJ-RESTO.
      *
           IF WK-CNPJ-RESTO < 2
               MOVE 0 TO WK-CNPJ-DV2
           ELSE
               COMPUTE WK-CNPJ-DV2 = 11 - WK-CNPJ-RESTO
           END-IF.
      *
       217-SOMA-PESO.
           COMPUTE WK-CNPJ-SOMA = WK-CNPJ-SOMA +
                   (WK-CNPJ-DIGITO(WK-CNPJ-POS) *
                    WK-CNPJ-PESO(WK-CNPJ-POS + WK-CNPJ-DESLOC)).
      *
       209-VERIFICA-CNPJ-DUPLICADO.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-CNPJ-CONT
                   FROM EAD703.ESTABELECIMENTOS
                   WHERE CNPJESTAB = :DB2ES-CNPJESTAB
                     AND CODESTAB <> :DB2ES-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS ESTABELECIMENTOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-CNPJ-CONT > 0
               DISPLAY 'CNPJ ' WK-CNPJ-ACCEPT
                       ' JA CADASTRADO EM OUTRO ESTABELECIMENTO'
               MOVE 'N' TO WK-CNPJ-VALIDO-SW
           END-IF.
      *
       210-ALTERA-RAZAO.
           EXEC SQL
               UPDATE EAD703.ESTABELECIMENTOS
                   SET RAZAOESTAB = :DB2ES-RAZAOESTAB,
                       USUARIOESTAB = :DB2ES-USUARIOESTAB,
                       DATAHORAESTAB = CURRENT TIMESTAMP
                   WHERE   CODESTAB = :DB2ES-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'RAZAO SOCIAL DO ESTABELECIMENTO '
                           DB2ES-CODESTAB ' FOI ALTERADA PARA '
                           DB2ES-RAZAOESTAB-TEXT
               WHEN 100
                   DISPLAY 'ESTABELECIMENTO ' DB2ES-CODESTAB
                           ' NAO EXISTE'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ATUALIZACAO DA RAZAO SOCIAL'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       211-ALTERA-CNPJ.
           PERFORM 206-VALIDA-CNPJ.
      *
           IF WK-CNPJ-INVALIDO
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   UPDATE EAD703.ESTABELECIMENTOS
                       SET CNPJESTAB = :DB2ES-CNPJESTAB,
                           USUARIOESTAB = :DB2ES-USUARIOESTAB,
                           DATAHORAESTAB = CURRENT TIMESTAMP
                       WHERE   CODESTAB = :DB2ES-CODESTAB
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'CNPJ DO ESTABELECIMENTO '
                               DB2ES-CODESTAB ' FOI ALTERADO PARA '
                               DB2ES-CNPJESTAB
                   WHEN 100
                       DISPLAY 'ESTABELECIMENTO ' DB2ES-CODESTAB
                               ' NAO EXISTE'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA ATUALIZACAO DO CNPJ'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       212-ALTERA-SITUACAO.
           PERFORM 207-VALIDA-SITUACAO.
      *
           IF WK-SITUACAO-INVALIDA
               MOVE 8 TO RETURN-CODE
           ELSE
               EXEC SQL
                   UPDATE EAD703.ESTABELECIMENTOS
                       SET SITUACAOESTAB = :DB2ES-SITUACAOESTAB,
                           USUARIOESTAB = :DB2ES-USUARIOESTAB,
                           DATAHORAESTAB = CURRENT TIMESTAMP
                       WHERE   CODESTAB = :DB2ES-CODESTAB
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'SITUACAO DO ESTABELECIMENTO '
                               DB2ES-CODESTAB ' ALTERADA PARA '
                               DB2ES-SITUACAOESTAB
                   WHEN 100
                       DISPLAY 'ESTABELECIMENTO ' DB2ES-CODESTAB
                               ' NAO EXISTE'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA ATUALIZACAO DA SITUACAO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXIT.
      ******************************************************************
       END PROGRAM COBFUN94.
