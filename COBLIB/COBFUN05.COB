      * DATA     : 2025-01-17                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : INCLUSAO, ALTERACAO E EXCLUSAO DE DEPARTAMENTOS(DB2)*
      *            COM O VINCULO AO ESTABELECIMENTO (CNPJ) MANTIDO     *
      *            PELO COBFUN94                                       *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-AUTORIZACAO-CONT     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-PAI-CONT             PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-IND-DEPTOPAI         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-BCOHORAS-VALIDO      PIC X          VALUE 'S'.
       77  WK-ESTAB-VALIDO         PIC X          VALUE 'S'.
       77  WK-ESTAB-SITUACAO       PIC X          VALUE SPACES.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-CODDEPTO-ACCEPT   PIC X(3)       VALUE SPACES.
           05 WK-NOMEDEPTO-ACCEPT  PIC X(30)      VALUE SPACES.
           05 WK-DEPTOPAI-ACCEPT   PIC X(3)       VALUE SPACES.
           05 WK-BCOHORAS-ACCEPT   PIC X          VALUE SPACES.
           05 WK-CODESTAB-ACCEPT   PIC X(3)       VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
      *
           PERFORM 205-CONTA-NOMEDEPTO.
           PERFORM 206-VALIDA-PAI.
      *
           IF WK-BCOHORAS-ACCEPT = SPACES
               MOVE 'N' TO WK-BCOHORAS-ACCEPT
           END-IF.
      *
           PERFORM 207-VALIDA-BANCO-HORAS.
      *
      *    SEM ESTABELECIMENTO INFORMADO, O DEPARTAMENTO FICA NA
      *    MATRIZ (001)
      *
           IF WK-CODESTAB-ACCEPT = SPACES
               MOVE '001' TO WK-CODESTAB-ACCEPT
           END-IF.
      *
           PERFORM 208-VALIDA-ESTABELECIMENTO.
      *
           IF WK-IND-DEPTOPAI = -9
              OR WK-BCOHORAS-VALIDO = 'N'
              OR WK-ESTAB-VALIDO = 'N'
               CONTINUE
           ELSE
               EXEC SQL
                   INSERT INTO EAD703.DEPARTAMENTOS
                       ( CODDEPTO, NOMEDEPTO, CODDEPTOPAI,
                         BCOHORASDEPTO, CODESTAB )
                       VALUES ( :DB2-CODDEPTO,
                                :DB2-NOMEDEPTO,
                                :DB2-CODDEPTOPAI :WK-IND-DEPTOPAI,
                                :DB2-BCOHORASDEPTO,
                                :DB2-CODESTAB )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
           IF WK-DEPTOPAI-ACCEPT NOT = SPACES
               PERFORM 211-ALTERA-PAI
           END-IF.
      *
           IF WK-BCOHORAS-ACCEPT NOT = SPACES
               PERFORM 212-ALTERA-BANCO-HORAS
           END-IF.
      *
           IF WK-CODESTAB-ACCEPT NOT = SPACES
               PERFORM 213-ALTERA-ESTABELECIMENTO
           END-IF.
      *
       205-CONTA-NOMEDEPTO.
           MOVE 30 TO DB2-NOMEDEPTO-LEN.
                   END-IF
               END-IF
           END-IF.
      *
       207-VALIDA-BANCO-HORAS.
      *
      *    S = DEPARTAMENTO COM ACORDO DE BANCO DE HORAS: AS HORAS
      *    EXTRAS A 50% SAO CREDITADAS NO BANCO PELO COBFUN15 EM VEZ
      *    DE PAGAS; N = HORAS EXTRAS PAGAS NA FOLHA
      *
           MOVE 'S' TO WK-BCOHORAS-VALIDO.
           MOVE WK-BCOHORAS-ACCEPT TO DB2-BCOHORASDEPTO.
      *
           IF WK-BCOHORAS-ACCEPT NOT = 'S'
              AND WK-BCOHORAS-ACCEPT NOT = 'N'
               DISPLAY 'INDICADOR DE BANCO DE HORAS '
                       WK-BCOHORAS-ACCEPT ' INVALIDO. INFORME S OU N'
               MOVE 'N' TO WK-BCOHORAS-VALIDO
           END-IF.
      *
       208-VALIDA-ESTABELECIMENTO.
      *
      *    O ESTABELECIMENTO (COBFUN94) DEFINE O CNPJ SOB O QUAL OS
      *    FUNCIONARIOS DO DEPARTAMENTO SAO RECOLHIDOS E INFORMADOS;
      *    DEVE EXISTIR E ESTAR ATIVO
      *
           MOVE 'S' TO WK-ESTAB-VALIDO.
           MOVE WK-CODESTAB-ACCEPT TO DB2-CODESTAB.
      *
           EXEC SQL
               SELECT SITUACAOESTAB INTO :WK-ESTAB-SITUACAO
                   FROM EAD703.ESTABELECIMENTOS
                   WHERE CODESTAB = :DB2-CODESTAB
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-ESTAB-SITUACAO NOT = 'A'
                       DISPLAY 'ESTABELECIMENTO ' DB2-CODESTAB
                               ' INATIVO'
                       MOVE 'N' TO WK-ESTAB-VALIDO
                   END-IF
               WHEN 100
                   DISPLAY 'ESTABELECIMENTO ' DB2-CODESTAB
                           ' NAO CADASTRADO'
                   MOVE 'N' TO WK-ESTAB-VALIDO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO ESTABELECIMENTO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       211-ALTERA-PAI.
           PERFORM 206-VALIDA-PAI.
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       212-ALTERA-BANCO-HORAS.
           PERFORM 207-VALIDA-BANCO-HORAS.
      *
           IF WK-BCOHORAS-VALIDO = 'N'
               CONTINUE
           ELSE
               EXEC SQL
                   UPDATE EAD703.DEPARTAMENTOS
                       SET BCOHORASDEPTO = :DB2-BCOHORASDEPTO
                       WHERE   CODDEPTO = :DB2-CODDEPTO
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'BANCO DE HORAS DO DEPARTAMENTO '
                               DB2-CODDEPTO ' ALTERADO PARA '
                               DB2-BCOHORASDEPTO
                   WHEN 100
                       DISPLAY 'DEPARTAMENTO ' DB2-CODDEPTO
                               ' NAO EXISTE'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA ATUALIZACAO DO BANCO DE HORAS DO'
                               ' DEPARTAMENTO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
       213-ALTERA-ESTABELECIMENTO.
           PERFORM 208-VALIDA-ESTABELECIMENTO.
      *
           IF WK-ESTAB-VALIDO = 'N'
               CONTINUE
           ELSE
               EXEC SQL
                   UPDATE EAD703.DEPARTAMENTOS
                       SET CODESTAB = :DB2-CODESTAB
                       WHERE   CODDEPTO = :DB2-CODDEPTO
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       DISPLAY 'ESTABELECIMENTO DO DEPARTAMENTO '
                               DB2-CODDEPTO ' ALTERADO PARA '
                               DB2-CODESTAB
                   WHEN 100
                       DISPLAY 'DEPARTAMENTO ' DB2-CODDEPTO
                               ' NAO EXISTE'
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA ATUALIZACAO DO ESTABELECIMENTO DO'
                               ' DEPARTAMENTO'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
      ******************************************************************
       900-FINALIZAR SECTION.
