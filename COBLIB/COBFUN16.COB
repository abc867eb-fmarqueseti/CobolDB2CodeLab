      * DATA     : 2026-08-22                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : INCLUSAO, ALTERACAO E EXCLUSAO DE DEPENDENTES DOS   *
      *            FUNCIONARIOS, COM TRILHA DE AUDITORIA. O INDICADOR  *
      *            DE ESTUDANTE (S/N) ESTENDE A DEDUCAO DE IRRF DO     *
      *            FILHO ATE 24 ANOS NO COBFUN91 (DB2)                 *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 REG-DATANASCDEP-ACCEPT PIC X(10).
           05 REG-PARENTESCO-ACCEPT PIC X.
           05 REG-IRRFDEP-ACCEPT    PIC X.
           05 REG-ESTUDODEP-ACCEPT  PIC X.
      *
       FD  ARQ-REJDEP
           RECORDING MODE IS F.
           05 REG-DATANASCDEP-REJ   PIC X(10).
           05 REG-PARENTESCO-REJ    PIC X.
           05 REG-IRRFDEP-REJ       PIC X.
           05 REG-ESTUDODEP-REJ     PIC X.
           05 REG-MOTIVO-REJ        PIC X(3).
           05 REG-MENSAGEM-REJ      PIC X(40).
      *
           05 WK-DATANASCDEP-ACCEPT PIC X(10)     VALUE SPACES.
           05 WK-PARENTESCO-ACCEPT PIC X          VALUE SPACES.
           05 WK-IRRFDEP-ACCEPT    PIC X          VALUE SPACES.
           05 WK-ESTUDODEP-ACCEPT  PIC X          VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
           MOVE WK-DATANASCDEP-ACCEPT TO DB2D-DATANASCDEP.
           MOVE WK-PARENTESCO-ACCEPT  TO DB2D-PARENTESCODEP.
           MOVE WK-IRRFDEP-ACCEPT     TO DB2D-IRRFDEP.
           MOVE WK-ESTUDODEP-ACCEPT   TO DB2D-ESTUDODEP.
      *
           PERFORM 205-CONTA-NOMEDEP.
           PERFORM 210-VALIDA-TRANSACAO.
               EXEC SQL
                   INSERT INTO EAD703.DEPENDENTES
                       ( CODFUN, SEQDEP, NOMEDEP, DATANASCDEP,
                         PARENTESCODEP, IRRFDEP, DATAHORADEP,
                         ESTUDODEP )
                       VALUES ( :DB2D-CODFUN, :DB2D-SEQDEP,
                                :DB2D-NOMEDEP, :DB2D-DATANASCDEP,
                                :DB2D-PARENTESCODEP, :DB2D-IRRFDEP,
                                CURRENT TIMESTAMP, :DB2D-ESTUDODEP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
           MOVE WK-DATANASCDEP-ACCEPT TO DB2D-DATANASCDEP.
           MOVE WK-PARENTESCO-ACCEPT  TO DB2D-PARENTESCODEP.
           MOVE WK-IRRFDEP-ACCEPT     TO DB2D-IRRFDEP.
           MOVE WK-ESTUDODEP-ACCEPT   TO DB2D-ESTUDODEP.
      *
           PERFORM 205-CONTA-NOMEDEP.
           PERFORM 210-VALIDA-TRANSACAO.
                           DATANASCDEP = :DB2D-DATANASCDEP,
                           PARENTESCODEP = :DB2D-PARENTESCODEP,
                           IRRFDEP = :DB2D-IRRFDEP,
                           ESTUDODEP = :DB2D-ESTUDODEP,
                           DATAHORADEP = CURRENT TIMESTAMP
                       WHERE CODFUN = :DB2D-CODFUN
                         AND SEQDEP = :DB2D-SEQDEP
               MOVE 'D05' TO WK-MOTIVO-REJEICAO
               PERFORM 250-GRAVA-REJEICAO
           END-IF.
      *
      *    ESTUDANTE EM BRANCO VALE N
      *
           IF DB2D-ESTUDODEP = SPACE
               MOVE 'N' TO DB2D-ESTUDODEP
           END-IF.
      *
           IF DB2D-ESTUDODEP NOT = 'S' AND
              DB2D-ESTUDODEP NOT = 'N'
               DISPLAY 'INDICADOR DE ESTUDANTE '
                       WK-ESTUDODEP-ACCEPT
                       ' INVALIDO PARA O DEPENDENTE DO FUNCIONARIO '
                       DB2D-CODFUN
               MOVE 'D09' TO WK-MOTIVO-REJEICAO
               PERFORM 250-GRAVA-REJEICAO
           END-IF.
      *
       211-VALIDA-FUNCIONARIO.
           EXEC SQL
               MOVE 'S' TO WK-TRANSACAO-REJEITADA-SW
               ADD 1 TO WK-QTDE-REJEITADAS
               PERFORM 251-DEFINE-MENSAGEM
               MOVE WK-ACCEPT            TO REG-REJDEP (1:50)
               MOVE WK-MOTIVO-REJEICAO   TO REG-MOTIVO-REJ
               MOVE WK-MENSAGEM-REJEICAO TO REG-MENSAGEM-REJ
               WRITE REG-REJDEP
               WHEN 'D08'
                   MOVE 'DEPENDENTE INEXISTENTE'
                     TO WK-MENSAGEM-REJEICAO
               WHEN 'D09'
                   MOVE 'INDICADOR DE ESTUDANTE INVALIDO'
                     TO WK-MENSAGEM-REJEICAO
               WHEN OTHER
                   MOVE 'MOTIVO NAO CLASSIFICADO'
                     TO WK-MENSAGEM-REJEICAO
