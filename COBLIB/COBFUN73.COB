      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : CONFERENCIA DA FOLHA CALCULADA ANTES DO CREDITO E   *
      *            DO FECHAMENTO DA COMPETENCIA: COMPARA CADA          *
      *            EAD703.FOLHA_MENSAL COM A DA COMPETENCIA ANTERIOR E *
      *            LISTA AS EXCECOES (BRUTO OU LIQUIDO VARIANDO ACIMA  *
      *            DO PARAMETRO PERC-VAR-FOLHA, FUNCIONARIO SEM FOLHA  *
      *            EM UMA DAS DUAS COMPETENCIAS, LIQUIDO ZERO OU       *
      *            NEGATIVO, INSS OU IRRF VARIANDO SEM VARIACAO DO     *
      *            BRUTO) (DB2)                                        *
      *            FUNCOES: G=GERA A LISTA L=LIBERA (SUPERVISOR)       *
      *                     C=CONSULTA A SITUACAO DA CONFERENCIA       *
      *            O COBFUN33 (REMESSA NORMAL) E O FECHAMENTO DO       *
      *            COBFUN47 EXIGEM A CONFERENCIA LIBERADA E POSTERIOR  *
      *            AO ULTIMO CALCULO DA FOLHA                          *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN73.
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
               INCLUDE BOOKFUNC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKFOLH
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKCOMP
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKCONF
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPARM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLOGE
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
      *    FOLHA DA COMPETENCIA COM A DA COMPETENCIA ANTERIOR, QUANDO
      *    EXISTIR (INDICADOR NEGATIVO = SEM FOLHA NO MES ANTERIOR)
      *
           EXEC SQL
               DECLARE ATUTEMP CURSOR FOR
                  SELECT A.CODFUN,
                         F.NOMEFUN,
                         A.SALARIOBRUTO,
                         A.DESCINSS,
                         A.DESCIRRF,
                         A.SALARIOLIQ,
                         B.SALARIOBRUTO,
                         B.DESCINSS,
                         B.DESCIRRF,
                         B.SALARIOLIQ
                       FROM EAD703.FOLHA_MENSAL A
                            INNER JOIN EAD703.FUNCIONARIOS F
                              ON  F.CODFUN = A.CODFUN
                            LEFT OUTER JOIN EAD703.FOLHA_MENSAL B
                              ON  B.CODFUN = A.CODFUN
                              AND B.ANOMESFOLHA = :WK-ANOMES-ANT
                       WHERE  A.ANOMESFOLHA = :WK-ANOMES-ACCEPT
                       ORDER BY A.CODFUN
           END-EXEC.
      *
      *    PAGOS NA COMPETENCIA ANTERIOR E AUSENTES NA ATUAL
      *
           EXEC SQL
               DECLARE AUSTEMP CURSOR FOR
                  SELECT B.CODFUN,
                         F.NOMEFUN,
                         F.ATIVOFUN,
                         B.SALARIOLIQ
                       FROM EAD703.FOLHA_MENSAL B,
                            EAD703.FUNCIONARIOS F
                       WHERE  F.CODFUN = B.CODFUN
                         AND  B.ANOMESFOLHA = :WK-ANOMES-ANT
                         AND  NOT EXISTS
                              ( SELECT 1
                                    FROM EAD703.FOLHA_MENSAL A
                                    WHERE A.CODFUN = B.CODFUN
                                      AND A.ANOMESFOLHA =
                                                :WK-ANOMES-ACCEPT )
                       ORDER BY B.CODFUN
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-USUARIO           PIC X(8)          VALUE SPACES.
       77  WK-SITUACAO-COMP     PIC X             VALUE SPACES.
       77  WK-AUTORIZACAO-CONT  PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-RECALCULO-CONT    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-PERC-LIMITE       PIC S9(3)V9(2) USAGE COMP-3
                                                  VALUE 20,00.
      *
      *    FOLHA DA COMPETENCIA ANTERIOR LIDA PELO ATUTEMP
      *
       77  WK-ANT-BRUTO         PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ANT-INSS          PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ANT-IRRF          PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ANT-LIQUIDO       PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-ANT-BRUTO     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-ANT-INSS      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-ANT-IRRF      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-ANT-LIQUIDO   PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-USUARIOLIB    PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-DATAHORALIB   PIC S9(4) USAGE COMP VALUE ZEROES.
      *
      *    VARIACAO PERCENTUAL (EM VALOR ABSOLUTO) CALCULADA PELO 250
      *
       77  WK-VAR-ANTERIOR      PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VAR-ATUAL         PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VAR-PERC          PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VAR-BRUTO         PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VAR-LIQUIDO       PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VAR-INSS          PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VAR-IRRF          PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-EXC-MOTIVO        PIC X(40)         VALUE SPACES.
      *
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EXCECOES     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-FUN-EXC      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-ANT-EDIT          PIC -ZZZ.ZZ9,99   VALUE ZEROES.
       77  WK-ATU-EDIT          PIC -ZZZ.ZZ9,99   VALUE ZEROES.
       77  WK-PERC-EDIT         PIC Z.ZZZ.ZZ9,99  VALUE ZEROES.
      *
       01  WK-ACCEPT.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-ANOMES-ACCEPT     PIC X(6)       VALUE SPACES.
           05 FILLER REDEFINES WK-ANOMES-ACCEPT.
              10 WK-ANOMES-ANO     PIC 9(4).
              10 WK-ANOMES-MES     PIC 9(2).
      *
       01  WK-ANOMES-ANT           PIC X(6)       VALUE SPACES.
       01  FILLER REDEFINES WK-ANOMES-ANT.
           05 WK-ANT-ANO           PIC 9(4).
           05 WK-ANT-MES           PIC 9(2).
      *
       77  WK-ANO-PROX          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
      *
       01  WK-SWITCHES.
           05 WK-DADOS-VALIDOS-SW  PIC X          VALUE 'S'.
              88 WK-DADOS-VALIDOS                 VALUE 'S'.
              88 WK-DADOS-INVALIDOS               VALUE 'N'.
           05 WK-EXCECAO-FUN-SW    PIC X          VALUE 'N'.
              88 WK-EXCECAO-FUN                   VALUE 'S'.
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
           IF WK-ANOMES-ACCEPT NOT NUMERIC
              OR WK-ANOMES-MES < 01 OR WK-ANOMES-MES > 12
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' INVALIDA. INFORME AAAAMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE WK-ANOMES-ANO TO WK-ANT-ANO.
           MOVE WK-ANOMES-MES TO WK-ANT-MES.
      *
           IF WK-ANT-MES = 1
               MOVE 12 TO WK-ANT-MES
               SUBTRACT 1 FROM WK-ANT-ANO
           ELSE
               SUBTRACT 1 FROM WK-ANT-MES
           END-IF.
      *
           MOVE WK-ANOMES-ANO TO WK-ANO-PROX.
           MOVE WK-ANOMES-MES TO WK-MES-PROX.
           ADD 1 TO WK-MES-PROX.
      *
           IF WK-MES-PROX > 12
               MOVE 1 TO WK-MES-PROX
               ADD 1 TO WK-ANO-PROX
           END-IF.
      *
           MOVE SPACES TO WK-COMP-PROX.
           STRING WK-ANO-PROX '-' WK-MES-PROX '-01'
               DELIMITED BY SIZE INTO WK-COMP-PROX.
      *
           EXEC SQL
               SET :WK-USUARIO = USER
           END-EXEC.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN73' TO DB2E-NOMEPGM.
           MOVE WK-ANOMES-ACCEPT TO DB2E-ANOMESLOG.
      *
           EXEC SQL
               SET :DB2E-DATAHORAINILOG = CURRENT TIMESTAMP
           END-EXEC.
      *
           EXEC SQL
               INSERT INTO EAD703.LOG_EXECUCAO
                   ( NOMEPGM, DATAHORAINILOG, DATAHORAFIMLOG,
                     QTDELIDLOG, QTDEAPLLOG, QTDEREJLOG, CODRETLOG,
                     ANOMESLOG )
                   VALUES ( :DB2E-NOMEPGM, :DB2E-DATAHORAINILOG,
                            NULL, 0, 0, 0, 0, :DB2E-ANOMESLOG )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA GRAVACAO DO LOG DE EXECUCAO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
       105-LE-PARAMETRO.
      *
      *    PERCENTUAL DE VARIACAO ACEITO SEM EXCECAO, VIGENTE NA
      *    COMPETENCIA (COBFUN43); SEM PARAMETRO VALE 20%
      *
           MOVE 'PERC-VAR-FOLHA' TO DB2M-CHAVEPARM.
      *
           EXEC SQL
               SELECT VALORPARM INTO :DB2M-VALORPARM
                   FROM EAD703.PARAMETROS
                   WHERE CHAVEPARM = :DB2M-CHAVEPARM
                     AND DATAEFETPARM < :WK-COMP-PROX
                   ORDER BY DATAEFETPARM DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DB2M-VALORPARM TO WK-PERC-LIMITE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO PARAMETRO '
                           DB2M-CHAVEPARM
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
      *
           EVALUATE WK-FUNCAO-ACCEPT
               WHEN 'G'
                   PERFORM 202-GERA-CONFERENCIA
               WHEN 'L'
                   PERFORM 203-LIBERA-CONFERENCIA
               WHEN 'C'
                   PERFORM 204-CONSULTA-CONFERENCIA
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA. INFORME G, L OU C'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *
       202-GERA-CONFERENCIA.
           PERFORM 205-VERIFICA-COMPETENCIA.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 105-LE-PARAMETRO
      *
               MOVE WK-PERC-LIMITE TO WK-PERC-EDIT
               DISPLAY 'CONFERENCIA DA FOLHA - COMPETENCIA '
                       WK-ANOMES-ACCEPT ' X ' WK-ANOMES-ANT
               DISPLAY 'VARIACAO ACEITA ATE ' WK-PERC-EDIT ' %'
               DISPLAY '**********************************************'
      *
               PERFORM 211-ABRE-ATUAL
               PERFORM 210-CONFERE-ATUAL UNTIL SQLCODE = 100
      *
               EXEC SQL
                   CLOSE ATUTEMP
               END-EXEC
      *
               PERFORM 221-ABRE-AUSENTES
               PERFORM 220-CONFERE-AUSENTE UNTIL SQLCODE = 100
      *
               EXEC SQL
                   CLOSE AUSTEMP
               END-EXEC
      *
               PERFORM 230-GRAVA-CONFERENCIA
           END-IF.
      *
       203-LIBERA-CONFERENCIA.
           PERFORM 207-VERIFICA-SUPERVISOR.
      *
           IF WK-DADOS-VALIDOS
               PERFORM 208-LE-CONFERENCIA
           END-IF.
      *
           IF WK-DADOS-VALIDOS
               IF DB2CF-SITUACAOCONF = 'L'
                  AND WK-RECALCULO-CONT = 0
                   DISPLAY 'CONFERENCIA DA COMPETENCIA '
                           WK-ANOMES-ACCEPT ' JA ESTA LIBERADA'
               ELSE
                   IF WK-RECALCULO-CONT > 0
                       DISPLAY 'FOLHA DA COMPETENCIA ' WK-ANOMES-ACCEPT
                               ' RECALCULADA APOS A CONFERENCIA.'
                               ' GERE A LISTA DE NOVO (FUNCAO G)'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 260-MARCA-LIBERADA
                       MOVE DB2CF-QTDEEXCCONF TO WK-QTDE-EDIT
                       DISPLAY 'CONFERENCIA DA COMPETENCIA '
                               WK-ANOMES-ACCEPT ' COM ' WK-QTDE-EDIT
                               ' EXCECAO(OES) LIBERADA PELO'
                               ' SUPERVISOR ' WK-USUARIO
                   END-IF
               END-IF
           END-IF.
      *
       204-CONSULTA-CONFERENCIA.
           PERFORM 208-LE-CONFERENCIA.
      *
           IF WK-DADOS-VALIDOS
               MOVE DB2CF-QTDEEXCCONF TO WK-QTDE-EDIT
               MOVE DB2CF-PERCCONF    TO WK-PERC-EDIT
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT ': '
                       WK-QTDE-EDIT ' EXCECAO(OES) COM VARIACAO'
                       ' ACEITA ATE ' WK-PERC-EDIT ' %'
               DISPLAY 'GERADA POR ' DB2CF-USUARIOGERCONF
                       ' EM ' DB2CF-DATAHORAGERCONF
      *
               IF DB2CF-SITUACAOCONF = 'L'
                   DISPLAY 'LIBERADA POR ' DB2CF-USUARIOLIBCONF
                           ' EM ' DB2CF-DATAHORALIBCONF
               ELSE
                   DISPLAY 'AGUARDANDO LIBERACAO DO SUPERVISOR'
               END-IF
      *
               IF WK-RECALCULO-CONT > 0
                   DISPLAY 'ATENCAO: FOLHA RECALCULADA APOS A'
                           ' CONFERENCIA. GERE A LISTA DE NOVO'
               END-IF
           END-IF.
      *
       205-VERIFICA-COMPETENCIA.
      *
      *    A LISTA SO FAZ SENTIDO COM A FOLHA CALCULADA (C); A
      *    COMPETENCIA PAGA (P) ACEITA NOVA LISTA PARA O FECHAMENTO
      *
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
           MOVE WK-ANOMES-ACCEPT TO DB2K-ANOMESCOMP.
      *
           EXEC SQL
               SELECT SITUACAOCOMP INTO :WK-SITUACAO-COMP
                   FROM EAD703.COMPETENCIA_FOLHA
                   WHERE ANOMESCOMP = :DB2K-ANOMESCOMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   EVALUATE WK-SITUACAO-COMP
                       WHEN 'C'
                       WHEN 'P'
                           CONTINUE
                       WHEN 'A'
                           DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                                   ' AINDA SEM FOLHA CALCULADA.'
                                   ' EXECUTE O COBFUN15'
                           MOVE 'N' TO WK-DADOS-VALIDOS-SW
                           MOVE 8 TO RETURN-CODE
                       WHEN OTHER
                           DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                                   ' JA FECHADA. CONFERENCIA NAO'
                                   ' PERMITIDA'
                           MOVE 'N' TO WK-DADOS-VALIDOS-SW
                           MOVE 8 TO RETURN-CODE
                   END-EVALUATE
               WHEN 100
                   DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                           ' SEM CONTROLE DE SITUACAO.'
                           ' EXECUTE O COBFUN15'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA SITUACAO DA COMPETENCIA'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       207-VERIFICA-SUPERVISOR.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
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
               DISPLAY 'USUARIO ' WK-USUARIO ' NAO E SUPERVISOR.'
                       ' LIBERACAO DA CONFERENCIA NAO AUTORIZADA'
               MOVE 'N' TO WK-DADOS-VALIDOS-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
       208-LE-CONFERENCIA.
           MOVE 'S' TO WK-DADOS-VALIDOS-SW.
           MOVE WK-ANOMES-ACCEPT TO DB2CF-ANOMESCONF.
           MOVE SPACES TO DB2CF-USUARIOLIBCONF
                          DB2CF-DATAHORALIBCONF.
      *
           EXEC SQL
               SELECT PERCCONF, QTDEEXCCONF, SITUACAOCONF,
                      USUARIOGERCONF, DATAHORAGERCONF,
                      USUARIOLIBCONF, DATAHORALIBCONF
                   INTO :DB2CF-PERCCONF, :DB2CF-QTDEEXCCONF,
                        :DB2CF-SITUACAOCONF, :DB2CF-USUARIOGERCONF,
                        :DB2CF-DATAHORAGERCONF,
                        :DB2CF-USUARIOLIBCONF :WK-IND-USUARIOLIB,
                        :DB2CF-DATAHORALIBCONF :WK-IND-DATAHORALIB
                   FROM EAD703.CONFERENCIA_FOLHA
                   WHERE ANOMESCONF = :DB2CF-ANOMESCONF
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 209-VERIFICA-RECALCULO
               WHEN 100
                   DISPLAY 'COMPETENCIA ' DB2CF-ANOMESCONF
                           ' SEM CONFERENCIA GERADA.'
                           ' EXECUTE O COBFUN73 COM A FUNCAO G'
                   MOVE 'N' TO WK-DADOS-VALIDOS-SW
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA CONFERENCIA'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       209-VERIFICA-RECALCULO.
      *
      *    FOLHA REGRAVADA PELO COBFUN15 DEPOIS DA GERACAO DA LISTA
      *    INVALIDA A CONFERENCIA
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-RECALCULO-CONT
                   FROM EAD703.FOLHA_MENSAL
                   WHERE ANOMESFOLHA = :DB2CF-ANOMESCONF
                     AND DATAHORAFOLHA > :DB2CF-DATAHORAGERCONF
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO RECALCULO DA FOLHA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       210-CONFERE-ATUAL.
           ADD 1 TO WK-QTDE-LIDOS.
           MOVE 'N' TO WK-EXCECAO-FUN-SW.
      *
           IF WK-IND-ANT-BRUTO < 0
               MOVE 'SEM FOLHA NA COMPETENCIA ANTERIOR'
                 TO WK-EXC-MOTIVO
               MOVE ZEROES           TO WK-VAR-ANTERIOR
               MOVE DB2F-SALARIOLIQ  TO WK-VAR-ATUAL
               MOVE ZEROES           TO WK-VAR-PERC
               PERFORM 240-REGISTRA-EXCECAO
           ELSE
               PERFORM 212-CONFERE-VARIACOES
           END-IF.
      *
           IF DB2F-SALARIOLIQ NOT > 0
               MOVE 'LIQUIDO ZERO OU NEGATIVO' TO WK-EXC-MOTIVO
               MOVE WK-ANT-LIQUIDO   TO WK-VAR-ANTERIOR
               MOVE DB2F-SALARIOLIQ  TO WK-VAR-ATUAL
               MOVE ZEROES           TO WK-VAR-PERC
               PERFORM 240-REGISTRA-EXCECAO
           END-IF.
      *
           IF WK-EXCECAO-FUN
               ADD 1 TO WK-QTDE-FUN-EXC
           END-IF.
      *
           PERFORM 301-LER-ATUAL.
      *
       211-ABRE-ATUAL.
           EXEC SQL
               OPEN ATUTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DA FOLHA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 301-LER-ATUAL.
      *
       212-CONFERE-VARIACOES.
           MOVE WK-ANT-BRUTO      TO WK-VAR-ANTERIOR.
           MOVE DB2F-SALARIOBRUTO TO WK-VAR-ATUAL.
           PERFORM 250-CALCULA-VARIACAO.
           MOVE WK-VAR-PERC       TO WK-VAR-BRUTO.
      *
           IF WK-VAR-BRUTO > WK-PERC-LIMITE
               MOVE 'BRUTO VARIOU ACIMA DO LIMITE' TO WK-EXC-MOTIVO
               PERFORM 240-REGISTRA-EXCECAO
           END-IF.
      *
           MOVE WK-ANT-LIQUIDO    TO WK-VAR-ANTERIOR.
           MOVE DB2F-SALARIOLIQ   TO WK-VAR-ATUAL.
           PERFORM 250-CALCULA-VARIACAO.
           MOVE WK-VAR-PERC       TO WK-VAR-LIQUIDO.
      *
           IF WK-VAR-LIQUIDO > WK-PERC-LIMITE
               MOVE 'LIQUIDO VARIOU ACIMA DO LIMITE' TO WK-EXC-MOTIVO
               PERFORM 240-REGISTRA-EXCECAO
           END-IF.
      *
      *    INSS OU IRRF QUE MUDAM SEM MUDANCA DO BRUTO APONTAM
      *    TABELA, DEPENDENTE OU DEDUCAO ALTERADA NO MES
      *
           IF WK-VAR-BRUTO NOT > WK-PERC-LIMITE
               MOVE WK-ANT-INSS    TO WK-VAR-ANTERIOR
               MOVE DB2F-DESCINSS  TO WK-VAR-ATUAL
               PERFORM 250-CALCULA-VARIACAO
               MOVE WK-VAR-PERC    TO WK-VAR-INSS
      *
               IF WK-VAR-INSS > WK-PERC-LIMITE
                   MOVE 'INSS VARIOU SEM VARIACAO DO BRUTO'
                     TO WK-EXC-MOTIVO
                   PERFORM 240-REGISTRA-EXCECAO
               END-IF
      *
               MOVE WK-ANT-IRRF    TO WK-VAR-ANTERIOR
               MOVE DB2F-DESCIRRF  TO WK-VAR-ATUAL
               PERFORM 250-CALCULA-VARIACAO
               MOVE WK-VAR-PERC    TO WK-VAR-IRRF
      *
               IF WK-VAR-IRRF > WK-PERC-LIMITE
                   MOVE 'IRRF VARIOU SEM VARIACAO DO BRUTO'
                     TO WK-EXC-MOTIVO
                   PERFORM 240-REGISTRA-EXCECAO
               END-IF
           END-IF.
      *
       220-CONFERE-AUSENTE.
           ADD 1 TO WK-QTDE-LIDOS
                    WK-QTDE-FUN-EXC.
           MOVE 'N' TO WK-EXCECAO-FUN-SW.
      *
           IF DB2-ATIVOFUN = 'A'
               MOVE 'ATIVO SEM FOLHA NA COMPETENCIA'
                 TO WK-EXC-MOTIVO
           ELSE
               MOVE 'DESLIGADO - SEM FOLHA NA COMPETENCIA'
                 TO WK-EXC-MOTIVO
           END-IF.
      *
           MOVE WK-ANT-LIQUIDO TO WK-VAR-ANTERIOR.
           MOVE ZEROES         TO WK-VAR-ATUAL
                                  WK-VAR-PERC.
           PERFORM 240-REGISTRA-EXCECAO.
      *
           PERFORM 302-LER-AUSENTE.
      *
       221-ABRE-AUSENTES.
           EXEC SQL
               OPEN AUSTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DE AUSENTES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 302-LER-AUSENTE.
      *
       230-GRAVA-CONFERENCIA.
      *
      *    UMA NOVA LISTA SUBSTITUI A ANTERIOR E VOLTA A EXIGIR A
      *    LIBERACAO; LISTA VAZIA DISPENSA O SUPERVISOR
      *
           MOVE WK-ANOMES-ACCEPT  TO DB2CF-ANOMESCONF.
           MOVE WK-PERC-LIMITE    TO DB2CF-PERCCONF.
           MOVE WK-QTDE-EXCECOES  TO DB2CF-QTDEEXCCONF.
           MOVE 'P'               TO DB2CF-SITUACAOCONF.
           MOVE WK-USUARIO        TO DB2CF-USUARIOGERCONF.
      *
           EXEC SQL
               DELETE FROM EAD703.CONFERENCIA_FOLHA
                   WHERE ANOMESCONF = :DB2CF-ANOMESCONF
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA EXCLUSAO DA CONFERENCIA ANTERIOR'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           EXEC SQL
               INSERT INTO EAD703.CONFERENCIA_FOLHA
                   ( ANOMESCONF, PERCCONF, QTDEEXCCONF, SITUACAOCONF,
                     USUARIOGERCONF, DATAHORAGERCONF, USUARIOLIBCONF,
                     DATAHORALIBCONF )
                   VALUES ( :DB2CF-ANOMESCONF, :DB2CF-PERCCONF,
                            :DB2CF-QTDEEXCCONF, :DB2CF-SITUACAOCONF,
                            :DB2CF-USUARIOGERCONF, CURRENT TIMESTAMP,
                            NULL, NULL )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA GRAVACAO DA CONFERENCIA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-QTDE-EXCECOES = 0
               PERFORM 260-MARCA-LIBERADA
               DISPLAY 'NENHUMA EXCECAO. CONFERENCIA DA COMPETENCIA '
                       WK-ANOMES-ACCEPT ' LIBERADA'
           ELSE
               DISPLAY 'LISTA DE EXCECOES GRAVADA. A COMPETENCIA '
                       WK-ANOMES-ACCEPT ' AGUARDA A LIBERACAO DO'
                       ' SUPERVISOR (COBFUN73 FUNCAO L)'
           END-IF.
      *
       240-REGISTRA-EXCECAO.
           IF NOT WK-EXCECAO-FUN
               MOVE 'S' TO WK-EXCECAO-FUN-SW
               DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' '
                       DB2-NOMEFUN-TEXT
           END-IF.
      *
           ADD 1 TO WK-QTDE-EXCECOES.
      *
           MOVE WK-VAR-ANTERIOR TO WK-ANT-EDIT.
           MOVE WK-VAR-ATUAL    TO WK-ATU-EDIT.
           DISPLAY '   ' WK-EXC-MOTIVO.
      *
           IF WK-VAR-PERC > 0
               MOVE WK-VAR-PERC TO WK-PERC-EDIT
               DISPLAY '   ANTERIOR: ' WK-ANT-EDIT
                       '  ATUAL: ' WK-ATU-EDIT
                       '  VARIACAO: ' WK-PERC-EDIT ' %'
           ELSE
               DISPLAY '   ANTERIOR: ' WK-ANT-EDIT
                       '  ATUAL: ' WK-ATU-EDIT
           END-IF.
      *
       250-CALCULA-VARIACAO.
      *
      *    VARIACAO PERCENTUAL EM MODULO; DE ZERO PARA UM VALOR
      *    QUALQUER CONTA COMO VARIACAO MAXIMA
      *
           IF WK-VAR-ANTERIOR = 0
               IF WK-VAR-ATUAL = 0
                   MOVE ZEROES TO WK-VAR-PERC
               ELSE
                   MOVE 9999999,99 TO WK-VAR-PERC
               END-IF
           ELSE
               COMPUTE WK-VAR-PERC ROUNDED =
                   (WK-VAR-ATUAL - WK-VAR-ANTERIOR) * 100 /
                   WK-VAR-ANTERIOR
                   ON SIZE ERROR
                       MOVE 9999999,99 TO WK-VAR-PERC
               END-COMPUTE
      *
               IF WK-VAR-PERC < 0
                   COMPUTE WK-VAR-PERC = WK-VAR-PERC * -1
               END-IF
           END-IF.
      *
       260-MARCA-LIBERADA.
           EXEC SQL
               UPDATE EAD703.CONFERENCIA_FOLHA
                   SET SITUACAOCONF = 'L',
                       USUARIOLIBCONF = :WK-USUARIO,
                       DATAHORALIBCONF = CURRENT TIMESTAMP
                   WHERE ANOMESCONF = :DB2CF-ANOMESCONF
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LIBERACAO DA CONFERENCIA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       300-LER SECTION.
       301-LER-ATUAL.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
           MOVE ZEROES TO WK-ANT-BRUTO
                          WK-ANT-INSS
                          WK-ANT-IRRF
                          WK-ANT-LIQUIDO.
      *
           EXEC SQL
               FETCH ATUTEMP
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2F-SALARIOBRUTO,
                        :DB2F-DESCINSS,
                        :DB2F-DESCIRRF,
                        :DB2F-SALARIOLIQ,
                        :WK-ANT-BRUTO :WK-IND-ANT-BRUTO,
                        :WK-ANT-INSS :WK-IND-ANT-INSS,
                        :WK-ANT-IRRF :WK-IND-ANT-IRRF,
                        :WK-ANT-LIQUIDO :WK-IND-ANT-LIQUIDO
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-IND-ANT-BRUTO < 0
                       MOVE ZEROES TO WK-ANT-BRUTO
                                      WK-ANT-INSS
                                      WK-ANT-IRRF
                                      WK-ANT-LIQUIDO
                   END-IF
               WHEN 100
                   DISPLAY 'FIM DO CURSOR DA FOLHA'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DA FOLHA'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       302-LER-AUSENTE.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH AUSTEMP
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-ATIVOFUN,
                        :WK-ANT-LIQUIDO
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'FIM DO CURSOR DE AUSENTES'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE AUSENTES'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-FUNCAO-ACCEPT = 'G' AND WK-DADOS-VALIDOS
               DISPLAY '**********************************************'
               MOVE WK-QTDE-LIDOS TO WK-QTDE-EDIT
               DISPLAY 'FUNCIONARIOS CONFERIDOS.......: ' WK-QTDE-EDIT
               MOVE WK-QTDE-FUN-EXC TO WK-QTDE-EDIT
               DISPLAY 'FUNCIONARIOS COM EXCECAO......: ' WK-QTDE-EDIT
               MOVE WK-QTDE-EXCECOES TO WK-QTDE-EDIT
               DISPLAY 'EXCECOES APONTADAS............: ' WK-QTDE-EDIT
           END-IF.
      *
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-QTDE-LIDOS TO DB2E-QTDELIDLOG.
           COMPUTE DB2E-QTDEAPLLOG = WK-QTDE-LIDOS - WK-QTDE-FUN-EXC.
           MOVE WK-QTDE-FUN-EXC TO DB2E-QTDEREJLOG.
           MOVE RETURN-CODE TO DB2E-CODRETLOG.
      *
           EXEC SQL
               UPDATE EAD703.LOG_EXECUCAO
                   SET DATAHORAFIMLOG = CURRENT TIMESTAMP,
                       QTDELIDLOG = :DB2E-QTDELIDLOG,
                       QTDEAPLLOG = :DB2E-QTDEAPLLOG,
                       QTDEREJLOG = :DB2E-QTDEREJLOG,
                       CODRETLOG = :DB2E-CODRETLOG
                   WHERE NOMEPGM = :DB2E-NOMEPGM
                     AND DATAHORAINILOG = :DB2E-DATAHORAINILOG
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ATUALIZACAO DO LOG DE EXECUCAO'
           END-IF.
      ******************************************************************
       END PROGRAM COBFUN73.
