      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : ESTORNO DO CALCULO DA FOLHA (COBFUN15) DA           *
      *            COMPETENCIA INTEIRA OU DE UM FUNCIONARIO, PARA QUE  *
      *            O RECALCULO PARTA DA SITUACAO ANTERIOR AO CALCULO:  *
      *            DESFAZ AS BAIXAS DE FERIAS, ADIANTAMENTOS,          *
      *            RETROATIVOS E PARCELAS DE DESCONTOS FIXOS, EXCLUI   *
      *            AS PENSOES E O BANCO DE HORAS GRAVADOS PELA FOLHA E *
      *            A EAD703.FOLHA_MENSAL COM AS SUAS RUBRICAS, COM     *
      *            RELATORIO DO QUE FOI ESTORNADO. EXIGE SUPERVISOR E  *
      *            COMPETENCIA ABERTA OU CALCULADA, SEM REMESSA DE     *
      *            CREDITO ATIVA. O ESTORNO DA COMPETENCIA INTEIRA     *
      *            DESCARTA O CONTROLE DE RESTART DO COBFUN15 (DB2)    *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN86.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTORNO ASSIGN TO ESTORNO
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ESTORNO
           RECORDING MODE IS F.
       01  REG-ESTORNO              PIC X(80).
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
               INCLUDE BOOKDESC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKCOMP
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKTRAV
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKREST
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
           EXEC SQL
               DECLARE ESTTEMP CURSOR FOR
                  SELECT M.CODFUN, F.NOMEFUN, M.SALARIOBRUTO,
                         M.DESCINSS, M.DESCIRRF, M.SALARIOLIQ
                      FROM EAD703.FOLHA_MENSAL M,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = M.CODFUN
                        AND M.ANOMESFOLHA = :WK-ANOMES-ACCEPT
                        AND ( :WK-CODFUN-ACCEPT = '    '
                           OR M.CODFUN = :WK-CODFUN-ACCEPT )
                      ORDER BY M.CODFUN
           END-EXEC.
      *
      *    PARCELAS BAIXADAS PELO COBFUN15 NA COMPETENCIA (227)
      *
           EXEC SQL
               DECLARE DESCTEMP CURSOR FOR
                  SELECT SEQDESC, TIPODESC, PARCTOTDESC, PARCPAGDESC,
                         SITUACAODESC
                      FROM EAD703.DESCONTOS_FIXOS
                      WHERE CODFUN = :DB2F-CODFUN
                        AND ANOMESULTDESC = :WK-ANOMES-ACCEPT
                      ORDER BY SEQDESC
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-USUARIO           PIC X(8)          VALUE SPACES.
       77  WK-SITUACAO-COMP     PIC X             VALUE SPACES.
       77  WK-AUTORIZACAO-CONT  PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-REMESSA-CONT      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-COMPLEMENTAR-CONT PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-ANOMES-ANTERIOR   PIC X(6)          VALUE SPACES.
       77  WK-ANO-ANT           PIC 9(4)          VALUE ZEROES.
       77  WK-MES-ANT           PIC 99            VALUE ZEROES.
       77  WK-ITEM-QTDE         PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-ITEM-VALOR        PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-ITEM-VALOR    PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-HORAS-CREDITO     PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-HORAS-CRED    PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-HORAS-PAGAS       PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-HORAS-PAGAS   PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-BCOHORAS    PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-VALOR-BCO     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-PARCPAG-NOVA      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-SITUACAO-NOVA     PIC X             VALUE SPACES.
       77  WK-ANOMESULT-NOVO    PIC X(6)          VALUE SPACES.
       77  WK-IND-ANOMESULT     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-ESTORNADOS   PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-FERIAS       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-ADIANTA      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-RETRO        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PARCELAS     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PENSOES      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-BCOHORAS     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-BRUTO       PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-LIQUIDO     PIC S9(9)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
      *
       01  WK-PARM-ESTORNO.
           05 WK-ANOMES-ACCEPT     PIC X(6)       VALUE SPACES.
           05 FILLER REDEFINES WK-ANOMES-ACCEPT.
              10 WK-ANOMES-ANO     PIC 9(4).
              10 WK-ANOMES-MES     PIC 9(2).
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 FILLER               PIC X(30)
              VALUE 'ESTORNO DO CALCULO DA FOLHA - '.
           05 FILLER               PIC X(13)
              VALUE 'COMPETENCIA: '.
           05 WK-LIN-ANO           PIC X(4).
           05 FILLER               PIC X     VALUE '/'.
           05 WK-LIN-MES           PIC X(2).
           05 FILLER               PIC X(16)
              VALUE '  FUNCIONARIO: '.
           05 WK-LIN-FILTRO        PIC X(5).
           05 FILLER               PIC X(9)  VALUE SPACES.
      *
       01  WK-LIN-FUNCIONARIO.
           05 FILLER               PIC X(13)
              VALUE 'FUNCIONARIO: '.
           05 WK-LIN-CODFUN        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEFUN       PIC X(30).
           05 FILLER               PIC X(32) VALUE SPACES.
      *
       01  WK-LIN-FOLHA.
           05 FILLER               PIC X(21)
              VALUE '   FOLHA EXCL. BRUTO '.
           05 WK-LIN-FOL-BRUTO     PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(6)  VALUE ' INSS '.
           05 WK-LIN-FOL-INSS      PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(6)  VALUE ' IRRF '.
           05 WK-LIN-FOL-IRRF      PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(5)  VALUE ' LIQ '.
           05 WK-LIN-FOL-LIQUIDO   PIC -ZZZ.ZZ9,99.
           05 FILLER               PIC X(3)  VALUE SPACES.
      *
       01  WK-LIN-ITEM.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WK-LIN-ITEM-ROTULO   PIC X(40).
           05 FILLER               PIC X(7)  VALUE ' QTDE: '.
           05 WK-LIN-ITEM-QTDE     PIC ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-ITEM-VALOR    PIC -ZZZ.ZZ9,99.
           05 FILLER               PIC X(14) VALUE SPACES.
      *
       01  WK-LIN-DESCONTO.
           05 FILLER               PIC X(16)
              VALUE '   DESCONTO SEQ '.
           05 WK-LIN-DSC-SEQ       PIC ZZ9.
           05 FILLER               PIC X(6)  VALUE ' TIPO '.
           05 WK-LIN-DSC-TIPO      PIC X.
           05 FILLER               PIC X(17)
              VALUE ' PARCELAS PAGAS  '.
           05 WK-LIN-DSC-PARC-ANT  PIC ZZ9.
           05 FILLER               PIC X(4)  VALUE ' -> '.
           05 WK-LIN-DSC-PARC-NOVA PIC ZZ9.
           05 FILLER               PIC X(11)
              VALUE '  SITUACAO '.
           05 WK-LIN-DSC-SIT-ANT   PIC X.
           05 FILLER               PIC X(4)  VALUE ' -> '.
           05 WK-LIN-DSC-SIT-NOVA  PIC X.
           05 FILLER               PIC X(10) VALUE SPACES.
      *
       01  WK-LIN-AVISO.
           05 FILLER               PIC X(10) VALUE '   AVISO: '.
           05 WK-LIN-AVISO-TEXTO   PIC X(70).
      *
       01  WK-LIN-TOTAL.
           05 WK-LIN-TOT-ROTULO    PIC X(40).
           05 WK-LIN-TOT-QTDE      PIC ZZZ.ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-TOT-VALOR     PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(16) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL SQLCODE = 100.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ******************************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-ESTORNO FROM SYSIN.
      *
           IF WK-ANOMES-ACCEPT NOT NUMERIC
              OR WK-ANOMES-MES < 01 OR WK-ANOMES-MES > 12
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' INVALIDA. INFORME AAAAMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
      *    COMPETENCIA ANTERIOR: ULTIMA PARCELA DOS DESCONTOS QUE
      *    CONTINUAM COM PARCELAS PAGAS APOS O ESTORNO
      *
           MOVE WK-ANOMES-ANO TO WK-ANO-ANT.
           MOVE WK-ANOMES-MES TO WK-MES-ANT.
      *
           SUBTRACT 1 FROM WK-MES-ANT.
      *
           IF WK-MES-ANT = 0
               MOVE 12 TO WK-MES-ANT
               SUBTRACT 1 FROM WK-ANO-ANT
           END-IF.
      *
           MOVE SPACES TO WK-ANOMES-ANTERIOR.
           STRING WK-ANO-ANT WK-MES-ANT
               DELIMITED BY SIZE INTO WK-ANOMES-ANTERIOR.
      *
           EXEC SQL
               SET :WK-USUARIO = USER
           END-EXEC.
      *
           PERFORM 103-VERIFICA-SUPERVISOR.
           PERFORM 104-VERIFICA-COMPETENCIA.
           PERFORM 105-VERIFICA-REMESSAS.
           PERFORM 107-OBTEM-TRAVA.
           PERFORM 102-GRAVA-LOG-INICIO.
      *
           DISPLAY 'ESTORNO DO CALCULO DA FOLHA - COMPETENCIA '
                   WK-ANOMES-ACCEPT.
           DISPLAY '**********************************************'.
      *
           OPEN OUTPUT ARQ-ESTORNO.
      *
           WRITE REG-ESTORNO FROM WK-LIN-SEPARADOR.
           MOVE WK-ANOMES-ACCEPT (1:4) TO WK-LIN-ANO.
           MOVE WK-ANOMES-ACCEPT (5:2) TO WK-LIN-MES.
      *
           IF WK-CODFUN-ACCEPT = SPACES
               MOVE 'TODOS' TO WK-LIN-FILTRO
           ELSE
               MOVE WK-CODFUN-ACCEPT TO WK-LIN-FILTRO
           END-IF.
      *
           WRITE REG-ESTORNO FROM WK-LIN-TITULO.
      *
           EXEC SQL
               OPEN ESTTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-FOLHA
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN86' TO DB2E-NOMEPGM.
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
       103-VERIFICA-SUPERVISOR.
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
                       ' ESTORNO DO CALCULO DA FOLHA NAO AUTORIZADO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       104-VERIFICA-COMPETENCIA.
      *
      *    COMPETENCIA PAGA OU FECHADA PRECISA SER REABERTA PELO
      *    SUPERVISOR NO COBFUN47, QUE CANCELA AS REMESSAS DE CREDITO
      *
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
                   CONTINUE
               WHEN 100
                   DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                           ' SEM CONTROLE DE SITUACAO. NADA A ESTORNAR'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA COMPETENCIA'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
           IF WK-SITUACAO-COMP NOT = 'A' AND
              WK-SITUACAO-COMP NOT = 'C'
               DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP ' NA SITUACAO '
                       WK-SITUACAO-COMP '. REABRA A COMPETENCIA PELO'
                       ' COBFUN47 (FUNCAO R) ANTES DO ESTORNO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       105-VERIFICA-REMESSAS.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-REMESSA-CONT
                   FROM EAD703.REMESSAS_CREDITO
                   WHERE ANOMESREM = :WK-ANOMES-ACCEPT
                     AND SITUACAOREM <> 'X'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DAS REMESSAS DE CREDITO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-REMESSA-CONT > 0
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' COM REMESSA DE CREDITO ATIVA. REABRA A'
                       ' COMPETENCIA PELO COBFUN47 ANTES DO ESTORNO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       107-OBTEM-TRAVA.
      *
      *    MESMA TRAVA DO CALCULO DA FOLHA: O ESTORNO NAO RODA
      *    JUNTO COM O COBFUN15; TRAVA REMANESCENTE DE ABEND E
      *    LIBERADA PELO COBFUN70 (FUNCAO L)
      *
           MOVE 'FOLHA-MENSAL' TO DB2TV-NOMERECURSO.
           MOVE 'COBFUN86'     TO DB2TV-NOMEPGM.
           MOVE WK-USUARIO     TO DB2TV-USUARIOTRAVA.
      *
           EXEC SQL
               INSERT INTO EAD703.TRAVAS_EXECUCAO
                   ( NOMERECURSO, NOMEPGM, USUARIOTRAVA,
                     DATAHORATRAVA )
                   VALUES ( :DB2TV-NOMERECURSO, :DB2TV-NOMEPGM,
                            :DB2TV-USUARIOTRAVA, CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   DISPLAY 'CALCULO OU ESTORNO DA FOLHA JA ESTA EM'
                           ' EXECUCAO (TRAVA FOLHA-MENSAL EM USO)'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA OBTENCAO DA TRAVA DE EXECUCAO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-QTDE-LIDOS.
      *
           WRITE REG-ESTORNO FROM WK-LIN-SEPARADOR.
           MOVE DB2F-CODFUN       TO WK-LIN-CODFUN.
           MOVE DB2-NOMEFUN-TEXT  TO WK-LIN-NOMEFUN.
           WRITE REG-ESTORNO FROM WK-LIN-FUNCIONARIO.
      *
           PERFORM 202-ESTORNA-FERIAS.
           PERFORM 203-ESTORNA-ADIANTAMENTO.
           PERFORM 204-ESTORNA-RETROATIVO.
           PERFORM 205-ESTORNA-DESCONTOS.
           PERFORM 208-ESTORNA-PENSAO.
           PERFORM 209-ESTORNA-BANCO-HORAS.
           PERFORM 210-VERIFICA-COMPLEMENTAR.
           PERFORM 211-EXCLUI-FOLHA.
      *
           ADD 1                 TO WK-QTDE-ESTORNADOS.
           ADD DB2F-SALARIOBRUTO TO WK-TOTAL-BRUTO.
           ADD DB2F-SALARIOLIQ   TO WK-TOTAL-LIQUIDO.
      *
           PERFORM 301-LER-FOLHA.
      *
       202-ESTORNA-FERIAS.
      *
      *    RECIBOS DE FERIAS LIBERADOS NA FOLHA (223) VOLTAM A
      *    CALCULADOS PELO COBFUN48
      *
           EXEC SQL
               SELECT COUNT(*), SUM(LIQFER)
                   INTO :WK-ITEM-QTDE,
                        :WK-ITEM-VALOR :WK-IND-ITEM-VALOR
                   FROM EAD703.FERIAS_PAGAMENTOS
                   WHERE CODFUN = :DB2F-CODFUN
                     AND ANOMESFER = :WK-ANOMES-ACCEPT
                     AND SITUACAOFPAG = 'L'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS PAGAMENTOS DE FERIAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-ITEM-QTDE > 0
               EXEC SQL
                   UPDATE EAD703.FERIAS_PAGAMENTOS
                       SET SITUACAOFPAG = 'C',
                           DATAHORAFPAG = CURRENT TIMESTAMP
                       WHERE CODFUN = :DB2F-CODFUN
                         AND ANOMESFER = :WK-ANOMES-ACCEPT
                         AND SITUACAOFPAG = 'L'
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO ESTORNO DOS PAGAMENTOS DE FERIAS DO'
                           ' FUNCIONARIO ' DB2F-CODFUN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *
               ADD WK-ITEM-QTDE TO WK-QTDE-FERIAS
               MOVE 'FERIAS LIBERADAS VOLTAM A CALCULADAS'
                 TO WK-LIN-ITEM-ROTULO
               PERFORM 212-IMPRIME-ITEM
           END-IF.
      *
       203-ESTORNA-ADIANTAMENTO.
      *
      *    ADIANTAMENTO DESCONTADO NA FOLHA (224) VOLTA A GERADO
      *
           EXEC SQL
               SELECT COUNT(*), SUM(VALORADI)
                   INTO :WK-ITEM-QTDE,
                        :WK-ITEM-VALOR :WK-IND-ITEM-VALOR
                   FROM EAD703.ADIANTAMENTOS
                   WHERE CODFUN = :DB2F-CODFUN
                     AND ANOMESADI = :WK-ANOMES-ACCEPT
                     AND SITUACAOADI = 'D'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO ADIANTAMENTO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-ITEM-QTDE > 0
               EXEC SQL
                   UPDATE EAD703.ADIANTAMENTOS
                       SET SITUACAOADI = 'G',
                           DATAHORAADI = CURRENT TIMESTAMP
                       WHERE CODFUN = :DB2F-CODFUN
                         AND ANOMESADI = :WK-ANOMES-ACCEPT
                         AND SITUACAOADI = 'D'
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO ESTORNO DO ADIANTAMENTO DO FUNCIONARIO '
                           DB2F-CODFUN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *
               ADD WK-ITEM-QTDE TO WK-QTDE-ADIANTA
               MOVE 'ADIANTAMENTO DESCONTADO VOLTA A GERADO'
                 TO WK-LIN-ITEM-ROTULO
               PERFORM 212-IMPRIME-ITEM
           END-IF.
      *
       204-ESTORNA-RETROATIVO.
      *
      *    RETROATIVO PAGO NA FOLHA DA COMPETENCIA (226) VOLTA A
      *    PENDENTE, SEM COMPETENCIA DE PAGAMENTO
      *
           EXEC SQL
               SELECT COUNT(*), SUM(VALORLIQRET)
                   INTO :WK-ITEM-QTDE,
                        :WK-ITEM-VALOR :WK-IND-ITEM-VALOR
                   FROM EAD703.RETROATIVOS
                   WHERE CODFUN = :DB2F-CODFUN
                     AND SITUACAORET = 'A'
                     AND ANOMESPAGORET = :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS RETROATIVOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-ITEM-QTDE > 0
               EXEC SQL
                   UPDATE EAD703.RETROATIVOS
                       SET SITUACAORET = 'P',
                           ANOMESPAGORET = NULL,
                           DATAHORARETRO = CURRENT TIMESTAMP
                       WHERE CODFUN = :DB2F-CODFUN
                         AND SITUACAORET = 'A'
                         AND ANOMESPAGORET = :WK-ANOMES-ACCEPT
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO ESTORNO DO RETROATIVO DO FUNCIONARIO '
                           DB2F-CODFUN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *
               ADD WK-ITEM-QTDE TO WK-QTDE-RETRO
               MOVE 'RETROATIVO PAGO VOLTA A PENDENTE'
                 TO WK-LIN-ITEM-ROTULO
               PERFORM 212-IMPRIME-ITEM
           END-IF.
      *
       205-ESTORNA-DESCONTOS.
           EXEC SQL
               OPEN DESCTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DE DESCONTOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 302-LER-DESCONTO.
           PERFORM 206-ESTORNA-PARCELA UNTIL SQLCODE NOT = 0.
      *
           EXEC SQL
               CLOSE DESCTEMP
           END-EXEC.
      *
       206-ESTORNA-PARCELA.
      *
      *    DEVOLVE A PARCELA CONTADA NA COMPETENCIA (227). O DESCONTO
      *    ENCERRADO PELA QUITACAO VOLTA A ATIVO; O ENCERRADO PELO
      *    COBFUN52 CONTINUA ENCERRADO. A ULTIMA COMPETENCIA DESCONTADA
      *    PASSA A SER A ANTERIOR (NULA SE NAO RESTA PARCELA PAGA)
      *
           COMPUTE WK-PARCPAG-NOVA = DB2Y-PARCPAGDESC - 1.
      *
           IF WK-PARCPAG-NOVA < 0
               MOVE ZEROES TO WK-PARCPAG-NOVA
           END-IF.
      *
           MOVE DB2Y-SITUACAODESC TO WK-SITUACAO-NOVA.
      *
           IF DB2Y-SITUACAODESC = 'E'
              AND DB2Y-PARCTOTDESC > 0
              AND DB2Y-PARCPAGDESC >= DB2Y-PARCTOTDESC
               MOVE 'A' TO WK-SITUACAO-NOVA
           END-IF.
      *
           IF WK-PARCPAG-NOVA > 0
               MOVE WK-ANOMES-ANTERIOR TO WK-ANOMESULT-NOVO
               MOVE ZEROES             TO WK-IND-ANOMESULT
           ELSE
               MOVE SPACES             TO WK-ANOMESULT-NOVO
               MOVE -1                 TO WK-IND-ANOMESULT
           END-IF.
      *
           EXEC SQL
               UPDATE EAD703.DESCONTOS_FIXOS
                   SET PARCPAGDESC = :WK-PARCPAG-NOVA,
                       SITUACAODESC = :WK-SITUACAO-NOVA,
                       ANOMESULTDESC =
                           :WK-ANOMESULT-NOVO :WK-IND-ANOMESULT,
                       DATAHORADESC = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2F-CODFUN
                     AND SEQDESC = :DB2Y-SEQDESC
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO ESTORNO DA PARCELA DO DESCONTO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           ADD 1 TO WK-QTDE-PARCELAS.
      *
           MOVE DB2Y-SEQDESC       TO WK-LIN-DSC-SEQ.
           MOVE DB2Y-TIPODESC      TO WK-LIN-DSC-TIPO.
           MOVE DB2Y-PARCPAGDESC   TO WK-LIN-DSC-PARC-ANT.
           MOVE WK-PARCPAG-NOVA    TO WK-LIN-DSC-PARC-NOVA.
           MOVE DB2Y-SITUACAODESC  TO WK-LIN-DSC-SIT-ANT.
           MOVE WK-SITUACAO-NOVA   TO WK-LIN-DSC-SIT-NOVA.
           WRITE REG-ESTORNO FROM WK-LIN-DESCONTO.
      *
           PERFORM 302-LER-DESCONTO.
      *
       208-ESTORNA-PENSAO.
      *
      *    PENSOES CALCULADAS PELA FOLHA (ORIGEM M, 229). AS DE
      *    FERIAS, 13O E RESCISAO SAO DE OUTROS PROGRAMAS
      *
           EXEC SQL
               SELECT COUNT(*), SUM(VALORPPG)
                   INTO :WK-ITEM-QTDE,
                        :WK-ITEM-VALOR :WK-IND-ITEM-VALOR
                   FROM EAD703.PENSOES_PAGAMENTOS
                   WHERE CODFUN = :DB2F-CODFUN
                     AND ANOMESPPG = :WK-ANOMES-ACCEPT
                     AND ORIGEMPPG = 'M'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DAS PENSOES DO FUNCIONARIO '
                       DB2F-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-ITEM-QTDE > 0
               EXEC SQL
                   DELETE FROM EAD703.PENSOES_PAGAMENTOS
                       WHERE CODFUN = :DB2F-CODFUN
                         AND ANOMESPPG = :WK-ANOMES-ACCEPT
                         AND ORIGEMPPG = 'M'
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA EXCLUSAO DAS PENSOES DO FUNCIONARIO '
                           DB2F-CODFUN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *
               ADD WK-ITEM-QTDE TO WK-QTDE-PENSOES
               MOVE 'PENSAO ALIMENTICIA DA FOLHA EXCLUIDA'
                 TO WK-LIN-ITEM-ROTULO
               PERFORM 212-IMPRIME-ITEM
           END-IF.
      *
       209-ESTORNA-BANCO-HORAS.
      *
      *    CREDITO (C) E PAGAMENTO DE HORAS VENCIDAS (P) GRAVADOS
      *    PELA FOLHA (236). FOLGAS E RESCISAO NAO SAO TOCADAS
      *
           EXEC SQL
               SELECT COUNT(*),
                      SUM(CASE WHEN TIPOBCO = 'C'
                               THEN HORASBCO ELSE 0 END),
                      SUM(CASE WHEN TIPOBCO = 'P'
                               THEN HORASBCO ELSE 0 END),
                      SUM(VALORBCO)
                   INTO :WK-ITEM-QTDE,
                        :WK-HORAS-CREDITO :WK-IND-HORAS-CRED,
                        :WK-HORAS-PAGAS :WK-IND-HORAS-PAGAS,
                        :WK-VALOR-BCOHORAS :WK-IND-VALOR-BCO
                   FROM EAD703.BANCO_HORAS
                   WHERE CODFUN = :DB2F-CODFUN
                     AND ANOMESBCO = :WK-ANOMES-ACCEPT
                     AND TIPOBCO IN ('C', 'P')
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO BANCO DE HORAS DO FUNCIONARIO '
                       DB2F-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-ITEM-QTDE > 0
               EXEC SQL
                   DELETE FROM EAD703.BANCO_HORAS
                       WHERE CODFUN = :DB2F-CODFUN
                         AND ANOMESBCO = :WK-ANOMES-ACCEPT
                         AND TIPOBCO IN ('C', 'P')
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA EXCLUSAO DO BANCO DE HORAS DO'
                           ' FUNCIONARIO ' DB2F-CODFUN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
      *
               ADD WK-ITEM-QTDE TO WK-QTDE-BCOHORAS
      *
               IF WK-IND-HORAS-CRED < 0
                   MOVE ZEROES TO WK-HORAS-CREDITO
               END-IF
      *
               IF WK-IND-HORAS-PAGAS < 0
                   MOVE ZEROES TO WK-HORAS-PAGAS
               END-IF
      *
               IF WK-HORAS-CREDITO > 0
                   MOVE 1                TO WK-ITEM-QTDE
                   MOVE WK-HORAS-CREDITO TO WK-ITEM-VALOR
                   MOVE ZEROES           TO WK-IND-ITEM-VALOR
                   MOVE 'BANCO DE HORAS: CREDITO EXCLUIDO (HORAS)'
                     TO WK-LIN-ITEM-ROTULO
                   PERFORM 212-IMPRIME-ITEM
               END-IF
      *
               IF WK-HORAS-PAGAS > 0
                   MOVE 1                 TO WK-ITEM-QTDE
                   MOVE WK-HORAS-PAGAS    TO WK-ITEM-VALOR
                   MOVE ZEROES            TO WK-IND-ITEM-VALOR
                   MOVE 'BANCO DE HORAS: VENCIDAS PAGAS (HORAS)'
                     TO WK-LIN-ITEM-ROTULO
                   PERFORM 212-IMPRIME-ITEM
                   MOVE WK-VALOR-BCOHORAS TO WK-ITEM-VALOR
                   MOVE WK-IND-VALOR-BCO  TO WK-IND-ITEM-VALOR
                   MOVE 'BANCO DE HORAS: VENCIDAS PAGAS (VALOR)'
                     TO WK-LIN-ITEM-ROTULO
                   PERFORM 212-IMPRIME-ITEM
               END-IF
           END-IF.
      *
       210-VERIFICA-COMPLEMENTAR.
      *
      *    FOLHA COMPLEMENTAR JA CREDITADA NAO E ESTORNADA: O
      *    RECALCULO DEVE CONSIDERAR A DIFERENCA JA PAGA
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-COMPLEMENTAR-CONT
                   FROM EAD703.FOLHA_COMPLEMENTAR
                   WHERE CODFUN = :DB2F-CODFUN
                     AND ANOMESCPL = :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA FOLHA COMPLEMENTAR'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-COMPLEMENTAR-CONT > 0
               MOVE 'FUNCIONARIO COM FOLHA COMPLEMENTAR NA COMPETENCIA,'
                 TO WK-LIN-AVISO-TEXTO
               WRITE REG-ESTORNO FROM WK-LIN-AVISO
               MOVE 'MANTIDA. CONFIRA A DIFERENCA JA PAGA NO RECALCULO'
                 TO WK-LIN-AVISO-TEXTO
               WRITE REG-ESTORNO FROM WK-LIN-AVISO
               DISPLAY 'AVISO: FUNCIONARIO ' DB2F-CODFUN
                       ' POSSUI FOLHA COMPLEMENTAR NA COMPETENCIA'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
       211-EXCLUI-FOLHA.
           EXEC SQL
               DELETE FROM EAD703.FOLHA_RUBRICAS
                   WHERE CODFUN = :DB2F-CODFUN
                     AND ANOMESLR = :WK-ANOMES-ACCEPT
                     AND ORIGEMLR = 'M'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA EXCLUSAO DAS RUBRICAS DO FUNCIONARIO '
                       DB2F-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           EXEC SQL
               DELETE FROM EAD703.FOLHA_MENSAL
                   WHERE CODFUN = :DB2F-CODFUN
                     AND ANOMESFOLHA = :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA EXCLUSAO DA FOLHA DO FUNCIONARIO '
                       DB2F-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE DB2F-SALARIOBRUTO TO WK-LIN-FOL-BRUTO.
           MOVE DB2F-DESCINSS     TO WK-LIN-FOL-INSS.
           MOVE DB2F-DESCIRRF     TO WK-LIN-FOL-IRRF.
           MOVE DB2F-SALARIOLIQ   TO WK-LIN-FOL-LIQUIDO.
           WRITE REG-ESTORNO FROM WK-LIN-FOLHA.
      *
       212-IMPRIME-ITEM.
           IF WK-IND-ITEM-VALOR < 0
               MOVE ZEROES TO WK-ITEM-VALOR
           END-IF.
      *
           MOVE WK-ITEM-QTDE  TO WK-LIN-ITEM-QTDE.
           MOVE WK-ITEM-VALOR TO WK-LIN-ITEM-VALOR.
           WRITE REG-ESTORNO FROM WK-LIN-ITEM.
      ******************************************************************
       300-LER SECTION.
       301-LER-FOLHA.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH ESTTEMP
                   INTO :DB2F-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2F-SALARIOBRUTO,
                        :DB2F-DESCINSS,
                        :DB2F-DESCIRRF,
                        :DB2F-SALARIOLIQ
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'FIM DO CURSOR'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       302-LER-DESCONTO.
           EXEC SQL
               FETCH DESCTEMP
                   INTO :DB2Y-SEQDESC,
                        :DB2Y-TIPODESC,
                        :DB2Y-PARCTOTDESC,
                        :DB2Y-PARCPAGDESC,
                        :DB2Y-SITUACAODESC
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO FETCH DO CURSOR DE DESCONTOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           EXEC SQL
               CLOSE ESTTEMP
           END-EXEC.
      *
           IF WK-QTDE-ESTORNADOS = 0
               IF WK-CODFUN-ACCEPT = SPACES
                   DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                           ' SEM FOLHA CALCULADA. NADA A ESTORNAR'
               ELSE
                   DISPLAY 'FUNCIONARIO ' WK-CODFUN-ACCEPT
                           ' SEM FOLHA CALCULADA NA COMPETENCIA '
                           WK-ANOMES-ACCEPT
               END-IF
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 903-EXCLUI-CONFERENCIA
           END-IF.
      *
      *    ESTORNO DA COMPETENCIA INTEIRA DEVOLVE A SITUACAO ABERTA;
      *    O DE UM FUNCIONARIO MANTEM AS DEMAIS FOLHAS CALCULADAS
      *
           IF WK-QTDE-ESTORNADOS > 0 AND WK-CODFUN-ACCEPT = SPACES
              AND WK-SITUACAO-COMP = 'C'
               PERFORM 904-MARCA-ABERTA
           END-IF.
      *
           IF WK-CODFUN-ACCEPT = SPACES
               PERFORM 907-EXCLUI-RESTART
           END-IF.
      *
           PERFORM 905-IMPRIME-TOTAIS.
      *
           CLOSE ARQ-ESTORNO.
      *
           PERFORM 906-LIBERA-TRAVA.
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-ESTORNADOS TO WK-QTDE-EDIT.
           DISPLAY 'FOLHAS ESTORNADAS.............: ' WK-QTDE-EDIT.
           MOVE WK-TOTAL-BRUTO TO WK-TOTAL-EDIT.
           DISPLAY 'TOTAL BRUTO ESTORNADO.........: ' WK-TOTAL-EDIT.
           MOVE WK-TOTAL-LIQUIDO TO WK-TOTAL-EDIT.
           DISPLAY 'TOTAL LIQUIDO ESTORNADO.......: ' WK-TOTAL-EDIT.
           MOVE WK-QTDE-PARCELAS TO WK-QTDE-EDIT.
           DISPLAY 'PARCELAS DEVOLVIDAS...........: ' WK-QTDE-EDIT.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-QTDE-LIDOS      TO DB2E-QTDELIDLOG.
           MOVE WK-QTDE-ESTORNADOS TO DB2E-QTDEAPLLOG.
           MOVE ZEROES             TO DB2E-QTDEREJLOG.
           MOVE RETURN-CODE        TO DB2E-CODRETLOG.
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
      *
       903-EXCLUI-CONFERENCIA.
      *
      *    A LISTA DE EXCECOES DO COBFUN73 NAO VALE MAIS PARA A
      *    FOLHA ESTORNADA E DEVE SER GERADA APOS O RECALCULO
      *
           EXEC SQL
               DELETE FROM EAD703.CONFERENCIA_FOLHA
                   WHERE ANOMESCONF = :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA EXCLUSAO DA CONFERENCIA DA FOLHA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       904-MARCA-ABERTA.
           MOVE WK-ANOMES-ACCEPT TO DB2K-ANOMESCOMP.
           MOVE 'A'              TO DB2K-SITUACAOCOMP.
           MOVE WK-USUARIO       TO DB2K-USUARIOCOMP.
      *
           EXEC SQL
               UPDATE EAD703.COMPETENCIA_FOLHA
                   SET SITUACAOCOMP = :DB2K-SITUACAOCOMP,
                       USUARIOCOMP = :DB2K-USUARIOCOMP,
                       DATAHORACOMP = CURRENT TIMESTAMP
                   WHERE ANOMESCOMP = :DB2K-ANOMESCOMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ATUALIZACAO DA SITUACAO DA COMPETENCIA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                   ' VOLTOU A SITUACAO ABERTA'.
      *
       905-IMPRIME-TOTAIS.
           WRITE REG-ESTORNO FROM WK-LIN-SEPARADOR.
      *
           MOVE 'FOLHAS ESTORNADAS / LIQUIDO'  TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-ESTORNADOS TO WK-LIN-TOT-QTDE.
           MOVE WK-TOTAL-LIQUIDO   TO WK-LIN-TOT-VALOR.
           WRITE REG-ESTORNO FROM WK-LIN-TOTAL.
      *
           MOVE ZEROES TO WK-LIN-TOT-VALOR.
      *
           MOVE 'RECIBOS DE FERIAS REABERTOS'  TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-FERIAS     TO WK-LIN-TOT-QTDE.
           WRITE REG-ESTORNO FROM WK-LIN-TOTAL.
      *
           MOVE 'ADIANTAMENTOS REABERTOS'      TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-ADIANTA    TO WK-LIN-TOT-QTDE.
           WRITE REG-ESTORNO FROM WK-LIN-TOTAL.
      *
           MOVE 'RETROATIVOS DEVOLVIDOS A PENDENTE'
             TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-RETRO      TO WK-LIN-TOT-QTDE.
           WRITE REG-ESTORNO FROM WK-LIN-TOTAL.
      *
           MOVE 'PARCELAS DE DESCONTO DEVOLVIDAS'
             TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-PARCELAS   TO WK-LIN-TOT-QTDE.
           WRITE REG-ESTORNO FROM WK-LIN-TOTAL.
      *
           MOVE 'PENSOES EXCLUIDAS'            TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-PENSOES    TO WK-LIN-TOT-QTDE.
           WRITE REG-ESTORNO FROM WK-LIN-TOTAL.
      *
           MOVE 'LANCAMENTOS DO BANCO DE HORAS EXCLUIDOS'
             TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-BCOHORAS   TO WK-LIN-TOT-QTDE.
           WRITE REG-ESTORNO FROM WK-LIN-TOTAL.
      *
       906-LIBERA-TRAVA.
           MOVE 'FOLHA-MENSAL' TO DB2TV-NOMERECURSO.
      *
           EXEC SQL
               DELETE FROM EAD703.TRAVAS_EXECUCAO
                   WHERE NOMERECURSO = :DB2TV-NOMERECURSO
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LIBERACAO DA TRAVA DE EXECUCAO'
           END-IF.
      *
       907-EXCLUI-RESTART.
      *
      *    CHECKPOINT DE CALCULO INTERROMPIDO DA COMPETENCIA ESTORNADA
      *    ('FP' + AAAAMM, COBFUN15): SEM ELE O RECALCULO COMECA DO
      *    PRIMEIRO FUNCIONARIO EM VEZ DE RETOMAR DO PONTO GRAVADO
      *
           MOVE SPACES TO DB2R-NOMEJOB.
           STRING 'FP' WK-ANOMES-ACCEPT
               DELIMITED BY SIZE INTO DB2R-NOMEJOB.
           MOVE 'COBFUN15' TO DB2R-NOMEPGM.
      *
           EXEC SQL
               DELETE FROM EAD703.CONTROLE_RESTART
                   WHERE NOMEJOB = :DB2R-NOMEJOB
                     AND NOMEPGM = :DB2R-NOMEPGM
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA EXCLUSAO DO CONTROLE DE RESTART'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF SQLCODE = 0
               DISPLAY 'CONTROLE DE RESTART DO CALCULO DA COMPETENCIA '
                       WK-ANOMES-ACCEPT ' DESCARTADO'
           END-IF.
      ******************************************************************
       END PROGRAM COBFUN86.
