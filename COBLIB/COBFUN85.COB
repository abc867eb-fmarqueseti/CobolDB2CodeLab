      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : EXTRATO MENSAL DO BANCO DE HORAS POR DEPARTAMENTO:  *
      *            SALDO ANTERIOR, HORAS CREDITADAS, FOLGAS, HORAS     *
      *            PAGAS (VENCIDAS OU NA RESCISAO) E SALDO NO FIM DA   *
      *            COMPETENCIA DE CADA FUNCIONARIO, COM AS HORAS QUE   *
      *            VENCEM NA PROXIMA FOLHA. DEPARTAMENTO EM BRANCO =   *
      *            TODOS (DB2)                                         *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN85.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXTRATO ASSIGN TO EXTRBCO
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-EXTRATO
           RECORDING MODE IS F.
       01  REG-EXTRATO              PIC X(80).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKBHOR
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
      *    MOVIMENTO ATE O FIM DA COMPETENCIA. A VENCER: CREDITOS DA
      *    COMPETENCIA DE CORTE DA PROXIMA FOLHA AINDA NAO CONSUMIDOS
      *    (AS FOLGAS E PAGAMENTOS ABATEM OS CREDITOS MAIS ANTIGOS)
      *
           EXEC SQL
               DECLARE BCOTEMP CURSOR FOR
                  SELECT F.DEPTOFUN, F.CODFUN, F.NOMEFUN,
                         SUM(CASE WHEN B.ANOMESBCO < :WK-ANOMES-ACCEPT
                                  THEN CASE WHEN B.TIPOBCO = 'C'
                                            THEN B.HORASBCO
                                            ELSE 0 - B.HORASBCO END
                                  ELSE 0 END),
                         SUM(CASE WHEN B.ANOMESBCO = :WK-ANOMES-ACCEPT
                                   AND B.TIPOBCO = 'C'
                                  THEN B.HORASBCO ELSE 0 END),
                         SUM(CASE WHEN B.ANOMESBCO = :WK-ANOMES-ACCEPT
                                   AND B.TIPOBCO = 'F'
                                  THEN B.HORASBCO ELSE 0 END),
                         SUM(CASE WHEN B.ANOMESBCO = :WK-ANOMES-ACCEPT
                                   AND B.TIPOBCO IN ('P', 'R')
                                  THEN B.HORASBCO ELSE 0 END),
                         SUM(CASE WHEN B.TIPOBCO = 'C'
                                   AND B.ANOMESBCO <=
                                       :WK-ANOMES-CORTE-BCO
                                  THEN B.HORASBCO ELSE 0 END),
                         SUM(CASE WHEN B.TIPOBCO <> 'C'
                                  THEN B.HORASBCO ELSE 0 END)
                      FROM EAD703.FUNCIONARIOS F,
                           EAD703.BANCO_HORAS B
                      WHERE B.CODFUN = F.CODFUN
                        AND B.ANOMESBCO <= :WK-ANOMES-ACCEPT
                        AND ( :WK-CODDEPTO-ACCEPT = '   '
                           OR F.DEPTOFUN = :WK-CODDEPTO-ACCEPT )
                      GROUP BY F.DEPTOFUN, F.CODFUN, F.NOMEFUN
                      ORDER BY 1, 2
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-PARM-ACHADO       PIC X             VALUE 'N'.
       77  WK-LIMITE-BCOHORAS   PIC S9(4) USAGE COMP VALUE 6.
       77  WK-COMP-INI          PIC X(10)         VALUE SPACES.
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
       77  WK-DATA-CORTE-BCO    PIC X(10)         VALUE SPACES.
       77  WK-ANOMES-CORTE-BCO  PIC X(6)          VALUE SPACES.
       77  WK-HORAS-ANTERIOR    PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-HORAS-CREDITO     PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-HORAS-FOLGA       PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-HORAS-PAGAS       PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-HORAS-CRED-CORTE  PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-HORAS-DEBITOS     PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-HORAS-SALDO       PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-HORAS-A-VENCER    PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DEPTO-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-DEPTO-QTDE        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DEPTO-SALDO       PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-DEPTO-A-VENCER    PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-IMPRESSOS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-SALDO       PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-A-VENCER    PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-HORAS-EDIT        PIC -ZZ.ZZ9,99    VALUE ZEROES.
      *
       01  WK-PARM-EXTRATO.
           05 WK-ANOMES-ACCEPT     PIC X(6)       VALUE SPACES.
           05 FILLER REDEFINES WK-ANOMES-ACCEPT.
              10 WK-ANOMES-ANO     PIC 9(4).
              10 WK-ANOMES-MES     PIC 9(2).
           05 WK-CODDEPTO-ACCEPT   PIC X(3)       VALUE SPACES.
      *
       77  WK-ANO-PROX          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 FILLER               PIC X(30)
              VALUE 'EXTRATO DO BANCO DE HORAS -   '.
           05 FILLER               PIC X(13)
              VALUE 'COMPETENCIA: '.
           05 WK-LIN-ANO           PIC X(4).
           05 FILLER               PIC X     VALUE '/'.
           05 WK-LIN-MES           PIC X(2).
           05 FILLER               PIC X(21)
              VALUE '  LIMITE (MESES):    '.
           05 WK-LIN-LIMITE        PIC ZZ9.
           05 FILLER               PIC X(6)  VALUE SPACES.
      *
       01  WK-LIN-CABECALHO.
           05 FILLER               PIC X(20)
              VALUE 'FUNC NOME           '.
           05 FILLER               PIC X(20)
              VALUE '       ANTER  CREDIT'.
           05 FILLER               PIC X(20)
              VALUE '  FOLGAS   PAGAS   S'.
           05 FILLER               PIC X(20)
              VALUE 'ALDO A VENCER       '.
      *
       01  WK-LIN-DEPARTAMENTO.
           05 FILLER               PIC X(14)
              VALUE 'DEPARTAMENTO: '.
           05 WK-LIN-DEPTOFUN      PIC X(3).
           05 FILLER               PIC X(63) VALUE SPACES.
      *
       01  WK-LIN-DETALHE.
           05 WK-LIN-CODFUN        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEFUN       PIC X(20).
           05 WK-LIN-ANTERIOR      PIC -ZZ9,99.
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-CREDITO       PIC -ZZ9,99.
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-FOLGA         PIC -ZZ9,99.
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-PAGAS         PIC -ZZ9,99.
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-SALDO         PIC -ZZ9,99.
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-A-VENCER      PIC -ZZZ9,99.
           05 FILLER               PIC X(7)  VALUE SPACES.
      *
       01  WK-LIN-TOTAL.
           05 WK-LIN-TOT-ROTULO    PIC X(22).
           05 FILLER               PIC X(15) VALUE ' FUNCIONARIOS: '.
           05 WK-LIN-TOT-QTDE      PIC ZZZ9.
           05 FILLER               PIC X(8)  VALUE ' SALDO: '.
           05 WK-LIN-TOT-SALDO     PIC -ZZZZ9,99.
           05 FILLER               PIC X(11) VALUE ' A VENCER: '.
           05 WK-LIN-TOT-A-VENCER  PIC -ZZZZ9,99.
           05 FILLER               PIC X(2)  VALUE SPACES.
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
           ACCEPT WK-PARM-EXTRATO FROM SYSIN.
      *
           IF WK-ANOMES-ACCEPT NOT NUMERIC
              OR WK-ANOMES-MES < 01 OR WK-ANOMES-MES > 12
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' INVALIDA. INFORME AAAAMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE SPACES TO WK-COMP-INI.
           STRING WK-ANOMES-ACCEPT (1:4) '-'
                  WK-ANOMES-ACCEPT (5:2) '-01'
               DELIMITED BY SIZE INTO WK-COMP-INI.
      *
           MOVE WK-ANOMES-ANO TO WK-ANO-PROX.
           MOVE WK-ANOMES-MES TO WK-MES-PROX.
      *
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
           PERFORM 102-GRAVA-LOG-INICIO.
           PERFORM 103-LE-PARAMETROS.
           PERFORM 105-CALCULA-CORTE-BANCO.
      *
           DISPLAY 'EXTRATO DO BANCO DE HORAS - COMPETENCIA '
                   WK-ANOMES-ACCEPT.
           DISPLAY '**********************************************'.
      *
           OPEN OUTPUT ARQ-EXTRATO.
      *
           WRITE REG-EXTRATO FROM WK-LIN-SEPARADOR.
           MOVE WK-ANOMES-ACCEPT (1:4) TO WK-LIN-ANO.
           MOVE WK-ANOMES-ACCEPT (5:2) TO WK-LIN-MES.
           MOVE WK-LIMITE-BCOHORAS     TO WK-LIN-LIMITE.
           WRITE REG-EXTRATO FROM WK-LIN-TITULO.
           WRITE REG-EXTRATO FROM WK-LIN-SEPARADOR.
           WRITE REG-EXTRATO FROM WK-LIN-CABECALHO.
      *
           EXEC SQL
               OPEN BCOTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-SALDO
               WHEN 100
                   DISPLAY 'NENHUM MOVIMENTO NO BANCO DE HORAS'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN85' TO DB2E-NOMEPGM.
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
       103-LE-PARAMETROS.
      *
      *    LIMITE DE COMPENSACAO NA VERSAO VIGENTE PARA A PROXIMA
      *    COMPETENCIA, A MESMA QUE O COBFUN15 USARA AO PAGAR AS
      *    HORAS VENCIDAS
      *
           MOVE 'LIMITE-BCOHORAS' TO DB2M-CHAVEPARM.
           MOVE 'N' TO WK-PARM-ACHADO.
      *
           EXEC SQL
               SELECT VALORPARM INTO :DB2M-VALORPARM
                   FROM EAD703.PARAMETROS
                   WHERE CHAVEPARM = :DB2M-CHAVEPARM
                     AND DATAEFETPARM <= :WK-COMP-PROX
                   ORDER BY DATAEFETPARM DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WK-PARM-ACHADO
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO PARAMETRO '
                           DB2M-CHAVEPARM
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-LIMITE-BCOHORAS
           END-IF.
      *
       105-CALCULA-CORTE-BANCO.
      *
      *    CORTE DA PROXIMA FOLHA: CREDITOS ATE ESTA COMPETENCIA
      *    SERAO PAGOS SE NAO FOREM COMPENSADOS ANTES DELA
      *
           EXEC SQL
               SET :WK-DATA-CORTE-BCO =
                   CHAR(DATE(:WK-COMP-PROX) -
                        :WK-LIMITE-BCOHORAS MONTHS, ISO)
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO CALCULO DO CORTE DO BANCO DE HORAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE SPACES TO WK-ANOMES-CORTE-BCO.
           STRING WK-DATA-CORTE-BCO (1:4) WK-DATA-CORTE-BCO (6:2)
               DELIMITED BY SIZE INTO WK-ANOMES-CORTE-BCO.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-QTDE-LIDOS.
      *
           COMPUTE WK-HORAS-SALDO =
               WK-HORAS-ANTERIOR + WK-HORAS-CREDITO -
               WK-HORAS-FOLGA - WK-HORAS-PAGAS.
      *
      *    SEM SALDO NEM MOVIMENTO NO MES (BANCO JA ZERADO) NAO
      *    APARECE NO EXTRATO
      *
           IF WK-HORAS-SALDO NOT = 0
              OR WK-HORAS-CREDITO NOT = 0
              OR WK-HORAS-FOLGA NOT = 0
              OR WK-HORAS-PAGAS NOT = 0
               PERFORM 202-IMPRIME-SALDO
           END-IF.
      *
           PERFORM 301-LER-SALDO.
      *
       202-IMPRIME-SALDO.
           IF DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
               IF WK-DEPTO-ANTERIOR NOT = SPACES
                   PERFORM 230-TOTALIZA-DEPARTAMENTO
               END-IF
               PERFORM 231-CABECALHO-DEPARTAMENTO
           END-IF.
      *
           MOVE ZEROES TO WK-HORAS-A-VENCER.
      *
           IF WK-HORAS-CRED-CORTE > WK-HORAS-DEBITOS
               COMPUTE WK-HORAS-A-VENCER =
                   WK-HORAS-CRED-CORTE - WK-HORAS-DEBITOS
           END-IF.
      *
           ADD 1                 TO WK-DEPTO-QTDE
                                    WK-QTDE-IMPRESSOS.
           ADD WK-HORAS-SALDO    TO WK-DEPTO-SALDO
                                    WK-TOTAL-SALDO.
           ADD WK-HORAS-A-VENCER TO WK-DEPTO-A-VENCER
                                    WK-TOTAL-A-VENCER.
      *
           MOVE DB2-CODFUN        TO WK-LIN-CODFUN.
           MOVE DB2-NOMEFUN-TEXT  TO WK-LIN-NOMEFUN.
           MOVE WK-HORAS-ANTERIOR TO WK-LIN-ANTERIOR.
           MOVE WK-HORAS-CREDITO  TO WK-LIN-CREDITO.
           MOVE WK-HORAS-FOLGA    TO WK-LIN-FOLGA.
           MOVE WK-HORAS-PAGAS    TO WK-LIN-PAGAS.
           MOVE WK-HORAS-SALDO    TO WK-LIN-SALDO.
           MOVE WK-HORAS-A-VENCER TO WK-LIN-A-VENCER.
      *
           WRITE REG-EXTRATO FROM WK-LIN-DETALHE.
      *
       230-TOTALIZA-DEPARTAMENTO.
           MOVE SPACES TO WK-LIN-TOT-ROTULO.
           STRING 'TOTAL DEPTO ' WK-DEPTO-ANTERIOR
               DELIMITED BY SIZE INTO WK-LIN-TOT-ROTULO.
           MOVE WK-DEPTO-QTDE      TO WK-LIN-TOT-QTDE.
           MOVE WK-DEPTO-SALDO     TO WK-LIN-TOT-SALDO.
           MOVE WK-DEPTO-A-VENCER  TO WK-LIN-TOT-A-VENCER.
           WRITE REG-EXTRATO FROM WK-LIN-TOTAL.
      *
           MOVE ZEROES TO WK-DEPTO-QTDE
                          WK-DEPTO-SALDO
                          WK-DEPTO-A-VENCER.
      *
       231-CABECALHO-DEPARTAMENTO.
           MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR
                                WK-LIN-DEPTOFUN.
           WRITE REG-EXTRATO FROM WK-LIN-SEPARADOR.
           WRITE REG-EXTRATO FROM WK-LIN-DEPARTAMENTO.
      ******************************************************************
       300-LER SECTION.
       301-LER-SALDO.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH BCOTEMP
                   INTO :DB2-DEPTOFUN,
                        :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :WK-HORAS-ANTERIOR,
                        :WK-HORAS-CREDITO,
                        :WK-HORAS-FOLGA,
                        :WK-HORAS-PAGAS,
                        :WK-HORAS-CRED-CORTE,
                        :WK-HORAS-DEBITOS
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
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-DEPTO-QTDE > 0
               PERFORM 230-TOTALIZA-DEPARTAMENTO
           END-IF.
      *
           WRITE REG-EXTRATO FROM WK-LIN-SEPARADOR.
           MOVE 'TOTAL GERAL'      TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-IMPRESSOS  TO WK-LIN-TOT-QTDE.
           MOVE WK-TOTAL-SALDO     TO WK-LIN-TOT-SALDO.
           MOVE WK-TOTAL-A-VENCER  TO WK-LIN-TOT-A-VENCER.
           WRITE REG-EXTRATO FROM WK-LIN-TOTAL.
      *
           CLOSE ARQ-EXTRATO.
      *
           EXEC SQL
               CLOSE BCOTEMP
           END-EXEC.
      *
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-IMPRESSOS TO WK-QTDE-EDIT.
           DISPLAY 'FUNCIONARIOS NO EXTRATO.......: ' WK-QTDE-EDIT.
           MOVE WK-TOTAL-SALDO TO WK-HORAS-EDIT.
           DISPLAY 'SALDO TOTAL (HORAS)...........: ' WK-HORAS-EDIT.
           MOVE WK-TOTAL-A-VENCER TO WK-HORAS-EDIT.
           DISPLAY 'A VENCER NA PROXIMA FOLHA.....: ' WK-HORAS-EDIT.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-QTDE-LIDOS     TO DB2E-QTDELIDLOG.
           MOVE WK-QTDE-IMPRESSOS TO DB2E-QTDEAPLLOG.
           MOVE ZEROES            TO DB2E-QTDEREJLOG.
           MOVE RETURN-CODE       TO DB2E-CODRETLOG.
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
       END PROGRAM COBFUN85.
