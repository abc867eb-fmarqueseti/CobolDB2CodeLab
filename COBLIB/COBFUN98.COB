      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : PAGAMENTO DA PARTICIPACAO NOS LUCROS OU RESULTADOS  *
      *            (PLR) POR PARCELA E ANO-BASE, CONFORME A REGRA DO   *
      *            DEPARTAMENTO (COBFUN97): VALOR GLOBAL RATEADO PELOS *
      *            MESES TRABALHADOS OU PERCENTUAL DO SALARIO          *
      *            PROPORCIONAL AOS MESES, PELA ADMISSAO E DEMISSAO NO *
      *            ANO-BASE. IRRF EXCLUSIVO NA FONTE PELA TABELA       *
      *            PROPRIA DA PLR (PARAMETROS PLR-*), ACUMULADA NO     *
      *            ANO DO PAGAMENTO, SEM INSS E SEM FGTS. GRAVA        *
      *            EAD703.PLR_PAGAMENTOS, EMITE O RECIBO E GERA O      *
      *            ARQUIVO DE CREDITO NO LAYOUT DO COBFUN33. NO MAXIMO *
      *            DOIS PAGAMENTOS POR ANO CIVIL (DB2)                 *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN98.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PAGPLR  ASSIGN TO PAGPLR
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARQ-RECIBO  ASSIGN TO RECPLR
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PAGPLR
           RECORDING MODE IS F.
       01  REG-PAGPLR               PIC X(80).
      *
       FD  ARQ-RECIBO
           RECORDING MODE IS F.
       01  REG-RECIBO               PIC X(80).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPLRR
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPLRP
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKCTAB
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKESTB
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
      *    ELEGIVEIS: ADMITIDOS ATE O FIM DO ANO-BASE E NAO DEMITIDOS
      *    ANTES DO INICIO DELE, NO DEPARTAMENTO ATUAL
      *
           EXEC SQL
               DECLARE PLRTEMP CURSOR FOR
                  SELECT F.CODFUN, F.NOMEFUN, F.SALARIOFUN,
                         F.DEPTOFUN, F.ADMISSFUN, F.DEMISSFUN,
                         S.CODESTAB, S.CNPJESTAB
                      FROM EAD703.FUNCIONARIOS F,
                           EAD703.DEPARTAMENTOS D,
                           EAD703.ESTABELECIMENTOS S
                      WHERE D.CODDEPTO = F.DEPTOFUN
                        AND S.CODESTAB = D.CODESTAB
                        AND F.ADMISSFUN <= :WK-BASE-FIM
                        AND ( F.DEMISSFUN IS NULL
                           OR F.DEMISSFUN >= :WK-BASE-INI )
                      ORDER BY F.DEPTOFUN, F.CODFUN
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-DATA-GERACAO      PIC X(10)         VALUE SPACES.
       77  WK-IND-DEMISSFUN     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-DETALHE      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PAGOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-SEM-REGRA    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-SEM-CONTA    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-TOTAL-CREDITO     PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-BRUTO       PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-IRRF        PIC S9(13)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-TOTAL-EDIT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
      *
       77  WK-ANO-PAGTO         PIC X(4)          VALUE SPACES.
       77  WK-PAGTOS-ANO        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-PARCELA-PAGA      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-PAGTOS-MAX        PIC S9(4) USAGE COMP VALUE 2.
      *
      *    TABELA EXCLUSIVA DA PLR, ANUAL E ACUMULADA NO ANO CIVIL DO
      *    PAGAMENTO; SEM VERSAO NOS PARAMETROS VALEM ESTES VALORES
      *
       77  WK-PLR-ISENTO        PIC 9(6)V99 VALUE 7640,80.
       77  WK-PLR-FAIXA2        PIC 9(6)V99 VALUE 9922,28.
       77  WK-PLR-FAIXA3        PIC 9(6)V99 VALUE 13167,00.
       77  WK-PLR-FAIXA4        PIC 9(6)V99 VALUE 16380,38.
       77  WK-PLR-ALIQ2         PIC 9V9(4)  VALUE 0,0750.
       77  WK-PLR-ALIQ3         PIC 9V9(4)  VALUE 0,1500.
       77  WK-PLR-ALIQ4         PIC 9V9(4)  VALUE 0,2250.
       77  WK-PLR-ALIQ5         PIC 9V9(4)  VALUE 0,2750.
       77  WK-PLR-DEDUZ2        PIC 9(6)V99 VALUE 573,06.
       77  WK-PLR-DEDUZ3        PIC 9(6)V99 VALUE 1317,23.
       77  WK-PLR-DEDUZ4        PIC 9(6)V99 VALUE 2304,76.
       77  WK-PLR-DEDUZ5        PIC 9(6)V99 VALUE 3123,78.
      *
       77  WK-DEPTO-ANTERIOR    PIC X(3)          VALUE SPACES.
       77  WK-REGRA-SW          PIC X             VALUE 'N'.
           88 WK-TEM-REGRA                        VALUE 'S'.
       77  WK-MESES-DEPTO       PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-IND-MESES         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-MES-INICIO        PIC 99            VALUE ZEROES.
       77  WK-MES-FIM           PIC 99            VALUE ZEROES.
       77  WK-MESES-TRABALHADOS PIC 99            VALUE ZEROES.
      *
       77  WK-VALOR-BRUTO       PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-IRRF        PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-VALOR-LIQUIDO     PIC S9(6)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-BASE-IRRF         PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IRRF-ACUMULADO    PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ANT-BRUTO         PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-ANT-IRRF          PIC S9(7)V9(2) USAGE COMP-3
                                                  VALUE ZEROES.
       77  WK-IND-ANT-BRUTO     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-ANT-IRRF      PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       77  WK-PARM-ACHADO       PIC X             VALUE 'N'.
       77  WK-ANO-PROX          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
       77  WK-BASE-INI          PIC X(10)         VALUE SPACES.
       77  WK-BASE-FIM          PIC X(10)         VALUE SPACES.
      *
       77  WK-QTDE-ESTAB        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-ESTAB-MAX         PIC S9(4) USAGE COMP VALUE 20.
      *
       01  WK-PARM-PLR.
           05 WK-ANOMES-ACCEPT     PIC X(6)       VALUE SPACES.
           05 FILLER REDEFINES WK-ANOMES-ACCEPT.
              10 WK-ANOMES-ANO     PIC 9(4).
              10 WK-ANOMES-MES     PIC 9(2).
           05 WK-ANOBASE-ACCEPT    PIC X(4)       VALUE SPACES.
           05 FILLER REDEFINES WK-ANOBASE-ACCEPT.
              10 WK-ANOBASE-NUM    PIC 9(4).
           05 WK-PARCELA-ACCEPT    PIC X          VALUE SPACES.
      *
       01  WK-ADMISSFUN-DATA.
           05 WK-ADMISSFUN-ANO  PIC 9(4).
           05 FILLER            PIC X.
           05 WK-ADMISSFUN-MES  PIC 9(2).
           05 FILLER            PIC X.
           05 WK-ADMISSFUN-DIA  PIC 9(2).
      *
       01  WK-DEMISSFUN-DATA.
           05 WK-DEMISSFUN-ANO  PIC 9(4).
           05 FILLER            PIC X.
           05 WK-DEMISSFUN-MES  PIC 9(2).
           05 FILLER            PIC X.
           05 WK-DEMISSFUN-DIA  PIC 9(2).
      *
      *    TOTAIS DOS CREDITOS POR ESTABELECIMENTO, NA ORDEM EM QUE
      *    APARECEM NO ARQUIVO
      *
       01  WK-TABELA-ESTAB.
           05 WK-ESTAB-ENTRADA OCCURS 20 TIMES
                               INDEXED BY WK-EST-IDX.
              10 WK-TAB-CODESTAB   PIC X(3).
              10 WK-TAB-CNPJ       PIC X(14).
              10 WK-TAB-QTDE       PIC S9(8) USAGE COMP.
              10 WK-TAB-TOTAL      PIC S9(13)V9(2) USAGE COMP-3.
      *
       01  WK-REG-HEADER.
           05 FILLER               PIC X          VALUE '0'.
           05 FILLER               PIC X(20)
              VALUE 'CREDITO DE PLR      '.
           05 WK-HDR-ANOMES        PIC X(6).
           05 WK-HDR-DATA          PIC X(10).
           05 WK-HDR-PARCELA       PIC X.
           05 WK-HDR-ANOBASE       PIC X(4).
           05 FILLER               PIC X(38)      VALUE SPACES.
      *
       01  WK-REG-DETALHE.
           05 FILLER               PIC X          VALUE '1'.
           05 WK-DET-SEQUENCIA     PIC 9(6).
           05 WK-DET-CODFUN        PIC X(4).
           05 WK-DET-NOMEFUN       PIC X(30).
           05 WK-DET-BANCO         PIC X(3).
           05 WK-DET-AGENCIA       PIC X(5).
           05 WK-DET-CONTA         PIC X(10).
           05 WK-DET-DIGITO        PIC X.
           05 WK-DET-TIPO          PIC X.
           05 WK-DET-VALOR         PIC 9(11)V99.
           05 WK-DET-CODESTAB      PIC X(3).
           05 FILLER               PIC X(3)       VALUE SPACES.
      *
       01  WK-REG-ESTAB-TRAILER.
           05 FILLER               PIC X          VALUE '8'.
           05 WK-ETR-CODESTAB      PIC X(3).
           05 WK-ETR-CNPJ          PIC X(14).
           05 WK-ETR-QTDE          PIC 9(6).
           05 WK-ETR-TOTAL         PIC 9(13)V99.
           05 FILLER               PIC X(41)      VALUE SPACES.
      *
       01  WK-REG-TRAILER.
           05 FILLER               PIC X          VALUE '9'.
           05 WK-TRL-QTDE          PIC 9(6).
           05 WK-TRL-TOTAL         PIC 9(13)V99.
           05 FILLER               PIC X(58)      VALUE SPACES.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 FILLER               PIC X(80)
              VALUE 'RECIBO DE PARTICIPACAO NOS LUCROS OU RESULTADOS'.
      *
       01  WK-LIN-FUNCIONARIO.
           05 FILLER               PIC X(13)
              VALUE 'FUNCIONARIO: '.
           05 WK-LIN-CODFUN        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEFUN       PIC X(30).
           05 FILLER               PIC X(32) VALUE SPACES.
      *
       01  WK-LIN-REFERENCIA.
           05 FILLER               PIC X(10)
              VALUE 'ANO-BASE: '.
           05 WK-LIN-ANOBASE       PIC X(4).
           05 FILLER               PIC X(11)
              VALUE '  PARCELA: '.
           05 WK-LIN-PARCELA       PIC X.
           05 FILLER               PIC X(9)
              VALUE '  MESES: '.
           05 WK-LIN-MESES         PIC Z9.
           05 FILLER               PIC X(15)
              VALUE '  COMPETENCIA: '.
           05 WK-LIN-ANOMES        PIC X(6).
           05 FILLER               PIC X(22) VALUE SPACES.
      *
       01  WK-LIN-VALOR.
           05 WK-LIN-ROTULO        PIC X(18).
           05 FILLER               PIC X(2)  VALUE ': '.
           05 WK-LIN-VALOR-EDIT    PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(50) VALUE SPACES.
      *
       01  WK-LIN-OBSERVACAO.
           05 FILLER               PIC X(31)
              VALUE 'TRIBUTACAO EXCLUSIVA NA FONTE. '.
           05 FILLER               PIC X(49)
              VALUE 'NAO HA INCIDENCIA DE INSS NEM FGTS'.
      *
       01  WK-LIN-ASSINATURA.
           05 FILLER               PIC X(30)
              VALUE 'ASSINATURA DO FUNCIONARIO: '.
           05 FILLER               PIC X(35) VALUE ALL '_'.
           05 FILLER               PIC X(15) VALUE SPACES.
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
           ACCEPT WK-PARM-PLR FROM SYSIN.
      *
           IF WK-ANOMES-ACCEPT NOT NUMERIC
              OR WK-ANOMES-MES < 01 OR WK-ANOMES-MES > 12
               DISPLAY 'COMPETENCIA ' WK-ANOMES-ACCEPT
                       ' INVALIDA. INFORME AAAAMM'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-ANOBASE-ACCEPT NOT NUMERIC
              OR WK-ANOBASE-NUM > WK-ANOMES-ANO
               DISPLAY 'ANO-BASE ' WK-ANOBASE-ACCEPT
                       ' INVALIDO. INFORME AAAA ATE O ANO DO PAGAMENTO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-PARCELA-ACCEPT NOT = '1' AND
              WK-PARCELA-ACCEPT NOT = '2'
               DISPLAY 'PARCELA ' WK-PARCELA-ACCEPT
                       ' INVALIDA. INFORME 1 OU 2'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           DISPLAY 'PAGAMENTO DA PLR - ANO-BASE ' WK-ANOBASE-ACCEPT
                   ' - PARCELA ' WK-PARCELA-ACCEPT
                   ' - COMPETENCIA ' WK-ANOMES-ACCEPT.
           DISPLAY '**********************************************'.
      *
           MOVE WK-ANOBASE-ACCEPT TO DB2PL-ANOBASEPLR.
      *
           IF WK-PARCELA-ACCEPT = '1'
               MOVE 1 TO DB2PL-PARCELAPLR
           ELSE
               MOVE 2 TO DB2PL-PARCELAPLR
           END-IF.
      *
           MOVE WK-ANOMES-ACCEPT (1:4) TO WK-ANO-PAGTO.
           PERFORM 103-VERIFICA-LIMITE-ANUAL.
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
           MOVE SPACES TO WK-BASE-INI
                          WK-BASE-FIM.
           STRING WK-ANOBASE-ACCEPT '-01-01'
               DELIMITED BY SIZE INTO WK-BASE-INI.
           STRING WK-ANOBASE-ACCEPT '-12-31'
               DELIMITED BY SIZE INTO WK-BASE-FIM.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
           PERFORM 105-LE-PARAMETROS.
      *
           EXEC SQL
               SET :WK-DATA-GERACAO = CURRENT DATE
           END-EXEC.
      *
           OPEN OUTPUT ARQ-PAGPLR.
           OPEN OUTPUT ARQ-RECIBO.
      *
           MOVE WK-ANOMES-ACCEPT  TO WK-HDR-ANOMES.
           MOVE WK-DATA-GERACAO   TO WK-HDR-DATA.
           MOVE WK-PARCELA-ACCEPT TO WK-HDR-PARCELA.
           MOVE WK-ANOBASE-ACCEPT TO WK-HDR-ANOBASE.
           WRITE REG-PAGPLR FROM WK-REG-HEADER.
      *
           EXEC SQL
               OPEN PLRTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 301-LER-FUNCIONARIO
               WHEN 100
                   DISPLAY 'NENHUM FUNCIONARIO ELEGIVEL NO ANO-BASE'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ABERTURA DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFUN98' TO DB2E-NOMEPGM.
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
       103-VERIFICA-LIMITE-ANUAL.
      *
      *    A PLR NAO PODE SER PAGA MAIS DE DUAS VEZES NO MESMO ANO
      *    CIVIL, NEM A MESMA PARCELA DO ANO-BASE EM OUTRA COMPETENCIA.
      *    O REPROCESSAMENTO DA PROPRIA COMPETENCIA E PERMITIDO
      *
           EXEC SQL
               SELECT COUNT(DISTINCT ANOMESPLR)
                   INTO :WK-PAGTOS-ANO
                   FROM EAD703.PLR_PAGAMENTOS
                   WHERE SUBSTR(ANOMESPLR, 1, 4) = :WK-ANO-PAGTO
                     AND ANOMESPLR <> :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS PAGAMENTOS DE PLR DO ANO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-PAGTOS-ANO NOT < WK-PAGTOS-MAX
               DISPLAY 'A PLR JA FOI PAGA ' WK-PAGTOS-MAX
                       ' VEZES NO ANO ' WK-ANO-PAGTO
                       '. PAGAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           EXEC SQL
               SELECT COUNT(*)
                   INTO :WK-PARCELA-PAGA
                   FROM EAD703.PLR_PAGAMENTOS
                   WHERE ANOBASEPLR = :DB2PL-ANOBASEPLR
                     AND PARCELAPLR = :DB2PL-PARCELAPLR
                     AND ANOMESPLR <> :WK-ANOMES-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA PARCELA DE PLR'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-PARCELA-PAGA > 0
               DISPLAY 'A PARCELA ' WK-PARCELA-ACCEPT ' DO ANO-BASE '
                       WK-ANOBASE-ACCEPT ' JA FOI PAGA EM OUTRA'
                       ' COMPETENCIA. PAGAMENTO RECUSADO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       105-LE-PARAMETROS.
      *
      *    TABELA DE IRRF DA PLR NA VERSAO VIGENTE PARA A COMPETENCIA
      *    DO PAGAMENTO (COBFUN43)
      *
           MOVE 'PLR-ISENTO'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-ISENTO
           END-IF.
      *
           MOVE 'PLR-FAIXA2'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-FAIXA2
           END-IF.
      *
           MOVE 'PLR-FAIXA3'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-FAIXA3
           END-IF.
      *
           MOVE 'PLR-FAIXA4'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-FAIXA4
           END-IF.
      *
           MOVE 'PLR-ALIQ2'      TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-ALIQ2
           END-IF.
      *
           MOVE 'PLR-ALIQ3'      TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-ALIQ3
           END-IF.
      *
           MOVE 'PLR-ALIQ4'      TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-ALIQ4
           END-IF.
      *
           MOVE 'PLR-ALIQ5'      TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-ALIQ5
           END-IF.
      *
           MOVE 'PLR-DEDUZ2'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-DEDUZ2
           END-IF.
      *
           MOVE 'PLR-DEDUZ3'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-DEDUZ3
           END-IF.
      *
           MOVE 'PLR-DEDUZ4'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-DEDUZ4
           END-IF.
      *
           MOVE 'PLR-DEDUZ5'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PLR-DEDUZ5
           END-IF.
      *
       106-LE-UM-PARAMETRO.
           MOVE 'N' TO WK-PARM-ACHADO.
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
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-QTDE-LIDOS.
      *
           IF DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
               PERFORM 205-LE-REGRA-DEPARTAMENTO
           END-IF.
      *
           IF WK-TEM-REGRA
               PERFORM 207-CALCULA-MESES
               PERFORM 208-CALCULA-VALOR
           ELSE
               ADD 1 TO WK-QTDE-SEM-REGRA
               MOVE ZEROES TO WK-VALOR-BRUTO
           END-IF.
      *
           IF WK-VALOR-BRUTO > 0
               PERFORM 210-CALCULA-IRRF
      *
               COMPUTE WK-VALOR-LIQUIDO =
                   WK-VALOR-BRUTO - WK-VALOR-IRRF
      *
               PERFORM 220-GRAVA-PLR
               PERFORM 225-IMPRIME-RECIBO
               PERFORM 230-GRAVA-CREDITO
      *
               ADD 1 TO WK-QTDE-PAGOS
               ADD WK-VALOR-BRUTO TO WK-TOTAL-BRUTO
               ADD WK-VALOR-IRRF  TO WK-TOTAL-IRRF
           END-IF.
      *
           PERFORM 301-LER-FUNCIONARIO.
      *
       205-LE-REGRA-DEPARTAMENTO.
           MOVE DB2-DEPTOFUN      TO WK-DEPTO-ANTERIOR
                                     DB2RG-CODDEPTO.
           MOVE WK-ANOBASE-ACCEPT TO DB2RG-ANOBASEREG.
           MOVE DB2PL-PARCELAPLR  TO DB2RG-PARCELAREG.
           MOVE 'N' TO WK-REGRA-SW.
      *
           EXEC SQL
               SELECT TIPOREG, VALORREG, PERCREG
                   INTO :DB2RG-TIPOREG, :DB2RG-VALORREG,
                        :DB2RG-PERCREG
                   FROM EAD703.PLR_REGRAS
                   WHERE CODDEPTO = :DB2RG-CODDEPTO
                     AND ANOBASEREG = :DB2RG-ANOBASEREG
                     AND PARCELAREG = :DB2RG-PARCELAREG
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE 'S' TO WK-REGRA-SW
               WHEN 100
                   DISPLAY 'DEPARTAMENTO ' DB2RG-CODDEPTO
                           ' SEM REGRA DE PLR PARA A PARCELA. '
                           'FUNCIONARIOS NAO PAGOS'
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA REGRA DE PLR DO '
                           'DEPARTAMENTO ' DB2RG-CODDEPTO
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
           IF WK-TEM-REGRA AND DB2RG-TIPOREG = 'V'
               PERFORM 206-SOMA-MESES-DEPARTAMENTO
           END-IF.
      *
       206-SOMA-MESES-DEPARTAMENTO.
      *
      *    TOTAL DE MESES TRABALHADOS NO ANO-BASE PELOS ELEGIVEIS DO
      *    DEPARTAMENTO, PARA O RATEIO DO VALOR GLOBAL (MESMA REGRA
      *    DO 207-CALCULA-MESES: O MES DA ADMISSAO E O DA DEMISSAO
      *    CONTAM INTEIROS)
      *
           EXEC SQL
               SELECT SUM( MONTH( CASE WHEN DEMISSFUN IS NULL
                                        OR DEMISSFUN > :WK-BASE-FIM
                                       THEN DATE(:WK-BASE-FIM)
                                       ELSE DEMISSFUN END ) -
                           MONTH( CASE WHEN ADMISSFUN < :WK-BASE-INI
                                       THEN DATE(:WK-BASE-INI)
                                       ELSE ADMISSFUN END ) + 1 )
                   INTO :WK-MESES-DEPTO :WK-IND-MESES
                   FROM EAD703.FUNCIONARIOS
                   WHERE DEPTOFUN = :DB2RG-CODDEPTO
                     AND ADMISSFUN <= :WK-BASE-FIM
                     AND ( DEMISSFUN IS NULL
                        OR DEMISSFUN >= :WK-BASE-INI )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA SOMA DOS MESES DO DEPARTAMENTO '
                       DB2RG-CODDEPTO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-MESES < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-MESES-DEPTO
           END-IF.
      *
       207-CALCULA-MESES.
      *
      *    MESES DO ANO-BASE ENTRE A ADMISSAO E A DEMISSAO, CONTANDO
      *    INTEIROS O MES DA ADMISSAO E O DA DEMISSAO
      *
           MOVE DB2-ADMISSFUN TO WK-ADMISSFUN-DATA.
      *
           IF WK-ADMISSFUN-ANO < WK-ANOBASE-NUM
               MOVE 1 TO WK-MES-INICIO
           ELSE
               MOVE WK-ADMISSFUN-MES TO WK-MES-INICIO
           END-IF.
      *
           MOVE 12 TO WK-MES-FIM.
      *
           IF WK-IND-DEMISSFUN NOT < 0
               MOVE DB2-DEMISSFUN TO WK-DEMISSFUN-DATA
               IF WK-DEMISSFUN-ANO = WK-ANOBASE-NUM
                   MOVE WK-DEMISSFUN-MES TO WK-MES-FIM
               END-IF
           END-IF.
      *
           COMPUTE WK-MESES-TRABALHADOS =
               WK-MES-FIM - WK-MES-INICIO + 1.
      *
       208-CALCULA-VALOR.
           MOVE ZEROES TO WK-VALOR-BRUTO.
      *
           IF DB2RG-TIPOREG = 'V'
               IF WK-MESES-DEPTO > 0
                   COMPUTE WK-VALOR-BRUTO ROUNDED =
                       DB2RG-VALORREG * WK-MESES-TRABALHADOS /
                       WK-MESES-DEPTO
               END-IF
           ELSE
               COMPUTE WK-VALOR-BRUTO ROUNDED =
                   DB2-SALARIOFUN * DB2RG-PERCREG / 100 *
                   WK-MESES-TRABALHADOS / 12
           END-IF.
      *
       210-CALCULA-IRRF.
      *
      *    A TABELA DA PLR E APLICADA SOBRE O TOTAL PAGO NO ANO CIVIL
      *    (PAGAMENTOS ANTERIORES MAIS ESTE), DESCONTADO O IRRF JA
      *    RETIDO NOS ANTERIORES
      *
           MOVE DB2-CODFUN       TO DB2PL-CODFUN.
           MOVE WK-ANOMES-ACCEPT TO DB2PL-ANOMESPLR.
      *
           EXEC SQL
               SELECT SUM(VALORBRUTOPLR), SUM(IRRFPLR)
                   INTO :WK-ANT-BRUTO :WK-IND-ANT-BRUTO,
                        :WK-ANT-IRRF :WK-IND-ANT-IRRF
                   FROM EAD703.PLR_PAGAMENTOS
                   WHERE CODFUN = :DB2PL-CODFUN
                     AND SUBSTR(ANOMESPLR, 1, 4) = :WK-ANO-PAGTO
                     AND ANOMESPLR <> :DB2PL-ANOMESPLR
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA PLR JA PAGA NO ANO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-ANT-BRUTO < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-ANT-BRUTO
                              WK-ANT-IRRF
           END-IF.
      *
           COMPUTE WK-BASE-IRRF = WK-ANT-BRUTO + WK-VALOR-BRUTO.
      *
           EVALUATE TRUE
               WHEN WK-BASE-IRRF NOT > WK-PLR-ISENTO
                   MOVE ZEROES TO WK-IRRF-ACUMULADO
               WHEN WK-BASE-IRRF NOT > WK-PLR-FAIXA2
                   COMPUTE WK-IRRF-ACUMULADO ROUNDED =
                       (WK-BASE-IRRF * WK-PLR-ALIQ2) - WK-PLR-DEDUZ2
               WHEN WK-BASE-IRRF NOT > WK-PLR-FAIXA3
                   COMPUTE WK-IRRF-ACUMULADO ROUNDED =
                       (WK-BASE-IRRF * WK-PLR-ALIQ3) - WK-PLR-DEDUZ3
               WHEN WK-BASE-IRRF NOT > WK-PLR-FAIXA4
                   COMPUTE WK-IRRF-ACUMULADO ROUNDED =
                       (WK-BASE-IRRF * WK-PLR-ALIQ4) - WK-PLR-DEDUZ4
               WHEN OTHER
                   COMPUTE WK-IRRF-ACUMULADO ROUNDED =
                       (WK-BASE-IRRF * WK-PLR-ALIQ5) - WK-PLR-DEDUZ5
           END-EVALUATE.
      *
           COMPUTE WK-VALOR-IRRF = WK-IRRF-ACUMULADO - WK-ANT-IRRF.
      *
           IF WK-VALOR-IRRF < ZEROES
               MOVE ZEROES TO WK-VALOR-IRRF
           END-IF.
      *
       220-GRAVA-PLR.
           MOVE DB2-CODFUN            TO DB2PL-CODFUN.
           MOVE WK-ANOMES-ACCEPT      TO DB2PL-ANOMESPLR.
           MOVE DB2-DEPTOFUN          TO DB2PL-CODDEPTO.
           MOVE WK-MESES-TRABALHADOS  TO DB2PL-MESESPLR.
           MOVE WK-VALOR-BRUTO        TO DB2PL-VALORBRUTOPLR.
           MOVE WK-VALOR-IRRF         TO DB2PL-IRRFPLR.
           MOVE WK-VALOR-LIQUIDO      TO DB2PL-VALORLIQPLR.
      *
           EXEC SQL
               INSERT INTO EAD703.PLR_PAGAMENTOS
                   ( CODFUN, ANOMESPLR, ANOBASEPLR, PARCELAPLR,
                     CODDEPTO, MESESPLR, VALORBRUTOPLR, IRRFPLR,
                     VALORLIQPLR, DATAHORAPLR )
                   VALUES ( :DB2PL-CODFUN, :DB2PL-ANOMESPLR,
                            :DB2PL-ANOBASEPLR, :DB2PL-PARCELAPLR,
                            :DB2PL-CODDEPTO, :DB2PL-MESESPLR,
                            :DB2PL-VALORBRUTOPLR, :DB2PL-IRRFPLR,
                            :DB2PL-VALORLIQPLR, CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   PERFORM 221-REGRAVA-PLR
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA GRAVACAO DA PLR DO FUNCIONARIO '
                           DB2PL-CODFUN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       221-REGRAVA-PLR.
           EXEC SQL
               UPDATE EAD703.PLR_PAGAMENTOS
                   SET ANOBASEPLR = :DB2PL-ANOBASEPLR,
                       PARCELAPLR = :DB2PL-PARCELAPLR,
                       CODDEPTO = :DB2PL-CODDEPTO,
                       MESESPLR = :DB2PL-MESESPLR,
                       VALORBRUTOPLR = :DB2PL-VALORBRUTOPLR,
                       IRRFPLR = :DB2PL-IRRFPLR,
                       VALORLIQPLR = :DB2PL-VALORLIQPLR,
                       DATAHORAPLR = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2PL-CODFUN
                     AND ANOMESPLR = :DB2PL-ANOMESPLR
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA REGRAVACAO DA PLR DO FUNCIONARIO '
                       DB2PL-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       225-IMPRIME-RECIBO.
           WRITE REG-RECIBO FROM WK-LIN-SEPARADOR.
           WRITE REG-RECIBO FROM WK-LIN-TITULO.
      *
           MOVE DB2-CODFUN       TO WK-LIN-CODFUN.
           MOVE DB2-NOMEFUN-TEXT TO WK-LIN-NOMEFUN.
           WRITE REG-RECIBO FROM WK-LIN-FUNCIONARIO.
      *
           MOVE WK-ANOBASE-ACCEPT    TO WK-LIN-ANOBASE.
           MOVE WK-PARCELA-ACCEPT    TO WK-LIN-PARCELA.
           MOVE WK-MESES-TRABALHADOS TO WK-LIN-MESES.
           MOVE WK-ANOMES-ACCEPT     TO WK-LIN-ANOMES.
           WRITE REG-RECIBO FROM WK-LIN-REFERENCIA.
      *
           IF WK-ANT-BRUTO > 0
               MOVE 'PLR PAGA NO ANO..' TO WK-LIN-ROTULO
               MOVE WK-ANT-BRUTO        TO WK-LIN-VALOR-EDIT
               WRITE REG-RECIBO FROM WK-LIN-VALOR
               MOVE 'IRRF JA RETIDO...' TO WK-LIN-ROTULO
               MOVE WK-ANT-IRRF         TO WK-LIN-VALOR-EDIT
               WRITE REG-RECIBO FROM WK-LIN-VALOR
           END-IF.
      *
           MOVE 'VALOR DA PLR.....' TO WK-LIN-ROTULO.
           MOVE WK-VALOR-BRUTO      TO WK-LIN-VALOR-EDIT.
           WRITE REG-RECIBO FROM WK-LIN-VALOR.
      *
           MOVE 'IRRF EXCLUSIVO...' TO WK-LIN-ROTULO.
           MOVE WK-VALOR-IRRF       TO WK-LIN-VALOR-EDIT.
           WRITE REG-RECIBO FROM WK-LIN-VALOR.
      *
           MOVE 'LIQUIDO A RECEBER' TO WK-LIN-ROTULO.
           MOVE WK-VALOR-LIQUIDO    TO WK-LIN-VALOR-EDIT.
           WRITE REG-RECIBO FROM WK-LIN-VALOR.
      *
           WRITE REG-RECIBO FROM WK-LIN-OBSERVACAO.
           WRITE REG-RECIBO FROM WK-LIN-ASSINATURA.
      *
       230-GRAVA-CREDITO.
           PERFORM 231-CONSULTA-CONTA.
      *
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WK-QTDE-DETALHE
                   ADD WK-VALOR-LIQUIDO TO WK-TOTAL-CREDITO
      *
                   MOVE WK-QTDE-DETALHE   TO WK-DET-SEQUENCIA
                   MOVE DB2-CODFUN        TO WK-DET-CODFUN
                   MOVE DB2-NOMEFUN-TEXT  TO WK-DET-NOMEFUN
                   MOVE DB2B-BANCOCTA     TO WK-DET-BANCO
                   MOVE DB2B-AGENCIACTA   TO WK-DET-AGENCIA
                   MOVE DB2B-NUMEROCTA    TO WK-DET-CONTA
                   MOVE DB2B-DIGITOCTA    TO WK-DET-DIGITO
                   MOVE DB2B-TIPOCTA      TO WK-DET-TIPO
                   MOVE WK-VALOR-LIQUIDO  TO WK-DET-VALOR
      *
                   PERFORM 235-ACUMULA-ESTABELECIMENTO
      *
                   WRITE REG-PAGPLR FROM WK-REG-DETALHE
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN ' '
                           DB2-NOMEFUN-TEXT
                   DISPLAY '   SEM CONTA BANCARIA CADASTRADA.'
                           ' NAO INCLUIDO NO ARQUIVO DE CREDITO'
                   ADD 1 TO WK-QTDE-SEM-CONTA
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA CONTA BANCARIA'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       231-CONSULTA-CONTA.
           EXEC SQL
               SELECT BANCOCTA, AGENCIACTA, NUMEROCTA, DIGITOCTA,
                      TIPOCTA
                   INTO :DB2B-BANCOCTA, :DB2B-AGENCIACTA,
                        :DB2B-NUMEROCTA, :DB2B-DIGITOCTA,
                        :DB2B-TIPOCTA
                   FROM EAD703.CONTAS_BANCARIAS
                   WHERE CODFUN = :DB2-CODFUN
                     AND SITUACAOCTA = 'C'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
       235-ACUMULA-ESTABELECIMENTO.
      *
      *    O ESTABELECIMENTO PAGADOR E O DO DEPARTAMENTO ATUAL DO
      *    FUNCIONARIO, LIDO NO CURSOR
      *
           MOVE DB2ES-CODESTAB TO WK-DET-CODESTAB.
      *
           SET WK-EST-IDX TO 1.
      *
           SEARCH WK-ESTAB-ENTRADA
               AT END
                   DISPLAY 'TABELA DE ESTABELECIMENTOS ESGOTADA ('
                           WK-ESTAB-MAX ' POSICOES)'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               WHEN WK-EST-IDX > WK-QTDE-ESTAB
                   ADD 1 TO WK-QTDE-ESTAB
                   MOVE DB2ES-CODESTAB  TO WK-TAB-CODESTAB (WK-EST-IDX)
                   MOVE DB2ES-CNPJESTAB TO WK-TAB-CNPJ (WK-EST-IDX)
                   MOVE 1               TO WK-TAB-QTDE (WK-EST-IDX)
                   MOVE WK-DET-VALOR    TO WK-TAB-TOTAL (WK-EST-IDX)
               WHEN WK-TAB-CODESTAB (WK-EST-IDX) = DB2ES-CODESTAB
                   ADD 1            TO WK-TAB-QTDE (WK-EST-IDX)
                   ADD WK-DET-VALOR TO WK-TAB-TOTAL (WK-EST-IDX)
           END-SEARCH.
      ******************************************************************
       300-LER-FUNCIONARIO SECTION.
       301-LER-FUNCIONARIO.
           MOVE SPACES TO DB2-NOMEFUN-TEXT
                          DB2-DEMISSFUN.
      *
           EXEC SQL
               FETCH PLRTEMP
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-SALARIOFUN,
                        :DB2-DEPTOFUN,
                        :DB2-ADMISSFUN,
                        :DB2-DEMISSFUN :WK-IND-DEMISSFUN,
                        :DB2ES-CODESTAB,
                        :DB2ES-CNPJESTAB
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
           PERFORM 905-GRAVA-TOTAL-ESTAB
               VARYING WK-EST-IDX FROM 1 BY 1
               UNTIL WK-EST-IDX > WK-QTDE-ESTAB.
      *
           MOVE WK-QTDE-DETALHE  TO WK-TRL-QTDE.
           MOVE WK-TOTAL-CREDITO TO WK-TRL-TOTAL.
           WRITE REG-PAGPLR FROM WK-REG-TRAILER.
      *
           EXEC SQL
               CLOSE PLRTEMP
           END-EXEC.
      *
           IF WK-QTDE-SEM-REGRA > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-LIDOS TO WK-QTDE-EDIT.
           DISPLAY 'FUNCIONARIOS ELEGIVEIS........: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-PAGOS TO WK-QTDE-EDIT.
           DISPLAY 'PLR CALCULADAS................: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-SEM-REGRA TO WK-QTDE-EDIT.
           DISPLAY 'SEM REGRA NO DEPARTAMENTO.....: ' WK-QTDE-EDIT.
           MOVE WK-TOTAL-BRUTO TO WK-TOTAL-EDIT.
           DISPLAY 'VALOR BRUTO DA PLR............: ' WK-TOTAL-EDIT.
           MOVE WK-TOTAL-IRRF TO WK-TOTAL-EDIT.
           DISPLAY 'IRRF EXCLUSIVO RETIDO.........: ' WK-TOTAL-EDIT.
           MOVE WK-QTDE-DETALHE TO WK-QTDE-EDIT.
           DISPLAY 'CREDITOS GRAVADOS NO ARQUIVO..: ' WK-QTDE-EDIT.
           MOVE WK-TOTAL-CREDITO TO WK-TOTAL-EDIT.
           DISPLAY 'VALOR TOTAL DOS CREDITOS......: ' WK-TOTAL-EDIT.
           MOVE WK-QTDE-SEM-CONTA TO WK-QTDE-EDIT.
           DISPLAY 'SEM CONTA BANCARIA............: ' WK-QTDE-EDIT.
      *
           CLOSE ARQ-PAGPLR.
           CLOSE ARQ-RECIBO.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-QTDE-LIDOS     TO DB2E-QTDELIDLOG.
           MOVE WK-QTDE-PAGOS     TO DB2E-QTDEAPLLOG.
           MOVE WK-QTDE-SEM-REGRA TO DB2E-QTDEREJLOG.
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
      *
       905-GRAVA-TOTAL-ESTAB.
           MOVE WK-TAB-CODESTAB (WK-EST-IDX) TO WK-ETR-CODESTAB.
           MOVE WK-TAB-CNPJ (WK-EST-IDX)     TO WK-ETR-CNPJ.
           MOVE WK-TAB-QTDE (WK-EST-IDX)     TO WK-ETR-QTDE.
           MOVE WK-TAB-TOTAL (WK-EST-IDX)    TO WK-ETR-TOTAL.
           WRITE REG-PAGPLR FROM WK-REG-ESTAB-TRAILER.
      *
           MOVE WK-TAB-QTDE (WK-EST-IDX)  TO WK-QTDE-EDIT.
           MOVE WK-TAB-TOTAL (WK-EST-IDX) TO WK-TOTAL-EDIT.
           DISPLAY 'ESTABELECIMENTO ' WK-ETR-CODESTAB
                   ' CNPJ ' WK-ETR-CNPJ ' CREDITOS ' WK-QTDE-EDIT
                   ' VALOR ' WK-TOTAL-EDIT.
      ******************************************************************
       END PROGRAM COBFUN98.
