      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : SIMULACAO DO LIQUIDO E DO CUSTO DO EMPREGADOR PARA  *
      *            UMA PROPOSTA DE SALARIO, CARGO OU DEPARTAMENTO,     *
      *            COMPARANDO A SITUACAO ATUAL E A PROPOSTA NUM MES    *
      *            CHEIO DA COMPETENCIA CORRENTE, COM AS REGRAS E OS   *
      *            PARAMETROS DA FOLHA (COBFUN15): ADICIONAIS, INSS,   *
      *            IRRF COM DEPENDENTES, SALARIO-FAMILIA, PENSAO,      *
      *            BENEFICIOS, VALE-TRANSPORTE E DESCONTOS FIXOS; E OS *
      *            ENCARGOS DO COBFUN56. NADA E GRAVADO NO BANCO.      *
      *            U = UM FUNCIONARIO INFORMADO NO SYSIN               *
      *            M = ARQUIVO DE PROPOSTAS DO CICLO DE MERITO         *
      *                (COBFUN64), ANTES DO ENVIO (DB2)                *
      *            ESTAGIARIO (CONTRATO TIPO E) SEM INSS E SEM FGTS;   *
      *            APRENDIZ (TIPO A) COM FGTS PELO PERC-FGTS-APRZ      *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFUN93.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TRANMER ASSIGN TO TRANMER
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TRANMER
           RECORDING MODE IS F.
       01  REG-TRANMER.
           05 REG-CODDEPTO-ACCEPT   PIC X(3).
           05 REG-CODFUN-ACCEPT     PIC X(4).
           05 REG-SALNOVO-ACCEPT    PIC 9(6)V99.
           05 REG-DATAEFET-ACCEPT   PIC X(10).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKCARG
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKDEPT
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKDESC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPENS
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKVTMS
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPARM
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE DESCTEMP CURSOR FOR
                  SELECT SEQDESC, TIPODESC, VALORDESC, PERCDESC
                      FROM EAD703.DESCONTOS_FIXOS
                      WHERE CODFUN = :DB2-CODFUN
                        AND SITUACAODESC = 'A'
                        AND ( PARCTOTDESC = 0
                           OR PARCPAGDESC < PARCTOTDESC )
                        AND ( DATAFIMDESC IS NULL
                           OR DATAFIMDESC >= :WK-COMP-INI )
                      ORDER BY SEQDESC
           END-EXEC.
      *
           EXEC SQL
               DECLARE PENSTEMP CURSOR FOR
                  SELECT SEQPENS, TIPOPENS, PERCPENS, VALORPENS
                      FROM EAD703.PENSOES_ALIMENTICIAS
                      WHERE CODFUN = :DB2-CODFUN
                        AND DATAINIPENS < :WK-COMP-PROX
                        AND ( DATAFIMPENS IS NULL
                           OR DATAFIMPENS >= :WK-COMP-INI )
                      ORDER BY SEQPENS
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-DATA-ATUAL        PIC X(10)         VALUE SPACES.
       77  WK-COMP-INI          PIC X(10)         VALUE SPACES.
       77  WK-COMP-PROX         PIC X(10)         VALUE SPACES.
       77  WK-ANO-PROX          PIC 9(4)          VALUE ZEROES.
       77  WK-MES-PROX          PIC 99            VALUE ZEROES.
       77  WK-PARM-ACHADO       PIC X             VALUE 'N'.
       77  WK-IND-CARGOFUN      PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       01  WK-ANOMES-ATUAL.
           05 WK-ANOMES-ANO        PIC 9(4)       VALUE ZEROES.
           05 WK-ANOMES-MES        PIC 9(2)       VALUE ZEROES.
      *
      *    TABELAS DA FOLHA (COBFUN15) E ENCARGOS (COBFUN56); OS
      *    VALORES COMPILADOS VALEM QUANDO NAO HA PARAMETRO VIGENTE
      *
       77  WK-INSS-FAIXA1       PIC 9(6)V99 VALUE 1518,00.
       77  WK-INSS-FAIXA2       PIC 9(6)V99 VALUE 2793,88.
       77  WK-INSS-FAIXA3       PIC 9(6)V99 VALUE 4190,83.
       77  WK-INSS-FAIXA4       PIC 9(6)V99 VALUE 8157,41.
       77  WK-INSS-ALIQ1        PIC 9V9(4)  VALUE 0,0750.
       77  WK-INSS-ALIQ2        PIC 9V9(4)  VALUE 0,0900.
       77  WK-INSS-ALIQ3        PIC 9V9(4)  VALUE 0,1200.
       77  WK-INSS-ALIQ4        PIC 9V9(4)  VALUE 0,1400.
      *
       77  WK-IRRF-ISENTO       PIC 9(6)V99 VALUE 2428,80.
       77  WK-IRRF-FAIXA2       PIC 9(6)V99 VALUE 2826,65.
       77  WK-IRRF-FAIXA3       PIC 9(6)V99 VALUE 3751,05.
       77  WK-IRRF-FAIXA4       PIC 9(6)V99 VALUE 4664,68.
       77  WK-IRRF-ALIQ2        PIC 9V9(4)  VALUE 0,0750.
       77  WK-IRRF-ALIQ3        PIC 9V9(4)  VALUE 0,1500.
       77  WK-IRRF-ALIQ4        PIC 9V9(4)  VALUE 0,2250.
       77  WK-IRRF-ALIQ5        PIC 9V9(4)  VALUE 0,2750.
       77  WK-IRRF-DEDUZ2       PIC 9(6)V99 VALUE 182,16.
       77  WK-IRRF-DEDUZ3       PIC 9(6)V99 VALUE 394,16.
       77  WK-IRRF-DEDUZ4       PIC 9(6)V99 VALUE 675,49.
       77  WK-IRRF-DEDUZ5       PIC 9(6)V99 VALUE 908,73.
       77  WK-IRRF-DEDUCAO-DEP  PIC 9(4)V99 VALUE 189,59.
      *
       77  WK-SALARIO-MINIMO    PIC 9(6)V99 VALUE 1518,00.
       77  WK-PERC-PERICULOS    PIC 9(3)V99 VALUE 30,00.
       77  WK-VALOR-SALFAM      PIC S9(4)V9(2) USAGE COMP-3
                                                 VALUE 65,00.
       77  WK-TETO-SALFAM       PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE 1906,04.
       77  WK-PERC-DESC-VT      PIC S9(3)V9(2) USAGE COMP-3
                                                 VALUE 6,00.
       77  WK-PERC-INSS-PATR    PIC S9(3)V9(2) USAGE COMP-3
                                                 VALUE 20,00.
       77  WK-PERC-FGTS         PIC S9(3)V9(2) USAGE COMP-3
                                                 VALUE 8,00.
       77  WK-PERC-FGTS-APRZ    PIC S9(3)V9(2) USAGE COMP-3
                                                 VALUE 2,00.
       77  WK-PERC-FGTS-APLIC   PIC S9(3)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-PERC-PROV-13O     PIC S9(3)V9(2) USAGE COMP-3
                                                 VALUE 8,33.
       77  WK-PERC-PROV-FER     PIC S9(3)V9(2) USAGE COMP-3
                                                 VALUE 11,11.
      *
      *    DADOS DO FUNCIONARIO QUE NAO MUDAM COM A PROPOSTA
      *
       77  WK-QTDE-DEPENDENTES  PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-FILHOS-SF    PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-BENEF       PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-IND-BENEF         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-VT-MES      PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
      *    CALCULO DE UM CENARIO (ATUAL OU PROPOSTO)
      *
       77  WK-SIM-SALARIO       PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-SIM-CARGO         PIC X(4)          VALUE SPACES.
       77  WK-GRAU-INSALUB      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-INSALUB       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PERICULOS    PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-PERICULOS     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-INSALUB     PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-PERICULOS   PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-SALARIO-BRUTO     PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-SALFAMILIA  PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-BASE-INSS         PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-INSS        PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-BASE-IRRF         PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-IRRF        PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-PENSAO      PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-PENSAO-LIMITE     PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-PENSAO-ITEM       PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-VT          PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-LIMITE-VT         PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-VT-EMP      PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-TOTAL-DESCFIXO    PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-DESC-VALOR-ITEM   PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
      *    OCORRENCIA 1 = SITUACAO ATUAL, 2 = PROPOSTA
      *
       77  WK-CEN               PIC S9(4) USAGE COMP VALUE ZEROES.
      *
       01  WK-TABELA-CENARIOS.
           05 WK-CENARIO OCCURS 2 TIMES.
              10 WK-CEN-CARGO       PIC X(4).
              10 WK-CEN-DEPTO       PIC X(3).
              10 WK-CEN-SALARIO     PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-ADICIONAIS  PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-BRUTO       PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-SALFAMILIA  PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-INSS        PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-IRRF        PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-PENSAO      PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-BENEF       PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-VT          PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-DESCFIXO    PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-LIQUIDO     PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-INSS-PATR   PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-FGTS        PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-PROV-13O    PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-PROV-FER    PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-VT-EMP      PIC S9(6)V9(2) USAGE COMP-3.
              10 WK-CEN-CUSTO       PIC S9(7)V9(2) USAGE COMP-3.
      *
       77  WK-CMP-ATUAL         PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-CMP-PROPOSTO      PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
      *    TOTAIS DO ARQUIVO DE PROPOSTAS
      *
       77  WK-QTDE-LIDAS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-SIMULADAS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-IGNORADAS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-TOTAL-BRUTO-ATU   PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-TOTAL-BRUTO-PRO   PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-TOTAL-LIQ-ATU     PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-TOTAL-LIQ-PRO     PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-TOTAL-CUSTO-ATU   PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-TOTAL-CUSTO-PRO   PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-TOTAL-DIFERENCA   PIC S9(11)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9        VALUE ZEROES.
       77  WK-TOTAL-EDIT        PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROES.
      *
       01  WK-SWITCHES.
           05 WK-FIM-ARQUIVO-SW    PIC X          VALUE 'N'.
              88 WK-FIM-ARQUIVO                   VALUE 'S'.
           05 WK-PROPOSTA-VALIDA-SW PIC X         VALUE 'S'.
              88 WK-PROPOSTA-VALIDA                VALUE 'S'.
              88 WK-PROPOSTA-INVALIDA               VALUE 'N'.
      *
       01  WK-PARM-SIMULA.
           05 WK-FUNCAO-ACCEPT     PIC X          VALUE SPACES.
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
           05 WK-SALNOVO-ACCEPT    PIC 9(6)V99    VALUE ZEROES.
           05 WK-CARGONOVO-ACCEPT  PIC X(4)       VALUE SPACES.
           05 WK-DEPTONOVO-ACCEPT  PIC X(3)       VALUE SPACES.
      *
       01  WK-LIN-CAB-COMPARA.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(13)
              VALUE '     ATUAL   '.
           05 FILLER               PIC X(13)
              VALUE '   PROPOSTO  '.
           05 FILLER               PIC X(11)
              VALUE '  DIFERENCA'.
      *
       01  WK-LIN-COMPARA.
           05 WK-LIN-CMP-ROTULO    PIC X(18).
           05 FILLER               PIC X(2)  VALUE ': '.
           05 WK-LIN-CMP-ATUAL     PIC -ZZZ.ZZ9,99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-CMP-PROPOSTO  PIC -ZZZ.ZZ9,99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-CMP-DIFERENCA PIC -ZZZ.ZZ9,99.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
      *
           EVALUATE WK-FUNCAO-ACCEPT
               WHEN 'U'
                   PERFORM 211-SIMULA-INDIVIDUAL
               WHEN 'M'
                   PERFORM 231-SIMULA-MERITO
               WHEN OTHER
                   DISPLAY 'FUNCAO ' WK-FUNCAO-ACCEPT
                           ' INVALIDA. INFORME U OU M'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
      *
           GOBACK.
      ******************************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-PARM-SIMULA FROM SYSIN.
      *
      *    A SIMULACAO USA A COMPETENCIA CORRENTE: PARAMETROS E
      *    IDADES VIGENTES NO MES DA EXECUCAO
      *
           EXEC SQL
               SET :WK-DATA-ATUAL = CURRENT DATE
           END-EXEC.
      *
           MOVE WK-DATA-ATUAL (1:4) TO WK-ANOMES-ANO.
           MOVE WK-DATA-ATUAL (6:2) TO WK-ANOMES-MES.
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
           MOVE SPACES TO WK-COMP-INI.
           STRING WK-ANOMES-ANO '-' WK-ANOMES-MES '-01'
               DELIMITED BY SIZE INTO WK-COMP-INI.
      *
           MOVE SPACES TO WK-COMP-PROX.
           STRING WK-ANO-PROX '-' WK-MES-PROX '-01'
               DELIMITED BY SIZE INTO WK-COMP-PROX.
      *
           PERFORM 105-LE-PARAMETROS.
      *
           DISPLAY 'SIMULACAO DE LIQUIDO E CUSTO - FUNCAO '
                   WK-FUNCAO-ACCEPT ' - COMPETENCIA '
                   WK-ANOMES-ATUAL.
           DISPLAY '**********************************************'.
      *
       105-LE-PARAMETROS.
           MOVE 'VALOR-SALFAM'   TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-VALOR-SALFAM
           END-IF.
      *
           MOVE 'TETO-SALFAM'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-TETO-SALFAM
           END-IF.
      *
           MOVE 'INSS-FAIXA1'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-INSS-FAIXA1
           END-IF.
      *
           MOVE 'INSS-FAIXA2'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-INSS-FAIXA2
           END-IF.
      *
           MOVE 'INSS-FAIXA3'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-INSS-FAIXA3
           END-IF.
      *
           MOVE 'INSS-FAIXA4'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-INSS-FAIXA4
           END-IF.
      *
           MOVE 'INSS-ALIQ1'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-INSS-ALIQ1
           END-IF.
      *
           MOVE 'INSS-ALIQ2'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-INSS-ALIQ2
           END-IF.
      *
           MOVE 'INSS-ALIQ3'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-INSS-ALIQ3
           END-IF.
      *
           MOVE 'INSS-ALIQ4'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-INSS-ALIQ4
           END-IF.
      *
           MOVE 'IRRF-ISENTO'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-ISENTO
           END-IF.
      *
           MOVE 'IRRF-FAIXA2'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-FAIXA2
           END-IF.
      *
           MOVE 'IRRF-FAIXA3'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-FAIXA3
           END-IF.
      *
           MOVE 'IRRF-FAIXA4'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-FAIXA4
           END-IF.
      *
           MOVE 'IRRF-ALIQ2'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-ALIQ2
           END-IF.
      *
           MOVE 'IRRF-ALIQ3'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-ALIQ3
           END-IF.
      *
           MOVE 'IRRF-ALIQ4'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-ALIQ4
           END-IF.
      *
           MOVE 'IRRF-ALIQ5'     TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-ALIQ5
           END-IF.
      *
           MOVE 'IRRF-DEDUZ2'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-DEDUZ2
           END-IF.
      *
           MOVE 'IRRF-DEDUZ3'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-DEDUZ3
           END-IF.
      *
           MOVE 'IRRF-DEDUZ4'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-DEDUZ4
           END-IF.
      *
           MOVE 'IRRF-DEDUZ5'    TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-DEDUZ5
           END-IF.
      *
           MOVE 'IRRF-DEDUC-DEP' TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-IRRF-DEDUCAO-DEP
           END-IF.
      *
           MOVE 'SALARIO-MINIMO' TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-SALARIO-MINIMO
           END-IF.
      *
           MOVE 'PERC-PERICULOS' TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-PERICULOS
           END-IF.
      *
           MOVE 'PERC-DESC-VT'   TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-DESC-VT
           END-IF.
      *
           MOVE 'PERC-INSS-PATR' TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-INSS-PATR
           END-IF.
      *
           MOVE 'PERC-FGTS'      TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-FGTS
           END-IF.
      *
           MOVE 'PERC-FGTS-APRZ' TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-FGTS-APRZ
           END-IF.
      *
           MOVE 'PERC-PROV-13O'  TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-PROV-13O
           END-IF.
      *
           MOVE 'PERC-PROV-FER'  TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-PROV-FER
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
       211-SIMULA-INDIVIDUAL.
           MOVE WK-CODFUN-ACCEPT TO DB2-CODFUN.
           PERFORM 251-LE-FUNCIONARIO.
      *
           IF SQLCODE = 100 OR DB2-ATIVOFUN NOT = 'A'
               DISPLAY 'FUNCIONARIO ' WK-CODFUN-ACCEPT
                       ' NAO ENCONTRADO OU INATIVO'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
      *    CAMPO DA PROPOSTA EM BRANCO OU ZERADO MANTEM O ATUAL
      *
           IF WK-SALNOVO-ACCEPT > 0
               MOVE WK-SALNOVO-ACCEPT TO WK-CEN-SALARIO (2)
           ELSE
               MOVE DB2-SALARIOFUN    TO WK-CEN-SALARIO (2)
           END-IF.
      *
           IF WK-CARGONOVO-ACCEPT NOT = SPACES
               PERFORM 252-VERIFICA-CARGO
               MOVE WK-CARGONOVO-ACCEPT TO WK-CEN-CARGO (2)
           ELSE
               MOVE WK-CEN-CARGO (1)    TO WK-CEN-CARGO (2)
           END-IF.
      *
           IF WK-DEPTONOVO-ACCEPT NOT = SPACES
               PERFORM 253-VERIFICA-DEPTO
               MOVE WK-DEPTONOVO-ACCEPT TO WK-CEN-DEPTO (2)
           ELSE
               MOVE DB2-DEPTOFUN        TO WK-CEN-DEPTO (2)
           END-IF.
      *
           PERFORM 261-SIMULA-FUNCIONARIO.
      *
       231-SIMULA-MERITO.
      *
      *    MESMO ARQUIVO DE PROPOSTAS DO COBFUN64 (FUNCAO T): SO O
      *    SALARIO MUDA; CARGO E DEPARTAMENTO SAO OS ATUAIS
      *
           OPEN INPUT ARQ-TRANMER.
      *
           PERFORM 301-LER-PROPOSTA.
           PERFORM 232-PROCESSA-PROPOSTA UNTIL WK-FIM-ARQUIVO.
      *
           CLOSE ARQ-TRANMER.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-LIDAS TO WK-QTDE-EDIT.
           DISPLAY 'PROPOSTAS LIDAS...............: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-SIMULADAS TO WK-QTDE-EDIT.
           DISPLAY 'PROPOSTAS SIMULADAS...........: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-IGNORADAS TO WK-QTDE-EDIT.
           DISPLAY 'PROPOSTAS IGNORADAS...........: ' WK-QTDE-EDIT.
           MOVE WK-TOTAL-BRUTO-ATU TO WK-TOTAL-EDIT.
           DISPLAY 'BRUTO MENSAL ATUAL............: ' WK-TOTAL-EDIT.
           MOVE WK-TOTAL-BRUTO-PRO TO WK-TOTAL-EDIT.
           DISPLAY 'BRUTO MENSAL PROPOSTO.........: ' WK-TOTAL-EDIT.
           MOVE WK-TOTAL-LIQ-ATU TO WK-TOTAL-EDIT.
           DISPLAY 'LIQUIDO MENSAL ATUAL..........: ' WK-TOTAL-EDIT.
           MOVE WK-TOTAL-LIQ-PRO TO WK-TOTAL-EDIT.
           DISPLAY 'LIQUIDO MENSAL PROPOSTO.......: ' WK-TOTAL-EDIT.
           MOVE WK-TOTAL-CUSTO-ATU TO WK-TOTAL-EDIT.
           DISPLAY 'CUSTO MENSAL ATUAL............: ' WK-TOTAL-EDIT.
           MOVE WK-TOTAL-CUSTO-PRO TO WK-TOTAL-EDIT.
           DISPLAY 'CUSTO MENSAL PROPOSTO.........: ' WK-TOTAL-EDIT.
      *
      *    AS PROVISOES DE 13O E FERIAS JA ESTAO NO CUSTO MENSAL
      *
           COMPUTE WK-TOTAL-DIFERENCA =
               WK-TOTAL-CUSTO-PRO - WK-TOTAL-CUSTO-ATU.
           MOVE WK-TOTAL-DIFERENCA TO WK-TOTAL-EDIT.
           DISPLAY 'AUMENTO DO CUSTO MENSAL.......: ' WK-TOTAL-EDIT.
           COMPUTE WK-TOTAL-DIFERENCA = WK-TOTAL-DIFERENCA * 12.
           MOVE WK-TOTAL-DIFERENCA TO WK-TOTAL-EDIT.
           DISPLAY 'AUMENTO DO CUSTO ANUAL........: ' WK-TOTAL-EDIT.
      *
           IF WK-QTDE-IGNORADAS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       232-PROCESSA-PROPOSTA.
           ADD 1 TO WK-QTDE-LIDAS.
           SET WK-PROPOSTA-VALIDA TO TRUE.
      *
           MOVE REG-CODFUN-ACCEPT TO DB2-CODFUN.
           PERFORM 251-LE-FUNCIONARIO.
      *
           EVALUATE TRUE
               WHEN SQLCODE = 100
                 OR DB2-ATIVOFUN NOT = 'A'
                   DISPLAY 'PROPOSTA ' REG-CODFUN-ACCEPT
                           ' IGNORADA: FUNCIONARIO NAO ENCONTRADO'
                           ' OU INATIVO'
                   SET WK-PROPOSTA-INVALIDA TO TRUE
               WHEN DB2-DEPTOFUN NOT = REG-CODDEPTO-ACCEPT
                   DISPLAY 'PROPOSTA ' REG-CODFUN-ACCEPT
                           ' IGNORADA: FUNCIONARIO NAO PERTENCE AO'
                           ' DEPARTAMENTO ' REG-CODDEPTO-ACCEPT
                   SET WK-PROPOSTA-INVALIDA TO TRUE
               WHEN REG-SALNOVO-ACCEPT NOT NUMERIC
                 OR REG-SALNOVO-ACCEPT = 0
                   DISPLAY 'PROPOSTA ' REG-CODFUN-ACCEPT
                           ' IGNORADA: SALARIO PROPOSTO INVALIDO'
                   SET WK-PROPOSTA-INVALIDA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           IF WK-PROPOSTA-VALIDA
               MOVE REG-SALNOVO-ACCEPT TO WK-CEN-SALARIO (2)
               MOVE WK-CEN-CARGO (1)   TO WK-CEN-CARGO (2)
               MOVE DB2-DEPTOFUN       TO WK-CEN-DEPTO (2)
               PERFORM 261-SIMULA-FUNCIONARIO
               ADD 1 TO WK-QTDE-SIMULADAS
               ADD WK-CEN-BRUTO (1)   TO WK-TOTAL-BRUTO-ATU
               ADD WK-CEN-BRUTO (2)   TO WK-TOTAL-BRUTO-PRO
               ADD WK-CEN-LIQUIDO (1) TO WK-TOTAL-LIQ-ATU
               ADD WK-CEN-LIQUIDO (2) TO WK-TOTAL-LIQ-PRO
               ADD WK-CEN-CUSTO (1)   TO WK-TOTAL-CUSTO-ATU
               ADD WK-CEN-CUSTO (2)   TO WK-TOTAL-CUSTO-PRO
           ELSE
               ADD 1 TO WK-QTDE-IGNORADAS
           END-IF.
      *
           PERFORM 301-LER-PROPOSTA.
      *
       251-LE-FUNCIONARIO.
           MOVE SPACES TO DB2-NOMEFUN-TEXT
                          DB2-CARGOFUN.
      *
           EXEC SQL
               SELECT NOMEFUN, SALARIOFUN, DEPTOFUN, IDADEFUN,
                      ATIVOFUN, CARGOFUN, TIPOCONTFUN
                   INTO :DB2-NOMEFUN,
                        :DB2-SALARIOFUN,
                        :DB2-DEPTOFUN,
                        :DB2-IDADEFUN,
                        :DB2-ATIVOFUN,
                        :DB2-CARGOFUN :WK-IND-CARGOFUN,
                        :DB2-TIPOCONTFUN
                   FROM EAD703.FUNCIONARIOS
                   WHERE CODFUN = :DB2-CODFUN
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LEITURA DO FUNCIONARIO ' DB2-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-CARGOFUN < 0
               MOVE SPACES TO DB2-CARGOFUN
           END-IF.
      *
           INITIALIZE WK-TABELA-CENARIOS.
           MOVE DB2-SALARIOFUN TO WK-CEN-SALARIO (1).
           MOVE DB2-CARGOFUN   TO WK-CEN-CARGO (1).
           MOVE DB2-DEPTOFUN   TO WK-CEN-DEPTO (1).
      *
       252-VERIFICA-CARGO.
           MOVE WK-CARGONOVO-ACCEPT TO DB2C-CODCARGO.
      *
           EXEC SQL
               SELECT SALMINCARGO INTO :DB2C-SALMINCARGO
                   FROM EAD703.CARGOS
                   WHERE CODCARGO = :DB2C-CODCARGO
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'CARGO ' DB2C-CODCARGO ' NAO CADASTRADO'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO CARGO ' DB2C-CODCARGO
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       253-VERIFICA-DEPTO.
           MOVE WK-DEPTONOVO-ACCEPT TO DB2-CODDEPTO.
      *
           EXEC SQL
               SELECT BCOHORASDEPTO INTO :DB2-BCOHORASDEPTO
                   FROM EAD703.DEPARTAMENTOS
                   WHERE CODDEPTO = :DB2-CODDEPTO
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'DEPARTAMENTO ' DB2-CODDEPTO
                           ' NAO CADASTRADO'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO DEPARTAMENTO '
                           DB2-CODDEPTO
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       261-SIMULA-FUNCIONARIO.
      *
      *    MES CHEIO, SEM AFASTAMENTOS, PONTO, FERIAS, ADIANTAMENTO
      *    OU RETROATIVOS, QUE NAO DEPENDEM DA PROPOSTA
      *
           PERFORM 262-CONSULTA-FIXOS.
      *
           PERFORM 263-CALCULA-CENARIO
               VARYING WK-CEN FROM 1 BY 1
               UNTIL WK-CEN > 2.
      *
           PERFORM 281-IMPRIME-SIMULACAO.
      *
       262-CONSULTA-FIXOS.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-QTDE-DEPENDENTES
                   FROM EAD703.DEPENDENTES
                   WHERE CODFUN = :DB2-CODFUN
                     AND IRRFDEP = 'S'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS DEPENDENTES DO FUNCIONARIO '
                       DB2-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-QTDE-FILHOS-SF
                   FROM EAD703.DEPENDENTES
                   WHERE CODFUN = :DB2-CODFUN
                     AND PARENTESCODEP = 'F'
                     AND :WK-ANOMES-ANO - YEAR(DATANASCDEP) < 14
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO SALARIO-FAMILIA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
      *    PARTE DO FUNCIONARIO NOS PLANOS DE BENEFICIO (COBFUN15)
      *
           MOVE ZEROES TO WK-VALOR-BENEF.
      *
           EXEC SQL
               SELECT SUM(P.VALORFUNPLA)
                   INTO :WK-VALOR-BENEF :WK-IND-BENEF
                   FROM EAD703.BENEFICIOS_ADESAO B,
                        EAD703.PLANOS_BENEFICIO P
                   WHERE B.CODFUN = :DB2-CODFUN
                     AND B.SITUACAOBEN = 'A'
                     AND P.CODPLANO = B.CODPLANO
                     AND ( ( B.SEQDEP = 0
                         AND :DB2-IDADEFUN
                               BETWEEN P.IDADEMINPLA
                                   AND P.IDADEMAXPLA )
                        OR EXISTS
                           ( SELECT 1
                                 FROM EAD703.DEPENDENTES D
                                 WHERE D.CODFUN = B.CODFUN
                                   AND D.SEQDEP = B.SEQDEP
                                   AND B.SEQDEP > 0
                                   AND :WK-ANOMES-ANO
                                         - YEAR(D.DATANASCDEP)
                                       BETWEEN P.IDADEMINPLA
                                           AND P.IDADEMAXPLA ) )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS BENEFICIOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-BENEF < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-VALOR-BENEF
           END-IF.
      *
      *    VALOR DO VALE-TRANSPORTE DO ULTIMO MES CALCULADO PELO
      *    COBFUN75; A DIVISAO ENTRE FUNCIONARIO E EMPRESA E REFEITA
      *    SOBRE O SALARIO DE CADA CENARIO
      *
           MOVE ZEROES TO WK-VALOR-VT-MES.
      *
           EXEC SQL
               SELECT VALORVTM INTO :DB2VM-VALORVTM
                   FROM EAD703.VALE_TRANSPORTE_MES
                   WHERE CODFUN = :DB2-CODFUN
                   ORDER BY ANOMESVTM DESC
                   FETCH FIRST 1 ROW ONLY
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DB2VM-VALORVTM TO WK-VALOR-VT-MES
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO VALE-TRANSPORTE'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       263-CALCULA-CENARIO.
           MOVE WK-CEN-SALARIO (WK-CEN) TO WK-SIM-SALARIO.
           MOVE WK-CEN-CARGO (WK-CEN)   TO WK-SIM-CARGO.
      *
           PERFORM 264-CALCULA-ADICIONAIS.
      *
           COMPUTE WK-SALARIO-BRUTO =
               WK-SIM-SALARIO + WK-VALOR-INSALUB + WK-VALOR-PERICULOS.
      *
           MOVE ZEROES TO WK-VALOR-SALFAMILIA.
      *
           IF WK-SALARIO-BRUTO NOT > WK-TETO-SALFAM
               COMPUTE WK-VALOR-SALFAMILIA =
                   WK-QTDE-FILHOS-SF * WK-VALOR-SALFAM
           END-IF.
      *
           PERFORM 265-CALCULA-VALE-TRANSPORTE.
           PERFORM 266-CALCULA-INSS.
           PERFORM 268-CALCULA-PENSAO.
           PERFORM 271-CALCULA-DESCONTOS.
      *
           COMPUTE WK-CEN-ADICIONAIS (WK-CEN) =
               WK-VALOR-INSALUB + WK-VALOR-PERICULOS.
           MOVE WK-SALARIO-BRUTO    TO WK-CEN-BRUTO (WK-CEN).
           MOVE WK-VALOR-SALFAMILIA TO WK-CEN-SALFAMILIA (WK-CEN).
           MOVE WK-VALOR-INSS       TO WK-CEN-INSS (WK-CEN).
           MOVE WK-VALOR-IRRF       TO WK-CEN-IRRF (WK-CEN).
           MOVE WK-VALOR-PENSAO     TO WK-CEN-PENSAO (WK-CEN).
           MOVE WK-VALOR-BENEF      TO WK-CEN-BENEF (WK-CEN).
           MOVE WK-VALOR-VT         TO WK-CEN-VT (WK-CEN).
           MOVE WK-TOTAL-DESCFIXO   TO WK-CEN-DESCFIXO (WK-CEN).
           MOVE WK-VALOR-VT-EMP     TO WK-CEN-VT-EMP (WK-CEN).
      *
           COMPUTE WK-CEN-LIQUIDO (WK-CEN) =
               WK-SALARIO-BRUTO + WK-VALOR-SALFAMILIA -
               WK-VALOR-INSS - WK-VALOR-IRRF - WK-VALOR-PENSAO -
               WK-TOTAL-DESCFIXO - WK-VALOR-BENEF - WK-VALOR-VT.
      *
      *    ENCARGOS SOBRE O BRUTO (COBFUN56). ESTAGIARIO NAO TEM
      *    INSS PATRONAL NEM FGTS; APRENDIZ DEPOSITA O FGTS PELA
      *    ALIQUOTA REDUZIDA (COBFUN55)
      *
           IF DB2-TIPOCONTFUN = 'A'
               MOVE WK-PERC-FGTS-APRZ TO WK-PERC-FGTS-APLIC
           ELSE
               MOVE WK-PERC-FGTS      TO WK-PERC-FGTS-APLIC
           END-IF.
      *
           IF DB2-TIPOCONTFUN = 'E'
               MOVE ZEROES TO WK-CEN-INSS-PATR (WK-CEN)
                              WK-CEN-FGTS (WK-CEN)
           ELSE
               COMPUTE WK-CEN-INSS-PATR (WK-CEN) ROUNDED =
                   WK-SALARIO-BRUTO * WK-PERC-INSS-PATR / 100
               COMPUTE WK-CEN-FGTS (WK-CEN) ROUNDED =
                   WK-SALARIO-BRUTO * WK-PERC-FGTS-APLIC / 100
           END-IF.
           COMPUTE WK-CEN-PROV-13O (WK-CEN) ROUNDED =
               WK-SALARIO-BRUTO * WK-PERC-PROV-13O / 100.
           COMPUTE WK-CEN-PROV-FER (WK-CEN) ROUNDED =
               WK-SALARIO-BRUTO * WK-PERC-PROV-FER / 100.
      *
           COMPUTE WK-CEN-CUSTO (WK-CEN) =
               WK-SALARIO-BRUTO + WK-CEN-INSS-PATR (WK-CEN) +
               WK-CEN-FGTS (WK-CEN) + WK-CEN-PROV-13O (WK-CEN) +
               WK-CEN-PROV-FER (WK-CEN) + WK-VALOR-VT-EMP.
      *
       264-CALCULA-ADICIONAIS.
      *
      *    MESMA REGRA DO COBFUN15, COM O CARGO DO CENARIO
      *
           MOVE ZEROES TO WK-VALOR-INSALUB
                          WK-VALOR-PERICULOS
                          WK-GRAU-INSALUB
                          WK-QTDE-PERICULOS.
      *
           EXEC SQL
               SELECT MAX(CASE WHEN TIPOADI = 'I'
                               THEN GRAUADI ELSE 0 END),
                      SUM(CASE WHEN TIPOADI = 'P'
                               THEN 1 ELSE 0 END)
                   INTO :WK-GRAU-INSALUB :WK-IND-INSALUB,
                        :WK-QTDE-PERICULOS :WK-IND-PERICULOS
                   FROM EAD703.ADICIONAIS_LEGAIS
                   WHERE ( ( TIPOCHAVEADI = 'F'
                         AND CHAVEADI = :DB2-CODFUN )
                      OR ( TIPOCHAVEADI = 'C'
                         AND CHAVEADI = :WK-SIM-CARGO ) )
                     AND DATAINIADI < :WK-COMP-PROX
                     AND DATAFIMADI >= :WK-COMP-INI
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DOS ADICIONAIS LEGAIS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-INSALUB < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-GRAU-INSALUB
           END-IF.
      *
           IF WK-IND-PERICULOS < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-QTDE-PERICULOS
           END-IF.
      *
           IF WK-GRAU-INSALUB > 0
               COMPUTE WK-VALOR-INSALUB ROUNDED =
                   WK-SALARIO-MINIMO * WK-GRAU-INSALUB / 100
           END-IF.
      *
           IF WK-QTDE-PERICULOS > 0
               COMPUTE WK-VALOR-PERICULOS ROUNDED =
                   WK-SIM-SALARIO * WK-PERC-PERICULOS / 100
           END-IF.
      *
           IF WK-VALOR-PERICULOS > WK-VALOR-INSALUB
               MOVE ZEROES TO WK-VALOR-INSALUB
           ELSE
               MOVE ZEROES TO WK-VALOR-PERICULOS
           END-IF.
      *
       265-CALCULA-VALE-TRANSPORTE.
      *
      *    DESCONTO DO FUNCIONARIO ATE PERC-DESC-VT DO SALARIO BASE;
      *    O RESTANTE E CUSTO DA EMPRESA (COBFUN75)
      *
           COMPUTE WK-LIMITE-VT ROUNDED =
               WK-SIM-SALARIO * WK-PERC-DESC-VT / 100.
      *
           IF WK-VALOR-VT-MES > WK-LIMITE-VT
               MOVE WK-LIMITE-VT    TO WK-VALOR-VT
           ELSE
               MOVE WK-VALOR-VT-MES TO WK-VALOR-VT
           END-IF.
      *
           COMPUTE WK-VALOR-VT-EMP = WK-VALOR-VT-MES - WK-VALOR-VT.
      *
       266-CALCULA-INSS.
           MOVE WK-SALARIO-BRUTO TO WK-BASE-INSS.
      *
           IF WK-BASE-INSS > WK-INSS-FAIXA4
               MOVE WK-INSS-FAIXA4 TO WK-BASE-INSS
           END-IF.
      *
           MOVE ZEROES TO WK-VALOR-INSS.
      *
           IF WK-BASE-INSS > WK-INSS-FAIXA1
               COMPUTE WK-VALOR-INSS ROUNDED =
                   WK-INSS-FAIXA1 * WK-INSS-ALIQ1
           ELSE
               COMPUTE WK-VALOR-INSS ROUNDED =
                   WK-BASE-INSS * WK-INSS-ALIQ1
           END-IF.
      *
           IF WK-BASE-INSS > WK-INSS-FAIXA2
               COMPUTE WK-VALOR-INSS ROUNDED = WK-VALOR-INSS +
                   ((WK-INSS-FAIXA2 - WK-INSS-FAIXA1) * WK-INSS-ALIQ2)
           ELSE
               IF WK-BASE-INSS > WK-INSS-FAIXA1
                   COMPUTE WK-VALOR-INSS ROUNDED = WK-VALOR-INSS +
                       ((WK-BASE-INSS - WK-INSS-FAIXA1)
                                                    * WK-INSS-ALIQ2)
               END-IF
           END-IF.
      *
           IF WK-BASE-INSS > WK-INSS-FAIXA3
               COMPUTE WK-VALOR-INSS ROUNDED = WK-VALOR-INSS +
                   ((WK-INSS-FAIXA3 - WK-INSS-FAIXA2) * WK-INSS-ALIQ3)
           ELSE
               IF WK-BASE-INSS > WK-INSS-FAIXA2
                   COMPUTE WK-VALOR-INSS ROUNDED = WK-VALOR-INSS +
                       ((WK-BASE-INSS - WK-INSS-FAIXA2)
                                                    * WK-INSS-ALIQ3)
               END-IF
           END-IF.
      *
           IF WK-BASE-INSS > WK-INSS-FAIXA3
               COMPUTE WK-VALOR-INSS ROUNDED = WK-VALOR-INSS +
                   ((WK-BASE-INSS - WK-INSS-FAIXA3) * WK-INSS-ALIQ4)
           END-IF.
      *
      *    ESTAGIARIO NAO TEM DESCONTO DE INSS, COMO NA FOLHA
      *
           IF DB2-TIPOCONTFUN = 'E'
               MOVE ZEROES TO WK-BASE-INSS
                              WK-VALOR-INSS
           END-IF.
      *
       267-CALCULA-IRRF.
           COMPUTE WK-BASE-IRRF =
               WK-SALARIO-BRUTO - WK-VALOR-INSS -
               (WK-QTDE-DEPENDENTES * WK-IRRF-DEDUCAO-DEP) -
               WK-VALOR-PENSAO.
      *
           IF WK-BASE-IRRF < ZEROES
               MOVE ZEROES TO WK-BASE-IRRF
           END-IF.
      *
           EVALUATE TRUE
               WHEN WK-BASE-IRRF NOT > WK-IRRF-ISENTO
                   MOVE ZEROES TO WK-VALOR-IRRF
               WHEN WK-BASE-IRRF NOT > WK-IRRF-FAIXA2
                   COMPUTE WK-VALOR-IRRF ROUNDED =
                       (WK-BASE-IRRF * WK-IRRF-ALIQ2) - WK-IRRF-DEDUZ2
               WHEN WK-BASE-IRRF NOT > WK-IRRF-FAIXA3
                   COMPUTE WK-VALOR-IRRF ROUNDED =
                       (WK-BASE-IRRF * WK-IRRF-ALIQ3) - WK-IRRF-DEDUZ3
               WHEN WK-BASE-IRRF NOT > WK-IRRF-FAIXA4
                   COMPUTE WK-VALOR-IRRF ROUNDED =
                       (WK-BASE-IRRF * WK-IRRF-ALIQ4) - WK-IRRF-DEDUZ4
               WHEN OTHER
                   COMPUTE WK-VALOR-IRRF ROUNDED =
                       (WK-BASE-IRRF * WK-IRRF-ALIQ5) - WK-IRRF-DEDUZ5
           END-EVALUATE.
      *
           IF WK-VALOR-IRRF < ZEROES
               MOVE ZEROES TO WK-VALOR-IRRF
           END-IF.
      *
       268-CALCULA-PENSAO.
      *
      *    MESMA ORDEM DO COBFUN15: IRRF SEM A PENSAO, PENSOES SOBRE
      *    O BRUTO OU O LIQUIDO, IRRF REFEITO COM A DEDUCAO
      *
           MOVE ZEROES TO WK-VALOR-PENSAO.
           PERFORM 267-CALCULA-IRRF.
      *
           COMPUTE WK-PENSAO-LIMITE =
               WK-SALARIO-BRUTO - WK-VALOR-INSS - WK-VALOR-IRRF.
      *
           IF WK-PENSAO-LIMITE < 0
               MOVE ZEROES TO WK-PENSAO-LIMITE
           END-IF.
      *
           EXEC SQL
               OPEN PENSTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DE PENSOES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 269-LER-PENSAO.
           PERFORM 270-APLICA-PENSAO UNTIL SQLCODE NOT = 0.
      *
           EXEC SQL
               CLOSE PENSTEMP
           END-EXEC.
      *
           IF WK-VALOR-PENSAO > 0
               PERFORM 267-CALCULA-IRRF
           END-IF.
      *
       269-LER-PENSAO.
           EXEC SQL
               FETCH PENSTEMP
                   INTO :DB2PA-SEQPENS,
                        :DB2PA-TIPOPENS,
                        :DB2PA-PERCPENS,
                        :DB2PA-VALORPENS
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO FETCH DO CURSOR DE PENSOES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       270-APLICA-PENSAO.
           EVALUATE DB2PA-TIPOPENS
               WHEN 'B'
                   COMPUTE WK-PENSAO-ITEM ROUNDED =
                       WK-SALARIO-BRUTO * DB2PA-PERCPENS / 100
               WHEN 'L'
                   COMPUTE WK-PENSAO-ITEM ROUNDED =
                       WK-PENSAO-LIMITE * DB2PA-PERCPENS / 100
               WHEN OTHER
                   MOVE DB2PA-VALORPENS TO WK-PENSAO-ITEM
           END-EVALUATE.
      *
           IF WK-VALOR-PENSAO + WK-PENSAO-ITEM > WK-PENSAO-LIMITE
               COMPUTE WK-PENSAO-ITEM =
                   WK-PENSAO-LIMITE - WK-VALOR-PENSAO
           END-IF.
      *
           IF WK-PENSAO-ITEM > 0
               ADD WK-PENSAO-ITEM TO WK-VALOR-PENSAO
           END-IF.
      *
           PERFORM 269-LER-PENSAO.
      *
       271-CALCULA-DESCONTOS.
           MOVE ZEROES TO WK-TOTAL-DESCFIXO.
      *
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
           PERFORM 272-LER-DESCONTO.
           PERFORM 273-APLICA-DESCONTO UNTIL SQLCODE NOT = 0.
      *
           EXEC SQL
               CLOSE DESCTEMP
           END-EXEC.
      *
       272-LER-DESCONTO.
           EXEC SQL
               FETCH DESCTEMP
                   INTO :DB2Y-SEQDESC,
                        :DB2Y-TIPODESC,
                        :DB2Y-VALORDESC,
                        :DB2Y-PERCDESC
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
      *
       273-APLICA-DESCONTO.
           IF DB2Y-VALORDESC > 0
               MOVE DB2Y-VALORDESC TO WK-DESC-VALOR-ITEM
           ELSE
               COMPUTE WK-DESC-VALOR-ITEM ROUNDED =
                   WK-SALARIO-BRUTO * DB2Y-PERCDESC / 100
           END-IF.
      *
           ADD WK-DESC-VALOR-ITEM TO WK-TOTAL-DESCFIXO.
      *
           PERFORM 272-LER-DESCONTO.
      *
       281-IMPRIME-SIMULACAO.
           DISPLAY 'FUNCIONARIO: ' DB2-CODFUN ' ' DB2-NOMEFUN-TEXT.
           DISPLAY '  CARGO: ' WK-CEN-CARGO (1) ' -> '
                   WK-CEN-CARGO (2) '   DEPTO: ' WK-CEN-DEPTO (1)
                   ' -> ' WK-CEN-DEPTO (2).
           DISPLAY WK-LIN-CAB-COMPARA.
      *
           MOVE 'SALARIO BASE.....' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-SALARIO (1)   TO WK-CMP-ATUAL.
           MOVE WK-CEN-SALARIO (2)   TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'ADICIONAIS.......' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-ADICIONAIS (1) TO WK-CMP-ATUAL.
           MOVE WK-CEN-ADICIONAIS (2) TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'SALARIO BRUTO....' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-BRUTO (1)     TO WK-CMP-ATUAL.
           MOVE WK-CEN-BRUTO (2)     TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'SALARIO-FAMILIA..' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-SALFAMILIA (1) TO WK-CMP-ATUAL.
           MOVE WK-CEN-SALFAMILIA (2) TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'DESCONTO INSS....' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-INSS (1)      TO WK-CMP-ATUAL.
           MOVE WK-CEN-INSS (2)      TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'DESCONTO IRRF....' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-IRRF (1)      TO WK-CMP-ATUAL.
           MOVE WK-CEN-IRRF (2)      TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'PENSAO ALIMENT...' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-PENSAO (1)    TO WK-CMP-ATUAL.
           MOVE WK-CEN-PENSAO (2)    TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'BENEFICIOS.......' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-BENEF (1)     TO WK-CMP-ATUAL.
           MOVE WK-CEN-BENEF (2)     TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'VALE-TRANSPORTE..' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-VT (1)        TO WK-CMP-ATUAL.
           MOVE WK-CEN-VT (2)        TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'DESCONTOS FIXOS..' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-DESCFIXO (1)  TO WK-CMP-ATUAL.
           MOVE WK-CEN-DESCFIXO (2)  TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'SALARIO LIQUIDO..' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-LIQUIDO (1)   TO WK-CMP-ATUAL.
           MOVE WK-CEN-LIQUIDO (2)   TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'INSS PATRONAL....' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-INSS-PATR (1) TO WK-CMP-ATUAL.
           MOVE WK-CEN-INSS-PATR (2) TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'FGTS.............' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-FGTS (1)      TO WK-CMP-ATUAL.
           MOVE WK-CEN-FGTS (2)      TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'PROVISAO 13O.....' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-PROV-13O (1)  TO WK-CMP-ATUAL.
           MOVE WK-CEN-PROV-13O (2)  TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'PROVISAO FERIAS..' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-PROV-FER (1)  TO WK-CMP-ATUAL.
           MOVE WK-CEN-PROV-FER (2)  TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'VT EMPRESA.......' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-VT-EMP (1)    TO WK-CMP-ATUAL.
           MOVE WK-CEN-VT-EMP (2)    TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           MOVE 'CUSTO EMPREGADOR.' TO WK-LIN-CMP-ROTULO.
           MOVE WK-CEN-CUSTO (1)     TO WK-CMP-ATUAL.
           MOVE WK-CEN-CUSTO (2)     TO WK-CMP-PROPOSTO.
           PERFORM 282-IMPRIME-LINHA.
      *
           DISPLAY '----------------------------------------------'.
      *
       282-IMPRIME-LINHA.
           MOVE WK-CMP-ATUAL    TO WK-LIN-CMP-ATUAL.
           MOVE WK-CMP-PROPOSTO TO WK-LIN-CMP-PROPOSTO.
           COMPUTE WK-LIN-CMP-DIFERENCA =
               WK-CMP-PROPOSTO - WK-CMP-ATUAL.
           DISPLAY WK-LIN-COMPARA.
      ******************************************************************
       300-LER-PROPOSTA SECTION.
       301-LER-PROPOSTA.
           READ ARQ-TRANMER
               AT END
                   SET WK-FIM-ARQUIVO TO TRUE
           END-READ.
      ******************************************************************
       END PROGRAM COBFUN93.
