      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : CALCULO MENSAL DA FOLHA LIQUIDA COM INSS E IRRF,    *
      *            GRAVACAO EM EAD703.FOLHA_MENSAL E EMISSAO DOS       *
      *            DEMONSTRATIVOS DE PAGAMENTO (DB2). O BRUTO INCLUI   *
      *            OS ADICIONAIS DE INSALUBRIDADE, PERICULOSIDADE      *
      *            (COBFUN76) E NOTURNO (PONTO DO COBFUN51). NOS       *
      *            DEPARTAMENTOS COM BANCO DE HORAS AS EXTRAS A 50%    *
      *            VAO AO BANCO E AS VENCIDAS SAO PAGAS AQUI. O TIPO C *
      *            (FOLHA COMPLEMENTAR) RECALCULA UM FUNCIONARIO EM    *
      *            COMPETENCIA JA PAGA E GRAVA SOMENTE AS DIFERENCAS   *
      *            EM EAD703.FOLHA_COMPLEMENTAR, COM DEMONSTRATIVO     *
      *            COMPLEMENTAR. ESTAGIARIO (TIPO DE CONTRATO E) NAO   *
      *            TEM DESCONTO DE INSS. CADA VERBA DO DEMONSTRATIVO E *
      *            GRAVADA POR RUBRICA (CATALOGO DO COBFUN44) EM       *
      *            EAD703.FOLHA_RUBRICAS. OS DADOS DE APOIO (FERIAS,   *
      *            DEPENDENTES, PONTO, ADIANTAMENTO, BENEFICIOS,       *
      *            RETROATIVOS E DESCONTOS FIXOS) SAO LIDOS EM LOTE,   *
      *            NA ORDEM DO CURSOR DE FUNCIONARIOS, COM COMMIT      *
      *            PERIODICO E RESTART PELA EAD703.CONTROLE_RESTART.   *
      *            O TEMPO DE EXECUCAO FICA NO LOG_EXECUCAO. NA FOLHA  *
      *            COMPLEMENTAR AS RUBRICAS (ORIGEM C) GUARDAM A       *
      *            DIFERENCA PARA A FOLHA MENSAL; NO RESTART OS        *
      *            DEMONSTRATIVOS DOS JA GRAVADOS SAO REMONTADOS DAS   *
      *            RUBRICAS (ORIGEM M)                                 *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
           EXEC SQL
               INCLUDE BOOKRETR
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPENS
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKPPAG
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLOGE
           EXEC SQL
               INCLUDE BOOKTRAV
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKVTMS
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKADIC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKDEPT
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKBHOR
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKFCPL
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKLRUB
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKREST
           END-EXEC.
      *
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.
      *
           EXEC SQL
               DECLARE FOLHATEMP CURSOR WITH HOLD FOR
                  SELECT CODFUN, NOMEFUN, SALARIOFUN, DEPTOFUN,
                         CPFFUN, IDADEFUN, TIPOCONTFUN
                      FROM EAD703.FUNCIONARIOS
                      WHERE ( ATIVOFUN = 'A'
                          AND :WK-TIPO-ACCEPT <> 'C' )
                         OR ( CODFUN = :WK-CODFUN-ACCEPT
                          AND :WK-TIPO-ACCEPT = 'C' )
                      ORDER BY DEPTOFUN, CODFUN
           END-EXEC.
      *
                           OR RETEFETAFAST > :WK-COMP-INI )
                      ORDER BY INIAFAST
           END-EXEC.
      *
      *    CURSORES DE APOIO: CADA UM LE EM LOTE OS DADOS DE TODOS OS
      *    FUNCIONARIOS DO CALCULO, NA MESMA ORDEM DO FOLHATEMP
      *    (DEPARTAMENTO E CODFUN), E E CASADO COM O FUNCIONARIO
      *    CORRENTE PELA CHAVE. FICAM ABERTOS ENTRE OS COMMITS DO
      *    CHECKPOINT
      *
           EXEC SQL
               DECLARE FERPTEMP CURSOR WITH HOLD FOR
                  SELECT F.DEPTOFUN, P.CODFUN,
                         SUM(P.VALORFERIAS + P.VALORTERCO),
                         SUM(P.INSSFER),
                         SUM(P.IRRFFER),
                         SUM(CASE WHEN P.DIASFER <
                                       31 - DAY(P.INIGOZOFER)
                                  THEN P.DIASFER
                                  ELSE 31 - DAY(P.INIGOZOFER)
                             END)
                      FROM EAD703.FERIAS_PAGAMENTOS P,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = P.CODFUN
                        AND P.ANOMESFER = :WK-ANOMES-ACCEPT
                        AND P.SITUACAOFPAG IN ('C', 'L')
                        AND ( ( F.ATIVOFUN = 'A'
                            AND :WK-TIPO-ACCEPT <> 'C' )
                           OR ( F.CODFUN = :WK-CODFUN-ACCEPT
                            AND :WK-TIPO-ACCEPT = 'C' ) )
                      GROUP BY F.DEPTOFUN, P.CODFUN
                      ORDER BY F.DEPTOFUN, P.CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE PENFTEMP CURSOR WITH HOLD FOR
                  SELECT F.DEPTOFUN, P.CODFUN, SUM(P.VALORPPG)
                      FROM EAD703.PENSOES_PAGAMENTOS P,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = P.CODFUN
                        AND P.ANOMESPPG = :WK-ANOMES-ACCEPT
                        AND P.ORIGEMPPG = 'F'
                        AND ( ( F.ATIVOFUN = 'A'
                            AND :WK-TIPO-ACCEPT <> 'C' )
                           OR ( F.CODFUN = :WK-CODFUN-ACCEPT
                            AND :WK-TIPO-ACCEPT = 'C' ) )
                      GROUP BY F.DEPTOFUN, P.CODFUN
                      ORDER BY F.DEPTOFUN, P.CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE DEPDTEMP CURSOR WITH HOLD FOR
                  SELECT F.DEPTOFUN, D.CODFUN,
                         SUM(CASE WHEN D.IRRFDEP = 'S'
                                  THEN 1 ELSE 0 END),
                         SUM(CASE WHEN D.PARENTESCODEP = 'F'
                                   AND :WK-ANOMES-ANO
                                       - YEAR(D.DATANASCDEP) < 14
                                  THEN 1 ELSE 0 END)
                      FROM EAD703.DEPENDENTES D,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = D.CODFUN
                        AND ( ( F.ATIVOFUN = 'A'
                            AND :WK-TIPO-ACCEPT <> 'C' )
                           OR ( F.CODFUN = :WK-CODFUN-ACCEPT
                            AND :WK-TIPO-ACCEPT = 'C' ) )
                      GROUP BY F.DEPTOFUN, D.CODFUN
                      ORDER BY F.DEPTOFUN, D.CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE PONTTEMP CURSOR WITH HOLD FOR
                  SELECT F.DEPTOFUN, P.CODFUN, P.HORAS50PON,
                         P.HORAS100PON, P.DIASFALTAPON, P.HORASNOTPON
                      FROM EAD703.PONTO_MENSAL P,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = P.CODFUN
                        AND P.ANOMESPON = :WK-ANOMES-ACCEPT
                        AND ( ( F.ATIVOFUN = 'A'
                            AND :WK-TIPO-ACCEPT <> 'C' )
                           OR ( F.CODFUN = :WK-CODFUN-ACCEPT
                            AND :WK-TIPO-ACCEPT = 'C' ) )
                      ORDER BY F.DEPTOFUN, P.CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE ADIATEMP CURSOR WITH HOLD FOR
                  SELECT F.DEPTOFUN, A.CODFUN, SUM(A.VALORADI)
                      FROM EAD703.ADIANTAMENTOS A,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = A.CODFUN
                        AND A.ANOMESADI = :WK-ANOMES-ACCEPT
                        AND A.SITUACAOADI IN ('G', 'D')
                        AND ( ( F.ATIVOFUN = 'A'
                            AND :WK-TIPO-ACCEPT <> 'C' )
                           OR ( F.CODFUN = :WK-CODFUN-ACCEPT
                            AND :WK-TIPO-ACCEPT = 'C' ) )
                      GROUP BY F.DEPTOFUN, A.CODFUN
                      ORDER BY F.DEPTOFUN, A.CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE BENETEMP CURSOR WITH HOLD FOR
                  SELECT F.DEPTOFUN, B.CODFUN, SUM(P.VALORFUNPLA)
                      FROM EAD703.BENEFICIOS_ADESAO B,
                           EAD703.PLANOS_BENEFICIO P,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = B.CODFUN
                        AND B.SITUACAOBEN = 'A'
                        AND P.CODPLANO = B.CODPLANO
                        AND ( ( B.SEQDEP = 0
                            AND F.IDADEFUN
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
                        AND ( ( F.ATIVOFUN = 'A'
                            AND :WK-TIPO-ACCEPT <> 'C' )
                           OR ( F.CODFUN = :WK-CODFUN-ACCEPT
                            AND :WK-TIPO-ACCEPT = 'C' ) )
                      GROUP BY F.DEPTOFUN, B.CODFUN
                      ORDER BY F.DEPTOFUN, B.CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE RETRTEMP CURSOR WITH HOLD FOR
                  SELECT F.DEPTOFUN, R.CODFUN, SUM(R.VALORLIQRET)
                      FROM EAD703.RETROATIVOS R,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = R.CODFUN
                        AND ( ( R.SITUACAORET = 'P'
                            AND :WK-TIPO-ACCEPT <> 'C' )
                           OR ( R.SITUACAORET = 'A'
                            AND R.ANOMESPAGORET =
                                           :WK-ANOMES-ACCEPT ) )
                        AND ( ( F.ATIVOFUN = 'A'
                            AND :WK-TIPO-ACCEPT <> 'C' )
                           OR ( F.CODFUN = :WK-CODFUN-ACCEPT
                            AND :WK-TIPO-ACCEPT = 'C' ) )
                      GROUP BY F.DEPTOFUN, R.CODFUN
                      ORDER BY F.DEPTOFUN, R.CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE DESCTEMP CURSOR WITH HOLD FOR
                  SELECT F.DEPTOFUN, D.CODFUN, D.SEQDESC, D.TIPODESC,
                         D.VALORDESC, D.PERCDESC, D.PARCTOTDESC,
                         D.PARCPAGDESC, D.ANOMESULTDESC
                      FROM EAD703.DESCONTOS_FIXOS D,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = D.CODFUN
                        AND ( D.SITUACAODESC = 'A'
                           OR ( D.SITUACAODESC = 'E'
                            AND D.ANOMESULTDESC =
                                           :WK-ANOMES-ACCEPT ) )
                        AND ( D.PARCTOTDESC = 0
                           OR D.PARCPAGDESC < D.PARCTOTDESC
                           OR D.ANOMESULTDESC = :WK-ANOMES-ACCEPT )
                        AND ( D.DATAFIMDESC IS NULL
                           OR D.DATAFIMDESC >= :WK-COMP-INI )
                        AND ( ( F.ATIVOFUN = 'A'
                            AND :WK-TIPO-ACCEPT <> 'C' )
                           OR ( F.CODFUN = :WK-CODFUN-ACCEPT
                            AND :WK-TIPO-ACCEPT = 'C' ) )
                      ORDER BY F.DEPTOFUN, D.CODFUN, D.SEQDESC
           END-EXEC.
      *
           EXEC SQL
               DECLARE VTMSTEMP CURSOR WITH HOLD FOR
                  SELECT F.DEPTOFUN, V.CODFUN, SUM(V.DESCONTOVTM)
                      FROM EAD703.VALE_TRANSPORTE_MES V,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = V.CODFUN
                        AND V.ANOMESVTM = :WK-ANOMES-ACCEPT
                        AND ( ( F.ATIVOFUN = 'A'
                            AND :WK-TIPO-ACCEPT <> 'C' )
                           OR ( F.CODFUN = :WK-CODFUN-ACCEPT
                            AND :WK-TIPO-ACCEPT = 'C' ) )
                      GROUP BY F.DEPTOFUN, V.CODFUN
                      ORDER BY F.DEPTOFUN, V.CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE ADICTEMP CURSOR WITH HOLD FOR
                  SELECT F.DEPTOFUN, F.CODFUN,
                         MAX(CASE WHEN A.TIPOADI = 'I'
                                  THEN A.GRAUADI ELSE 0 END),
                         SUM(CASE WHEN A.TIPOADI = 'P'
                                  THEN 1 ELSE 0 END)
                      FROM EAD703.ADICIONAIS_LEGAIS A,
                           EAD703.FUNCIONARIOS F
                      WHERE ( ( A.TIPOCHAVEADI = 'F'
                            AND A.CHAVEADI = F.CODFUN )
                           OR ( A.TIPOCHAVEADI = 'C'
                            AND A.CHAVEADI = F.CARGOFUN ) )
                        AND A.DATAINIADI < :WK-COMP-PROX
                        AND A.DATAFIMADI >= :WK-COMP-INI
                        AND ( ( F.ATIVOFUN = 'A'
                            AND :WK-TIPO-ACCEPT <> 'C' )
                           OR ( F.CODFUN = :WK-CODFUN-ACCEPT
                            AND :WK-TIPO-ACCEPT = 'C' ) )
                      GROUP BY F.DEPTOFUN, F.CODFUN
                      ORDER BY F.DEPTOFUN, F.CODFUN
           END-EXEC.
      *
      *    RUBRICAS JA GRAVADAS DA FOLHA MENSAL, LIDAS SO NO RESTART
      *    PARA REMONTAR OS DEMONSTRATIVOS DOS FUNCIONARIOS GRAVADOS
      *    ATE O ULTIMO CHECKPOINT
      *
           EXEC SQL
               DECLARE RUBMTEMP CURSOR WITH HOLD FOR
                  SELECT F.DEPTOFUN, L.CODFUN, L.CODRUB, L.REFERLR,
                         L.VALORLR
                      FROM EAD703.FOLHA_RUBRICAS L,
                           EAD703.FUNCIONARIOS F
                      WHERE F.CODFUN = L.CODFUN
                        AND L.ANOMESLR = :WK-ANOMES-ACCEPT
                        AND L.ORIGEMLR = 'M'
                        AND F.ATIVOFUN = 'A'
                      ORDER BY F.DEPTOFUN, L.CODFUN, L.CODRUB
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
       77  WK-VALOR-BENEF       PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-IND-BENEF         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-VT          PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-SALARIO-MINIMO    PIC 9(6)V99 VALUE 1518,00.
       77  WK-PERC-PERICULOS    PIC 9(3)V99 VALUE 30,00.
       77  WK-PERC-ADIC-NOT     PIC 9(3)V99 VALUE 20,00.
       77  WK-GRAU-INSALUB      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-INSALUB       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PERICULOS    PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-PERICULOS     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-INSALUB     PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-PERICULOS   PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-NOTURNO     PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-RETRO       PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-IND-RETRO         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-ANOMESULT     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DESC-IDX          PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DESC-QTDE         PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-VALOR-PENSAO      PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-FERIAS-PENSAO     PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-IND-FER-PENSAO    PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-PENSAO-LIMITE     PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-LIMITE-BCOHORAS   PIC S9(4) USAGE COMP VALUE 6.
       77  WK-DATA-CORTE-BCO    PIC X(10)         VALUE SPACES.
       77  WK-ANOMES-CORTE-BCO  PIC X(6)          VALUE SPACES.
       77  WK-HORAS-CREDITO     PIC S9(3)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-HORAS-CRED-VENC   PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-IND-CRED-VENC     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-HORAS-DEBITOS     PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-IND-DEBITOS       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-HORAS-VENCIDAS    PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-VALOR-BCOHORAS    PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-ANT-BRUTO         PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-ANT-INSS          PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-ANT-IRRF          PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-ANT-LIQUIDO       PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-CPL-BRUTO         PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-CPL-INSS          PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-CPL-IRRF          PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-CPL-LIQUIDO       PIC S9(7)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-IND-CPL-BRUTO     PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-CPL-INSS      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-CPL-IRRF      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-CPL-LIQUIDO   PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-SEQ-COMPLEMENTAR  PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-SEQCPL        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DATA-COMPLEMENTAR PIC X(10)         VALUE SPACES.
       77  WK-IND-PENSAO-PAGA   PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-RUB-CODIGO        PIC X(4)          VALUE SPACES.
       77  WK-RUB-TIPO          PIC X             VALUE SPACES.
       77  WK-RUB-REFER         PIC S9(3)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-RUB-VALOR         PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
       77  WK-CONTADOR-LIDO     PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-RESTART-PONTO     PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-CHECKPOINT-INTERVALO
                                PIC S9(9) USAGE COMP VALUE 50.
       77  WK-CHECKPOINT-QUOCIENTE
                                PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-CHECKPOINT-RESTO  PIC S9(9) USAGE COMP VALUE ZEROES.
       77  WK-RESTART-EDIT      PIC ZZZ.ZZ9       VALUE ZEROES.
       77  WK-DEPTO-CONSULTADO  PIC X(3)          VALUE SPACES.
       77  WK-CURSOR-APOIO      PIC X(8)          VALUE SPACES.
       77  WK-IND-VT            PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-IND-HORAS-PAGAS   PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-RUB-BASE          PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
      *    CHAVE DO FUNCIONARIO CORRENTE (ORDEM DO FOLHATEMP) E
      *    POSICAO DE CADA CURSOR DE APOIO. A CHAVE DE UM CURSOR
      *    ESGOTADO FICA EM HIGH-VALUES
      *
       01  WK-CHAVE-FUNC.
           05 WK-CHAVE-FUNC-DEPTO     PIC X(3)    VALUE SPACES.
           05 WK-CHAVE-FUNC-CODFUN    PIC X(4)    VALUE SPACES.
      *
       01  WK-LOTE-FERIAS.
           05 WK-CHAVE-FERIAS.
              10 WK-CHAVE-FERIAS-DEPTO   PIC X(3) VALUE LOW-VALUES.
              10 WK-CHAVE-FERIAS-CODFUN  PIC X(4) VALUE LOW-VALUES.
           05 WK-LOTE-FER-BRUTO       PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
           05 WK-LOTE-FER-INSS        PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
           05 WK-LOTE-FER-IRRF        PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
           05 WK-LOTE-FER-GOZO        PIC S9(4) USAGE COMP
                                                 VALUE ZEROES.
      *
       01  WK-LOTE-PENSAO-FERIAS.
           05 WK-CHAVE-PENSFER.
              10 WK-CHAVE-PENSFER-DEPTO  PIC X(3) VALUE LOW-VALUES.
              10 WK-CHAVE-PENSFER-CODFUN PIC X(4) VALUE LOW-VALUES.
           05 WK-LOTE-FER-PENSAO      PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
       01  WK-LOTE-DEPENDENTES.
           05 WK-CHAVE-DEPEND.
              10 WK-CHAVE-DEPEND-DEPTO   PIC X(3) VALUE LOW-VALUES.
              10 WK-CHAVE-DEPEND-CODFUN  PIC X(4) VALUE LOW-VALUES.
           05 WK-LOTE-DEP-IRRF        PIC S9(4) USAGE COMP
                                                 VALUE ZEROES.
           05 WK-LOTE-DEP-FILHOS      PIC S9(4) USAGE COMP
                                                 VALUE ZEROES.
      *
       01  WK-LOTE-PONTO.
           05 WK-CHAVE-PONTO.
              10 WK-CHAVE-PONTO-DEPTO    PIC X(3) VALUE LOW-VALUES.
              10 WK-CHAVE-PONTO-CODFUN   PIC X(4) VALUE LOW-VALUES.
      *
       01  WK-LOTE-ADIANTAMENTO.
           05 WK-CHAVE-ADIANTA.
              10 WK-CHAVE-ADIANTA-DEPTO  PIC X(3) VALUE LOW-VALUES.
              10 WK-CHAVE-ADIANTA-CODFUN PIC X(4) VALUE LOW-VALUES.
           05 WK-LOTE-ADI-VALOR       PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
       01  WK-LOTE-BENEFICIOS.
           05 WK-CHAVE-BENEF.
              10 WK-CHAVE-BENEF-DEPTO    PIC X(3) VALUE LOW-VALUES.
              10 WK-CHAVE-BENEF-CODFUN   PIC X(4) VALUE LOW-VALUES.
           05 WK-LOTE-BEN-VALOR       PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
       01  WK-LOTE-RETROATIVOS.
           05 WK-CHAVE-RETRO.
              10 WK-CHAVE-RETRO-DEPTO    PIC X(3) VALUE LOW-VALUES.
              10 WK-CHAVE-RETRO-CODFUN   PIC X(4) VALUE LOW-VALUES.
           05 WK-LOTE-RET-VALOR       PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
       01  WK-LOTE-DESCONTOS.
           05 WK-CHAVE-DESC.
              10 WK-CHAVE-DESC-DEPTO     PIC X(3) VALUE LOW-VALUES.
              10 WK-CHAVE-DESC-CODFUN    PIC X(4) VALUE LOW-VALUES.
      *
       01  WK-LOTE-VALE-TRANSPORTE.
           05 WK-CHAVE-VT.
              10 WK-CHAVE-VT-DEPTO       PIC X(3) VALUE LOW-VALUES.
              10 WK-CHAVE-VT-CODFUN      PIC X(4) VALUE LOW-VALUES.
           05 WK-LOTE-VT-VALOR        PIC S9(6)V9(2) USAGE COMP-3
                                                 VALUE ZEROES.
      *
       01  WK-LOTE-ADICIONAIS.
           05 WK-CHAVE-ADIC.
              10 WK-CHAVE-ADIC-DEPTO     PIC X(3) VALUE LOW-VALUES.
              10 WK-CHAVE-ADIC-CODFUN    PIC X(4) VALUE LOW-VALUES.
           05 WK-LOTE-ADC-GRAU        PIC S9(4) USAGE COMP
                                                 VALUE ZEROES.
           05 WK-LOTE-ADC-PERICULOS   PIC S9(4) USAGE COMP
                                                 VALUE ZEROES.
      *
       01  WK-LOTE-RUBRICAS.
           05 WK-CHAVE-RUBRICA.
              10 WK-CHAVE-RUBRICA-DEPTO  PIC X(3) VALUE LOW-VALUES.
              10 WK-CHAVE-RUBRICA-CODFUN PIC X(4) VALUE LOW-VALUES.
      *
       01  WK-TABELA-DESCONTOS.
           05 WK-DESC-ITEM OCCURS 10 TIMES.
           05 FILLER REDEFINES WK-ANOMES-ACCEPT.
              10 WK-ANOMES-ANO     PIC 9(4).
              10 WK-ANOMES-MES     PIC 9(2).
           05 WK-TIPO-ACCEPT       PIC X          VALUE SPACES.
           05 WK-CODFUN-ACCEPT     PIC X(4)       VALUE SPACES.
           05 WK-MOTIVO-ACCEPT     PIC X(2)       VALUE SPACES.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 WK-LIN-NOME-DEMONST  PIC X(38)
              VALUE 'DEMONSTRATIVO DE PAGAMENTO            '.
           05 FILLER               PIC X(13)
              VALUE 'COMPETENCIA: '.
           05 FILLER               PIC X(2)  VALUE ': '.
           05 WK-LIN-DIAS-EDIT     PIC Z9.
           05 FILLER               PIC X(58) VALUE SPACES.
      *
       01  WK-LIN-MOTIVO.
           05 FILLER               PIC X(20)
              VALUE 'MOTIVO            : '.
           05 WK-LIN-MOTIVO-CPL    PIC X(2).
           05 FILLER               PIC X(12)
              VALUE '   SEQUENCIA'.
           05 FILLER               PIC X(2)  VALUE ': '.
           05 WK-LIN-SEQ-CPL       PIC Z9.
           05 FILLER               PIC X(42) VALUE SPACES.
      *
       01  WK-LIN-CAB-COMPARA.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(13)
              VALUE '   ANTERIOR  '.
           05 FILLER               PIC X(13)
              VALUE 'RECALCULADO  '.
           05 FILLER               PIC X(11)
              VALUE '  DIFERENCA'.
           05 FILLER               PIC X(23) VALUE SPACES.
      *
       01  WK-LIN-COMPARA.
           05 WK-LIN-CMP-ROTULO    PIC X(18).
           05 FILLER               PIC X(2)  VALUE ': '.
           05 WK-LIN-CMP-ANTERIOR  PIC -ZZZ.ZZ9,99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-CMP-ATUAL     PIC -ZZZ.ZZ9,99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 WK-LIN-CMP-DIFERENCA PIC -ZZZ.ZZ9,99.
           05 FILLER               PIC X(23) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
      *    TIPO C: FOLHA COMPLEMENTAR DE UM FUNCIONARIO, COM O MOTIVO
      *    DA CORRECAO; QUALQUER OUTRO VALOR E A FOLHA NORMAL
      *
           IF WK-TIPO-ACCEPT = 'C'
               IF WK-CODFUN-ACCEPT = SPACES
                  OR WK-MOTIVO-ACCEPT = SPACES
                   DISPLAY 'FOLHA COMPLEMENTAR EXIGE O FUNCIONARIO E'
                           ' O MOTIVO DA CORRECAO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'DEMONSTRATIVO COMPLEMENTAR'
                 TO WK-LIN-NOME-DEMONST
           ELSE
               MOVE 'N' TO WK-TIPO-ACCEPT
           END-IF.
      *
           MOVE SPACES TO WK-COMP-INI
                          WK-COMP-FIM.
           EXEC SQL
               SET :WK-USUARIO = USER
           END-EXEC.
      *
           EXEC SQL
               SET :WK-DATA-COMPLEMENTAR = CURRENT DATE
           END-EXEC.
      *
           PERFORM 103-VERIFICA-COMPETENCIA.
      *
      *    A FOLHA NORMAL FAZ COMMIT A CADA INTERVALO-CHKPT
      *    FUNCIONARIOS; INTERROMPIDA, A PROXIMA SUBMISSAO DA MESMA
      *    COMPETENCIA RETOMA APOS O ULTIMO CHECKPOINT. O ARQUIVO DE
      *    HOLERITES E REFEITO POR INTEIRO: OS DEMONSTRATIVOS DOS JA
      *    GRAVADOS SAO REMONTADOS DAS RUBRICAS DA FOLHA (248)
      *
           IF WK-TIPO-ACCEPT NOT = 'C'
               PERFORM 251-CONSULTA-RESTART
           END-IF.
      *
           PERFORM 107-OBTEM-TRAVA.
           PERFORM 102-GRAVA-LOG-INICIO.
           PERFORM 105-LE-PARAMETROS.
           PERFORM 108-CALCULA-CORTE-BANCO.
      *
           DISPLAY 'CALCULO DA FOLHA LIQUIDA - COMPETENCIA '
                   WK-ANOMES-ACCEPT ' - TIPO ' WK-TIPO-ACCEPT.
           DISPLAY '**********************************************'.
      *
           OPEN OUTPUT ARQ-HOLERITE.
      *
           PERFORM 110-ABRE-CURSORES-APOIO.
      *
           EXEC SQL
               OPEN FOLHATEMP
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-TIPO-ACCEPT = 'C'
                       PERFORM 109-VERIFICA-COMPLEMENTAR
                   ELSE
                       IF WK-SITUACAO-COMP = 'P' OR
                          WK-SITUACAO-COMP = 'F'
                           DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                                   ' JA PAGA OU FECHADA. RECALCULO'
                                   ' SOMENTE APOS REABERTURA PELO'
                                   ' COBFUN47 OU POR FOLHA'
                                   ' COMPLEMENTAR (TIPO C)'
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
               WHEN 100
                   IF WK-TIPO-ACCEPT = 'C'
                       DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                               ' SEM FOLHA CALCULADA. NAO HA O QUE'
                               ' COMPLEMENTAR'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM 104-ABRE-COMPETENCIA
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
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
           MOVE 'PERC-ADIC-NOT'  TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-PERC-ADIC-NOT
           END-IF.
      *
           MOVE 'LIMITE-BCOHORAS' TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S'
               MOVE DB2M-VALORPARM TO WK-LIMITE-BCOHORAS
           END-IF.
      *
           MOVE 'INTERVALO-CHKPT' TO DB2M-CHAVEPARM.
           PERFORM 106-LE-UM-PARAMETRO.
      *
           IF WK-PARM-ACHADO = 'S' AND DB2M-VALORPARM > 0
               MOVE DB2M-VALORPARM TO WK-CHECKPOINT-INTERVALO
           END-IF.
      *
       106-LE-UM-PARAMETRO.
           MOVE 'N' TO WK-PARM-ACHADO.
      *
      *    TRAVA EXCLUSIVA: DUAS SUBMISSOES DO CALCULO DA FOLHA NAO
      *    PODEM RODAR AO MESMO TEMPO; TRAVA REMANESCENTE DE ABEND E
      *    LIBERADA PELO COBFUN70 (FUNCAO L). NO RESTART (CONTROLE DE
      *    RESTART DA COMPETENCIA GRAVADO) A TRAVA DEIXADA PELO
      *    PROPRIO CALCULO E ASSUMIDA PELA NOVA SUBMISSAO (112)
      *
           MOVE 'FOLHA-MENSAL' TO DB2TV-NOMERECURSO.
           MOVE 'COBFUN15'     TO DB2TV-NOMEPGM.
               WHEN 0
                   CONTINUE
               WHEN -803
                   IF WK-RESTART-PONTO > 0
                       PERFORM 112-ASSUME-TRAVA
                   ELSE
                       DISPLAY 'CALCULO DA FOLHA JA ESTA EM EXECUCAO'
                               ' (TRAVA FOLHA-MENSAL EM USO)'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA OBTENCAO DA TRAVA DE EXECUCAO'
                   GOBACK
           END-EVALUATE.
      *
       108-CALCULA-CORTE-BANCO.
      *
      *    CREDITOS DO BANCO DE HORAS LANCADOS ATE A COMPETENCIA DE
      *    CORTE (COMPETENCIA CALCULADA MENOS LIMITE-BCOHORAS MESES)
      *    ESTAO VENCIDOS E SAO PAGOS NESTA FOLHA
      *
           EXEC SQL
               SET :WK-DATA-CORTE-BCO =
                   CHAR(DATE(:WK-COMP-INI) -
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
      *
       109-VERIFICA-COMPLEMENTAR.
      *
      *    A FOLHA COMPLEMENTAR CORRIGE COMPETENCIA JA PAGA OU
      *    FECHADA SEM REABRI-LA; ANTES DO PAGAMENTO A CORRECAO E
      *    FEITA PELO RECALCULO NORMAL
      *
           IF WK-SITUACAO-COMP NOT = 'P' AND
              WK-SITUACAO-COMP NOT = 'F'
               DISPLAY 'COMPETENCIA ' DB2K-ANOMESCOMP
                       ' AINDA NAO PAGA. CORRIJA PELO RECALCULO'
                       ' NORMAL DA FOLHA'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       110-ABRE-CURSORES-APOIO.
      *
      *    OS DADOS DE APOIO DO CALCULO SAO LIDOS EM LOTE, UMA VEZ
      *    POR EXECUCAO, E CASADOS COM CADA FUNCIONARIO PELA CHAVE
      *    DEPARTAMENTO + CODFUN; AFASTAMENTOS E PENSOES CONTINUAM
      *    LIDOS POR FUNCIONARIO
      *
           EXEC SQL
               OPEN FERPTEMP
           END-EXEC.
      *
           MOVE 'FERPTEMP' TO WK-CURSOR-APOIO.
           PERFORM 111-VERIFICA-ABERTURA.
      *
           EXEC SQL
               OPEN PENFTEMP
           END-EXEC.
      *
           MOVE 'PENFTEMP' TO WK-CURSOR-APOIO.
           PERFORM 111-VERIFICA-ABERTURA.
      *
           EXEC SQL
               OPEN DEPDTEMP
           END-EXEC.
      *
           MOVE 'DEPDTEMP' TO WK-CURSOR-APOIO.
           PERFORM 111-VERIFICA-ABERTURA.
      *
           EXEC SQL
               OPEN PONTTEMP
           END-EXEC.
      *
           MOVE 'PONTTEMP' TO WK-CURSOR-APOIO.
           PERFORM 111-VERIFICA-ABERTURA.
      *
           EXEC SQL
               OPEN ADIATEMP
           END-EXEC.
      *
           MOVE 'ADIATEMP' TO WK-CURSOR-APOIO.
           PERFORM 111-VERIFICA-ABERTURA.
      *
           EXEC SQL
               OPEN BENETEMP
           END-EXEC.
      *
           MOVE 'BENETEMP' TO WK-CURSOR-APOIO.
           PERFORM 111-VERIFICA-ABERTURA.
      *
           EXEC SQL
               OPEN RETRTEMP
           END-EXEC.
      *
           MOVE 'RETRTEMP' TO WK-CURSOR-APOIO.
           PERFORM 111-VERIFICA-ABERTURA.
      *
           EXEC SQL
               OPEN DESCTEMP
           END-EXEC.
      *
           MOVE 'DESCTEMP' TO WK-CURSOR-APOIO.
           PERFORM 111-VERIFICA-ABERTURA.
      *
           EXEC SQL
               OPEN VTMSTEMP
           END-EXEC.
      *
           MOVE 'VTMSTEMP' TO WK-CURSOR-APOIO.
           PERFORM 111-VERIFICA-ABERTURA.
      *
           EXEC SQL
               OPEN ADICTEMP
           END-EXEC.
      *
           MOVE 'ADICTEMP' TO WK-CURSOR-APOIO.
           PERFORM 111-VERIFICA-ABERTURA.
      *
           IF WK-RESTART-PONTO > 0
               EXEC SQL
                   OPEN RUBMTEMP
               END-EXEC
               MOVE 'RUBMTEMP' TO WK-CURSOR-APOIO
               PERFORM 111-VERIFICA-ABERTURA
           END-IF.
      *
       111-VERIFICA-ABERTURA.
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR ' WK-CURSOR-APOIO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       112-ASSUME-TRAVA.
      *
      *    SO A TRAVA DO PROPRIO COBFUN15 E ASSUMIDA; TRAVA DE OUTRO
      *    PROGRAMA (ESTORNO, COBFUN86) CONTINUA IMPEDINDO O CALCULO
      *
           EXEC SQL
               UPDATE EAD703.TRAVAS_EXECUCAO
                   SET USUARIOTRAVA = :DB2TV-USUARIOTRAVA,
                       DATAHORATRAVA = CURRENT TIMESTAMP
                   WHERE NOMERECURSO = :DB2TV-NOMERECURSO
                     AND NOMEPGM = :DB2TV-NOMEPGM
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'RESTART: TRAVA FOLHA-MENSAL DA EXECUCAO'
                           ' INTERROMPIDA ASSUMIDA POR ' WK-USUARIO
               WHEN 100
                   DISPLAY 'TRAVA FOLHA-MENSAL EM USO POR OUTRO'
                           ' PROGRAMA. RESTART NAO EFETUADO'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA TRANSFERENCIA DA TRAVA DE EXECUCAO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           IF WK-DEPTO-ANTERIOR NOT = SPACES
              AND DB2-DEPTOFUN NOT = WK-DEPTO-ANTERIOR
               PERFORM 230-TOTALIZA-DEPARTAMENTO
           END-IF.
      *
           MOVE DB2-DEPTOFUN TO WK-DEPTO-ANTERIOR.
      *
      *    NO RESTART OS FUNCIONARIOS GRAVADOS ATE O ULTIMO
      *    CHECKPOINT NAO SAO RECALCULADOS; ENTRAM SO NOS TOTAIS
      *
           IF WK-CONTADOR-LIDO NOT > WK-RESTART-PONTO
               PERFORM 248-ACUMULA-JA-CALCULADO
           ELSE
               PERFORM 202-CALCULA-FUNCIONARIO
               PERFORM 203-ACUMULA-TOTAIS
               IF WK-TIPO-ACCEPT NOT = 'C'
                   PERFORM 249-VERIFICA-CHECKPOINT
               END-IF
           END-IF.
      *
           PERFORM 301-LER-FUNCIONARIO.
      *
       202-CALCULA-FUNCIONARIO.
           MOVE DB2-DEPTOFUN TO WK-CHAVE-FUNC-DEPTO.
           MOVE DB2-CODFUN   TO WK-CHAVE-FUNC-CODFUN.
      *
           PERFORM 209-CONSULTA-FERIAS.
           PERFORM 205-CALCULA-AFASTAMENTO.
           PERFORM 234-CALCULA-ADICIONAIS.
           PERFORM 212-APLICA-PONTO.
           PERFORM 210-CONSULTA-DEPENDENTES.
           PERFORM 211-CALCULA-SALFAMILIA.
           PERFORM 213-CONSULTA-ADIANTAMENTO.
           PERFORM 214-CALCULA-BENEFICIOS.
           PERFORM 233-CONSULTA-VALE-TRANSPORTE.
           PERFORM 215-CALCULA-INSS.
      *
           IF WK-TIPO-ACCEPT = 'C'
               PERFORM 241-CONSULTA-PENSAO-PAGA
           ELSE
               PERFORM 229-CALCULA-PENSAO
           END-IF.
      *
           PERFORM 217-CALCULA-DESCONTOS.
           PERFORM 222-CONSULTA-RETROATIVO.
      *
           COMPUTE WK-BRUTO-TOTAL =
               WK-SALARIO-BRUTO + WK-FERIAS-BRUTO.
      *
           COMPUTE WK-VALOR-LIQUIDO =
               WK-BRUTO-TOTAL + WK-VALOR-SALFAMILIA +
               WK-VALOR-RETRO -
               WK-VALOR-INSS - WK-FERIAS-INSS -
               WK-VALOR-IRRF - WK-FERIAS-IRRF - WK-VALOR-ADIANTA -
               WK-TOTAL-DESCFIXO - WK-VALOR-BENEF - WK-VALOR-VT -
               WK-VALOR-PENSAO - WK-FERIAS-PENSAO.
      *
           IF WK-TIPO-ACCEPT = 'C'
               PERFORM 238-CALCULA-COMPLEMENTAR
           ELSE
               PERFORM 220-GRAVA-FOLHA
               PERFORM 244-GRAVA-RUBRICAS
               PERFORM 225-IMPRIME-HOLERITE
               PERFORM 242-BAIXA-LANCAMENTOS
           END-IF.
      *
       203-ACUMULA-TOTAIS.
           ADD 1                TO WK-CONTADOR-FOLHA
                                   WK-DEPTO-QTDE
                                   WK-TOTAL-QTDE.
           ADD WK-BRUTO-TOTAL   TO WK-DEPTO-BRUTO
                                   WK-TOTAL-BRUTO.
           ADD WK-VALOR-LIQUIDO TO WK-DEPTO-LIQUIDO
                                   WK-TOTAL-LIQUIDO.
      *
       205-CALCULA-AFASTAMENTO.
      *
      *    PRORRATEIA O BRUTO PELOS DIAS DEVIDOS PELA EMPRESA:
      *    D (DOENCA) - EMPRESA PAGA SO OS 15 PRIMEIROS DIAS
      *    M (MATERNIDADE) E O (OUTROS) - REMUNERACAO MANTIDA
      *    N (NAO REMUNERADO) - DIAS DESCONTADOS INTEGRALMENTE
      *    DIAS DE GOZO DE FERIAS NO MES (209) - JA PAGOS NO RECIBO
      *
           MOVE ZEROES TO WK-DIAS-AFASTADO-TOT
                          WK-DIAS-NAO-PAGOS.
      *
           EXEC SQL
               OPEN AFASTEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DE AFASTAMENTOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 206-LER-AFASTAMENTO.
           PERFORM 207-PROCESSA-AFASTAMENTO UNTIL SQLCODE NOT = 0.
      *
           EXEC SQL
               CLOSE AFASTEMP
           END-EXEC.
      *
           ADD WK-DIAS-GOZO-MES TO WK-DIAS-NAO-PAGOS.
      *
           IF WK-DIAS-NAO-PAGOS > 30
               MOVE 30 TO WK-DIAS-NAO-PAGOS
           END-IF.
      *
           COMPUTE WK-SALARIO-BRUTO ROUNDED =
               DB2-SALARIOFUN * (30 - WK-DIAS-NAO-PAGOS) / 30.
      *
       206-LER-AFASTAMENTO.
           MOVE SPACES TO DB2A-RETEFETAFAST.
      *
           EXEC SQL
               FETCH AFASTEMP
      *    SAO DESCONTADOS DO SALARIO DO MES PELO 205, POIS O RECIBO
      *    DE FERIAS JA REMUNEROU ESSES DIAS
      *
           PERFORM 254-LER-FERIAS
               UNTIL WK-CHAVE-FERIAS NOT < WK-CHAVE-FUNC.
      *
           IF WK-CHAVE-FERIAS = WK-CHAVE-FUNC
               MOVE WK-LOTE-FER-BRUTO TO WK-FERIAS-BRUTO
               MOVE WK-LOTE-FER-INSS  TO WK-FERIAS-INSS
               MOVE WK-LOTE-FER-IRRF  TO WK-FERIAS-IRRF
               MOVE WK-LOTE-FER-GOZO  TO WK-DIAS-GOZO-MES
           END-IF.
      *
           IF WK-DIAS-GOZO-MES < 0
               MOVE ZEROES TO WK-DIAS-GOZO-MES
           END-IF.
      *
      *    PENSAO ALIMENTICIA RETIDA PELO COBFUN48 NO RECIBO DE FERIAS
      *    SAI DO LIQUIDO CREDITADO JUNTO COM A FOLHA
      *
           MOVE ZEROES TO WK-FERIAS-PENSAO.
      *
           PERFORM 255-LER-PENSAO-FERIAS
               UNTIL WK-CHAVE-PENSFER NOT < WK-CHAVE-FUNC.
      *
           IF WK-CHAVE-PENSFER = WK-CHAVE-FUNC
               MOVE WK-LOTE-FER-PENSAO TO WK-FERIAS-PENSAO
           END-IF.
      *
       210-CONSULTA-DEPENDENTES.
      *
      *    DEPENDENTES PARA O IRRF E FILHOS MENORES DE 14 ANOS PARA O
      *    SALARIO-FAMILIA (211) VEM NA MESMA LINHA DO DEPDTEMP
      *
           MOVE ZEROES TO WK-QTDE-DEPENDENTES
                          WK-QTDE-FILHOS-SF.
      *
           PERFORM 256-LER-DEPENDENTES
               UNTIL WK-CHAVE-DEPEND NOT < WK-CHAVE-FUNC.
      *
           IF WK-CHAVE-DEPEND = WK-CHAVE-FUNC
               MOVE WK-LOTE-DEP-IRRF   TO WK-QTDE-DEPENDENTES
               MOVE WK-LOTE-DEP-FILHOS TO WK-QTDE-FILHOS-SF
           END-IF.
      *
       211-CALCULA-SALFAMILIA.
      *    SALARIO-FAMILIA POR FILHO MENOR DE 14 ANOS PARA QUEM GANHA
      *    ATE O TETO LEGAL; VALOR E TETO MANTIDOS NO COBFUN43
      *
           MOVE ZEROES TO WK-VALOR-SALFAMILIA.
      *
           IF WK-SALARIO-BRUTO > WK-TETO-SALFAM
               MOVE ZEROES TO WK-QTDE-FILHOS-SF
           ELSE
               COMPUTE WK-VALOR-SALFAMILIA =
                   WK-QTDE-FILHOS-SF * WK-VALOR-SALFAM
           END-IF.
      *
       212-APLICA-PONTO.
      *
      *    HORAS EXTRAS, HORAS NOTURNAS E FALTAS CARREGADAS DO
      *    RELOGIO DE PONTO PELO COBFUN51 ENTRAM NO BRUTO ANTES DO
      *    CALCULO DO INSS. AS HORAS NOTURNAS JA CHEGAM CONVERTIDAS
      *    EM HORA NOTURNA REDUZIDA (52 MIN 30 S) PELO RELOGIO.
      *    NOS DEPARTAMENTOS COM BANCO DE HORAS AS EXTRAS A 50% SAO
      *    CREDITADAS NO BANCO (235) E SO AS EXTRAS A 100% SAO PAGAS
      *
           MOVE ZEROES TO WK-VALOR-EXTRAS
                          WK-VALOR-FALTAS
                          WK-VALOR-NOTURNO
                          WK-HORAS-CREDITO.
      *
      *    O 235 SO LE O INDICADOR DE BANCO DE HORAS DO DEPARTAMENTO,
      *    NECESSARIO TAMBEM NA FOLHA COMPLEMENTAR
      *
           PERFORM 235-CONSULTA-BANCO-HORAS.
      *
           PERFORM 257-LER-PONTO
               UNTIL WK-CHAVE-PONTO NOT < WK-CHAVE-FUNC.
      *
           IF WK-CHAVE-PONTO = WK-CHAVE-FUNC
               COMPUTE WK-VALOR-HORA ROUNDED =
                   DB2-SALARIOFUN / 220
               IF DB2-BCOHORASDEPTO = 'S'
                   MOVE DB2X-HORAS50PON TO WK-HORAS-CREDITO
                   COMPUTE WK-VALOR-EXTRAS ROUNDED =
                       DB2X-HORAS100PON * WK-VALOR-HORA * 2
               ELSE
                   COMPUTE WK-VALOR-EXTRAS ROUNDED =
                       (DB2X-HORAS50PON * WK-VALOR-HORA * 1,5) +
                       (DB2X-HORAS100PON * WK-VALOR-HORA * 2)
               END-IF
               COMPUTE WK-VALOR-FALTAS ROUNDED =
                   DB2-SALARIOFUN * DB2X-DIASFALTAPON / 30
               COMPUTE WK-VALOR-NOTURNO ROUNDED =
                   DB2X-HORASNOTPON * WK-VALOR-HORA *
                   WK-PERC-ADIC-NOT / 100
           END-IF.
      *
      *
      *    A FOLHA COMPLEMENTAR NAO REGRAVA O BANCO DE HORAS: AS HORAS
      *    VENCIDAS SAO AS PAGAS NA FOLHA NORMAL DA COMPETENCIA (266)
      *
           IF WK-TIPO-ACCEPT NOT = 'C'
               PERFORM 236-ATUALIZA-BANCO-HORAS
           ELSE
               PERFORM 266-CONSULTA-BANCO-PAGO
           END-IF.
      *
           COMPUTE WK-SALARIO-BRUTO =
               WK-SALARIO-BRUTO + WK-VALOR-EXTRAS + WK-VALOR-NOTURNO +
               WK-VALOR-BCOHORAS - WK-VALOR-FALTAS.
      *
           IF WK-SALARIO-BRUTO < 0
               MOVE ZEROES TO WK-SALARIO-BRUTO
      *
           MOVE ZEROES TO WK-VALOR-ADIANTA.
      *
           PERFORM 258-LER-ADIANTAMENTO
               UNTIL WK-CHAVE-ADIANTA NOT < WK-CHAVE-FUNC.
      *
           IF WK-CHAVE-ADIANTA = WK-CHAVE-FUNC
               MOVE WK-LOTE-ADI-VALOR TO WK-VALOR-ADIANTA
           END-IF.
      *
       214-CALCULA-BENEFICIOS.
      *
           MOVE ZEROES TO WK-VALOR-BENEF.
      *
           PERFORM 259-LER-BENEFICIOS
               UNTIL WK-CHAVE-BENEF NOT < WK-CHAVE-FUNC.
      *
           IF WK-CHAVE-BENEF = WK-CHAVE-FUNC
               MOVE WK-LOTE-BEN-VALOR TO WK-VALOR-BENEF
           END-IF.
      *
       215-CALCULA-INSS.
               COMPUTE WK-VALOR-INSS ROUNDED = WK-VALOR-INSS +
                   ((WK-BASE-INSS - WK-INSS-FAIXA3) * WK-INSS-ALIQ4)
           END-IF.
      *
      *    ESTAGIARIO (LEI 11.788) NAO E SEGURADO EMPREGADO: A BOLSA
      *    NAO SOFRE DESCONTO DE INSS
      *
           IF DB2-TIPOCONTFUN = 'E'
               MOVE ZEROES TO WK-BASE-INSS
                              WK-VALOR-INSS
           END-IF.
      *
       216-CALCULA-IRRF.
           COMPUTE WK-BASE-IRRF =
               WK-SALARIO-BRUTO - WK-VALOR-INSS -
               (WK-QTDE-DEPENDENTES * WK-IRRF-DEDUCAO-DEP) -
               WK-VALOR-PENSAO.
      *
           IF WK-BASE-IRRF < ZEROES
               MOVE ZEROES TO WK-BASE-IRRF
           MOVE ZEROES TO WK-TOTAL-DESCFIXO
                          WK-DESC-QTDE.
      *
           PERFORM 218-LER-DESCONTO
               UNTIL WK-CHAVE-DESC NOT < WK-CHAVE-FUNC.
           PERFORM 219-APLICA-DESCONTO
               UNTIL WK-CHAVE-DESC NOT = WK-CHAVE-FUNC.
      *
       218-LER-DESCONTO.
           MOVE SPACES TO DB2Y-ANOMESULTDESC.
      *
           EXEC SQL
               FETCH DESCTEMP
                   INTO :WK-CHAVE-DESC-DEPTO,
                        :WK-CHAVE-DESC-CODFUN,
                        :DB2Y-SEQDESC,
                        :DB2Y-TIPODESC,
                        :DB2Y-VALORDESC,
                        :DB2Y-PERCDESC,
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE HIGH-VALUES TO WK-CHAVE-DESC
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE DESCONTOS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       219-APLICA-DESCONTO.
           IF DB2Y-VALORDESC > 0
                 TO WK-DESC-ITEM-VALOR (WK-DESC-QTDE)
           END-IF.
      *
      *    NA FOLHA COMPLEMENTAR A PARCELA JA FOI BAIXADA PELA FOLHA
      *    NORMAL DA COMPETENCIA
      *
           IF WK-TIPO-ACCEPT NOT = 'C'
               PERFORM 227-BAIXA-PARCELA
           END-IF.
      *
           PERFORM 218-LER-DESCONTO.
      *
       222-CONSULTA-RETROATIVO.
      *
      *    DIFERENCAS RETROATIVAS DE DISSIDIO APURADAS PELO COBFUN65
      *    SAO PAGAS COMO VERBA IDENTIFICADA NA PROXIMA FOLHA. NA
      *    FOLHA COMPLEMENTAR ENTRAM SO AS JA PAGAS NA COMPETENCIA;
      *    AS PENDENTES FICAM PARA A PROXIMA FOLHA NORMAL
      *
           MOVE ZEROES TO WK-VALOR-RETRO.
      *
           PERFORM 260-LER-RETROATIVOS
               UNTIL WK-CHAVE-RETRO NOT < WK-CHAVE-FUNC.
      *
           IF WK-CHAVE-RETRO = WK-CHAVE-FUNC
               MOVE WK-LOTE-RET-VALOR TO WK-VALOR-RETRO
           END-IF.
      *
       223-BAIXA-FERIAS.
               MOVE WK-VALOR-EXTRAS     TO WK-LIN-VALOR-EDIT
               WRITE REG-HOLERITE FROM WK-LIN-VALOR
           END-IF.
      *
           IF WK-VALOR-BCOHORAS > 0
               MOVE 'BANCO HORAS VENC.' TO WK-LIN-ROTULO
               MOVE WK-VALOR-BCOHORAS   TO WK-LIN-VALOR-EDIT
               WRITE REG-HOLERITE FROM WK-LIN-VALOR
           END-IF.
      *
           IF WK-VALOR-INSALUB > 0
               MOVE 'INSALUBRIDADE....' TO WK-LIN-ROTULO
               MOVE WK-VALOR-INSALUB    TO WK-LIN-VALOR-EDIT
               WRITE REG-HOLERITE FROM WK-LIN-VALOR
           END-IF.
      *
           IF WK-VALOR-PERICULOS > 0
               MOVE 'PERICULOSIDADE...' TO WK-LIN-ROTULO
               MOVE WK-VALOR-PERICULOS  TO WK-LIN-VALOR-EDIT
               WRITE REG-HOLERITE FROM WK-LIN-VALOR
           END-IF.
      *
           IF WK-VALOR-NOTURNO > 0
               MOVE 'ADICIONAL NOTURNO' TO WK-LIN-ROTULO
               MOVE WK-VALOR-NOTURNO    TO WK-LIN-VALOR-EDIT
               WRITE REG-HOLERITE FROM WK-LIN-VALOR
           END-IF.
      *
           IF WK-VALOR-FALTAS > 0
               MOVE 'DESCONTO FALTAS..' TO WK-LIN-ROTULO
           MOVE 'DESCONTO IRRF....' TO WK-LIN-ROTULO.
           MOVE DB2F-DESCIRRF       TO WK-LIN-VALOR-EDIT.
           WRITE REG-HOLERITE FROM WK-LIN-VALOR.
      *
           IF WK-VALOR-PENSAO > 0 OR WK-FERIAS-PENSAO > 0
               MOVE 'PENSAO ALIMENTIC.' TO WK-LIN-ROTULO
               COMPUTE WK-LIN-VALOR-EDIT =
                   WK-VALOR-PENSAO + WK-FERIAS-PENSAO
               WRITE REG-HOLERITE FROM WK-LIN-VALOR
           END-IF.
      *
           IF WK-VALOR-ADIANTA > 0
               MOVE 'ADIANTAMENTO.....' TO WK-LIN-ROTULO
               MOVE WK-VALOR-BENEF      TO WK-LIN-VALOR-EDIT
               WRITE REG-HOLERITE FROM WK-LIN-VALOR
           END-IF.
      *
           IF WK-VALOR-VT > 0
               MOVE 'VALE-TRANSPORTE..' TO WK-LIN-ROTULO
               MOVE WK-VALOR-VT         TO WK-LIN-VALOR-EDIT
               WRITE REG-HOLERITE FROM WK-LIN-VALOR
           END-IF.
      *
           PERFORM 228-IMPRIME-DESCONTO
               VARYING WK-DESC-IDX FROM 1 BY 1
           MOVE WK-DESC-ITEM-VALOR (WK-DESC-IDX)
             TO WK-LIN-VALOR-EDIT.
           WRITE REG-HOLERITE FROM WK-LIN-VALOR.
      *
       229-CALCULA-PENSAO.
      *
      *    PENSAO ALIMENTICIA CADASTRADA NO COBFUN72, DESCONTADA ANTES
      *    DOS DESCONTOS FIXOS (CONSIGNADO) E DEDUZIDA DA BASE DO IRRF.
      *    O PERCENTUAL SOBRE O LIQUIDO INCIDE SOBRE O BRUTO MENOS
      *    INSS E IRRF CALCULADO SEM A PENSAO; O IRRF E REFEITO COM A
      *    DEDUCAO. O VALOR DE CADA BENEFICIARIO FICA EM
      *    EAD703.PENSOES_PAGAMENTOS PARA O CREDITO DO COBFUN33
      *
           MOVE ZEROES TO WK-VALOR-PENSAO.
           PERFORM 216-CALCULA-IRRF.
      *
           COMPUTE WK-PENSAO-LIMITE =
               WK-SALARIO-BRUTO - WK-VALOR-INSS - WK-VALOR-IRRF.
      *
           IF WK-PENSAO-LIMITE < 0
               MOVE ZEROES TO WK-PENSAO-LIMITE
           END-IF.
      *
           MOVE DB2-CODFUN       TO DB2PP-CODFUN.
           MOVE WK-ANOMES-ACCEPT TO DB2PP-ANOMESPPG.
           MOVE 'M'              TO DB2PP-ORIGEMPPG.
      *
           EXEC SQL
               DELETE FROM EAD703.PENSOES_PAGAMENTOS
                   WHERE CODFUN = :DB2PP-CODFUN
                     AND ANOMESPPG = :DB2PP-ANOMESPPG
                     AND ORIGEMPPG = :DB2PP-ORIGEMPPG
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LIMPEZA DAS PENSOES DO FUNCIONARIO '
                       DB2-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
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
           PERFORM 231-LER-PENSAO.
           PERFORM 232-APLICA-PENSAO UNTIL SQLCODE NOT = 0.
      *
           EXEC SQL
               CLOSE PENSTEMP
           END-EXEC.
      *
           IF WK-VALOR-PENSAO > 0
               PERFORM 216-CALCULA-IRRF
           END-IF.
      *
       230-TOTALIZA-DEPARTAMENTO.
           MOVE WK-DEPTO-QTDE    TO WK-QTDE-EDIT.
           MOVE ZEROES TO WK-DEPTO-QTDE
                          WK-DEPTO-BRUTO
                          WK-DEPTO-LIQUIDO.
      *
       231-LER-PENSAO.
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
       232-APLICA-PENSAO.
           EVALUATE DB2PA-TIPOPENS
               WHEN 'B'
                   MOVE WK-SALARIO-BRUTO TO DB2PP-BASEPPG
                   COMPUTE DB2PP-VALORPPG ROUNDED =
                       DB2PP-BASEPPG * DB2PA-PERCPENS / 100
               WHEN 'L'
                   MOVE WK-PENSAO-LIMITE TO DB2PP-BASEPPG
                   COMPUTE DB2PP-VALORPPG ROUNDED =
                       DB2PP-BASEPPG * DB2PA-PERCPENS / 100
               WHEN OTHER
                   MOVE ZEROES          TO DB2PP-BASEPPG
                   MOVE DB2PA-VALORPENS TO DB2PP-VALORPPG
           END-EVALUATE.
      *
      *    A SOMA DAS PENSOES NAO PASSA DO LIQUIDO DISPONIVEL
      *
           IF WK-VALOR-PENSAO + DB2PP-VALORPPG > WK-PENSAO-LIMITE
               COMPUTE DB2PP-VALORPPG =
                   WK-PENSAO-LIMITE - WK-VALOR-PENSAO
           END-IF.
      *
           IF DB2PP-VALORPPG > 0
               ADD DB2PP-VALORPPG TO WK-VALOR-PENSAO
               MOVE DB2PA-SEQPENS TO DB2PP-SEQPENS
      *
               EXEC SQL
                   INSERT INTO EAD703.PENSOES_PAGAMENTOS
                       ( CODFUN, SEQPENS, ANOMESPPG, ORIGEMPPG,
                         BASEPPG, VALORPPG, DATAHORAPPG )
                       VALUES ( :DB2PP-CODFUN, :DB2PP-SEQPENS,
                                :DB2PP-ANOMESPPG, :DB2PP-ORIGEMPPG,
                                :DB2PP-BASEPPG, :DB2PP-VALORPPG,
                                CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               IF SQLCODE NOT = 0
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA GRAVACAO DA PENSAO DO FUNCIONARIO '
                           DB2-CODFUN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
      *
           PERFORM 231-LER-PENSAO.
      *
       233-CONSULTA-VALE-TRANSPORTE.
      *
      *    PARTE DO FUNCIONARIO NO VALE-TRANSPORTE DA COMPETENCIA,
      *    CALCULADA PELO COBFUN75 (ATE 6% DO SALARIO BASE)
      *
           MOVE ZEROES TO WK-VALOR-VT.
      *
           PERFORM 262-LER-VALE-TRANSPORTE
               UNTIL WK-CHAVE-VT NOT < WK-CHAVE-FUNC.
      *
           IF WK-CHAVE-VT = WK-CHAVE-FUNC
               MOVE WK-LOTE-VT-VALOR TO WK-VALOR-VT
           END-IF.
      *
       234-CALCULA-ADICIONAIS.
      *
      *    ADICIONAIS CADASTRADOS PELO COBFUN76 PARA O FUNCIONARIO OU
      *    PARA O SEU CARGO, VIGENTES EM ALGUM DIA DA COMPETENCIA.
      *    INSALUBRIDADE: MAIOR GRAU (10, 20 OU 40%) SOBRE O SALARIO
      *    MINIMO; PERICULOSIDADE: PERC-PERICULOS SOBRE O SALARIO
      *    BASE. OS DOIS NAO SE ACUMULAM (CLT ART. 193 PAR. 2): PAGA
      *    O DE MAIOR VALOR. PRORRATEADO PELOS DIAS PAGOS NO MES (205)
      *
           MOVE ZEROES TO WK-VALOR-INSALUB
                          WK-VALOR-PERICULOS
                          WK-GRAU-INSALUB
                          WK-QTDE-PERICULOS.
      *
           PERFORM 263-LER-ADICIONAIS
               UNTIL WK-CHAVE-ADIC NOT < WK-CHAVE-FUNC.
      *
           IF WK-CHAVE-ADIC = WK-CHAVE-FUNC
               MOVE WK-LOTE-ADC-GRAU      TO WK-GRAU-INSALUB
               MOVE WK-LOTE-ADC-PERICULOS TO WK-QTDE-PERICULOS
           END-IF.
      *
           IF WK-GRAU-INSALUB > 0
               COMPUTE WK-VALOR-INSALUB ROUNDED =
                   WK-SALARIO-MINIMO * WK-GRAU-INSALUB / 100 *
                   (30 - WK-DIAS-NAO-PAGOS) / 30
           END-IF.
      *
           IF WK-QTDE-PERICULOS > 0
               COMPUTE WK-VALOR-PERICULOS ROUNDED =
                   DB2-SALARIOFUN * WK-PERC-PERICULOS / 100 *
                   (30 - WK-DIAS-NAO-PAGOS) / 30
           END-IF.
      *
           IF WK-VALOR-PERICULOS > WK-VALOR-INSALUB
               MOVE ZEROES TO WK-VALOR-INSALUB
           ELSE
               MOVE ZEROES TO WK-VALOR-PERICULOS
           END-IF.
      *
           COMPUTE WK-SALARIO-BRUTO =
               WK-SALARIO-BRUTO + WK-VALOR-INSALUB +
               WK-VALOR-PERICULOS.
      *
       235-CONSULTA-BANCO-HORAS.
      *
      *    INDICADOR DE BANCO DE HORAS DO DEPARTAMENTO (COBFUN05),
      *    CONSULTADO SO NA TROCA DE DEPARTAMENTO DO FOLHATEMP
      *
           IF DB2-DEPTOFUN NOT = WK-DEPTO-CONSULTADO
               PERFORM 261-LER-DEPARTAMENTO
           END-IF.
      *
       236-ATUALIZA-BANCO-HORAS.
      *
      *    O CREDITO (C) E O PAGAMENTO POR VENCIMENTO (P) DA
      *    COMPETENCIA SAO REGRAVADOS A CADA RECALCULO. AS HORAS
      *    VENCIDAS SAO OS CREDITOS ATE A COMPETENCIA DE CORTE AINDA
      *    NAO CONSUMIDOS: FOLGAS (F, COBFUN84) E PAGAMENTOS (P, R)
      *    ABATEM SEMPRE OS CREDITOS MAIS ANTIGOS. PAGAS A 50%
      *
           MOVE ZEROES TO WK-VALOR-BCOHORAS
                          WK-HORAS-VENCIDAS.
           MOVE DB2-CODFUN       TO DB2BH-CODFUN.
           MOVE WK-ANOMES-ACCEPT TO DB2BH-ANOMESBCO.
           MOVE WK-COMP-INI      TO DB2BH-DATABCO.
           MOVE WK-USUARIO       TO DB2BH-USUARIOBCO.
      *
           EXEC SQL
               DELETE FROM EAD703.BANCO_HORAS
                   WHERE CODFUN = :DB2BH-CODFUN
                     AND ANOMESBCO = :DB2BH-ANOMESBCO
                     AND TIPOBCO IN ('C', 'P')
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LIMPEZA DO BANCO DE HORAS DO FUNCIONARIO '
                       DB2BH-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-HORAS-CREDITO > 0
               MOVE 'C'              TO DB2BH-TIPOBCO
               MOVE WK-HORAS-CREDITO TO DB2BH-HORASBCO
               MOVE ZEROES           TO DB2BH-VALORBCO
               PERFORM 237-GRAVA-BANCO-HORAS
           END-IF.
      *
           EXEC SQL
               SELECT SUM(CASE WHEN TIPOBCO = 'C'
                                AND ANOMESBCO <= :WK-ANOMES-CORTE-BCO
                               THEN HORASBCO ELSE 0 END),
                      SUM(CASE WHEN TIPOBCO <> 'C'
                               THEN HORASBCO ELSE 0 END)
                   INTO :WK-HORAS-CRED-VENC :WK-IND-CRED-VENC,
                        :WK-HORAS-DEBITOS :WK-IND-DEBITOS
                   FROM EAD703.BANCO_HORAS
                   WHERE CODFUN = :DB2BH-CODFUN
                     AND ANOMESBCO <= :DB2BH-ANOMESBCO
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO BANCO DE HORAS DO FUNCIONARIO '
                       DB2BH-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-CRED-VENC < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-HORAS-CRED-VENC
           END-IF.
      *
           IF WK-IND-DEBITOS < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-HORAS-DEBITOS
           END-IF.
      *
           IF WK-HORAS-CRED-VENC > WK-HORAS-DEBITOS
               COMPUTE WK-HORAS-VENCIDAS =
                   WK-HORAS-CRED-VENC - WK-HORAS-DEBITOS
               COMPUTE WK-VALOR-HORA ROUNDED =
                   DB2-SALARIOFUN / 220
               COMPUTE WK-VALOR-BCOHORAS ROUNDED =
                   WK-HORAS-VENCIDAS * WK-VALOR-HORA * 1,5
               MOVE 'P'               TO DB2BH-TIPOBCO
               MOVE WK-HORAS-VENCIDAS TO DB2BH-HORASBCO
               MOVE WK-VALOR-BCOHORAS TO DB2BH-VALORBCO
               PERFORM 237-GRAVA-BANCO-HORAS
           END-IF.
      *
       237-GRAVA-BANCO-HORAS.
           EXEC SQL
               INSERT INTO EAD703.BANCO_HORAS
                   ( CODFUN, DATABCO, TIPOBCO, ANOMESBCO, HORASBCO,
                     VALORBCO, USUARIOBCO, DATAHORABCO )
                   VALUES ( :DB2BH-CODFUN, :DB2BH-DATABCO,
                            :DB2BH-TIPOBCO, :DB2BH-ANOMESBCO,
                            :DB2BH-HORASBCO, :DB2BH-VALORBCO,
                            :DB2BH-USUARIOBCO, CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA GRAVACAO DO BANCO DE HORAS DO FUNCIONARIO '
                       DB2BH-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       238-CALCULA-COMPLEMENTAR.
      *
      *    FOLHA COMPLEMENTAR: O RECALCULO E COMPARADO COM O QUE JA
      *    FOI PAGO NA COMPETENCIA (FOLHA NORMAL MAIS COMPLEMENTARES
      *    ANTERIORES) E SO A DIFERENCA E GRAVADA. A FOLHA_MENSAL
      *    FICA COMO FOI PAGA
      *
           MOVE DB2-CODFUN        TO DB2F-CODFUN.
           MOVE WK-ANOMES-ACCEPT  TO DB2F-ANOMESFOLHA.
           MOVE WK-BRUTO-TOTAL    TO DB2F-SALARIOBRUTO.
           COMPUTE DB2F-DESCINSS = WK-VALOR-INSS + WK-FERIAS-INSS.
           COMPUTE DB2F-DESCIRRF = WK-VALOR-IRRF + WK-FERIAS-IRRF.
           MOVE WK-VALOR-LIQUIDO  TO DB2F-SALARIOLIQ.
      *
           EXEC SQL
               SELECT SALARIOBRUTO, DESCINSS, DESCIRRF, SALARIOLIQ
                   INTO :WK-ANT-BRUTO, :WK-ANT-INSS,
                        :WK-ANT-IRRF, :WK-ANT-LIQUIDO
                   FROM EAD703.FOLHA_MENSAL
                   WHERE CODFUN = :DB2F-CODFUN
                     AND ANOMESFOLHA = :DB2F-ANOMESFOLHA
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   PERFORM 239-APURA-DIFERENCAS
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                           ' SEM FOLHA NA COMPETENCIA '
                           WK-ANOMES-ACCEPT
                           '. NAO HA O QUE COMPLEMENTAR'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA FOLHA PAGA DO FUNCIONARIO '
                           DB2F-CODFUN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       239-APURA-DIFERENCAS.
           EXEC SQL
               SELECT SUM(BRUTOCPL), SUM(INSSCPL),
                      SUM(IRRFCPL), SUM(LIQUIDOCPL)
                   INTO :WK-CPL-BRUTO :WK-IND-CPL-BRUTO,
                        :WK-CPL-INSS :WK-IND-CPL-INSS,
                        :WK-CPL-IRRF :WK-IND-CPL-IRRF,
                        :WK-CPL-LIQUIDO :WK-IND-CPL-LIQUIDO
                   FROM EAD703.FOLHA_COMPLEMENTAR
                   WHERE CODFUN = :DB2F-CODFUN
                     AND ANOMESCPL = :DB2F-ANOMESFOLHA
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DAS COMPLEMENTARES ANTERIORES'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-CPL-BRUTO >= 0 AND SQLCODE = 0
               ADD WK-CPL-BRUTO   TO WK-ANT-BRUTO
               ADD WK-CPL-INSS    TO WK-ANT-INSS
               ADD WK-CPL-IRRF    TO WK-ANT-IRRF
               ADD WK-CPL-LIQUIDO TO WK-ANT-LIQUIDO
           END-IF.
      *
           COMPUTE WK-CPL-BRUTO   = DB2F-SALARIOBRUTO - WK-ANT-BRUTO.
           COMPUTE WK-CPL-INSS    = DB2F-DESCINSS - WK-ANT-INSS.
           COMPUTE WK-CPL-IRRF    = DB2F-DESCIRRF - WK-ANT-IRRF.
           COMPUTE WK-CPL-LIQUIDO = DB2F-SALARIOLIQ - WK-ANT-LIQUIDO.
      *
           IF WK-CPL-BRUTO = 0 AND WK-CPL-INSS = 0 AND
              WK-CPL-IRRF = 0 AND WK-CPL-LIQUIDO = 0
               DISPLAY 'FUNCIONARIO ' DB2-CODFUN
                       ' SEM DIFERENCA NA COMPETENCIA '
                       WK-ANOMES-ACCEPT
                       '. FOLHA COMPLEMENTAR NAO GERADA'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 240-GRAVA-COMPLEMENTAR
               PERFORM 244-GRAVA-RUBRICAS
               PERFORM 225-IMPRIME-HOLERITE
               PERFORM 243-IMPRIME-COMPLEMENTAR
           END-IF.
      *
       240-GRAVA-COMPLEMENTAR.
           EXEC SQL
               SELECT MAX(SEQCPL)
                   INTO :WK-SEQ-COMPLEMENTAR :WK-IND-SEQCPL
                   FROM EAD703.FOLHA_COMPLEMENTAR
                   WHERE CODFUN = :DB2F-CODFUN
                     AND ANOMESCPL = :DB2F-ANOMESFOLHA
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA SEQUENCIA DA COMPLEMENTAR'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-SEQCPL < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-SEQ-COMPLEMENTAR
           END-IF.
      *
      *    AS DIFERENCAS ENTRAM NO FGTS (COBFUN55), NAS GUIAS
      *    (COBFUN77) E NO INFORME DE RENDIMENTOS (COBFUN57) PELO
      *    MES EM QUE A COMPLEMENTAR E PAGA (ANOMESPAGCPL). SO A
      *    DIFERENCA LIQUIDA POSITIVA VAI AO CREDITO (COBFUN33, TIPO
      *    C); A NEGATIVA FICA COM SITUACAO N PARA DESCONTO
      *
           MOVE DB2F-CODFUN       TO DB2FC-CODFUN.
           MOVE DB2F-ANOMESFOLHA  TO DB2FC-ANOMESCPL.
           COMPUTE DB2FC-SEQCPL = WK-SEQ-COMPLEMENTAR + 1.
           MOVE WK-MOTIVO-ACCEPT  TO DB2FC-MOTIVOCPL.
           MOVE SPACES            TO DB2FC-ANOMESPAGCPL.
           STRING WK-DATA-COMPLEMENTAR (1:4)
                  WK-DATA-COMPLEMENTAR (6:2)
               DELIMITED BY SIZE INTO DB2FC-ANOMESPAGCPL.
           MOVE WK-CPL-BRUTO      TO DB2FC-BRUTOCPL.
           MOVE WK-CPL-INSS       TO DB2FC-INSSCPL.
           MOVE WK-CPL-IRRF       TO DB2FC-IRRFCPL.
           MOVE WK-CPL-LIQUIDO    TO DB2FC-LIQUIDOCPL.
           MOVE WK-USUARIO        TO DB2FC-USUARIOCPL.
      *
           IF WK-CPL-LIQUIDO > 0
               MOVE 'G' TO DB2FC-SITUACAOCPL
           ELSE
               MOVE 'N' TO DB2FC-SITUACAOCPL
           END-IF.
      *
           EXEC SQL
               INSERT INTO EAD703.FOLHA_COMPLEMENTAR
                   ( CODFUN, ANOMESCPL, SEQCPL, MOTIVOCPL,
                     ANOMESPAGCPL, BRUTOCPL, INSSCPL, IRRFCPL,
                     LIQUIDOCPL, SITUACAOCPL, USUARIOCPL,
                     DATAHORACPL )
                   VALUES ( :DB2FC-CODFUN, :DB2FC-ANOMESCPL,
                            :DB2FC-SEQCPL, :DB2FC-MOTIVOCPL,
                            :DB2FC-ANOMESPAGCPL, :DB2FC-BRUTOCPL,
                            :DB2FC-INSSCPL, :DB2FC-IRRFCPL,
                            :DB2FC-LIQUIDOCPL, :DB2FC-SITUACAOCPL,
                            :DB2FC-USUARIOCPL, CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA GRAVACAO DA FOLHA COMPLEMENTAR DO'
                       ' FUNCIONARIO ' DB2FC-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           DISPLAY 'FOLHA COMPLEMENTAR ' DB2FC-SEQCPL
                   ' DO FUNCIONARIO ' DB2FC-CODFUN
                   ' GRAVADA - SITUACAO ' DB2FC-SITUACAOCPL.
      *
           IF DB2FC-SITUACAOCPL = 'N'
               DISPLAY '   DIFERENCA LIQUIDA NAO POSITIVA: SEM CREDITO.'
                       ' LANCE O DESCONTO PELO COBFUN52'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *
       241-CONSULTA-PENSAO-PAGA.
      *
      *    NA FOLHA COMPLEMENTAR A PENSAO ALIMENTICIA FICA COMO FOI
      *    RETIDA NA FOLHA NORMAL E JA CREDITADA AO BENEFICIARIO; O
      *    IRRF E REFEITO COM ESSA DEDUCAO
      *
           MOVE ZEROES TO WK-VALOR-PENSAO.
      *
           EXEC SQL
               SELECT SUM(VALORPPG)
                   INTO :WK-VALOR-PENSAO :WK-IND-PENSAO-PAGA
                   FROM EAD703.PENSOES_PAGAMENTOS
                   WHERE CODFUN = :DB2-CODFUN
                     AND ANOMESPPG = :WK-ANOMES-ACCEPT
                     AND ORIGEMPPG = 'M'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DA PENSAO PAGA NA COMPETENCIA'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-PENSAO-PAGA < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-VALOR-PENSAO
           END-IF.
      *
           PERFORM 216-CALCULA-IRRF.
      *
       242-BAIXA-LANCAMENTOS.
           IF WK-FERIAS-BRUTO > 0
               PERFORM 223-BAIXA-FERIAS
           END-IF.
      *
           IF WK-VALOR-ADIANTA > 0
               PERFORM 224-BAIXA-ADIANTAMENTO
           END-IF.
      *
           IF WK-VALOR-RETRO > 0
               PERFORM 226-BAIXA-RETROATIVO
           END-IF.
      *
       243-IMPRIME-COMPLEMENTAR.
           MOVE DB2FC-MOTIVOCPL   TO WK-LIN-MOTIVO-CPL.
           MOVE DB2FC-SEQCPL      TO WK-LIN-SEQ-CPL.
           WRITE REG-HOLERITE FROM WK-LIN-MOTIVO.
           WRITE REG-HOLERITE FROM WK-LIN-CAB-COMPARA.
      *
           MOVE 'SALARIO BRUTO....' TO WK-LIN-CMP-ROTULO.
           MOVE WK-ANT-BRUTO        TO WK-LIN-CMP-ANTERIOR.
           MOVE DB2F-SALARIOBRUTO   TO WK-LIN-CMP-ATUAL.
           MOVE WK-CPL-BRUTO        TO WK-LIN-CMP-DIFERENCA.
           WRITE REG-HOLERITE FROM WK-LIN-COMPARA.
      *
           MOVE 'DESCONTO INSS....' TO WK-LIN-CMP-ROTULO.
           MOVE WK-ANT-INSS         TO WK-LIN-CMP-ANTERIOR.
           MOVE DB2F-DESCINSS       TO WK-LIN-CMP-ATUAL.
           MOVE WK-CPL-INSS         TO WK-LIN-CMP-DIFERENCA.
           WRITE REG-HOLERITE FROM WK-LIN-COMPARA.
      *
           MOVE 'DESCONTO IRRF....' TO WK-LIN-CMP-ROTULO.
           MOVE WK-ANT-IRRF         TO WK-LIN-CMP-ANTERIOR.
           MOVE DB2F-DESCIRRF       TO WK-LIN-CMP-ATUAL.
           MOVE WK-CPL-IRRF         TO WK-LIN-CMP-DIFERENCA.
           WRITE REG-HOLERITE FROM WK-LIN-COMPARA.
      *
           MOVE 'SALARIO LIQUIDO..' TO WK-LIN-CMP-ROTULO.
           MOVE WK-ANT-LIQUIDO      TO WK-LIN-CMP-ANTERIOR.
           MOVE DB2F-SALARIOLIQ     TO WK-LIN-CMP-ATUAL.
           MOVE WK-CPL-LIQUIDO      TO WK-LIN-CMP-DIFERENCA.
           WRITE REG-HOLERITE FROM WK-LIN-COMPARA.
      *
       244-GRAVA-RUBRICAS.
      *
      *    CADA VERBA DO DEMONSTRATIVO VAI PARA A FOLHA_RUBRICAS COM
      *    O CODIGO DO CATALOGO DE RUBRICAS (COBFUN44), ORIGEM M. O
      *    RECALCULO DA COMPETENCIA SUBSTITUI AS RUBRICAS GRAVADAS
      *    ANTES. O SALARIO BASE E O BRUTO SEM AS VERBAS VARIAVEIS,
      *    ENTAO PROVENTOS MENOS DESCONTOS FECHAM COM O LIQUIDO. A
      *    FOLHA COMPLEMENTAR GRAVA ORIGEM C: AS RUBRICAS RECALCULADAS
      *    MENOS AS DA FOLHA MENSAL (267), O ACUMULADO DE TODAS AS
      *    COMPLEMENTARES DA COMPETENCIA
      *
           MOVE DB2-CODFUN        TO DB2LR-CODFUN.
           MOVE WK-ANOMES-ACCEPT  TO DB2LR-ANOMESLR.
           MOVE DB2-DEPTOFUN      TO DB2LR-DEPTOLR.
      *
           IF WK-TIPO-ACCEPT = 'C'
               MOVE 'C'           TO DB2LR-ORIGEMLR
           ELSE
               MOVE 'M'           TO DB2LR-ORIGEMLR
           END-IF.
      *
           EXEC SQL
               DELETE FROM EAD703.FOLHA_RUBRICAS
                   WHERE CODFUN = :DB2LR-CODFUN
                     AND ANOMESLR = :DB2LR-ANOMESLR
                     AND ORIGEMLR = :DB2LR-ORIGEMLR
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LIMPEZA DAS RUBRICAS DO FUNCIONARIO '
                       DB2LR-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           MOVE 'P'    TO WK-RUB-TIPO.
      *
           MOVE '0001' TO WK-RUB-CODIGO.
           COMPUTE WK-RUB-REFER = 30 - WK-DIAS-NAO-PAGOS.
           COMPUTE WK-RUB-VALOR =
               WK-SALARIO-BRUTO - WK-VALOR-EXTRAS - WK-VALOR-NOTURNO -
               WK-VALOR-BCOHORAS - WK-VALOR-INSALUB -
               WK-VALOR-PERICULOS + WK-VALOR-FALTAS.
           PERFORM 245-INCLUI-RUBRICA.
      *
           IF WK-VALOR-EXTRAS > 0
               IF DB2-BCOHORASDEPTO = 'S'
                   MOVE DB2X-HORAS100PON TO WK-RUB-REFER
               ELSE
                   COMPUTE WK-RUB-REFER =
                       DB2X-HORAS50PON + DB2X-HORAS100PON
               END-IF
           END-IF.
      *
           MOVE '0002' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-EXTRAS     TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0003' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-BCOHORAS   TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0004' TO WK-RUB-CODIGO.
           MOVE WK-GRAU-INSALUB     TO WK-RUB-REFER.
           MOVE WK-VALOR-INSALUB    TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0005' TO WK-RUB-CODIGO.
           MOVE WK-PERC-PERICULOS   TO WK-RUB-REFER.
           MOVE WK-VALOR-PERICULOS  TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           IF WK-VALOR-NOTURNO > 0
               MOVE DB2X-HORASNOTPON TO WK-RUB-REFER
           END-IF.
      *
           MOVE '0006' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-NOTURNO    TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0007' TO WK-RUB-CODIGO.
           MOVE WK-DIAS-GOZO-MES    TO WK-RUB-REFER.
           MOVE WK-FERIAS-BRUTO     TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0008' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-SALFAMILIA TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0009' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-RETRO      TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE 'D'    TO WK-RUB-TIPO.
      *
           IF WK-VALOR-FALTAS > 0
               MOVE DB2X-DIASFALTAPON TO WK-RUB-REFER
           END-IF.
      *
           MOVE '0051' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-FALTAS     TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0052' TO WK-RUB-CODIGO.
           MOVE DB2F-DESCINSS       TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0053' TO WK-RUB-CODIGO.
           MOVE DB2F-DESCIRRF       TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0054' TO WK-RUB-CODIGO.
           COMPUTE WK-RUB-VALOR = WK-VALOR-PENSAO + WK-FERIAS-PENSAO.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0055' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-ADIANTA    TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0056' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-BENEF      TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           MOVE '0057' TO WK-RUB-CODIGO.
           MOVE WK-VALOR-VT         TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
           PERFORM 247-RUBRICA-DESCONTO
               VARYING WK-DESC-IDX FROM 1 BY 1
               UNTIL WK-DESC-IDX > WK-DESC-QTDE.
      *
           IF WK-TIPO-ACCEPT = 'C'
               PERFORM 267-APURA-RUBRICAS-CPL
           END-IF.
      *
       245-INCLUI-RUBRICA.
           IF WK-RUB-VALOR NOT = 0
               MOVE WK-RUB-CODIGO TO DB2LR-CODRUB
               MOVE WK-RUB-TIPO   TO DB2LR-TIPOLR
               MOVE WK-RUB-REFER  TO DB2LR-REFERLR
               MOVE WK-RUB-VALOR  TO DB2LR-VALORLR
      *
               EXEC SQL
                   INSERT INTO EAD703.FOLHA_RUBRICAS
                       ( CODFUN, ANOMESLR, CODRUB, ORIGEMLR, TIPOLR,
                         DEPTOLR, REFERLR, VALORLR, DATAHORALR )
                       VALUES ( :DB2LR-CODFUN, :DB2LR-ANOMESLR,
                                :DB2LR-CODRUB, :DB2LR-ORIGEMLR,
                                :DB2LR-TIPOLR, :DB2LR-DEPTOLR,
                                :DB2LR-REFERLR, :DB2LR-VALORLR,
                                CURRENT TIMESTAMP )
               END-EXEC
      *
               MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
               EVALUATE SQLCODE
                   WHEN 0
                       CONTINUE
                   WHEN -803
                       PERFORM 246-SOMA-RUBRICA
                   WHEN OTHER
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA GRAVACAO DA RUBRICA ' DB2LR-CODRUB
                               ' DO FUNCIONARIO ' DB2LR-CODFUN
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.
      *
           MOVE ZEROES TO WK-RUB-REFER.
      *
       246-SOMA-RUBRICA.
      *
      *    DOIS DESCONTOS FIXOS DO MESMO TIPO NA COMPETENCIA SE
      *    SOMAM NA MESMA RUBRICA
      *
           EXEC SQL
               UPDATE EAD703.FOLHA_RUBRICAS
                   SET REFERLR = REFERLR + :DB2LR-REFERLR,
                       VALORLR = VALORLR + :DB2LR-VALORLR,
                       DATAHORALR = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2LR-CODFUN
                     AND ANOMESLR = :DB2LR-ANOMESLR
                     AND CODRUB = :DB2LR-CODRUB
                     AND ORIGEMLR = :DB2LR-ORIGEMLR
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ATUALIZACAO DA RUBRICA ' DB2LR-CODRUB
                       ' DO FUNCIONARIO ' DB2LR-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       247-RUBRICA-DESCONTO.
           EVALUATE WK-DESC-ITEM-TIPO (WK-DESC-IDX)
               WHEN 'C'
                   MOVE '0058' TO WK-RUB-CODIGO
               WHEN 'S'
                   MOVE '0059' TO WK-RUB-CODIGO
               WHEN 'V'
                   MOVE '0060' TO WK-RUB-CODIGO
               WHEN OTHER
                   MOVE '0061' TO WK-RUB-CODIGO
           END-EVALUATE.
      *
           MOVE WK-DESC-ITEM-VALOR (WK-DESC-IDX) TO WK-RUB-VALOR.
           PERFORM 245-INCLUI-RUBRICA.
      *
       248-ACUMULA-JA-CALCULADO.
      *
      *    FUNCIONARIO JA GRAVADO ANTES DO ULTIMO CHECKPOINT: A
      *    FOLHA GRAVADA ENTRA NOS TOTAIS DO DEPARTAMENTO E DA FOLHA
      *    E O DEMONSTRATIVO E REMONTADO DAS RUBRICAS GRAVADAS
      *
           MOVE DB2-DEPTOFUN     TO WK-CHAVE-FUNC-DEPTO.
           MOVE DB2-CODFUN       TO WK-CHAVE-FUNC-CODFUN
                                    DB2F-CODFUN.
           MOVE WK-ANOMES-ACCEPT TO DB2F-ANOMESFOLHA.
      *
           EXEC SQL
               SELECT SALARIOBRUTO, DESCINSS, DESCIRRF, SALARIOLIQ
                   INTO :DB2F-SALARIOBRUTO, :DB2F-DESCINSS,
                        :DB2F-DESCIRRF, :DB2F-SALARIOLIQ
                   FROM EAD703.FOLHA_MENSAL
                   WHERE CODFUN = :DB2F-CODFUN
                     AND ANOMESFOLHA = :DB2F-ANOMESFOLHA
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DB2F-SALARIOBRUTO TO WK-BRUTO-TOTAL
                   MOVE DB2F-SALARIOLIQ   TO WK-VALOR-LIQUIDO
                   PERFORM 203-ACUMULA-TOTAIS
                   PERFORM 268-REMONTA-HOLERITE
               WHEN 100
                   DISPLAY 'FUNCIONARIO ' DB2F-CODFUN
                           ' SEM FOLHA GRAVADA ANTES DO RESTART.'
                           ' RECALCULE A COMPETENCIA'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DA FOLHA DO FUNCIONARIO '
                           DB2F-CODFUN
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       249-VERIFICA-CHECKPOINT.
           DIVIDE WK-CONTADOR-LIDO BY WK-CHECKPOINT-INTERVALO
               GIVING WK-CHECKPOINT-QUOCIENTE
               REMAINDER WK-CHECKPOINT-RESTO.
      *
           IF WK-CONTADOR-LIDO > 0 AND WK-CHECKPOINT-RESTO = 0
               PERFORM 250-GRAVA-CHECKPOINT
           END-IF.
      *
       250-GRAVA-CHECKPOINT.
           PERFORM 252-ATUALIZA-RESTART.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           MOVE WK-CONTADOR-LIDO TO WK-CONTADOR-EDIT.
      *
           DISPLAY 'CHECKPOINT: COMMIT REALIZADO APOS O FUNCIONARIO '
                   WK-CONTADOR-EDIT ' DO CURSOR DA FOLHA'.
      *
       251-CONSULTA-RESTART.
      *
      *    O CONTROLE DE RESTART E POR COMPETENCIA: 'FP' + AAAAMM
      *
           MOVE SPACES TO DB2R-NOMEJOB.
           STRING 'FP' WK-ANOMES-ACCEPT
               DELIMITED BY SIZE INTO DB2R-NOMEJOB.
           MOVE 'COBFUN15' TO DB2R-NOMEPGM.
      *
           EXEC SQL
               SELECT ULTREGCOMMIT INTO :DB2R-ULTREGCOMMIT
                   FROM EAD703.CONTROLE_RESTART
                   WHERE NOMEJOB = :DB2R-NOMEJOB
                     AND NOMEPGM = :DB2R-NOMEPGM
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   MOVE DB2R-ULTREGCOMMIT TO WK-RESTART-PONTO
                   MOVE WK-RESTART-PONTO  TO WK-RESTART-EDIT
                   DISPLAY 'RESTART: EXECUCAO ANTERIOR INTERROMPIDA.'
                           ' RETOMANDO APOS O FUNCIONARIO '
                           WK-RESTART-EDIT
                   DISPLAY 'RESTART: DEMONSTRATIVOS DOS JA GRAVADOS'
                           ' REMONTADOS DAS RUBRICAS DA FOLHA'
               WHEN 100
                   MOVE ZEROES TO WK-RESTART-PONTO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA LEITURA DO CONTROLE DE RESTART'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       252-ATUALIZA-RESTART.
           EXEC SQL
               UPDATE EAD703.CONTROLE_RESTART
                   SET ULTREGCOMMIT = :WK-CONTADOR-LIDO,
                       DATAHORAREST = CURRENT TIMESTAMP
                   WHERE NOMEJOB = :DB2R-NOMEJOB
                     AND NOMEPGM = :DB2R-NOMEPGM
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   EXEC SQL
                       INSERT INTO EAD703.CONTROLE_RESTART
                           ( NOMEJOB, NOMEPGM, ULTREGCOMMIT,
                             DATAHORAREST )
                           VALUES ( :DB2R-NOMEJOB, :DB2R-NOMEPGM,
                                    :WK-CONTADOR-LIDO,
                                    CURRENT TIMESTAMP )
                   END-EXEC
      *
                   MOVE SQLCODE TO WK-SQLCODE-EDIT
      *
                   IF SQLCODE NOT = 0
                       DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                               ' NA GRAVACAO DO CONTROLE DE RESTART'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA ATUALIZACAO DO CONTROLE DE RESTART'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       253-LIMPA-RESTART.
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
                       ' NA LIMPEZA DO CONTROLE DE RESTART'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       254-LER-FERIAS.
           EXEC SQL
               FETCH FERPTEMP
                   INTO :WK-CHAVE-FERIAS-DEPTO,
                        :WK-CHAVE-FERIAS-CODFUN,
                        :WK-LOTE-FER-BRUTO :WK-IND-FER-BRUTO,
                        :WK-LOTE-FER-INSS :WK-IND-FER-INSS,
                        :WK-LOTE-FER-IRRF :WK-IND-FER-IRRF,
                        :WK-LOTE-FER-GOZO :WK-IND-GOZO-MES
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-IND-FER-BRUTO < 0
                       MOVE ZEROES TO WK-LOTE-FER-BRUTO
                                      WK-LOTE-FER-INSS
                                      WK-LOTE-FER-IRRF
                   END-IF
                   IF WK-IND-GOZO-MES < 0
                       MOVE ZEROES TO WK-LOTE-FER-GOZO
                   END-IF
               WHEN 100
                   MOVE HIGH-VALUES TO WK-CHAVE-FERIAS
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE FERIAS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       255-LER-PENSAO-FERIAS.
           EXEC SQL
               FETCH PENFTEMP
                   INTO :WK-CHAVE-PENSFER-DEPTO,
                        :WK-CHAVE-PENSFER-CODFUN,
                        :WK-LOTE-FER-PENSAO :WK-IND-FER-PENSAO
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-IND-FER-PENSAO < 0
                       MOVE ZEROES TO WK-LOTE-FER-PENSAO
                   END-IF
               WHEN 100
                   MOVE HIGH-VALUES TO WK-CHAVE-PENSFER
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE PENSAO SOBRE FERIAS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       256-LER-DEPENDENTES.
           EXEC SQL
               FETCH DEPDTEMP
                   INTO :WK-CHAVE-DEPEND-DEPTO,
                        :WK-CHAVE-DEPEND-CODFUN,
                        :WK-LOTE-DEP-IRRF,
                        :WK-LOTE-DEP-FILHOS
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE HIGH-VALUES TO WK-CHAVE-DEPEND
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE DEPENDENTES'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       257-LER-PONTO.
           EXEC SQL
               FETCH PONTTEMP
                   INTO :WK-CHAVE-PONTO-DEPTO,
                        :WK-CHAVE-PONTO-CODFUN,
                        :DB2X-HORAS50PON,
                        :DB2X-HORAS100PON,
                        :DB2X-DIASFALTAPON,
                        :DB2X-HORASNOTPON
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE HIGH-VALUES TO WK-CHAVE-PONTO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DO PONTO MENSAL'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       258-LER-ADIANTAMENTO.
           EXEC SQL
               FETCH ADIATEMP
                   INTO :WK-CHAVE-ADIANTA-DEPTO,
                        :WK-CHAVE-ADIANTA-CODFUN,
                        :WK-LOTE-ADI-VALOR :WK-IND-ADIANTA
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-IND-ADIANTA < 0
                       MOVE ZEROES TO WK-LOTE-ADI-VALOR
                   END-IF
               WHEN 100
                   MOVE HIGH-VALUES TO WK-CHAVE-ADIANTA
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE ADIANTAMENTOS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       259-LER-BENEFICIOS.
           EXEC SQL
               FETCH BENETEMP
                   INTO :WK-CHAVE-BENEF-DEPTO,
                        :WK-CHAVE-BENEF-CODFUN,
                        :WK-LOTE-BEN-VALOR :WK-IND-BENEF
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-IND-BENEF < 0
                       MOVE ZEROES TO WK-LOTE-BEN-VALOR
                   END-IF
               WHEN 100
                   MOVE HIGH-VALUES TO WK-CHAVE-BENEF
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE BENEFICIOS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       260-LER-RETROATIVOS.
           EXEC SQL
               FETCH RETRTEMP
                   INTO :WK-CHAVE-RETRO-DEPTO,
                        :WK-CHAVE-RETRO-CODFUN,
                        :WK-LOTE-RET-VALOR :WK-IND-RETRO
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-IND-RETRO < 0
                       MOVE ZEROES TO WK-LOTE-RET-VALOR
                   END-IF
               WHEN 100
                   MOVE HIGH-VALUES TO WK-CHAVE-RETRO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE RETROATIVOS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       261-LER-DEPARTAMENTO.
           MOVE DB2-DEPTOFUN TO DB2-CODDEPTO
                                WK-DEPTO-CONSULTADO.
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
                   MOVE 'N' TO DB2-BCOHORASDEPTO
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO DEPARTAMENTO '
                           DB2-CODDEPTO
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       262-LER-VALE-TRANSPORTE.
           EXEC SQL
               FETCH VTMSTEMP
                   INTO :WK-CHAVE-VT-DEPTO,
                        :WK-CHAVE-VT-CODFUN,
                        :WK-LOTE-VT-VALOR :WK-IND-VT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-IND-VT < 0
                       MOVE ZEROES TO WK-LOTE-VT-VALOR
                   END-IF
               WHEN 100
                   MOVE HIGH-VALUES TO WK-CHAVE-VT
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE VALE-TRANSPORTE'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       263-LER-ADICIONAIS.
           EXEC SQL
               FETCH ADICTEMP
                   INTO :WK-CHAVE-ADIC-DEPTO,
                        :WK-CHAVE-ADIC-CODFUN,
                        :WK-LOTE-ADC-GRAU :WK-IND-INSALUB,
                        :WK-LOTE-ADC-PERICULOS :WK-IND-PERICULOS
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   IF WK-IND-INSALUB < 0
                       MOVE ZEROES TO WK-LOTE-ADC-GRAU
                   END-IF
                   IF WK-IND-PERICULOS < 0
                       MOVE ZEROES TO WK-LOTE-ADC-PERICULOS
                   END-IF
               WHEN 100
                   MOVE HIGH-VALUES TO WK-CHAVE-ADIC
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE ADICIONAIS LEGAIS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       264-LER-RUBRICA-GRAVADA.
           EXEC SQL
               FETCH RUBMTEMP
                   INTO :WK-CHAVE-RUBRICA-DEPTO,
                        :WK-CHAVE-RUBRICA-CODFUN,
                        :DB2LR-CODRUB,
                        :DB2LR-REFERLR,
                        :DB2LR-VALORLR
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE HIGH-VALUES TO WK-CHAVE-RUBRICA
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE RUBRICAS GRAVADAS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       265-REMONTA-RUBRICA.
      *
      *    CADA RUBRICA DA FOLHA MENSAL (244) VOLTA PARA A VERBA DO
      *    DEMONSTRATIVO; INSS E IRRF VEM DA FOLHA_MENSAL (248)
      *
           EVALUATE DB2LR-CODRUB
               WHEN '0001'
                   MOVE DB2LR-VALORLR TO WK-RUB-BASE
               WHEN '0002'
                   MOVE DB2LR-VALORLR TO WK-VALOR-EXTRAS
               WHEN '0003'
                   MOVE DB2LR-VALORLR TO WK-VALOR-BCOHORAS
               WHEN '0004'
                   MOVE DB2LR-VALORLR TO WK-VALOR-INSALUB
               WHEN '0005'
                   MOVE DB2LR-VALORLR TO WK-VALOR-PERICULOS
               WHEN '0006'
                   MOVE DB2LR-VALORLR TO WK-VALOR-NOTURNO
               WHEN '0007'
                   MOVE DB2LR-VALORLR TO WK-FERIAS-BRUTO
                   MOVE DB2LR-REFERLR TO WK-DIAS-GOZO-MES
               WHEN '0008'
                   MOVE DB2LR-VALORLR TO WK-VALOR-SALFAMILIA
               WHEN '0009'
                   MOVE DB2LR-VALORLR TO WK-VALOR-RETRO
               WHEN '0051'
                   MOVE DB2LR-VALORLR TO WK-VALOR-FALTAS
               WHEN '0054'
                   MOVE DB2LR-VALORLR TO WK-VALOR-PENSAO
               WHEN '0055'
                   MOVE DB2LR-VALORLR TO WK-VALOR-ADIANTA
               WHEN '0056'
                   MOVE DB2LR-VALORLR TO WK-VALOR-BENEF
               WHEN '0057'
                   MOVE DB2LR-VALORLR TO WK-VALOR-VT
               WHEN '0058'
                   MOVE 'C' TO WK-RUB-TIPO
                   PERFORM 269-REMONTA-DESCONTO
               WHEN '0059'
                   MOVE 'S' TO WK-RUB-TIPO
                   PERFORM 269-REMONTA-DESCONTO
               WHEN '0060'
                   MOVE 'V' TO WK-RUB-TIPO
                   PERFORM 269-REMONTA-DESCONTO
               WHEN '0061'
                   MOVE 'O' TO WK-RUB-TIPO
                   PERFORM 269-REMONTA-DESCONTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
           PERFORM 264-LER-RUBRICA-GRAVADA.
      *
       266-CONSULTA-BANCO-PAGO.
      *
      *    FOLHA COMPLEMENTAR: AS HORAS VENCIDAS SAO AS PAGAS PELA
      *    FOLHA NORMAL DA COMPETENCIA (TIPO P), VALORIZADAS PELO
      *    SALARIO RECALCULADO; O BANCO DE HORAS NAO E ALTERADO
      *
           MOVE ZEROES TO WK-VALOR-BCOHORAS
                          WK-HORAS-VENCIDAS.
      *
           EXEC SQL
               SELECT SUM(HORASBCO)
                   INTO :WK-HORAS-VENCIDAS :WK-IND-HORAS-PAGAS
                   FROM EAD703.BANCO_HORAS
                   WHERE CODFUN = :DB2-CODFUN
                     AND ANOMESBCO = :WK-ANOMES-ACCEPT
                     AND TIPOBCO = 'P'
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO BANCO DE HORAS DO FUNCIONARIO '
                       DB2-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-IND-HORAS-PAGAS < 0 OR SQLCODE = 100
               MOVE ZEROES TO WK-HORAS-VENCIDAS
           END-IF.
      *
           IF WK-HORAS-VENCIDAS > 0
               COMPUTE WK-VALOR-HORA ROUNDED =
                   DB2-SALARIOFUN / 220
               COMPUTE WK-VALOR-BCOHORAS ROUNDED =
                   WK-HORAS-VENCIDAS * WK-VALOR-HORA * 1,5
           END-IF.
      *
       267-APURA-RUBRICAS-CPL.
      *
      *    AS RUBRICAS RECALCULADAS (ORIGEM C) FICAM SO COM A
      *    DIFERENCA PARA A FOLHA MENSAL: ABATE A RUBRICA M DE MESMO
      *    CODIGO, ESTORNA A RUBRICA M QUE NAO SAIU NO RECALCULO E
      *    ELIMINA AS RUBRICAS SEM DIFERENCA
      *
           EXEC SQL
               UPDATE EAD703.FOLHA_RUBRICAS C
                   SET REFERLR = C.REFERLR -
                       ( SELECT M.REFERLR
                           FROM EAD703.FOLHA_RUBRICAS M
                           WHERE M.CODFUN = C.CODFUN
                             AND M.ANOMESLR = C.ANOMESLR
                             AND M.CODRUB = C.CODRUB
                             AND M.ORIGEMLR = 'M' ),
                       VALORLR = C.VALORLR -
                       ( SELECT M.VALORLR
                           FROM EAD703.FOLHA_RUBRICAS M
                           WHERE M.CODFUN = C.CODFUN
                             AND M.ANOMESLR = C.ANOMESLR
                             AND M.CODRUB = C.CODRUB
                             AND M.ORIGEMLR = 'M' ),
                       DATAHORALR = CURRENT TIMESTAMP
                   WHERE C.CODFUN = :DB2LR-CODFUN
                     AND C.ANOMESLR = :DB2LR-ANOMESLR
                     AND C.ORIGEMLR = 'C'
                     AND EXISTS
                         ( SELECT 1
                             FROM EAD703.FOLHA_RUBRICAS M
                             WHERE M.CODFUN = C.CODFUN
                               AND M.ANOMESLR = C.ANOMESLR
                               AND M.CODRUB = C.CODRUB
                               AND M.ORIGEMLR = 'M' )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA APURACAO DAS RUBRICAS COMPLEMENTARES DO'
                       ' FUNCIONARIO ' DB2LR-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           EXEC SQL
               INSERT INTO EAD703.FOLHA_RUBRICAS
                   ( CODFUN, ANOMESLR, CODRUB, ORIGEMLR, TIPOLR,
                     DEPTOLR, REFERLR, VALORLR, DATAHORALR )
                   SELECT M.CODFUN, M.ANOMESLR, M.CODRUB, 'C',
                          M.TIPOLR, :DB2LR-DEPTOLR, 0 - M.REFERLR,
                          0 - M.VALORLR, CURRENT TIMESTAMP
                       FROM EAD703.FOLHA_RUBRICAS M
                       WHERE M.CODFUN = :DB2LR-CODFUN
                         AND M.ANOMESLR = :DB2LR-ANOMESLR
                         AND M.ORIGEMLR = 'M'
                         AND NOT EXISTS
                             ( SELECT 1
                                 FROM EAD703.FOLHA_RUBRICAS C
                                 WHERE C.CODFUN = M.CODFUN
                                   AND C.ANOMESLR = M.ANOMESLR
                                   AND C.CODRUB = M.CODRUB
                                   AND C.ORIGEMLR = 'C' )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NO ESTORNO DAS RUBRICAS COMPLEMENTARES DO'
                       ' FUNCIONARIO ' DB2LR-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           EXEC SQL
               DELETE FROM EAD703.FOLHA_RUBRICAS
                   WHERE CODFUN = :DB2LR-CODFUN
                     AND ANOMESLR = :DB2LR-ANOMESLR
                     AND ORIGEMLR = 'C'
                     AND VALORLR = 0
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA LIMPEZA DAS RUBRICAS COMPLEMENTARES DO'
                       ' FUNCIONARIO ' DB2LR-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       268-REMONTA-HOLERITE.
           MOVE ZEROES TO WK-RUB-BASE
                          WK-VALOR-EXTRAS
                          WK-VALOR-BCOHORAS
                          WK-VALOR-INSALUB
                          WK-VALOR-PERICULOS
                          WK-VALOR-NOTURNO
                          WK-FERIAS-BRUTO
                          WK-DIAS-GOZO-MES
                          WK-VALOR-SALFAMILIA
                          WK-VALOR-RETRO
                          WK-VALOR-FALTAS
                          WK-VALOR-PENSAO
                          WK-FERIAS-PENSAO
                          WK-VALOR-ADIANTA
                          WK-VALOR-BENEF
                          WK-VALOR-VT
                          WK-DESC-QTDE.
      *
           PERFORM 264-LER-RUBRICA-GRAVADA
               UNTIL WK-CHAVE-RUBRICA NOT < WK-CHAVE-FUNC.
           PERFORM 265-REMONTA-RUBRICA
               UNTIL WK-CHAVE-RUBRICA NOT = WK-CHAVE-FUNC.
      *
      *    OS DIAS AFASTADOS DO CABECALHO SAO REFEITOS PELO 205; O
      *    BRUTO E O DAS RUBRICAS, COMO NO 244
      *
           PERFORM 205-CALCULA-AFASTAMENTO.
      *
           COMPUTE WK-SALARIO-BRUTO =
               WK-RUB-BASE + WK-VALOR-EXTRAS + WK-VALOR-NOTURNO +
               WK-VALOR-BCOHORAS + WK-VALOR-INSALUB +
               WK-VALOR-PERICULOS - WK-VALOR-FALTAS.
      *
           PERFORM 225-IMPRIME-HOLERITE.
      *
       269-REMONTA-DESCONTO.
           IF WK-DESC-QTDE < 10
               ADD 1 TO WK-DESC-QTDE
               MOVE WK-RUB-TIPO
                 TO WK-DESC-ITEM-TIPO (WK-DESC-QTDE)
               MOVE DB2LR-VALORLR
                 TO WK-DESC-ITEM-VALOR (WK-DESC-QTDE)
           END-IF.
      ******************************************************************
       300-LER-FUNCIONARIO SECTION.
       301-LER-FUNCIONARIO.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH FOLHATEMP
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-SALARIOFUN,
                        :DB2-DEPTOFUN,
                        :DB2-CPFFUN,
                        :DB2-IDADEFUN,
                        :DB2-TIPOCONTFUN
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WK-CONTADOR-LIDO
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
           IF RETURN-CODE = 0 AND WK-TIPO-ACCEPT NOT = 'C'
               PERFORM 903-MARCA-CALCULADA
           END-IF.
      *
           IF WK-TIPO-ACCEPT = 'C' AND WK-TOTAL-QTDE = 0
               DISPLAY 'FUNCIONARIO ' WK-CODFUN-ACCEPT
                       ' NAO ENCONTRADO. FOLHA COMPLEMENTAR NAO GERADA'
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
           IF WK-TIPO-ACCEPT NOT = 'C'
               PERFORM 253-LIMPA-RESTART
           END-IF.
      *
           PERFORM 904-LIBERA-TRAVA.
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           MOVE WK-TOTAL-QTDE TO WK-QTDE-EDIT.
           DISPLAY '**********************************************'.
           DISPLAY 'TOTAL DE FUNCIONARIOS NA FOLHA: ' WK-QTDE-EDIT.
           MOVE WK-TOTAL-BRUTO TO WK-TOTAL-EDIT.
           DISPLAY 'TOTAL BRUTO DA FOLHA..........: ' WK-TOTAL-EDIT.
           MOVE WK-TOTAL-LIQUIDO TO WK-TOTAL-EDIT.
           DISPLAY 'TOTAL LIQUIDO DA FOLHA........: ' WK-TOTAL-EDIT.
      *
           MOVE WK-CONTADOR-FOLHA TO WK-CONTADOR-EDIT.
           DISPLAY 'DEMONSTRATIVOS EMITIDOS.......: '
                   WK-CONTADOR-EDIT.
      *
           MOVE WK-RESTART-PONTO TO WK-RESTART-EDIT.
           DISPLAY 'RETOMADOS DE EXECUCAO ANTERIOR: ' WK-RESTART-EDIT.
           MOVE DB2E-SEGEXECLOG TO WK-CONTADOR-EDIT.
           DISPLAY 'TEMPO DE EXECUCAO (SEGUNDOS)..: '
                   WK-CONTADOR-EDIT.
      *
           EXEC SQL
               CLOSE FOLHATEMP
           END-EXEC.
      *
           EXEC SQL
               CLOSE FERPTEMP
           END-EXEC.
      *
           EXEC SQL
               CLOSE PENFTEMP
           END-EXEC.
      *
           EXEC SQL
               CLOSE DEPDTEMP
           END-EXEC.
      *
           EXEC SQL
               CLOSE PONTTEMP
           END-EXEC.
      *
           EXEC SQL
               CLOSE ADIATEMP
           END-EXEC.
      *
           EXEC SQL
               CLOSE BENETEMP
           END-EXEC.
      *
           EXEC SQL
               CLOSE RETRTEMP
           END-EXEC.
      *
           EXEC SQL
               CLOSE DESCTEMP
           END-EXEC.
      *
           EXEC SQL
               CLOSE VTMSTEMP
           END-EXEC.
      *
           EXEC SQL
               CLOSE ADICTEMP
           END-EXEC.
      *
           IF WK-RESTART-PONTO > 0
               EXEC SQL
                   CLOSE RUBMTEMP
               END-EXEC
           END-IF.
      *
           CLOSE ARQ-HOLERITE.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-TOTAL-QTDE     TO DB2E-QTDELIDLOG.
           MOVE WK-CONTADOR-FOLHA TO DB2E-QTDEAPLLOG.
           MOVE ZEROES            TO DB2E-QTDEREJLOG.
           MOVE RETURN-CODE TO DB2E-CODRETLOG.
           MOVE WK-RESTART-PONTO  TO DB2E-QTDERESTLOG.
      *
      *    TEMPO DA EXECUCAO EM SEGUNDOS, PARA ACOMPANHAR A JANELA
      *    DO BATCH; NO RESTART CONTA SO A EXECUCAO QUE RETOMOU
      *
           EXEC SQL
               SET :DB2E-DATAHORAFIMLOG = CURRENT TIMESTAMP
           END-EXEC.
      *
           EXEC SQL
               SET :DB2E-SEGEXECLOG =
                   ( DAYS(TIMESTAMP(:DB2E-DATAHORAFIMLOG))
                   - DAYS(TIMESTAMP(:DB2E-DATAHORAINILOG)) ) * 86400
                   + MIDNIGHT_SECONDS(TIMESTAMP(:DB2E-DATAHORAFIMLOG))
                   - MIDNIGHT_SECONDS(TIMESTAMP(:DB2E-DATAHORAINILOG))
           END-EXEC.
      *
           EXEC SQL
               UPDATE EAD703.LOG_EXECUCAO
                   SET DATAHORAFIMLOG = :DB2E-DATAHORAFIMLOG,
                       QTDELIDLOG = :DB2E-QTDELIDLOG,
                       QTDEAPLLOG = :DB2E-QTDEAPLLOG,
                       QTDEREJLOG = :DB2E-QTDEREJLOG,
                       CODRETLOG = :DB2E-CODRETLOG,
                       SEGEXECLOG = :DB2E-SEGEXECLOG,
                       QTDERESTLOG = :DB2E-QTDERESTLOG
                   WHERE NOMEPGM = :DB2E-NOMEPGM
                     AND DATAHORAINILOG = :DB2E-DATAHORAINILOG
           END-EXEC.
