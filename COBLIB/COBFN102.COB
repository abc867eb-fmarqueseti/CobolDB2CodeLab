      ******************************************************************
      * DATA     : 2026-10-15                                          *
      * AUTOR    : EAD703 - FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)   *
      * OBJETIVO : FERIAS COLETIVAS DE UM DEPARTAMENTO: REGISTRA OS    *
      *            DIAS GOZADOS NO PERIODO AQUISITIVO DE CADA          *
      *            FUNCIONARIO ATIVO DO DEPARTAMENTO (FERIAS_PERIODOS) *
      *            E GERA A TRANSACAO DE PAGAMENTO DE FERIAS PARA O    *
      *            COBFUN48 (TRANFPG). FUNCIONARIOS COM MENOS DE 12    *
      *            MESES DE CASA TEM FERIAS PROPORCIONAIS E NOVO       *
      *            PERIODO AQUISITIVO A PARTIR DO INICIO DAS COLETIVAS *
      *            (CLT ART. 140). OS DIAS SAO DEBITADOS DOS PERIODOS  *
      *            EM ABERTO, DO MAIS ANTIGO AO MAIS NOVO; O QUE       *
      *            EXCEDER O SALDO E LICENCA REMUNERADA. AFASTADOS NAO *
      *            ENTRAM. UM DEPARTAMENTO NAO E PROCESSADO DUAS VEZES *
      *            PARA A MESMA DATA DE INICIO (MARCA GRAVADA EM       *
      *            EAD703.FERIAS_COLETIVAS).                           *
      *            EMITE O AVISO DE FERIAS COLETIVAS (AVISOFER) (DB2)  *
      * CPD      : ESCOLA DE PROGRAMADORES                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBFN102.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-AVISO ASSIGN TO AVISOFER
               ORGANIZATION IS SEQUENTIAL.
      *
           SELECT ARQ-TRANFPG ASSIGN TO TRANFPG
               ORGANIZATION IS SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-AVISO
           RECORDING MODE IS F.
       01  REG-AVISO                PIC X(80).
      *
       FD  ARQ-TRANFPG
           RECORDING MODE IS F.
       01  REG-TRANFPG.
           05 REG-CODFUN-TRANFPG    PIC X(4).
           05 REG-DIAS-TRANFPG      PIC 99.
           05 REG-DATAINI-TRANFPG   PIC X(10).
           05 REG-INIPER-TRANFPG    PIC X(10).
      *
       WORKING-STORAGE SECTION.
           EXEC SQL
               INCLUDE BOOKFUNC
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKDEPT
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKFERI
           END-EXEC.
      *
           EXEC SQL
               INCLUDE BOOKFCOL
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
               DECLARE COLETEMP CURSOR FOR
                  SELECT CODFUN, NOMEFUN, ADMISSFUN
                      FROM EAD703.FUNCIONARIOS
                      WHERE DEPTOFUN = :WK-DEPTO-ACCEPT
                        AND ATIVOFUN = 'A'
                        AND ADMISSFUN < DATE(:WK-DATAINI-ACCEPT)
                      ORDER BY CODFUN
           END-EXEC.
      *
           EXEC SQL
               DECLARE PERITEMP CURSOR FOR
                  SELECT INIPERAQUIS, FIMPERAQUIS, DIASDIREITO,
                         DIASGOZADOS
                      FROM EAD703.FERIAS_PERIODOS
                      WHERE CODFUN = :DB2-CODFUN
                        AND SITUACAOFER = 'A'
                        AND INIPERAQUIS < DATE(:WK-DATAINI-ACCEPT)
                      ORDER BY INIPERAQUIS
           END-EXEC.
      *
       77  WK-SQLCODE-EDIT      PIC -999          VALUE ZEROES.
       77  WK-DIA-SEMANA        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-FERIADO-CONT      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-AFAST-CONT        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-COLETIVA-CONT     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-ATE-FIM      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DATA-FIM-GOZO     PIC X(10)         VALUE SPACES.
       77  WK-DATA-RETORNO      PIC X(10)         VALUE SPACES.
       77  WK-DATA-LIMITE       PIC X(10)         VALUE SPACES.
       77  WK-DATA-VESPERA      PIC X(10)         VALUE SPACES.
       77  WK-DATA-FIM-NOVO     PIC X(10)         VALUE SPACES.
       77  WK-ANO-INIPER        PIC 9(4)          VALUE ZEROES.
       77  WK-MES-INIPER        PIC 99            VALUE ZEROES.
       77  WK-DIA-INIPER        PIC 99            VALUE ZEROES.
       77  WK-ANO-VESPERA       PIC 9(4)          VALUE ZEROES.
       77  WK-MES-VESPERA       PIC 99            VALUE ZEROES.
       77  WK-DIA-VESPERA       PIC 99            VALUE ZEROES.
       77  WK-MESES-FERIAS      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-PROPORC      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-SALDO-DIAS        PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-USADOS       PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-RESTANTES    PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-DIAS-LICENCA      PIC S9(4) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-LIDOS        PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-INTEGRAIS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PROPORC      PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-AFASTADOS    PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-LICENCAS     PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-PAGAMENTOS   PIC S9(8) USAGE COMP VALUE ZEROES.
       77  WK-QTDE-EDIT         PIC ZZZ.ZZ9       VALUE ZEROES.
      *
       01  WK-INIPER-DATA.
           05 WK-INIPER-ANO     PIC X(4).
           05 FILLER            PIC X.
           05 WK-INIPER-MES     PIC X(2).
           05 FILLER            PIC X.
           05 WK-INIPER-DIA     PIC X(2).
      *
       01  WK-VESPERA-DATA.
           05 WK-VESPERA-ANO    PIC X(4).
           05 FILLER            PIC X.
           05 WK-VESPERA-MES    PIC X(2).
           05 FILLER            PIC X.
           05 WK-VESPERA-DIA    PIC X(2).
      *
       01  WK-SWITCHES.
           05 WK-FIM-CURSOR-SW     PIC X          VALUE 'N'.
              88 WK-FIM-CURSOR                    VALUE 'S'.
           05 WK-FIM-PERIODOS-SW   PIC X          VALUE 'N'.
              88 WK-FIM-PERIODOS                  VALUE 'S'.
           05 WK-PERIODO-ATUAL-SW  PIC X          VALUE 'N'.
              88 WK-PERIODO-ATUAL                 VALUE 'S'.
           05 WK-TIPO-FERIAS-SW    PIC X          VALUE SPACE.
              88 WK-FERIAS-INTEGRAIS              VALUE 'I'.
              88 WK-FERIAS-PROPORC                VALUE 'P'.
      *
       01  WK-ACCEPT.
           05 WK-DEPTO-ACCEPT      PIC X(3)       VALUE SPACES.
           05 WK-DATAINI-ACCEPT    PIC X(10)      VALUE SPACES.
           05 WK-DIAS-ACCEPT       PIC 99         VALUE ZEROES.
      *
       01  WK-LIN-SEPARADOR.
           05 FILLER               PIC X(78) VALUE ALL '-'.
           05 FILLER               PIC X(02) VALUE SPACES.
      *
       01  WK-LIN-TITULO.
           05 FILLER               PIC X(42)
              VALUE 'AVISO DE FERIAS COLETIVAS - DEPARTAMENTO: '.
           05 WK-LIN-CODDEPTO      PIC X(3).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEDEPTO     PIC X(30).
           05 FILLER               PIC X(4)  VALUE SPACES.
      *
       01  WK-LIN-GOZO.
           05 FILLER               PIC X(8)  VALUE 'GOZO DE '.
           05 WK-LIN-DATAINI       PIC X(10).
           05 FILLER               PIC X(3)  VALUE ' A '.
           05 WK-LIN-DATAFIM       PIC X(10).
           05 FILLER               PIC X(2)  VALUE ' ('.
           05 WK-LIN-DIAS          PIC Z9.
           05 FILLER               PIC X(20)
              VALUE ' DIAS) - RETORNO EM '.
           05 WK-LIN-RETORNO       PIC X(10).
           05 FILLER               PIC X(15) VALUE SPACES.
      *
       01  WK-LIN-CABECALHO.
           05 FILLER               PIC X(20)
              VALUE 'COD  NOME           '.
           05 FILLER               PIC X(20)
              VALUE '      PERIODO AQUISI'.
           05 FILLER               PIC X(20)
              VALUE 'TIVO      GOZO  LIC.'.
           05 FILLER               PIC X(20)
              VALUE ' SALDO OBSERVACAO   '.
      *
       01  WK-LIN-DETALHE.
           05 WK-LIN-CODFUN        PIC X(4).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-NOMEFUN       PIC X(20).
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-INIPER        PIC X(10).
           05 WK-LIN-SEPARA-PER    PIC X(3).
           05 WK-LIN-FIMPER        PIC X(10).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 WK-LIN-USADOS        PIC Z9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WK-LIN-LICENCA       PIC Z9.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 WK-LIN-SALDO         PIC Z9.
           05 FILLER               PIC X     VALUE SPACE.
           05 WK-LIN-OBS           PIC X(12).
           05 FILLER               PIC X     VALUE SPACE.
      *
       01  WK-LIN-TOTAL.
           05 WK-LIN-TOT-ROTULO    PIC X(40).
           05 WK-LIN-TOT-QTDE      PIC ZZZ.ZZ9.
           05 FILLER               PIC X(33) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       000-PRINCIPAL SECTION.
       001-PRINCIPAL.
           PERFORM 101-INICIAR.
           PERFORM 201-PROCESSAR UNTIL WK-FIM-CURSOR.
           PERFORM 901-FINALIZAR.
           GOBACK.
      ******************************************************************
       100-INICIAR SECTION.
       101-INICIAR.
           ACCEPT WK-ACCEPT FROM SYSIN.
      *
      *    A CLT NAO ADMITE PERIODO DE FERIAS COLETIVAS INFERIOR A
      *    10 DIAS (ART. 139)
      *
           IF WK-DIAS-ACCEPT NOT NUMERIC
              OR WK-DIAS-ACCEPT < 10 OR WK-DIAS-ACCEPT > 30
               DISPLAY 'QUANTIDADE DE DIAS ' WK-DIAS-ACCEPT
                       ' INVALIDA. INFORME DE 10 A 30 DIAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 103-CONSULTA-DEPARTAMENTO.
           PERFORM 104-CALCULA-DATAS.
           PERFORM 105-VALIDA-INICIO-GOZO.
           PERFORM 106-VERIFICA-PROCESSAMENTO.
      *
           PERFORM 102-GRAVA-LOG-INICIO.
           PERFORM 107-GRAVA-COLETIVA.
      *
           DISPLAY 'FERIAS COLETIVAS - DEPARTAMENTO ' WK-DEPTO-ACCEPT
                   ' INICIO ' WK-DATAINI-ACCEPT
                   ' DIAS ' WK-DIAS-ACCEPT.
           DISPLAY '**********************************************'.
      *
           OPEN OUTPUT ARQ-AVISO
                       ARQ-TRANFPG.
      *
           MOVE WK-DEPTO-ACCEPT    TO WK-LIN-CODDEPTO.
           MOVE DB2-NOMEDEPTO-TEXT TO WK-LIN-NOMEDEPTO.
           MOVE WK-DATAINI-ACCEPT  TO WK-LIN-DATAINI.
           MOVE WK-DATA-FIM-GOZO   TO WK-LIN-DATAFIM.
           MOVE WK-DIAS-ACCEPT     TO WK-LIN-DIAS.
           MOVE WK-DATA-RETORNO    TO WK-LIN-RETORNO.
      *
           WRITE REG-AVISO    FROM WK-LIN-SEPARADOR.
           WRITE REG-AVISO    FROM WK-LIN-TITULO.
           WRITE REG-AVISO    FROM WK-LIN-GOZO.
           WRITE REG-AVISO    FROM WK-LIN-SEPARADOR.
           WRITE REG-AVISO    FROM WK-LIN-CABECALHO.
           WRITE REG-AVISO    FROM WK-LIN-SEPARADOR.
      *
           EXEC SQL
               OPEN COLETEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 301-LER-FUNCIONARIO.
      *
       102-GRAVA-LOG-INICIO.
           MOVE 'COBFN102' TO DB2E-NOMEPGM.
      *
           EXEC SQL
               SET :DB2E-DATAHORAINILOG = CURRENT TIMESTAMP
           END-EXEC.
      *
           EXEC SQL
               INSERT INTO EAD703.LOG_EXECUCAO
                   ( NOMEPGM, DATAHORAINILOG, DATAHORAFIMLOG,
                     QTDELIDLOG, QTDEAPLLOG, QTDEREJLOG, CODRETLOG )
                   VALUES ( :DB2E-NOMEPGM, :DB2E-DATAHORAINILOG,
                            NULL, 0, 0, 0, 0 )
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
       103-CONSULTA-DEPARTAMENTO.
           MOVE SPACES TO DB2-NOMEDEPTO-TEXT.
      *
           EXEC SQL
               SELECT NOMEDEPTO, CODESTAB
                   INTO :DB2-NOMEDEPTO, :DB2-CODESTAB
                   FROM EAD703.DEPARTAMENTOS
                   WHERE CODDEPTO = :WK-DEPTO-ACCEPT
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'DEPARTAMENTO ' WK-DEPTO-ACCEPT
                           ' NAO CADASTRADO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA CONSULTA DO DEPARTAMENTO'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       104-CALCULA-DATAS.
           EXEC SQL
               SET :WK-DIA-SEMANA = DAYOFWEEK(DATE(:WK-DATAINI-ACCEPT))
           END-EXEC.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'DATA DE INICIO ' WK-DATAINI-ACCEPT
                       ' INVALIDA. INFORME AAAA-MM-DD'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
      *    ULTIMO DIA DO GOZO, RETORNO AO TRABALHO, VESPERA DO INICIO
      *    (FIM DO PERIODO AQUISITIVO ENCERRADO PELAS COLETIVAS), FIM
      *    DO NOVO PERIODO AQUISITIVO E DATA LIMITE DE ADMISSAO PARA
      *    FERIAS INTEGRAIS (12 MESES ANTES DO INICIO)
      *
           COMPUTE WK-DIAS-ATE-FIM = WK-DIAS-ACCEPT - 1.
      *
           EXEC SQL
               SET :WK-DATA-FIM-GOZO =
                   CHAR(DATE(:WK-DATAINI-ACCEPT)
                        + :WK-DIAS-ATE-FIM DAYS, ISO)
           END-EXEC.
      *
           EXEC SQL
               SET :WK-DATA-RETORNO =
                   CHAR(DATE(:WK-DATAINI-ACCEPT)
                        + :WK-DIAS-ACCEPT DAYS, ISO)
           END-EXEC.
      *
           EXEC SQL
               SET :WK-DATA-VESPERA =
                   CHAR(DATE(:WK-DATAINI-ACCEPT) - 1 DAY, ISO)
           END-EXEC.
      *
           EXEC SQL
               SET :WK-DATA-FIM-NOVO =
                   CHAR(DATE(:WK-DATAINI-ACCEPT) + 1 YEAR, ISO)
           END-EXEC.
      *
           EXEC SQL
               SET :WK-DATA-LIMITE =
                   CHAR(DATE(:WK-DATAINI-ACCEPT) - 12 MONTHS, ISO)
           END-EXEC.
      *
           MOVE WK-DATA-VESPERA TO WK-VESPERA-DATA.
           MOVE WK-VESPERA-ANO  TO WK-ANO-VESPERA.
           MOVE WK-VESPERA-MES  TO WK-MES-VESPERA.
           MOVE WK-VESPERA-DIA  TO WK-DIA-VESPERA.
      *
       105-VALIDA-INICIO-GOZO.
      *
      *    AS FERIAS NAO PODEM COMECAR NOS DOIS DIAS QUE ANTECEDEM
      *    FERIADO OU O REPOUSO SEMANAL (DOMINGO): INICIO NA SEXTA
      *    OU NO SABADO, OU COM FERIADO NACIONAL OU DO
      *    ESTABELECIMENTO DO DEPARTAMENTO (COBFUN95) NOS DOIS DIAS
      *    SEGUINTES, E RECUSADO
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-FERIADO-CONT
                   FROM EAD703.FERIADOS H
                   WHERE H.DATAFER
                         BETWEEN DATE(:WK-DATAINI-ACCEPT) + 1 DAY
                             AND DATE(:WK-DATAINI-ACCEPT) + 2 DAYS
                     AND ( H.CODESTAB = '   '
                        OR H.CODESTAB = :DB2-CODESTAB )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DO CALENDARIO DE FERIADOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-DIA-SEMANA = 6 OR WK-DIA-SEMANA = 7
              OR WK-FERIADO-CONT > 0
               DISPLAY 'INICIO DAS FERIAS COLETIVAS EM '
                       WK-DATAINI-ACCEPT
                       ' ANTECEDE FERIADO OU REPOUSO SEMANAL'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       106-VERIFICA-PROCESSAMENTO.
      *
      *    AS FERIAS COLETIVAS DE UM DEPARTAMENTO SAO PROCESSADAS UMA
      *    UNICA VEZ POR DATA DE INICIO: O PROCESSAMENTO FICA MARCADO
      *    EM EAD703.FERIAS_COLETIVAS (107), NA MESMA UNIDADE DE
      *    TRABALHO DOS DEBITOS NOS PERIODOS AQUISITIVOS
      *
           MOVE WK-DEPTO-ACCEPT   TO DB2CL-CODDEPTO.
           MOVE WK-DATAINI-ACCEPT TO DB2CL-INIGOZOCOL.
      *
           EXEC SQL
               SELECT COUNT(*) INTO :WK-COLETIVA-CONT
                   FROM EAD703.FERIAS_COLETIVAS
                   WHERE CODDEPTO = :DB2CL-CODDEPTO
                     AND INIGOZOCOL = DATE(:DB2CL-INIGOZOCOL)
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DAS FERIAS COLETIVAS PROCESSADAS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           IF WK-COLETIVA-CONT > 0
               DISPLAY 'FERIAS COLETIVAS DO DEPARTAMENTO '
                       WK-DEPTO-ACCEPT ' COM INICIO EM '
                       WK-DATAINI-ACCEPT ' JA PROCESSADAS'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       107-GRAVA-COLETIVA.
      *
      *    A MARCA SO E CONFIRMADA PELO COMMIT FINAL (901), JUNTO COM
      *    OS DEBITOS; SE O PROGRAMA CANCELAR, AS DUAS SAO DESFEITAS.
      *    UMA SUBMISSAO SIMULTANEA DO MESMO DEPARTAMENTO E DATA
      *    ENCONTRA A CHAVE DUPLICADA E E RECUSADA
      *
           MOVE WK-DEPTO-ACCEPT   TO DB2CL-CODDEPTO.
           MOVE WK-DATAINI-ACCEPT TO DB2CL-INIGOZOCOL.
           MOVE WK-DIAS-ACCEPT    TO DB2CL-DIASCOL.
      *
           EXEC SQL
               INSERT INTO EAD703.FERIAS_COLETIVAS
                   ( CODDEPTO, INIGOZOCOL, DIASCOL, DATAHORACOL )
                   VALUES ( :DB2CL-CODDEPTO,
                            DATE(:DB2CL-INIGOZOCOL),
                            :DB2CL-DIASCOL,
                            CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN -803
                   DISPLAY 'FERIAS COLETIVAS DO DEPARTAMENTO '
                           WK-DEPTO-ACCEPT ' COM INICIO EM '
                           WK-DATAINI-ACCEPT ' EM PROCESSAMENTO'
                           ' POR OUTRA EXECUCAO'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NA GRAVACAO DAS FERIAS COLETIVAS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       200-PROCESSAR SECTION.
       201-PROCESSAR.
           ADD 1 TO WK-QTDE-LIDOS.
      *
           MOVE WK-DIAS-ACCEPT TO WK-DIAS-RESTANTES.
           MOVE 'N' TO WK-PERIODO-ATUAL-SW.
           MOVE DB2-CODFUN TO DB2V-CODFUN.
      *
           PERFORM 202-CONSULTA-AFASTAMENTO.
      *
           IF WK-AFAST-CONT > 0
               PERFORM 229-LIMPA-DETALHE
               MOVE 'AFASTADO' TO WK-LIN-OBS
               PERFORM 230-IMPRIME-AVISO
               ADD 1 TO WK-QTDE-AFASTADOS
           ELSE
               IF DB2-ADMISSFUN > WK-DATA-LIMITE
                   PERFORM 210-FERIAS-PROPORCIONAIS
               ELSE
                   PERFORM 220-FERIAS-INTEGRAIS
               END-IF
               PERFORM 231-IMPRIME-LICENCA
           END-IF.
      *
           PERFORM 301-LER-FUNCIONARIO.
      *
       202-CONSULTA-AFASTAMENTO.
           EXEC SQL
               SELECT COUNT(*) INTO :WK-AFAST-CONT
                   FROM EAD703.AFASTAMENTOS
                   WHERE CODFUN = :DB2-CODFUN
                     AND RETEFETAFAST IS NULL
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA CONSULTA DE AFASTAMENTOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       210-FERIAS-PROPORCIONAIS.
      *
      *    MENOS DE 12 MESES DE CASA: O PERIODO AQUISITIVO EM CURSO E
      *    ENCERRADO NA VESPERA DAS COLETIVAS COM DIREITO PROPORCIONAL
      *    AOS MESES TRABALHADOS (2,5 DIAS POR MES) E UM NOVO PERIODO
      *    COMECA NO PRIMEIRO DIA DAS COLETIVAS (CLT ART. 140)
      *
           MOVE 'P' TO WK-TIPO-FERIAS-SW.
      *
           PERFORM 212-DEBITA-PERIODOS.
      *
           IF NOT WK-PERIODO-ATUAL
               MOVE DB2-ADMISSFUN TO DB2V-INIPERAQUIS
               PERFORM 211-CALCULA-AVOS
               PERFORM 216-INSERE-PERIODO
           END-IF.
      *
           PERFORM 217-ABRE-NOVO-PERIODO.
      *
           ADD 1 TO WK-QTDE-PROPORC.
      *
       211-CALCULA-AVOS.
      *
      *    MESES TRABALHADOS DO INICIO DO PERIODO EM CURSO ATE A
      *    VESPERA DAS COLETIVAS; FRACAO DE 15 DIAS OU MAIS CONTA COMO
      *    MES (MESMA REGRA DA RESCISAO, COBFUN18)
      *
           MOVE DB2V-INIPERAQUIS TO WK-INIPER-DATA.
           MOVE WK-INIPER-ANO    TO WK-ANO-INIPER.
           MOVE WK-INIPER-MES    TO WK-MES-INIPER.
           MOVE WK-INIPER-DIA    TO WK-DIA-INIPER.
      *
           COMPUTE WK-MESES-FERIAS =
               ((WK-ANO-VESPERA - WK-ANO-INIPER) * 12) +
               WK-MES-VESPERA - WK-MES-INIPER.
      *
           IF WK-DIA-VESPERA >= WK-DIA-INIPER
              AND WK-DIA-VESPERA - WK-DIA-INIPER >= 14
               ADD 1 TO WK-MESES-FERIAS
           END-IF.
      *
           IF WK-DIA-VESPERA < WK-DIA-INIPER
              AND (30 - WK-DIA-INIPER + WK-DIA-VESPERA) < 14
               SUBTRACT 1 FROM WK-MESES-FERIAS
           END-IF.
      *
           IF WK-MESES-FERIAS < 0
               MOVE ZEROES TO WK-MESES-FERIAS
           END-IF.
      *
           IF WK-MESES-FERIAS > 12
               MOVE 12 TO WK-MESES-FERIAS
           END-IF.
      *
           COMPUTE WK-DIAS-PROPORC ROUNDED =
               WK-MESES-FERIAS * 30 / 12.
      *
       212-DEBITA-PERIODOS.
      *
      *    PERIODOS EM ABERTO INICIADOS ANTES DAS COLETIVAS, DO MAIS
      *    ANTIGO AO MAIS NOVO
      *
           MOVE 'N' TO WK-FIM-PERIODOS-SW.
      *
           EXEC SQL
               OPEN PERITEMP
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ABERTURA DO CURSOR DE PERIODOS'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 218-LER-PERIODO.
           PERFORM 213-DEBITA-PERIODO UNTIL WK-FIM-PERIODOS.
      *
           EXEC SQL
               CLOSE PERITEMP
           END-EXEC.
      *
       213-DEBITA-PERIODO.
      *
      *    PERIODO AINDA NAO ADQUIRIDO NO INICIO DAS COLETIVAS: SO E
      *    TOCADO NAS FERIAS PROPORCIONAIS, QUANDO E ENCERRADO NA
      *    VESPERA COM O DIREITO PROPORCIONAL
      *
           IF DB2V-FIMPERAQUIS > WK-DATAINI-ACCEPT
               IF WK-FERIAS-PROPORC
                   MOVE 'S'             TO WK-PERIODO-ATUAL-SW
                   PERFORM 211-CALCULA-AVOS
                   MOVE WK-DATA-VESPERA TO DB2V-FIMPERAQUIS
                   MOVE WK-DIAS-PROPORC TO DB2V-DIASDIREITO
                   PERFORM 214-ABATE-SALDO
                   PERFORM 215-ATUALIZA-PERIODO
               END-IF
           ELSE
               IF WK-DIAS-RESTANTES > 0
                   PERFORM 214-ABATE-SALDO
                   PERFORM 215-ATUALIZA-PERIODO
               END-IF
           END-IF.
      *
           PERFORM 218-LER-PERIODO.
      *
       214-ABATE-SALDO.
      *
      *    DEBITA DO PERIODO OS DIAS DAS COLETIVAS AINDA NAO
      *    DEBITADOS, ATE O LIMITE DO SALDO DO PERIODO
      *
           COMPUTE WK-SALDO-DIAS =
               DB2V-DIASDIREITO - DB2V-DIASGOZADOS.
      *
           IF WK-SALDO-DIAS < 0
               MOVE ZEROES TO WK-SALDO-DIAS
           END-IF.
      *
           IF WK-DIAS-RESTANTES > WK-SALDO-DIAS
               MOVE WK-SALDO-DIAS     TO WK-DIAS-USADOS
           ELSE
               MOVE WK-DIAS-RESTANTES TO WK-DIAS-USADOS
           END-IF.
      *
           COMPUTE WK-DIAS-RESTANTES =
               WK-DIAS-RESTANTES - WK-DIAS-USADOS.
           COMPUTE WK-SALDO-DIAS = WK-SALDO-DIAS - WK-DIAS-USADOS.
      *
           COMPUTE DB2V-DIASGOZADOS =
               DB2V-DIASGOZADOS + WK-DIAS-USADOS.
      *
           IF DB2V-DIASGOZADOS >= DB2V-DIASDIREITO
               MOVE 'F' TO DB2V-SITUACAOFER
           ELSE
               MOVE 'A' TO DB2V-SITUACAOFER
           END-IF.
      *
       215-ATUALIZA-PERIODO.
           EXEC SQL
               UPDATE EAD703.FERIAS_PERIODOS
                   SET FIMPERAQUIS = :DB2V-FIMPERAQUIS,
                       DIASDIREITO = :DB2V-DIASDIREITO,
                       DIASGOZADOS = :DB2V-DIASGOZADOS,
                       SITUACAOFER = :DB2V-SITUACAOFER,
                       DATAHORAFER = CURRENT TIMESTAMP
                   WHERE CODFUN = :DB2V-CODFUN
                     AND INIPERAQUIS = :DB2V-INIPERAQUIS
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA ATUALIZACAO DO PERIODO AQUISITIVO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 225-GRAVA-TRANSACAO.
           PERFORM 228-IMPRIME-PERIODO.
      *
       216-INSERE-PERIODO.
      *
      *    SEM O PERIODO EM CURSO NO CONTROLE DE FERIAS: INCLUI O
      *    PERIODO DA ADMISSAO ATE A VESPERA DAS COLETIVAS
      *
           MOVE WK-DATA-VESPERA TO DB2V-FIMPERAQUIS.
           MOVE WK-DIAS-PROPORC TO DB2V-DIASDIREITO.
           MOVE ZEROES          TO DB2V-DIASGOZADOS.
      *
           PERFORM 214-ABATE-SALDO.
      *
           EXEC SQL
               INSERT INTO EAD703.FERIAS_PERIODOS
                   ( CODFUN, INIPERAQUIS, FIMPERAQUIS,
                     DIASDIREITO, DIASGOZADOS, SITUACAOFER,
                     DATAHORAFER )
                   VALUES ( :DB2V-CODFUN, :DB2V-INIPERAQUIS,
                            :DB2V-FIMPERAQUIS,
                            :DB2V-DIASDIREITO,
                            :DB2V-DIASGOZADOS,
                            :DB2V-SITUACAOFER,
                            CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA INCLUSAO DO PERIODO AQUISITIVO'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
           PERFORM 225-GRAVA-TRANSACAO.
           PERFORM 228-IMPRIME-PERIODO.
      *
       217-ABRE-NOVO-PERIODO.
           MOVE WK-DATAINI-ACCEPT TO DB2V-INIPERAQUIS.
           MOVE WK-DATA-FIM-NOVO  TO DB2V-FIMPERAQUIS.
           MOVE 30                TO DB2V-DIASDIREITO.
           MOVE ZEROES            TO DB2V-DIASGOZADOS.
           MOVE 'A'               TO DB2V-SITUACAOFER.
      *
           EXEC SQL
               INSERT INTO EAD703.FERIAS_PERIODOS
                   ( CODFUN, INIPERAQUIS, FIMPERAQUIS,
                     DIASDIREITO, DIASGOZADOS, SITUACAOFER,
                     DATAHORAFER )
                   VALUES ( :DB2V-CODFUN, :DB2V-INIPERAQUIS,
                            :DB2V-FIMPERAQUIS,
                            :DB2V-DIASDIREITO,
                            :DB2V-DIASGOZADOS,
                            :DB2V-SITUACAOFER,
                            CURRENT TIMESTAMP )
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           IF SQLCODE NOT = 0
               DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                       ' NA INCLUSAO DO NOVO PERIODO AQUISITIVO'
                       ' DO FUNCIONARIO ' DB2V-CODFUN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
      *
       218-LER-PERIODO.
           EXEC SQL
               FETCH PERITEMP
                   INTO :DB2V-INIPERAQUIS, :DB2V-FIMPERAQUIS,
                        :DB2V-DIASDIREITO, :DB2V-DIASGOZADOS
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'S' TO WK-FIM-PERIODOS-SW
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR DE PERIODOS'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      *
       220-FERIAS-INTEGRAIS.
           MOVE 'I' TO WK-TIPO-FERIAS-SW.
      *
           PERFORM 212-DEBITA-PERIODOS.
      *
           ADD 1 TO WK-QTDE-INTEGRAIS.
      *
       225-GRAVA-TRANSACAO.
      *
      *    TRANSACAO DE PAGAMENTO PARA O COBFUN48, UMA POR PERIODO
      *    AQUISITIVO DEBITADO
      *
           IF WK-DIAS-USADOS > 0
               MOVE DB2V-CODFUN       TO REG-CODFUN-TRANFPG
               MOVE WK-DIAS-USADOS    TO REG-DIAS-TRANFPG
               MOVE WK-DATAINI-ACCEPT TO REG-DATAINI-TRANFPG
               MOVE DB2V-INIPERAQUIS  TO REG-INIPER-TRANFPG
      *
               WRITE REG-TRANFPG
      *
               ADD 1 TO WK-QTDE-PAGAMENTOS
           END-IF.
      *
       228-IMPRIME-PERIODO.
           PERFORM 229-LIMPA-DETALHE.
      *
           MOVE DB2V-INIPERAQUIS  TO WK-LIN-INIPER.
           MOVE ' A '             TO WK-LIN-SEPARA-PER.
           MOVE DB2V-FIMPERAQUIS  TO WK-LIN-FIMPER.
           MOVE WK-DIAS-USADOS    TO WK-LIN-USADOS.
           MOVE WK-SALDO-DIAS     TO WK-LIN-SALDO.
      *
           IF WK-FERIAS-PROPORC
              AND DB2V-FIMPERAQUIS = WK-DATA-VESPERA
               MOVE 'PROPORCIONAL' TO WK-LIN-OBS
           ELSE
               MOVE 'INTEGRAL'     TO WK-LIN-OBS
           END-IF.
      *
           PERFORM 230-IMPRIME-AVISO.
      *
       229-LIMPA-DETALHE.
           MOVE SPACES TO WK-LIN-INIPER
                          WK-LIN-SEPARA-PER
                          WK-LIN-FIMPER
                          WK-LIN-OBS.
           MOVE ZEROES TO WK-LIN-USADOS
                          WK-LIN-LICENCA
                          WK-LIN-SALDO.
      *
       230-IMPRIME-AVISO.
           MOVE DB2-CODFUN         TO WK-LIN-CODFUN.
           MOVE DB2-NOMEFUN-TEXT   TO WK-LIN-NOMEFUN.
      *
           WRITE REG-AVISO    FROM WK-LIN-DETALHE.
      *
       231-IMPRIME-LICENCA.
      *
      *    DIAS DAS COLETIVAS SEM SALDO EM NENHUM PERIODO AQUISITIVO
      *    SAO LICENCA REMUNERADA
      *
           MOVE WK-DIAS-RESTANTES TO WK-DIAS-LICENCA.
      *
           IF WK-DIAS-LICENCA > 0
               PERFORM 229-LIMPA-DETALHE
               MOVE WK-DIAS-LICENCA  TO WK-LIN-LICENCA
               MOVE 'LICENCA REM.'   TO WK-LIN-OBS
               PERFORM 230-IMPRIME-AVISO
               ADD 1 TO WK-QTDE-LICENCAS
           END-IF.
      ******************************************************************
       300-LER SECTION.
       301-LER-FUNCIONARIO.
           MOVE SPACES TO DB2-NOMEFUN-TEXT.
      *
           EXEC SQL
               FETCH COLETEMP
                   INTO :DB2-CODFUN,
                        :DB2-NOMEFUN,
                        :DB2-ADMISSFUN
           END-EXEC.
      *
           MOVE SQLCODE TO WK-SQLCODE-EDIT.
      *
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE 'S' TO WK-FIM-CURSOR-SW
               WHEN OTHER
                   DISPLAY 'ERRO ' WK-SQLCODE-EDIT
                           ' NO FETCH DO CURSOR'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.
      ******************************************************************
       900-FINALIZAR SECTION.
       901-FINALIZAR.
           IF WK-QTDE-LIDOS = 0
               DISPLAY 'NENHUM FUNCIONARIO ATIVO NO DEPARTAMENTO'
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
           WRITE REG-AVISO    FROM WK-LIN-SEPARADOR.
           MOVE 'FUNCIONARIOS DO DEPARTAMENTO..........:'
                                    TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-LIDOS       TO WK-LIN-TOT-QTDE.
           WRITE REG-AVISO    FROM WK-LIN-TOTAL.
           MOVE 'FERIAS INTEGRAIS......................:'
                                    TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-INTEGRAIS   TO WK-LIN-TOT-QTDE.
           WRITE REG-AVISO    FROM WK-LIN-TOTAL.
           MOVE 'FERIAS PROPORCIONAIS (NOVO PERIODO)...:'
                                    TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-PROPORC     TO WK-LIN-TOT-QTDE.
           WRITE REG-AVISO    FROM WK-LIN-TOTAL.
           MOVE 'AFASTADOS (NAO INCLUIDOS).............:'
                                    TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-AFASTADOS   TO WK-LIN-TOT-QTDE.
           WRITE REG-AVISO    FROM WK-LIN-TOTAL.
           MOVE 'COM LICENCA REMUNERADA................:'
                                    TO WK-LIN-TOT-ROTULO.
           MOVE WK-QTDE-LICENCAS    TO WK-LIN-TOT-QTDE.
           WRITE REG-AVISO    FROM WK-LIN-TOTAL.
      *
           CLOSE ARQ-AVISO
                 ARQ-TRANFPG.
      *
           EXEC SQL
               CLOSE COLETEMP
           END-EXEC.
      *
           PERFORM 902-GRAVA-LOG-FIM.
      *
           EXEC SQL
               COMMIT
           END-EXEC.
      *
           DISPLAY '**********************************************'.
           MOVE WK-QTDE-LIDOS      TO WK-QTDE-EDIT.
           DISPLAY 'FUNCIONARIOS LIDOS..........: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-INTEGRAIS  TO WK-QTDE-EDIT.
           DISPLAY 'FERIAS INTEGRAIS............: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-PROPORC    TO WK-QTDE-EDIT.
           DISPLAY 'FERIAS PROPORCIONAIS........: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-AFASTADOS  TO WK-QTDE-EDIT.
           DISPLAY 'AFASTADOS...................: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-LICENCAS   TO WK-QTDE-EDIT.
           DISPLAY 'COM LICENCA REMUNERADA......: ' WK-QTDE-EDIT.
           MOVE WK-QTDE-PAGAMENTOS TO WK-QTDE-EDIT.
           DISPLAY 'TRANSACOES DE PAGAMENTO.....: ' WK-QTDE-EDIT.
           DISPLAY '**********************************************'.
      *
       902-GRAVA-LOG-FIM.
           MOVE WK-QTDE-LIDOS TO DB2E-QTDELIDLOG.
      *
           COMPUTE DB2E-QTDEAPLLOG =
               WK-QTDE-INTEGRAIS + WK-QTDE-PROPORC.
      *
           MOVE WK-QTDE-AFASTADOS TO DB2E-QTDEREJLOG.
      *
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
       END PROGRAM COBFN102.
