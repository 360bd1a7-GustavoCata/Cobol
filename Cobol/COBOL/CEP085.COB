      * PRODUTO QUE NAO FECHA SAI APONTADO EM           *
      * FECHMES.LST. O MODO 2 EMITE A VALORIZACAO "NA   *
      * DATA" DE QUALQUER MES JA FECHADO (RELVALM.LST), *
      * SEM REPROCESSAR O DIARIO INTEIRO. O FECHAMENTO  *
      * TRAVA O MES EM PERIODO.DAT PARA OS MODULOS DE   *
      * ESTOQUE, VENDAS, FATURAMENTO E FINANCEIRO - OS  *
      * PROGRAMAS DE LANCAMENTO RECUSAM DATA EM MES     *
      * FECHADO (VERPER/CEP137). OS MESES SAO FECHADOS  *
      * EM ORDEM; MES REABERTO PELO SUPERVISOR (REABPER/*
      * CEP138) PRECISA SER FECHADO DE NOVO AQUI        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
       SELECT PERIODO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-MODULO
                    FILE STATUS  IS ST-PER.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : PERIODO    - PERIODO FECHADO POR MODULO: O ULTIMO   *
      *                        ANO-MES FECHADO PELO FECHMES E O MES   *
      *                        REABERTO (REABPER) AGUARDANDO NOVO     *
      *                        FECHAMENTO                             *
      *****************************************************************
       FD PERIODO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.DAT".
       01 REGPER.
                03 PER-MODULO      PIC X(03).
                03 PER-FECHADO     PIC 9(06).
                03 PER-DATA-FECH   PIC 9(08).
                03 PER-OPER-FECH   PIC X(10).
                03 PER-REABERTO    PIC 9(06).
                03 PER-DATA-REAB   PIC 9(08).
                03 PER-OPER-REAB   PIC X(10).
      *
      *****************************************************************
      * ARQUIVO : PARAMS     - PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      *                        - UM REGISTRO DE POSICOES FIXAS;      *
      *                        CAMPO ZERADO = USA O PADRAO LOCAL     *
      *****************************************************************
       FD PARAMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAMS.DAT".
       01 REG-PAR.
                03 PA-EMPRESA       PIC X(20).
                03 PA-INTERVALO-CKP PIC 9(05).
                03 PA-RET-CEP       PIC 9(02).
                03 PA-RET-PROD      PIC 9(02).
                03 PA-TEMPO-MENS    PIC 9(05).
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 ST-PER       PIC X(02) VALUE "00".
       77 ST-PAR       PIC X(02) VALUE "00".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-PER-OK     PIC X(01) VALUE "S".
       77 W-IND        PIC 9(01) VALUE ZEROS.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
      *              *** MODULOS TRAVADOS PELO FECHAMENTO ***
       01 W-TAB-MOD-X  PIC X(12) VALUE "ESTVENFATFIN".
       01 W-TAB-MOD REDEFINES W-TAB-MOD-X.
          03 W-MODULO  PIC X(03) OCCURS 4 TIMES.
       01 W-PROX-DEC.
          03 W-PX-ANO  PIC 9(04).
          03 W-PX-MES  PIC 9(02).
       01 W-ANOMES-PROX REDEFINES W-PROX-DEC PIC 9(06).
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-MODO       PIC 9(01) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
          03 W-AT-MES  PIC 9(02).
       01 W-ANOMES-ANT REDEFINES W-ANT-DEC PIC 9(06).
       77 W-MOV-ANOMES PIC 9(06) VALUE ZEROS.
       77 W-ANOMES-HOJE PIC 9(06) VALUE ZEROS.
       01 CAB1.
           03 FILLER      PIC X(42)
                 VALUE "FECHAMENTO MENSAL DO ESTOQUE - ANO-MES: ".
       INICIO.
           DISPLAY "*** FECHAMENTO MENSAL DO ESTOQUE ***".
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           OPEN I-O PERIODO
           IF ST-PER NOT = "00"
              OPEN OUTPUT PERIODO
              CLOSE PERIODO
              OPEN I-O PERIODO.
           IF ST-PER NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO PERIODO.DAT"
              GOBACK.
           OPEN I-O SALDOMES
           IF ST-SM NOT = "00"
              IF ST-SM = "30"
                 OPEN I-O SALDOMES
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO SALDOMES.DAT"
                 CLOSE PERIODO
                 GOBACK.
       MODO-001.
           DISPLAY "1=FECHAR MES  2=VALORIZACAO DE MES FECHADO  0=SAIR".
           ACCEPT W-MODO.
           IF W-MODO = 0
              CLOSE SALDOMES PERIODO
              GOBACK.
           IF W-MODO = 1
              GO TO FECHA-INICIO.
           ACCEPT W-ANOMES.
           IF W-ANOMES = ZEROS
              GO TO MODO-001.
           IF W-AM-MES < 01 OR W-AM-MES > 12
              DISPLAY "*** MES INVALIDO ***"
              GO TO FECHA-INICIO.
      *              SO MES JA ENCERRADO - O PERIODO FECHADO (VERPER)
      *              TRANCARIA OS LANCAMENTOS DE HOJE EM DIANTE
           COMPUTE W-ANOMES-HOJE = W-HOJE / 100
           IF W-ANOMES NOT < W-ANOMES-HOJE
              DISPLAY "*** SO FECHA MES ANTERIOR AO CORRENTE ("
                      W-ANOMES-HOJE ") ***"
              GO TO FECHA-INICIO.
           DISPLAY "FECHA O MES " W-ANOMES " - CONFIRMA (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** FECHAMENTO CANCELADO PELO OPERADOR ***"
              GO TO MODO-001.
           PERFORM CONFERE-PERIODO THRU CONFERE-PERIODO-FIM
           IF W-PER-OK NOT = "S"
              DISPLAY "*** FECHAMENTO RECUSADO - MES FORA DE ORDEM ***"
              GO TO MODO-001.
      *              MES ANTERIOR, COM VIRADA DE ANO
           MOVE W-ANOMES TO W-ANOMES-ANT
           IF W-AT-MES = 01
           MOVE TOT1 TO LINHA-REL
           WRITE LINHA-REL
           CLOSE PRODUTO RELATORIO.
           PERFORM GRAVA-PERIODO THRU GRAVA-PERIODO-FIM.
           DISPLAY "*** FOTOS GRAVADAS...........: " W-GRAVADOS.
           DISPLAY "*** SEM FOTO DO MES ANTERIOR.: " W-SEM-ANT.
           DISPLAY "*** NAO RECONCILIADOS........: " W-DIVERGE.
           DISPLAY "*** RELATORIO: FECHMES.LST ***".
           DISPLAY "*** MES " W-ANOMES " FECHADO PARA LANCAMENTOS ***".
           GO TO MODO-001.
      *
      ***********************************************
      * O MES A FECHAR NAO PODE PULAR O SEGUINTE AO  *
      * ULTIMO FECHADO DE NENHUM MODULO - E ISSO QUE *
      * OBRIGA O MES REABERTO A SER FECHADO DE NOVO  *
      * ANTES DOS POSTERIORES. REFECHAR MES JA       *
      * FECHADO CONTINUA PERMITIDO                   *
      ***********************************************
       CONFERE-PERIODO.
           MOVE "S" TO W-PER-OK
           MOVE 1 TO W-IND.
       CONFERE-PERIODO-LOOP.
           IF W-IND > 4
              GO TO CONFERE-PERIODO-FIM.
           MOVE W-MODULO (W-IND) TO PER-MODULO
           READ PERIODO
           IF ST-PER = "00" AND PER-FECHADO NOT = ZEROS
              MOVE PER-FECHADO TO W-ANOMES-PROX
              IF W-PX-MES = 12
                 MOVE 01 TO W-PX-MES
                 ADD 1 TO W-PX-ANO
              ELSE
                 ADD 1 TO W-PX-MES.
           IF ST-PER = "00" AND PER-FECHADO NOT = ZEROS
                            AND W-ANOMES > W-ANOMES-PROX
              MOVE "N" TO W-PER-OK
              DISPLAY "MODULO " W-MODULO (W-IND)
                      ": FECHE ANTES O MES " W-ANOMES-PROX.
           ADD 1 TO W-IND
           GO TO CONFERE-PERIODO-LOOP.
       CONFERE-PERIODO-FIM.
           EXIT.
      *
      ***********************************************
      * TRAVA O MES FECHADO NOS QUATRO MODULOS E     *
      * BAIXA A PENDENCIA DO MES REABERTO            *
      ***********************************************
       GRAVA-PERIODO.
           MOVE 1 TO W-IND.
       GRAVA-PERIODO-LOOP.
           IF W-IND > 4
              GO TO GRAVA-PERIODO-FIM.
           MOVE W-MODULO (W-IND) TO PER-MODULO
           READ PERIODO
           IF ST-PER NOT = "00"
              MOVE W-MODULO (W-IND) TO PER-MODULO
              MOVE ZEROS  TO PER-FECHADO PER-REABERTO PER-DATA-REAB
              MOVE SPACES TO PER-OPER-REAB
              MOVE W-ANOMES   TO PER-FECHADO
              MOVE W-HOJE     TO PER-DATA-FECH
              MOVE W-OPERADOR TO PER-OPER-FECH
              WRITE REGPER
              GO TO GRAVA-PERIODO-CONFERE.
           IF PER-FECHADO < W-ANOMES
              MOVE W-ANOMES TO PER-FECHADO.
           IF PER-REABERTO NOT = ZEROS AND PER-REABERTO NOT > W-ANOMES
              MOVE ZEROS TO PER-REABERTO.
           MOVE W-HOJE     TO PER-DATA-FECH
           MOVE W-OPERADOR TO PER-OPER-FECH
           REWRITE REGPER.
       GRAVA-PERIODO-CONFERE.
           IF ST-PER NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PERIODO " W-MODULO (W-IND)
                      " - ST " ST-PER.
           ADD 1 TO W-IND
           GO TO GRAVA-PERIODO-LOOP.
       GRAVA-PERIODO-FIM.
           EXIT.
      *
      ***********************************************
      * SOMA A VARIACAO DE SALDO DAS LINHAS DO MES   *
      * NO DIARIO (DEPOIS - ANTES COBRE E, S E A DE  *
      * UMA VEZ; TRANSFERENCIA NAO MUDA O TOTAL)     *
           CLOSE CADOPER.
       VALIDA-OPERADOR-FIM.
           EXIT.
      *
      ***********************************************
      * DATA DE HOJE, MESMO CALCULO DE SECULO USADO  *
      * EM GRAVA-AUDIT (CEP001/CEP002)               *
      ***********************************************
       CALCULA-HOJE.
           ACCEPT DATA-ATU FROM DATE
           IF ANO-ATU < W-PIVO
              COMPUTE W-HOJE = ((W-SECULO * 100) + ANO-ATU) * 10000
                               + (MES-ATU * 100) + DIA-ATU
           ELSE
              COMPUTE W-HOJE = (((W-SECULO - 1) * 100) + ANO-ATU)
                               * 10000 + (MES-ATU * 100) + DIA-ATU.
       CALCULA-HOJE-FIM.
           EXIT.
      *
      ***********************************************
      * LE OS PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      * NA PARTIDA; SEM ARQUIVO OU CAMPO ZERADO,    *
      * VALEM OS PADROES LOCAIS                     *
      ***********************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF ST-PAR NOT = "00"
              GO TO LE-PARAMETROS-FIM.
           READ PARAMS
               AT END
                   GO TO LE-PARAMETROS-FECHA.
           IF PA-SECULO NOT = ZEROS
              MOVE PA-SECULO TO W-SECULO.
           IF PA-PIVO NOT = ZEROS
              MOVE PA-PIVO TO W-PIVO.
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
