       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAGPAG.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * AGING DO CONTAS A PAGAR - VARRE AS PARCELAS EM  *
      * ABERTO DE DUPPAG.DAT E TOTALIZA POR FORNECEDOR  *
      * NAS MESMAS FAIXAS DO AGING DO CONTAS A RECEBER  *
      * (CEP071/RELAGING): A VENCER, VENCIDO 1-30,      *
      * 31-60 E MAIS DE 60 DIAS (CONTAGEM COMERCIAL DE  *
      * 360 DIAS, MES DE 30), COM TOTAL GERAL NO FIM    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DUPPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-PAG.
       SELECT SORTWK ASSIGN TO DISK.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * ARQUIVO : DUPPAG     - CONTAS A PAGAR: PARCELAS DA NOTA DO    *
      *                        FORNECEDOR (CEP082/RECEBE)             *
      *****************************************************************
       FD DUPPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPPAG.DAT".
       01 REGPAG.
                03 PAG-CHAVE.
                   05 PAG-FORNECEDOR PIC 9(04).
                   05 PAG-DOCTO      PIC X(10).
                   05 PAG-PARCELA    PIC 9(02).
                03 PAG-NOME-FORN   PIC X(30).
                03 PAG-PEDCOMP     PIC 9(06).
                03 PAG-EMISSAO     PIC 9(08).
                03 PAG-VENCIMENTO  PIC 9(08).
                03 PAG-VALOR       PIC 9(08)V99.
                03 PAG-PAGO        PIC 9(08)V99.
                03 PAG-DATA-PAGTO  PIC 9(08).
                03 PAG-SITUACAO    PIC X(01).
      *
       SD SORTWK.
       01 SORT-REC.
           03 S-FORNECEDOR     PIC 9(04).
           03 S-NOME-FORN      PIC X(30).
           03 S-VENCIMENTO     PIC 9(08).
           03 S-SALDO          PIC 9(08)V99.
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "RELAGPAG.LST".
       01 LINHA-REL            PIC X(100).
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
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-TOTAL      PIC 9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-PRIMEIRO   PIC X(01) VALUE "S".
       77 W-FOR-ANT    PIC 9(04) VALUE ZEROS.
       77 W-NOME-ANT   PIC X(30) VALUE SPACES.
       77 W-DIAS       PIC S9(06) VALUE ZEROS.
       77 W-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VENC  PIC 9(07) VALUE ZEROS.
      *              *** FAIXAS POR FORNECEDOR ***
       77 W-FX-AVENCER PIC 9(10)V99 VALUE ZEROS.
       77 W-FX-30      PIC 9(10)V99 VALUE ZEROS.
       77 W-FX-60      PIC 9(10)V99 VALUE ZEROS.
       77 W-FX-MAIS    PIC 9(10)V99 VALUE ZEROS.
      *              *** FAIXAS GERAIS ***
       77 W-TG-AVENCER PIC 9(12)V99 VALUE ZEROS.
       77 W-TG-30      PIC 9(12)V99 VALUE ZEROS.
       77 W-TG-60      PIC 9(12)V99 VALUE ZEROS.
       77 W-TG-MAIS    PIC 9(12)V99 VALUE ZEROS.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-DEC.
          03 W-DT-ANO  PIC 9(04).
          03 W-DT-MES  PIC 9(02).
          03 W-DT-DIA  PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-DEC PIC 9(08).
      *              *** CONTADORES DO FIM DO SERVICO, PUBLICADOS ***
      *              *** P/ O JORNAL DO DIRETOR NOTURNO (CEP053)  ***
      *              *** VIA ITEM EXTERNAL DA RUN-UNIT            ***
       01 W-CONTADORES-JOB EXTERNAL.
          03 W-JOB-LIDOS     PIC 9(07).
          03 W-JOB-GRAVADOS  PIC 9(07).
          03 W-JOB-NOTURNO   PIC X(01).
       01 CAB1          PIC X(60)
             VALUE "AGING DO CONTAS A PAGAR (PARCELAS EM ABERTO)".
       01 DET-TITULO.
           03 FILLER      PIC X(08) VALUE " CODIGO ".
           03 FILLER      PIC X(25) VALUE "FORNECEDOR".
           03 FILLER      PIC X(14) VALUE "      A VENCER".
           03 FILLER      PIC X(14) VALUE "      VENC1-30".
           03 FILLER      PIC X(14) VALUE "     VENC31-60".
           03 FILLER      PIC X(14) VALUE "      VENC 60+".
       01 DET.
           03 FILLER      PIC X(03) VALUE SPACES.
           03 DET-COD     PIC 9(04).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-NOME    PIC X(25).
           03 DET-AVENCER PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-FX30    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-FX60    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-FXMAIS  PIC ZZ.ZZZ.ZZ9,99.
       01 TOT-GERAL-LIN.
           03 FILLER      PIC X(33)
                 VALUE "TOTAL GERAL......................".
           03 TOTG-AVENC  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 TOTG-FX30   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 TOTG-FX60   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 TOTG-FXMAIS PIC ZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO W-DATA-NUM
           COMPUTE W-DIAS-HOJE = (W-DT-ANO * 360) + (W-DT-MES * 30)
                               + W-DT-DIA
           SORT SORTWK ON ASCENDING KEY S-FORNECEDOR S-NOME-FORN
                                        S-VENCIMENTO
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
                    OUTPUT PROCEDURE IS GRAVA-RELATORIO THRU GRAVA-FIM.
           MOVE W-LIDOS TO W-JOB-LIDOS
           MOVE W-TOTAL TO W-JOB-GRAVADOS
           DISPLAY "*** AGING GERADO: RELAGPAG.LST ***".
           DISPLAY "*** PARCELAS EM ABERTO: " W-TOTAL.
           GOBACK.
      *
      ***********************************************
      * CARREGA O SORT COM AS PARCELAS EM ABERTO -   *
      * O SALDO E O VALOR MENOS O JA PAGO            *
      ***********************************************
       CARREGA-SORT.
           OPEN INPUT DUPPAG
           IF ST-PAG NOT = "00"
              DISPLAY "*** NAO HA CONTAS A PAGAR (DUPPAG.DAT) ***"
              GO TO CARREGA-SORT-FIM.
       CARREGA-SORT-LER.
           READ DUPPAG NEXT RECORD
           IF ST-PAG NOT = "00"
              GO TO CARREGA-SORT-FECHA.
           ADD 1 TO W-LIDOS
           IF PAG-SITUACAO NOT = "A"
              GO TO CARREGA-SORT-LER.
           MOVE PAG-FORNECEDOR TO S-FORNECEDOR
           MOVE PAG-NOME-FORN  TO S-NOME-FORN
           MOVE PAG-VENCIMENTO TO S-VENCIMENTO
           COMPUTE S-SALDO = PAG-VALOR - PAG-PAGO
           RELEASE SORT-REC
           GO TO CARREGA-SORT-LER.
       CARREGA-SORT-FECHA.
           CLOSE DUPPAG.
       CARREGA-SORT-FIM.
           EXIT.
      *
       GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELAGPAG.LST"
              GO TO GRAVA-FIM.
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL.
       LER-SORT.
           RETURN SORTWK AT END GO TO ENCERRA-TOTAIS.
           IF W-PRIMEIRO = "S"
              MOVE S-FORNECEDOR TO W-FOR-ANT
              MOVE S-NOME-FORN  TO W-NOME-ANT
              MOVE "N" TO W-PRIMEIRO
           ELSE
              IF S-FORNECEDOR NOT = W-FOR-ANT
                 OR S-NOME-FORN NOT = W-NOME-ANT
                 PERFORM TOTALIZA-FOR THRU TOTALIZA-FOR-FIM
                 MOVE S-FORNECEDOR TO W-FOR-ANT
                 MOVE S-NOME-FORN  TO W-NOME-ANT.
           ADD 1 TO W-TOTAL
           MOVE S-VENCIMENTO TO W-DATA-NUM
           COMPUTE W-DIAS-VENC = (W-DT-ANO * 360) + (W-DT-MES * 30)
                               + W-DT-DIA
           COMPUTE W-DIAS = W-DIAS-HOJE - W-DIAS-VENC
           IF W-DIAS NOT > ZEROS
              ADD S-SALDO TO W-FX-AVENCER
           ELSE
              IF W-DIAS NOT > 30
                 ADD S-SALDO TO W-FX-30
              ELSE
                 IF W-DIAS NOT > 60
                    ADD S-SALDO TO W-FX-60
                 ELSE
                    ADD S-SALDO TO W-FX-MAIS.
           GO TO LER-SORT.
      *
       ENCERRA-TOTAIS.
           IF W-PRIMEIRO = "N"
              PERFORM TOTALIZA-FOR THRU TOTALIZA-FOR-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TG-AVENCER TO TOTG-AVENC
           MOVE W-TG-30      TO TOTG-FX30
           MOVE W-TG-60      TO TOTG-FX60
           MOVE W-TG-MAIS    TO TOTG-FXMAIS
           MOVE TOT-GERAL-LIN TO LINHA-REL
           WRITE LINHA-REL.
           GO TO GRAVA-FIM.
      *
      ***********************************************
      * QUEBRA DE FORNECEDOR: IMPRIME A LINHA COM   *
      * AS QUATRO FAIXAS E ACUMULA NO TOTAL GERAL    *
      ***********************************************
       TOTALIZA-FOR.
           MOVE SPACES       TO DET
           MOVE W-FOR-ANT    TO DET-COD
           MOVE W-NOME-ANT   TO DET-NOME
           MOVE W-FX-AVENCER TO DET-AVENCER
           MOVE W-FX-30      TO DET-FX30
           MOVE W-FX-60      TO DET-FX60
           MOVE W-FX-MAIS    TO DET-FXMAIS
           MOVE DET          TO LINHA-REL
           WRITE LINHA-REL
           ADD W-FX-AVENCER TO W-TG-AVENCER
           ADD W-FX-30      TO W-TG-30
           ADD W-FX-60      TO W-TG-60
           ADD W-FX-MAIS    TO W-TG-MAIS
           MOVE ZEROS TO W-FX-AVENCER W-FX-30 W-FX-60 W-FX-MAIS.
       TOTALIZA-FOR-FIM.
           EXIT.
      *
       GRAVA-FIM.
           CLOSE RELATORIO.
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
