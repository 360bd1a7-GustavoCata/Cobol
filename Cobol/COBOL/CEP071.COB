      * DE 60 DIAS (CONTAGEM COMERCIAL DE 360 DIAS,     *
      * MES DE 30), COM TOTAL GERAL NO FIM - A COBRANCA *
      * DEIXA DE SER PLANILHA MANTIDA DOS PEDIDOS       *
      * IMPRESSOS. PARCELA VENCIDA EM SABADO, DOMINGO   *
      * OU FERIADO (FERIADO.DAT) SO ENTRA NAS FAIXAS DE *
      * ATRASO DEPOIS DO PRIMEIRO DIA UTIL SEGUINTE     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 DUP-DATA-PAGTO  PIC 9(08).
                03 DUP-SITUACAO    PIC X(01).
                03 DUP-REMESSA     PIC X(01).
                03 DUP-MULTA       PIC 9(08)V99.
                03 DUP-JUROS       PIC 9(08)V99.
                03 DUP-RENEG       PIC 9(06).
                03 DUP-MOTIVO      PIC X(30).
      *              FILIAL DONA DO TITULO - ZERO (ANTES DO CONVFIL)
      *              VALE 01
                03 DUP-FILIAL      PIC 9(02).
      *
       SD SORTWK.
       01 SORT-REC.
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : FERIADO    - CALENDARIO DE FERIADOS (CLAFER/CEP109) *
      *                        - ANO 0000 = FERIADO FIXO, TODO ANO    *
      *****************************************************************
       FD FERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 REGFER.
                03 FER-DATA.
                   05 FER-ANO      PIC 9(04).
                   05 FER-MES      PIC 9(02).
                   05 FER-DIA      PIC 9(02).
                03 FER-DESCRICAO   PIC X(30).
                03 FER-ABRANGE     PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-TOTAL      PIC 9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
      *              *** FILIAL DO RELATORIO (ZERO = CONSOLIDADO) ***
       77 W-FIL-REL    PIC 9(02) VALUE ZEROS.
       77 W-FIL-DUP    PIC 9(02) VALUE ZEROS.
       77 W-PRIMEIRO   PIC X(01) VALUE "S".
       77 W-CLI-ANT    PIC 9(06) VALUE ZEROS.
       77 W-NOME-ANT   PIC X(30) VALUE SPACES.
          03 W-DT-MES  PIC 9(02).
          03 W-DT-DIA  PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-DEC PIC 9(08).
      *              *** CALENDARIO DE DIAS UTEIS (FERIADO.DAT) ***
       77 ST-FER       PIC X(02) VALUE "00".
       77 W-FER-ABERTO PIC X(01) VALUE "N".
       77 W-EH-UTIL    PIC X(01) VALUE "S".
       77 W-DIA-SEMANA PIC 9(01) VALUE ZEROS.
       77 W-ULT-UTIL   PIC 9(02) VALUE ZEROS.
       77 W-ZL-ANO     PIC 9(04) VALUE ZEROS.
       77 W-ZL-MES     PIC 9(02) VALUE ZEROS.
       77 W-ZL-SEC     PIC 9(02) VALUE ZEROS.
       77 W-ZL-AA      PIC 9(02) VALUE ZEROS.
       77 W-ZL-T1      PIC 9(03) VALUE ZEROS.
       77 W-ZL-T2      PIC 9(02) VALUE ZEROS.
       77 W-ZL-T3      PIC 9(02) VALUE ZEROS.
       77 W-ZL-SOMA    PIC 9(04) VALUE ZEROS.
       77 W-ZL-QUOC    PIC 9(04) VALUE ZEROS.
       77 W-ZL-RESTO   PIC 9(01) VALUE ZEROS.
       01 W-DATA-UTIL.
          03 W-UTIL-ANO PIC 9(04).
          03 W-UTIL-MES PIC 9(02).
          03 W-UTIL-DIA PIC 9(02).
       01 W-DATA-UTIL-NUM REDEFINES W-DATA-UTIL PIC 9(08).
       01 W-TAB-MESES-X    PIC X(24)
                           VALUE "312831303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
          03 W-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
      *              *** CONTADORES DO FIM DO SERVICO, PUBLICADOS ***
      *              *** P/ O JORNAL DO DIRETOR NOTURNO (CEP053)  ***
      *              *** VIA ITEM EXTERNAL DA RUN-UNIT            ***
       01 W-CONTADORES-JOB EXTERNAL.
          03 W-JOB-LIDOS     PIC 9(07).
          03 W-JOB-GRAVADOS  PIC 9(07).
          03 W-JOB-NOTURNO   PIC X(01).
       01 CAB1.
           03 FILLER      PIC X(50)
             VALUE "AGING DO CONTAS A RECEBER (DUPLICATAS EM ABERTO)".
           03 FILLER      PIC X(08) VALUE "FILIAL: ".
           03 CAB1-FIL    PIC X(05).
       01 DET-TITULO.
           03 FILLER      PIC X(08) VALUE " CODIGO ".
           03 FILLER      PIC X(25) VALUE "CLIENTE".
           MOVE W-HOJE TO W-DATA-NUM
           COMPUTE W-DIAS-HOJE = (W-DT-ANO * 360) + (W-DT-MES * 30)
                               + W-DT-DIA
           OPEN INPUT FERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-ABERTO.
      *              NA RODADA NOTURNA NAO HA OPERADOR - SAI O
      *              CONSOLIDADO DE TODAS AS FILIAIS
           MOVE ZEROS TO W-FIL-REL
           IF W-JOB-NOTURNO NOT = "S"
              DISPLAY "FILIAL (0 = TODAS) : "
              ACCEPT W-FIL-REL.
           SORT SORTWK ON ASCENDING KEY S-CODCLI S-CLIENTE
                                        S-VENCIMENTO
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
                    OUTPUT PROCEDURE IS GRAVA-RELATORIO THRU GRAVA-FIM.
           IF W-FER-ABERTO = "S"
              CLOSE FERIADO.
           MOVE W-LIDOS TO W-JOB-LIDOS
           MOVE W-TOTAL TO W-JOB-GRAVADOS
           DISPLAY "*** AGING GERADO: RELAGING.LST ***".
           DISPLAY "*** PARCELAS EM ABERTO: " W-TOTAL.
           GOBACK.
           READ DUPREC NEXT RECORD
           IF ST-DUP NOT = "00"
              GO TO CARREGA-SORT-FECHA.
           ADD 1 TO W-LIDOS
           IF DUP-SITUACAO NOT = "A"
              GO TO CARREGA-SORT-LER.
           MOVE DUP-FILIAL TO W-FIL-DUP
           IF W-FIL-DUP = ZEROS
              MOVE 01 TO W-FIL-DUP.
           IF W-FIL-REL NOT = ZEROS AND W-FIL-DUP NOT = W-FIL-REL
              GO TO CARREGA-SORT-LER.
           MOVE DUP-CODCLI     TO S-CODCLI
           MOVE DUP-CLIENTE    TO S-CLIENTE
           MOVE DUP-VENCIMENTO TO S-VENCIMENTO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELAGING.LST"
              GO TO GRAVA-FIM.
           IF W-FIL-REL = ZEROS
              MOVE "TODAS" TO CAB1-FIL
           ELSE
              MOVE W-FIL-REL TO CAB1-FIL.
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           COMPUTE W-DIAS-VENC = (W-DT-ANO * 360) + (W-DT-MES * 30)
                               + W-DT-DIA
           COMPUTE W-DIAS = W-DIAS-HOJE - W-DIAS-VENC
      *              VENCIDA EM DIA NAO UTIL CONTINUA A VENCER ATE O
      *              PRIMEIRO DIA UTIL SEGUINTE; DEPOIS DELE O ATRASO
      *              CONTA DO VENCIMENTO ORIGINAL
           MOVE S-VENCIMENTO TO W-DATA-UTIL-NUM
           PERFORM PROXIMO-UTIL THRU PROXIMO-UTIL-FIM
           IF W-DATA-UTIL-NUM NOT < W-HOJE
              MOVE ZEROS TO W-DIAS.
           IF W-DIAS NOT > ZEROS
              ADD S-SALDO TO W-FX-AVENCER
           ELSE
           CLOSE RELATORIO.
      *
      ***********************************************
      * ROLA W-DATA-UTIL PARA O PROXIMO DIA UTIL -   *
      * SABADO, DOMINGO E FERIADO DO FERIADO.DAT     *
      * (CLAFER/CEP109) PASSAM PARA O DIA SEGUINTE;  *
      * DATA QUE JA E DIA UTIL FICA COMO ESTA. DIA   *
      * ALEM DO FIM DO MES (31/02) VAI PARA O MES    *
      * SEGUINTE ANTES DA VERIFICACAO                *
      ***********************************************
       PROXIMO-UTIL.
           PERFORM DIAS-MES-UTIL THRU DIAS-MES-UTIL-FIM
           IF W-UTIL-DIA > W-ULT-UTIL
              SUBTRACT W-ULT-UTIL FROM W-UTIL-DIA
              ADD 1 TO W-UTIL-MES
              IF W-UTIL-MES > 12
                 MOVE 01 TO W-UTIL-MES
                 ADD 1 TO W-UTIL-ANO.
       PROXIMO-UTIL-LOOP.
           PERFORM VERIFICA-UTIL THRU VERIFICA-UTIL-FIM
           IF W-EH-UTIL = "S"
              GO TO PROXIMO-UTIL-FIM.
           PERFORM DIAS-MES-UTIL THRU DIAS-MES-UTIL-FIM
           ADD 1 TO W-UTIL-DIA
           IF W-UTIL-DIA > W-ULT-UTIL
              MOVE 01 TO W-UTIL-DIA
              ADD 1 TO W-UTIL-MES
              IF W-UTIL-MES > 12
                 MOVE 01 TO W-UTIL-MES
                 ADD 1 TO W-UTIL-ANO.
           GO TO PROXIMO-UTIL-LOOP.
       PROXIMO-UTIL-FIM.
           EXIT.
      *
      ***********************************************
      * W-EH-UTIL = S QUANDO W-DATA-UTIL E DIA UTIL: *
      * NAO E SABADO NEM DOMINGO E NAO ESTA NO       *
      * FERIADO.DAT NEM NA DATA EXATA NEM COMO       *
      * FERIADO FIXO (ANO 0000). SEM O ARQUIVO, SO O *
      * FIM DE SEMANA CONTA                          *
      ***********************************************
       VERIFICA-UTIL.
           MOVE "S" TO W-EH-UTIL
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           IF W-DIA-SEMANA < 2
              MOVE "N" TO W-EH-UTIL
              GO TO VERIFICA-UTIL-FIM.
           IF W-FER-ABERTO NOT = "S"
              GO TO VERIFICA-UTIL-FIM.
           MOVE W-DATA-UTIL-NUM TO FER-DATA
           READ FERIADO
           IF ST-FER = "00"
              MOVE "N" TO W-EH-UTIL
              GO TO VERIFICA-UTIL-FIM.
           MOVE ZEROS TO FER-ANO
           READ FERIADO
           IF ST-FER = "00"
              MOVE "N" TO W-EH-UTIL.
       VERIFICA-UTIL-FIM.
           EXIT.
      *
      ***********************************************
      * DIA DA SEMANA DE W-DATA-UTIL PELA REGRA DE   *
      * ZELLER (JANEIRO E FEVEREIRO CONTAM COMO MES  *
      * 13 E 14 DO ANO ANTERIOR): W-DIA-SEMANA 0 =   *
      * SABADO, 1 = DOMINGO, 2 = SEGUNDA ... 6 =     *
      * SEXTA                                        *
      ***********************************************
       DIA-SEMANA.
           MOVE W-UTIL-ANO TO W-ZL-ANO
           MOVE W-UTIL-MES TO W-ZL-MES
           IF W-ZL-MES < 3
              ADD 12 TO W-ZL-MES
              SUBTRACT 1 FROM W-ZL-ANO.
           DIVIDE W-ZL-ANO BY 100 GIVING W-ZL-SEC REMAINDER W-ZL-AA
           COMPUTE W-ZL-T1 = (13 * (W-ZL-MES + 1)) / 5
           COMPUTE W-ZL-T2 = W-ZL-AA / 4
           COMPUTE W-ZL-T3 = W-ZL-SEC / 4
           COMPUTE W-ZL-SOMA = W-UTIL-DIA + W-ZL-T1 + W-ZL-AA
                             + W-ZL-T2 + W-ZL-T3 + (5 * W-ZL-SEC)
           DIVIDE W-ZL-SOMA BY 7 GIVING W-ZL-QUOC
                  REMAINDER W-DIA-SEMANA.
       DIA-SEMANA-FIM.
           EXIT.
      *
      ***********************************************
      * QUANTOS DIAS TEM O MES DE W-DATA-UTIL, EM    *
      * W-ULT-UTIL (FEVEREIRO COM 29 NO ANO          *
      * DIVISIVEL POR 4)                             *
      ***********************************************
       DIAS-MES-UTIL.
           MOVE W-DIAS-MES (W-UTIL-MES) TO W-ULT-UTIL
           IF W-UTIL-MES = 02
              DIVIDE W-UTIL-ANO BY 4 GIVING W-ZL-QUOC
                     REMAINDER W-ZL-RESTO
              IF W-ZL-RESTO = ZEROS
                 MOVE 29 TO W-ULT-UTIL.
       DIAS-MES-UTIL-FIM.
           EXIT.
      *
      ***********************************************
      * DATA DE HOJE, MESMO CALCULO DE SECULO USADO  *
      * EM GRAVA-AUDIT (CEP001/CEP002)               *
      ***********************************************
