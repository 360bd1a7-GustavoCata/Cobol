       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOCX.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * FLUXO DE CAIXA PROJETADO - PROXIMOS 90 DIAS EM  *
      * 13 SEMANAS A PARTIR DE HOJE: ENTRADAS PELO      *
      * SALDO EM ABERTO DAS DUPLICATAS (DUPREC.DAT) E   *
      * SAIDAS PELO CONTAS A PAGAR (DUPPAG.DAT), COM    *
      * SALDO PROJETADO CORRIDO A PARTIR DO SALDO       *
      * INICIAL DIGITADO. O QUE JA VENCEU NAO ENTRA NA  *
      * PROJECAO - SAI SEPARADO NO FIM, COM AS          *
      * DUPLICATAS VENCIDAS UMA A UMA (FLUXOCX.LST).    *
      * DIAS CORRIDOS PELO CALENDARIO (MESES DE 28 A 31 *
      * DIAS, FEVEREIRO COM 29 NO ANO DIVISIVEL POR 4)  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DUPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DUP-CHAVE
                    FILE STATUS  IS ST-DUP.
       SELECT DUPPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-PAG.
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
       FD DUPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPREC.DAT".
       01 REGDUP.
                03 DUP-CHAVE.
                   05 DUP-PEDIDO   PIC 9(06).
                   05 DUP-PARCELA  PIC 9(02).
                03 DUP-CODCLI      PIC 9(06).
                03 DUP-CLIENTE     PIC X(30).
                03 DUP-EMISSAO     PIC 9(08).
                03 DUP-VENCIMENTO  PIC 9(08).
                03 DUP-VALOR       PIC 9(08)V99.
                03 DUP-PAGO        PIC 9(08)V99.
                03 DUP-DATA-PAGTO  PIC 9(08).
                03 DUP-SITUACAO    PIC X(01).
                03 DUP-REMESSA     PIC X(01).
                03 DUP-MULTA       PIC 9(08)V99.
                03 DUP-JUROS       PIC 9(08)V99.
                03 DUP-RENEG       PIC 9(06).
                03 DUP-MOTIVO      PIC X(30).
                03 DUP-FILIAL      PIC 9(02).
      *
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
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "FLUXOCX.LST".
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
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-SALDO-DIG  PIC 9(10)V99 VALUE ZEROS.
       77 W-SALDO      PIC S9(12)V99 VALUE ZEROS.
       77 W-ABERTO     PIC 9(08)V99 VALUE ZEROS.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-DIAS       PIC S9(06) VALUE ZEROS.
       77 W-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 W-DIAS-CALC  PIC 9(07) VALUE ZEROS.
      *              *** CALENDARIO: DIA ABSOLUTO DE UMA DATA E   ***
      *              *** SOMA DE DIAS CORRIDOS NO INICIO DA SEMANA ***
       01 W-VENC.
          03 W-VENC-ANO PIC 9(04).
          03 W-VENC-MES PIC 9(02).
          03 W-VENC-DIA PIC 9(02).
       01 W-VENC-NUM REDEFINES W-VENC PIC 9(08).
       77 W-SOMA-DIAS  PIC 9(03) VALUE ZEROS.
       77 W-ULT-DIA    PIC 9(02) VALUE ZEROS.
       77 W-ANO-ANT    PIC 9(04) VALUE ZEROS.
       77 W-QUOC-ANO   PIC 9(04) VALUE ZEROS.
       77 W-RESTO-ANO  PIC 9(01) VALUE ZEROS.
       01 W-TAB-MESES-X    PIC X(24)
                           VALUE "312831303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
          03 W-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
      *              *** TOTAIS FORA DA PROJECAO (JA VENCIDOS) ***
       77 W-VENC-REC   PIC 9(12)V99 VALUE ZEROS.
       77 W-VENC-PAG   PIC 9(12)V99 VALUE ZEROS.
       77 W-QT-VENC    PIC 9(05) VALUE ZEROS.
      *              *** DEPOIS DOS 90 DIAS (SO INFORMATIVO) ***
       77 W-ALEM-REC   PIC 9(12)V99 VALUE ZEROS.
       77 W-ALEM-PAG   PIC 9(12)V99 VALUE ZEROS.
      *              *** 13 SEMANAS DE 7 DIAS = 91 DIAS ***
       01 TAB-SEMANAS.
          03 T-SEMANA OCCURS 13.
             05 T-ENTRA   PIC 9(12)V99.
             05 T-SAI     PIC 9(12)V99.
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
       01 CAB1.
           03 FILLER      PIC X(40)
                 VALUE "FLUXO DE CAIXA PROJETADO - 90 DIAS -  ".
           03 FILLER      PIC X(07) VALUE "HOJE: ".
           03 CAB1-DIA    PIC 99.
           03 FILLER      PIC X(01) VALUE "/".
           03 CAB1-MES    PIC 99.
           03 FILLER      PIC X(01) VALUE "/".
           03 CAB1-ANO    PIC 9(04).
       01 CAB-SALDO.
           03 FILLER      PIC X(56)
                 VALUE "SALDO INICIAL INFORMADO.................".
           03 CAB-SALDO-V PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 DET-TITULO.
           03 FILLER      PIC X(08) VALUE "SEMANA".
           03 FILLER      PIC X(12) VALUE "INICIO".
           03 FILLER      PIC X(18) VALUE "         ENTRADAS".
           03 FILLER      PIC X(18) VALUE "           SAIDAS".
           03 FILLER      PIC X(19) VALUE "   SALDO PROJETADO".
       01 DET.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-SEMANA  PIC Z9.
           03 FILLER      PIC X(04) VALUE SPACES.
           03 DET-DIA     PIC 99.
           03 FILLER      PIC X(01) VALUE "/".
           03 DET-MES     PIC 99.
           03 FILLER      PIC X(01) VALUE "/".
           03 DET-ANO     PIC 9(04).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-ENTRA   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-SAI     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-SALDO   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 TOT-LIN.
           03 TOT-TEXTO   PIC X(56).
           03 TOT-VALOR   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 DET-VENC.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DV-PEDIDO   PIC 9(06).
           03 FILLER      PIC X(01) VALUE "/".
           03 DV-PARCELA  PIC 9(02).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DV-CLIENTE  PIC X(30).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DV-VENC     PIC 9(08).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DV-DIAS     PIC ZZZZ9.
           03 FILLER      PIC X(06) VALUE " DIAS ".
           03 DV-SALDO    PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-SEPARA    PIC X(78) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** FLUXO DE CAIXA PROJETADO (90 DIAS) ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO W-DATA-NUM
           PERFORM DIA-ABSOLUTO THRU DIA-ABSOLUTO-FIM
           MOVE W-DIAS-CALC TO W-DIAS-HOJE
           DISPLAY "SALDO INICIAL EM CAIXA/BANCO : ".
           ACCEPT W-SALDO-DIG.
           MOVE W-SALDO-DIG TO W-SALDO
           DISPLAY "SALDO INICIAL NEGATIVO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO = "S" OR "s"
              COMPUTE W-SALDO = ZEROS - W-SALDO-DIG.
           MOVE ZEROS TO TAB-SEMANAS
           PERFORM CARREGA-RECEBER THRU CARREGA-RECEBER-FIM
           PERFORM CARREGA-PAGAR THRU CARREGA-PAGAR-FIM
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO FLUXOCX.LST"
              GOBACK.
           MOVE W-HOJE TO W-DATA-NUM
           MOVE W-DT-DIA TO CAB1-DIA
           MOVE W-DT-MES TO CAB1-MES
           MOVE W-DT-ANO TO CAB1-ANO
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-SALDO TO CAB-SALDO-V
           MOVE CAB-SALDO TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
      *
       IMPRIME-SEMANA.
           ADD 1 TO W-IND
           IF W-IND > 13
              GO TO IMPRIME-VENCIDOS.
           COMPUTE W-SALDO = W-SALDO + T-ENTRA (W-IND)
                                     - T-SAI (W-IND)
           MOVE W-HOJE TO W-VENC-NUM
           COMPUTE W-SOMA-DIAS = (W-IND - 1) * 7
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-IND          TO DET-SEMANA
           MOVE W-VENC-DIA     TO DET-DIA
           MOVE W-VENC-MES     TO DET-MES
           MOVE W-VENC-ANO     TO DET-ANO
           MOVE T-ENTRA (W-IND) TO DET-ENTRA
           MOVE T-SAI (W-IND)   TO DET-SAI
           MOVE W-SALDO        TO DET-SALDO
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO IMPRIME-SEMANA.
      *
      ***********************************************
      * FORA DA PROJECAO: O QUE JA VENCEU E NAO FOI  *
      * PAGO (NAO E DINHEIRO CERTO PARA AMANHA) E O  *
      * QUE VENCE DEPOIS DOS 90 DIAS                 *
      ***********************************************
       IMPRIME-VENCIDOS.
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "FORA DA PROJECAO:" TO LINHA-REL
           WRITE LINHA-REL
           MOVE "A RECEBER JA VENCIDO (NAO PROJETADO)...."
                TO TOT-TEXTO
           MOVE W-VENC-REC TO TOT-VALOR
           MOVE TOT-LIN TO LINHA-REL
           WRITE LINHA-REL
           MOVE "A PAGAR JA VENCIDO (NAO PROJETADO)......"
                TO TOT-TEXTO
           MOVE W-VENC-PAG TO TOT-VALOR
           MOVE TOT-LIN TO LINHA-REL
           WRITE LINHA-REL
           MOVE "A RECEBER APOS 90 DIAS.................."
                TO TOT-TEXTO
           MOVE W-ALEM-REC TO TOT-VALOR
           MOVE TOT-LIN TO LINHA-REL
           WRITE LINHA-REL
           MOVE "A PAGAR APOS 90 DIAS...................."
                TO TOT-TEXTO
           MOVE W-ALEM-PAG TO TOT-VALOR
           MOVE TOT-LIN TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "DUPLICATAS VENCIDAS EM ABERTO:" TO LINHA-REL
           WRITE LINHA-REL
           PERFORM LISTA-VENCIDAS THRU LISTA-VENCIDAS-FIM
           CLOSE RELATORIO
           DISPLAY "*** FLUXO GERADO: FLUXOCX.LST ***".
           DISPLAY "*** DUPLICATAS VENCIDAS FORA DA PROJECAO: "
                   W-QT-VENC.
           GOBACK.
      *
      ***********************************************
      * ENTRADAS: SALDO EM ABERTO DE CADA DUPLICATA  *
      * NA SEMANA DO VENCIMENTO                      *
      ***********************************************
       CARREGA-RECEBER.
           OPEN INPUT DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "*** NAO HA DUPLICATAS GERADAS (DUPREC.DAT) ***"
              GO TO CARREGA-RECEBER-FIM.
       CARREGA-RECEBER-LER.
           READ DUPREC NEXT RECORD
           IF ST-DUP NOT = "00"
              GO TO CARREGA-RECEBER-FECHA.
           IF DUP-SITUACAO NOT = "A"
              GO TO CARREGA-RECEBER-LER.
           COMPUTE W-ABERTO = DUP-VALOR - DUP-PAGO
           MOVE DUP-VENCIMENTO TO W-DATA-NUM
           PERFORM CALC-SEMANA THRU CALC-SEMANA-FIM
           IF W-DIAS < ZEROS
              ADD W-ABERTO TO W-VENC-REC
              GO TO CARREGA-RECEBER-LER.
           IF W-IND > 13
              ADD W-ABERTO TO W-ALEM-REC
              GO TO CARREGA-RECEBER-LER.
           ADD W-ABERTO TO T-ENTRA (W-IND)
           GO TO CARREGA-RECEBER-LER.
       CARREGA-RECEBER-FECHA.
           CLOSE DUPREC.
       CARREGA-RECEBER-FIM.
           EXIT.
      *
      ***********************************************
      * SAIDAS: SALDO EM ABERTO DE CADA PARCELA DO   *
      * CONTAS A PAGAR NA SEMANA DO VENCIMENTO       *
      ***********************************************
       CARREGA-PAGAR.
           OPEN INPUT DUPPAG
           IF ST-PAG NOT = "00"
              DISPLAY "*** NAO HA CONTAS A PAGAR (DUPPAG.DAT) ***"
              GO TO CARREGA-PAGAR-FIM.
       CARREGA-PAGAR-LER.
           READ DUPPAG NEXT RECORD
           IF ST-PAG NOT = "00"
              GO TO CARREGA-PAGAR-FECHA.
           IF PAG-SITUACAO NOT = "A"
              GO TO CARREGA-PAGAR-LER.
           COMPUTE W-ABERTO = PAG-VALOR - PAG-PAGO
           MOVE PAG-VENCIMENTO TO W-DATA-NUM
           PERFORM CALC-SEMANA THRU CALC-SEMANA-FIM
           IF W-DIAS < ZEROS
              ADD W-ABERTO TO W-VENC-PAG
              GO TO CARREGA-PAGAR-LER.
           IF W-IND > 13
              ADD W-ABERTO TO W-ALEM-PAG
              GO TO CARREGA-PAGAR-LER.
           ADD W-ABERTO TO T-SAI (W-IND)
           GO TO CARREGA-PAGAR-LER.
       CARREGA-PAGAR-FECHA.
           CLOSE DUPPAG.
       CARREGA-PAGAR-FIM.
           EXIT.
      *
      ***********************************************
      * SEMANA DO VENCIMENTO EM W-DATA-NUM: DIAS     *
      * ATE O VENCIMENTO (NEGATIVO = VENCIDO) E      *
      * SEMANA 1 A 13 (MAIOR = DEPOIS DOS 90 DIAS)   *
      ***********************************************
       CALC-SEMANA.
           PERFORM DIA-ABSOLUTO THRU DIA-ABSOLUTO-FIM
           COMPUTE W-DIAS = W-DIAS-CALC - W-DIAS-HOJE
           MOVE 99 TO W-IND
           IF W-DIAS < ZEROS
              GO TO CALC-SEMANA-FIM.
           IF W-DIAS > 90
              GO TO CALC-SEMANA-FIM.
           DIVIDE W-DIAS BY 7 GIVING W-IND
           ADD 1 TO W-IND.
       CALC-SEMANA-FIM.
           EXIT.
      *
      ***********************************************
      * DIA ABSOLUTO DA DATA EM W-DATA-DEC (DIAS     *
      * CORRIDOS DESDE 01/01/0001) EM W-DIAS-CALC:   *
      * ANOS ANTERIORES COM 365 DIAS MAIS UM A CADA  *
      * QUATRO, MESES ANTERIORES PELA TABELA DE DIAS *
      * DO MES (ULTIMO-DIA) E OS DIAS DO MES. DATA   *
      * ZERADA OU MES INVALIDO FICA COM DIA ZERO     *
      * (CAI COMO VENCIDA)                           *
      ***********************************************
       DIA-ABSOLUTO.
           MOVE ZEROS TO W-DIAS-CALC
           IF W-DT-ANO = ZEROS OR W-DT-MES = ZEROS OR W-DT-MES > 12
              GO TO DIA-ABSOLUTO-FIM.
           COMPUTE W-ANO-ANT = W-DT-ANO - 1
           DIVIDE W-ANO-ANT BY 4 GIVING W-QUOC-ANO
           COMPUTE W-DIAS-CALC = (W-ANO-ANT * 365) + W-QUOC-ANO
                               + W-DT-DIA
           MOVE W-DT-ANO TO W-VENC-ANO
           MOVE 01 TO W-VENC-MES.
       DIA-ABSOLUTO-MES.
           IF W-VENC-MES NOT < W-DT-MES
              GO TO DIA-ABSOLUTO-FIM.
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           ADD W-ULT-DIA TO W-DIAS-CALC
           ADD 1 TO W-VENC-MES
           GO TO DIA-ABSOLUTO-MES.
       DIA-ABSOLUTO-FIM.
           EXIT.
      *
      ***********************************************
      * SOMA W-SOMA-DIAS DIAS CORRIDOS A W-VENC, DIA *
      * A DIA, VIRANDO MES E ANO PELO CALENDARIO     *
      ***********************************************
       SOMA-DIAS.
           IF W-SOMA-DIAS = ZEROS
              GO TO SOMA-DIAS-FIM.
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           ADD 1 TO W-VENC-DIA
           SUBTRACT 1 FROM W-SOMA-DIAS
           IF W-VENC-DIA > W-ULT-DIA
              MOVE 01 TO W-VENC-DIA
              ADD 1 TO W-VENC-MES
              IF W-VENC-MES > 12
                 MOVE 01 TO W-VENC-MES
                 ADD 1 TO W-VENC-ANO.
           GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
           EXIT.
      *
      ***********************************************
      * ULTIMO DIA DO MES DE W-VENC EM W-ULT-DIA     *
      * (FEVEREIRO COM 29 NO ANO DIVISIVEL POR 4)    *
      ***********************************************
       ULTIMO-DIA.
           MOVE W-DIAS-MES (W-VENC-MES) TO W-ULT-DIA
           IF W-VENC-MES = 02
              DIVIDE W-VENC-ANO BY 4 GIVING W-QUOC-ANO
                     REMAINDER W-RESTO-ANO
              IF W-RESTO-ANO = ZEROS
                 MOVE 29 TO W-ULT-DIA.
       ULTIMO-DIA-FIM.
           EXIT.
      *
      ***********************************************
      * SEGUNDA PASSADA NO DUPREC: AS DUPLICATAS     *
      * VENCIDAS UMA A UMA, COM OS DIAS DE ATRASO    *
      ***********************************************
       LISTA-VENCIDAS.
           OPEN INPUT DUPREC
           IF ST-DUP NOT = "00"
              GO TO LISTA-VENCIDAS-FIM.
       LISTA-VENCIDAS-LER.
           READ DUPREC NEXT RECORD
           IF ST-DUP NOT = "00"
              GO TO LISTA-VENCIDAS-FECHA.
           IF DUP-SITUACAO NOT = "A"
              GO TO LISTA-VENCIDAS-LER.
           MOVE DUP-VENCIMENTO TO W-DATA-NUM
           PERFORM CALC-SEMANA THRU CALC-SEMANA-FIM
           IF W-DIAS NOT < ZEROS
              GO TO LISTA-VENCIDAS-LER.
           ADD 1 TO W-QT-VENC
           MOVE DUP-PEDIDO     TO DV-PEDIDO
           MOVE DUP-PARCELA    TO DV-PARCELA
           MOVE DUP-CLIENTE    TO DV-CLIENTE
           MOVE DUP-VENCIMENTO TO DV-VENC
           COMPUTE DV-DIAS = ZEROS - W-DIAS
           COMPUTE DV-SALDO = DUP-VALOR - DUP-PAGO
           MOVE DET-VENC TO LINHA-REL
           WRITE LINHA-REL
           GO TO LISTA-VENCIDAS-LER.
       LISTA-VENCIDAS-FECHA.
           CLOSE DUPREC.
       LISTA-VENCIDAS-FIM.
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
