      **************************************************
      * DIRETOR DA RODADA NOTURNA - CHAMA EM ORDEM OS   *
      * SERVICOS DA NOITE (CARCEP, ARQCEP, ARQPROD,     *
      * EXPPROD, RELDIA, EXPCTB), GRAVA UM JORNAL DE    *
      * PASSOS                                          *
      * (NOTURNO.JRN: JOB, INICIO, FIM, RESULTADO E OS  *
      * CONTADORES DE LIDOS/GRAVADOS QUE CADA SERVICO   *
      * PUBLICA AO TERMINAR),                           *
      * PARA A CADEIA NO PRIMEIRO PASSO COM ERRO E, NA  *
      * RE-EXECUCAO DO MESMO DIA, PULA OS PASSOS JA     *
      * MARCADOS COMO OK - O CHECKLIST DE PAPEL DO      *
      * PLANTAO VIRA COISA QUE O SISTEMA GARANTE. OS    *
      * PASSOS DE FIM DE MES (AGING DO RECEBER E DO     *
      * PAGAR) SO RODAM NA NOITE DO ULTIMO DIA UTIL DO  *
      * MES, PELO CALENDARIO DE FERIADOS (FERIADO.DAT)  *
      * O RELATORIO DE VALIDADE DOS LOTES (RELVALID) E  *
      * SEMANAL E RODA SO NA NOITE DE SEGUNDA-FEIRA; O  *
      * ATINGIMENTO DAS METAS DE VENDA (RELMETA) RODA   *
      * TODA NOITE                                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-CEPF
                    ALTERNATE RECORD KEY IS CHAVE2B = LOGRADOURO
                                                      WITH DUPLICATES.
       SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 UF              PIC X(02).
                03 SITUACAO-CP     PIC X(01).
                03 DATA-SIT-CP     PIC 9(08).
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
       77 ST-JRN        PIC X(02) VALUE "00".
       01 W-CONTADORES-JOB EXTERNAL.
          03 W-JOB-LIDOS     PIC 9(07).
          03 W-JOB-GRAVADOS  PIC 9(07).
      *              *** "S" ENQUANTO O DIRETOR RODA - OS SERVICOS ***
      *              *** NAO PERGUNTAM NADA AO OPERADOR           ***
          03 W-JOB-NOTURNO   PIC X(01).
      *              *** OS PASSOS DA NOITE, NA ORDEM DE EXECUCAO ***
       01 TAB-JOBS.
           05 FILLER PIC X(08) VALUE "CARCEP".
           05 FILLER PIC X(08) VALUE "ARQPROD".
           05 FILLER PIC X(08) VALUE "EXPPROD".
           05 FILLER PIC X(08) VALUE "RELDIA".
           05 FILLER PIC X(08) VALUE "EXPCTB".
           05 FILLER PIC X(08) VALUE "RELAGING".
           05 FILLER PIC X(08) VALUE "RELAGPAG".
           05 FILLER PIC X(08) VALUE "RELVALID".
           05 FILLER PIC X(08) VALUE "RELMETA".
       01 TAB-JOBS-RED REDEFINES TAB-JOBS.
           05 T-JOB PIC X(08) OCCURS 10 TIMES.
      *              *** QUANDO RODA: D = TODA NOITE, M = SO NO ***
      *              *** ULTIMO DIA UTIL DO MES, S = SO NA      ***
      *              *** SEGUNDA-FEIRA                          ***
       01 TAB-QUANDO       PIC X(10) VALUE "DDDDDDMMSD".
       01 TAB-QUANDO-RED REDEFINES TAB-QUANDO.
           05 T-QUANDO PIC X(01) OCCURS 10 TIMES.
      *              *** PASSOS JA OK HOJE (RESTART) ***
       01 TAB-FEITO.
           05 T-FEITO PIC X(01) OCCURS 10 TIMES VALUE "N".
       77 W-FIM-MES     PIC X(01) VALUE "N".
       77 W-SEGUNDA     PIC X(01) VALUE "N".
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
       77 W-JOB-LIDO    PIC X(08) VALUE SPACES.
       01 REG-JRN.
          03 JR-DATA      PIC 9(08).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** DIRETOR DA RODADA NOTURNA ***".
           MOVE "S" TO W-JOB-NOTURNO
           ACCEPT DATA-ATU FROM DATE
           IF ANO-ATU < W-PIVO
              COMPUTE W-HOJE = ((W-SECULO * 100) + ANO-ATU) * 10000
              COMPUTE W-HOJE = (((W-SECULO - 1) * 100) + ANO-ATU)
                               * 10000 + (MES-ATU * 100) + DIA-ATU.
           PERFORM CARREGA-RESTART THRU CARREGA-RESTART-FIM.
           PERFORM CONFERE-FIM-MES THRU CONFERE-FIM-MES-FIM.
           PERFORM LEVANTA-JANELA THRU LEVANTA-JANELA-FIM.
           PERFORM CHECA-ARQUIVOS THRU CHECA-ARQUIVOS-FIM.
           MOVE 1 TO W-IND.
      * PROGRAMA INDISPONIVEL)                          *
      **************************************************
       RODA-PASSOS.
           IF W-IND > 10
              GO TO ROT-FIM.
           IF T-QUANDO (W-IND) = "M" AND W-FIM-MES NOT = "S"
              DISPLAY "PASSO DE FIM DE MES, FICA PARA O ULTIMO DIA "
                      "UTIL: " T-JOB (W-IND)
              ADD 1 TO W-IND
              GO TO RODA-PASSOS.
           IF T-QUANDO (W-IND) = "S" AND W-SEGUNDA NOT = "S"
              DISPLAY "PASSO SEMANAL, FICA PARA SEGUNDA-FEIRA: "
                      T-JOB (W-IND)
              ADD 1 TO W-IND
              GO TO RODA-PASSOS.
           IF T-FEITO (W-IND) = "S"
              ADD 1 TO W-PULADOS
              DISPLAY "PASSO JA OK HOJE, PULADO: " T-JOB (W-IND)
      *              A JANELA CAI MESMO NA FALHA - O ONLINE NAO
      *              PODE AMANHECER TRANCADO POR CAUSA DA NOITE
              PERFORM DERRUBA-JANELA THRU DERRUBA-JANELA-FIM
              MOVE "N" TO W-JOB-NOTURNO
              MOVE 8 TO RETURN-CODE
              GOBACK.
           ADD 1 TO W-EXECUTADOS
              GO TO CARREGA-RESTART-LER.
           MOVE 1 TO W-IND.
       CARREGA-RESTART-MARCA.
           IF W-IND > 10
              GO TO CARREGA-RESTART-LER.
           IF JL-JOB = T-JOB (W-IND)
              MOVE "S" TO T-FEITO (W-IND)
           CLOSE JORNAL.
       CARREGA-RESTART-FIM.
           EXIT.
      *
      ***********************************************
      * W-FIM-MES = S QUANDO HOJE E O ULTIMO DIA     *
      * UTIL DO MES: PARTE DO ULTIMO DIA DO MES E    *
      * VOLTA DIA A DIA ENQUANTO FOR SABADO, DOMINGO *
      * OU FERIADO. TAMBEM AVISA QUANDO A PROPRIA    *
      * NOITE CAI EM DIA NAO UTIL                    *
      ***********************************************
       CONFERE-FIM-MES.
           OPEN INPUT FERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-ABERTO.
           MOVE W-HOJE TO W-DATA-UTIL-NUM
           PERFORM VERIFICA-UTIL THRU VERIFICA-UTIL-FIM
           IF W-EH-UTIL NOT = "S"
              DISPLAY "HOJE NAO E DIA UTIL - SO OS PASSOS DIARIOS".
      *              VERIFICA-UTIL JA DEIXOU O DIA DA SEMANA DE HOJE
           IF W-DIA-SEMANA = 2
              MOVE "S" TO W-SEGUNDA.
           PERFORM DIAS-MES-UTIL THRU DIAS-MES-UTIL-FIM
           MOVE W-ULT-UTIL TO W-UTIL-DIA.
       CONFERE-FIM-MES-LOOP.
           PERFORM VERIFICA-UTIL THRU VERIFICA-UTIL-FIM
           IF W-EH-UTIL NOT = "S" AND W-UTIL-DIA > 1
              SUBTRACT 1 FROM W-UTIL-DIA
              GO TO CONFERE-FIM-MES-LOOP.
           IF W-DATA-UTIL-NUM = W-HOJE
              MOVE "S" TO W-FIM-MES
              DISPLAY "ULTIMO DIA UTIL DO MES - RODAM OS PASSOS DE "
                      "FIM DE MES".
           IF W-FER-ABERTO = "S"
              CLOSE FERIADO
              MOVE "N" TO W-FER-ABERTO.
       CONFERE-FIM-MES-FIM.
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
       GRAVA-JORNAL.
           OPEN EXTEND JORNAL
           DISPLAY "*** RODADA NOTURNA ENCERRADA ***".
           DISPLAY "*** PASSOS EXECUTADOS....: " W-EXECUTADOS.
           DISPLAY "*** PASSOS PULADOS.......: " W-PULADOS.
           MOVE "N" TO W-JOB-NOTURNO
           GOBACK.
      *
      ***********************************************
