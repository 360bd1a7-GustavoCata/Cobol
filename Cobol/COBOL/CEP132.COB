       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPREV.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CONVERSAO UNICA PARA A PREVISAO DE ENTREGA -    *
      * O ITEM DO PEDIDO DE COMPRA GANHOU A DATA        *
      * PREVISTA DE ENTREGA (81 -> 89 BYTES) E A        *
      * PENDENCIA DE VENDA (BACKORDER) GANHOU A DATA    *
      * PROMETIDA AO CLIENTE (56 -> 64 BYTES). ANTES DE *
      * RODAR, RENOMEIE OS ARQUIVOS ATUAIS PARA         *
      * PEDCITEM.OLD E BACKORD.OLD. OS REGISTROS        *
      * CONVERTIDOS FICAM SEM PREVISAO (DATA ZERO) ATE  *
      * SEREM REVISTOS NO PEDCOMP (CEP081) - MESMA      *
      * RECEITA DO CONVTAB (CEP121)                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PCIVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-PCI-CHAVE
                    FILE STATUS  IS ST-VEL.
       SELECT PCINOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-PCI-CHAVE
                    ALTERNATE RECORD KEY IS N-PCI-PRODUTO
                                                      WITH DUPLICATES
                    FILE STATUS  IS ST-NOV.
       SELECT BKOVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-BK-CHAVE
                    FILE STATUS  IS ST-VEL.
       SELECT BKONOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-BK-CHAVE
                    FILE STATUS  IS ST-NOV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : PCIVELHO   - ITEM DO PEDIDO DE COMPRA NO LEIAUTE    *
      *                        ANTERIOR (SEM PREVISAO), RENOMEADO     *
      *                        PARA PEDCITEM.OLD                      *
      *****************************************************************
       FD PCIVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCITEM.OLD".
       01 REGPCIV.
                03 V-PCI-CHAVE       PIC X(08).
                03 V-PCI-RESTO       PIC X(73).
      *
       FD PCINOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCITEM.DAT".
       01 REGPCIN.
                03 N-PCI-CHAVE       PIC X(08).
                03 N-PCI-PRODUTO     PIC 9(06).
                03 N-PCI-RESTO       PIC X(67).
                03 N-PCI-DATA-PREV   PIC 9(08).
      *
      *****************************************************************
      * ARQUIVO : BKOVELHO   - PENDENCIA DE VENDA NO LEIAUTE ANTERIOR *
      *                        (SEM DATA PROMETIDA), RENOMEADO PARA   *
      *                        BACKORD.OLD                            *
      *****************************************************************
       FD BKOVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BACKORD.OLD".
       01 REGBKOV.
                03 V-BK-CHAVE        PIC X(20).
                03 V-BK-RESTO        PIC X(36).
      *
       FD BKONOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BACKORD.DAT".
       01 REGBKON.
                03 N-BK-CHAVE        PIC X(20).
                03 N-BK-RESTO        PIC X(36).
                03 N-BK-DATA-PREV    PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VEL        PIC X(02) VALUE "00".
       77 ST-NOV        PIC X(02) VALUE "00".
       77 W-PCI-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-PCI-GRAV    PIC 9(07) VALUE ZEROS.
       77 W-BKO-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-BKO-GRAV    PIC 9(07) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CONVERSAO PARA A PREVISAO DE ENTREGA".
           DISPLAY "OS ARQUIVOS ATUAIS JA FORAM RENOMEADOS PARA".
           DISPLAY "PEDCITEM.OLD E BACKORD.OLD; OS .DAT SERAO".
           DISPLAY "RECONSTRUIDOS COM A PREVISAO EM BRANCO (ZERO).".
           DISPLAY "CONFIRMA (S/N):".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CONVERSAO CANCELADA PELO OPERADOR ***"
              GOBACK.
           MOVE ZEROS TO W-PCI-LIDOS W-PCI-GRAV W-BKO-LIDOS W-BKO-GRAV
           PERFORM CONVERTE-PCI THRU CONVERTE-PCI-FIM.
           PERFORM CONVERTE-BKO THRU CONVERTE-BKO-FIM.
           DISPLAY "*** ITENS DE COMPRA LIDOS/GRAVADOS: " W-PCI-LIDOS
                   " / " W-PCI-GRAV.
           DISPLAY "*** PENDENCIAS LIDAS/GRAVADAS.....: " W-BKO-LIDOS
                   " / " W-BKO-GRAV.
           GOBACK.
      *
       CONVERTE-PCI.
           OPEN INPUT PCIVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "PEDCITEM.OLD NAO ENCONTRADO - ITENS NAO "
                      "CONVERTIDOS - ST " ST-VEL
              GO TO CONVERTE-PCI-FIM.
           OPEN OUTPUT PCINOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO PEDCITEM.DAT - ST " ST-NOV
              CLOSE PCIVELHO
              GO TO CONVERTE-PCI-FIM.
       CONVERTE-PCI-LER.
           READ PCIVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-PCI-FECHA.
           ADD 1 TO W-PCI-LIDOS
           MOVE REGPCIV           TO REGPCIN
           MOVE ZEROS             TO N-PCI-DATA-PREV
           WRITE REGPCIN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-PCI-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO ITEM " V-PCI-CHAVE
                      " - ST " ST-NOV.
           GO TO CONVERTE-PCI-LER.
       CONVERTE-PCI-FECHA.
           CLOSE PCIVELHO PCINOVO.
       CONVERTE-PCI-FIM.
           EXIT.
      *
       CONVERTE-BKO.
           OPEN INPUT BKOVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "BACKORD.OLD NAO ENCONTRADO - PENDENCIAS NAO "
                      "CONVERTIDAS - ST " ST-VEL
              GO TO CONVERTE-BKO-FIM.
           OPEN OUTPUT BKONOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO BACKORD.DAT - ST " ST-NOV
              CLOSE BKOVELHO
              GO TO CONVERTE-BKO-FIM.
       CONVERTE-BKO-LER.
           READ BKOVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-BKO-FECHA.
           ADD 1 TO W-BKO-LIDOS
           MOVE V-BK-CHAVE        TO N-BK-CHAVE
           MOVE V-BK-RESTO        TO N-BK-RESTO
           MOVE ZEROS             TO N-BK-DATA-PREV
           WRITE REGBKON
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-BKO-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA PENDENCIA " V-BK-CHAVE
                      " - ST " ST-NOV.
           GO TO CONVERTE-BKO-LER.
       CONVERTE-BKO-FECHA.
           CLOSE BKOVELHO BKONOVO.
       CONVERTE-BKO-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
