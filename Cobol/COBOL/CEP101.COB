       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVDUP.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CONVERSAO UNICA DAS DUPLICATAS DO CONTAS A      *
      * RECEBER PARA O LEIAUTE NOVO - A PARCELA GANHOU  *
      * MULTA E JUROS RECEBIDOS, NUMERO DA RENEGOCIACAO *
      * E MOTIVO DO CANCELAMENTO (90 -> 146 BYTES).     *
      * ANTES DE RODAR, RENOMEIE O ARQUIVO ATUAL PARA   *
      * DUPREC.OLD; O PROGRAMA LE O LEIAUTE ANTIGO E    *
      * RECONSTROI DUPREC.DAT COM OS CAMPOS NOVOS       *
      * ZERADOS/EM BRANCO - MESMA RECEITA DO CONVPED    *
      * (CEP093)                                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DUPVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-DUP-CHAVE
                    FILE STATUS  IS ST-VEL.
       SELECT DUPNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-DUP-CHAVE
                    FILE STATUS  IS ST-NOV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : DUPVELHO   - DUPLICATA NO LEIAUTE ANTIGO (SEM       *
      *                        ENCARGOS E SEM RENEGOCIACAO),          *
      *                        RENOMEADO PARA DUPREC.OLD              *
      *****************************************************************
       FD DUPVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPREC.OLD".
       01 REGVELHO.
                03 V-DUP-CHAVE.
                   05 V-DUP-PEDIDO   PIC 9(06).
                   05 V-DUP-PARCELA  PIC 9(02).
                03 V-DUP-CODCLI      PIC 9(06).
                03 V-DUP-CLIENTE     PIC X(30).
                03 V-DUP-EMISSAO     PIC 9(08).
                03 V-DUP-VENCIMENTO  PIC 9(08).
                03 V-DUP-VALOR       PIC 9(08)V99.
                03 V-DUP-PAGO        PIC 9(08)V99.
                03 V-DUP-DATA-PAGTO  PIC 9(08).
                03 V-DUP-SITUACAO    PIC X(01).
                03 V-DUP-REMESSA     PIC X(01).
      *
       FD DUPNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPREC.DAT".
       01 REGNOVO.
                03 N-DUP-CHAVE.
                   05 N-DUP-PEDIDO   PIC 9(06).
                   05 N-DUP-PARCELA  PIC 9(02).
                03 N-DUP-CODCLI      PIC 9(06).
                03 N-DUP-CLIENTE     PIC X(30).
                03 N-DUP-EMISSAO     PIC 9(08).
                03 N-DUP-VENCIMENTO  PIC 9(08).
                03 N-DUP-VALOR       PIC 9(08)V99.
                03 N-DUP-PAGO        PIC 9(08)V99.
                03 N-DUP-DATA-PAGTO  PIC 9(08).
                03 N-DUP-SITUACAO    PIC X(01).
                03 N-DUP-REMESSA     PIC X(01).
                03 N-DUP-MULTA       PIC 9(08)V99.
                03 N-DUP-JUROS       PIC 9(08)V99.
                03 N-DUP-RENEG       PIC 9(06).
                03 N-DUP-MOTIVO      PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VEL        PIC X(02) VALUE "00".
       77 ST-NOV        PIC X(02) VALUE "00".
       77 W-LIDOS       PIC 9(07) VALUE ZEROS.
       77 W-GRAVADOS    PIC 9(07) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CONVERSAO DAS DUPLICATAS (LEIAUTE NOVO)".
           DISPLAY "O ARQUIVO ATUAL JA FOI RENOMEADO PARA".
           DISPLAY "DUPREC.OLD, E DUPREC.DAT SERA RECONSTRUIDO".
           DISPLAY "COM ENCARGOS E RENEGOCIACAO ZERADOS.".
           DISPLAY "CONFIRMA (S/N):".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CONVERSAO CANCELADA PELO OPERADOR ***"
              GOBACK.
           PERFORM CONVERTE-DUP THRU CONVERTE-DUP-FIM.
           DISPLAY "*** DUPLICATAS LIDAS/GRAVADAS.: " W-LIDOS
                   " / " W-GRAVADOS.
           GOBACK.
      *
       CONVERTE-DUP.
           OPEN INPUT DUPVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO DUPREC.OLD - ST " ST-VEL
              GO TO CONVERTE-DUP-FIM.
           OPEN OUTPUT DUPNOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO DUPREC.DAT - ST " ST-NOV
              CLOSE DUPVELHO
              GO TO CONVERTE-DUP-FIM.
       CONVERTE-DUP-LER.
           READ DUPVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-DUP-FECHA.
           ADD 1 TO W-LIDOS
           MOVE V-DUP-PEDIDO     TO N-DUP-PEDIDO
           MOVE V-DUP-PARCELA    TO N-DUP-PARCELA
           MOVE V-DUP-CODCLI     TO N-DUP-CODCLI
           MOVE V-DUP-CLIENTE    TO N-DUP-CLIENTE
           MOVE V-DUP-EMISSAO    TO N-DUP-EMISSAO
           MOVE V-DUP-VENCIMENTO TO N-DUP-VENCIMENTO
           MOVE V-DUP-VALOR      TO N-DUP-VALOR
           MOVE V-DUP-PAGO       TO N-DUP-PAGO
           MOVE V-DUP-DATA-PAGTO TO N-DUP-DATA-PAGTO
           MOVE V-DUP-SITUACAO   TO N-DUP-SITUACAO
           MOVE V-DUP-REMESSA    TO N-DUP-REMESSA
      *              DUPLICATA DO LEIAUTE ANTIGO NUNCA COBROU
      *              ENCARGO NEM FOI RENEGOCIADA
           MOVE ZEROS            TO N-DUP-MULTA N-DUP-JUROS
                                    N-DUP-RENEG
           MOVE SPACES           TO N-DUP-MOTIVO
           WRITE REGNOVO
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-GRAVADOS
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA DUPLICATA " V-DUP-PEDIDO
                      "/" V-DUP-PARCELA " - ST " ST-NOV.
           GO TO CONVERTE-DUP-LER.
       CONVERTE-DUP-FECHA.
           CLOSE DUPVELHO DUPNOVO.
       CONVERTE-DUP-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
