       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVNFE.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CONVERSAO UNICA PARA A INTERFACE DA NF-E - O    *
      * LIVRO DE FATURAS GANHOU A SITUACAO DA NF-E, A   *
      * CHAVE DE ACESSO, O PROTOCOLO, A DATA DO         *
      * RETORNO E O MOTIVO DA REJEICAO (149 -> 247      *
      * BYTES). ANTES DE RODAR, RENOMEIE O FATREG.DAT   *
      * ATUAL PARA FATREG.OLD; ARQUIVO .OLD AUSENTE E   *
      * SO AVISADO. FATURA CONVERTIDA FICA COM A        *
      * SITUACAO DA NF-E EM BRANCO (EMITIDA ANTES DA    *
      * INTERFACE, FORA DO ACOMPANHAMENTO DE            *
      * PENDENTES) - MESMA RECEITA DO CONVFAT (CEP110)  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FATVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-FAT-NUMERO
                    FILE STATUS  IS ST-VEL.
       SELECT FATNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-FAT-NUMERO
                    FILE STATUS  IS ST-NOV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : FATVELHO   - FATURA NO LEIAUTE ANTERIOR (SEM A       *
      *                        NF-E), RENOMEADO PARA FATREG.OLD        *
      *****************************************************************
       FD FATVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATREG.OLD".
       01 REGFATV.
                03 V-FAT-NUMERO    PIC 9(06).
                03 V-FAT-RESTO     PIC X(143).
      *
       FD FATNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATREG.DAT".
       01 REGFATN.
                03 N-FAT-NUMERO    PIC 9(06).
                03 N-FAT-RESTO     PIC X(143).
                03 N-FAT-NFE-SITUACAO  PIC X(01).
                03 N-FAT-NFE-CHAVE     PIC X(44).
                03 N-FAT-NFE-PROTOCOLO PIC X(15).
                03 N-FAT-NFE-DATA      PIC 9(08).
                03 N-FAT-NFE-MOTIVO    PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VEL        PIC X(02) VALUE "00".
       77 ST-NOV        PIC X(02) VALUE "00".
       77 W-FAT-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-FAT-GRAV    PIC 9(07) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CONVERSAO DO LIVRO DE FATURAS PARA A NF-E".
           DISPLAY "O FATREG.DAT ATUAL JA FOI RENOMEADO PARA".
           DISPLAY "FATREG.OLD; O FATREG.DAT SERA RECONSTRUIDO".
           DISPLAY "COM AS FATURAS FORA DO ACOMPANHAMENTO DA NF-E.".
           DISPLAY "CONFIRMA (S/N):".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CONVERSAO CANCELADA PELO OPERADOR ***"
              GOBACK.
           PERFORM CONVERTE-FAT THRU CONVERTE-FAT-FIM.
           DISPLAY "*** FATURAS LIDAS/GRAVADAS....: " W-FAT-LIDOS
                   " / " W-FAT-GRAV.
           GOBACK.
      *
       CONVERTE-FAT.
           OPEN INPUT FATVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "FATREG.OLD NAO ENCONTRADO - FATURAS NAO "
                      "CONVERTIDAS - ST " ST-VEL
              GO TO CONVERTE-FAT-FIM.
           OPEN OUTPUT FATNOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO FATREG.DAT - ST " ST-NOV
              CLOSE FATVELHO
              GO TO CONVERTE-FAT-FIM.
       CONVERTE-FAT-LER.
           READ FATVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-FAT-FECHA.
           ADD 1 TO W-FAT-LIDOS
           MOVE V-FAT-NUMERO      TO N-FAT-NUMERO
           MOVE V-FAT-RESTO       TO N-FAT-RESTO
      *              BRANCO = EMITIDA ANTES DA INTERFACE; SO A FATURA
      *              NOVA (P) ENTRA NA LISTA DE PENDENTES DO FATURA
           MOVE SPACE             TO N-FAT-NFE-SITUACAO
           MOVE SPACES            TO N-FAT-NFE-CHAVE
                                     N-FAT-NFE-PROTOCOLO
                                     N-FAT-NFE-MOTIVO
           MOVE ZEROS             TO N-FAT-NFE-DATA
           WRITE REGFATN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-FAT-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA FATURA " V-FAT-NUMERO
                      " - ST " ST-NOV.
           GO TO CONVERTE-FAT-LER.
       CONVERTE-FAT-FECHA.
           CLOSE FATVELHO FATNOVO.
       CONVERTE-FAT-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
