       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVTAB.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CONVERSAO UNICA PARA A TABELA DE PRECO DO       *
      * CLIENTE - O CADASTRO DE CLIENTES GANHOU O       *
      * CODIGO DA TABELA (CEP122/CLATAB) NO FIM DO      *
      * REGISTRO (138 -> 140 BYTES). ANTES DE RODAR,    *
      * RENOMEIE O ARQUIVO ATUAL PARA CADCLI.OLD.       *
      * CLIENTE CONVERTIDO FICA COM A TABELA 00 (PRECO  *
      * DE LISTA) ATE SER REVISTO NO CLACLI (CEP065) -  *
      * MESMA RECEITA DO CONVDOC (CEP113)               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLIVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-COD-CLIENTE
                    FILE STATUS  IS ST-VEL.
       SELECT CLINOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-COD-CLIENTE
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS N-NOME-CLIENTE
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : CLIVELHO   - CLIENTE NO LEIAUTE ANTERIOR (SEM       *
      *                        TABELA DE PRECO), RENOMEADO PARA       *
      *                        CADCLI.OLD                             *
      *****************************************************************
       FD CLIVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.OLD".
       01 REGCLIV.
                03 V-COD-CLIENTE     PIC 9(06).
                03 V-NOME-CLIENTE    PIC X(30).
                03 V-CLI-RESTO       PIC X(102).
      *
       FD CLINOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLIN.
                03 N-COD-CLIENTE     PIC 9(06).
                03 N-NOME-CLIENTE    PIC X(30).
                03 N-CLI-RESTO       PIC X(102).
                03 N-CLI-TABELA      PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VEL        PIC X(02) VALUE "00".
       77 ST-NOV        PIC X(02) VALUE "00".
       77 W-CLI-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-CLI-GRAV    PIC 9(07) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CONVERSAO PARA A TABELA DE PRECO DO CLIENTE".
           DISPLAY "O ARQUIVO ATUAL JA FOI RENOMEADO PARA".
           DISPLAY "CADCLI.OLD; CADCLI.DAT SERA RECONSTRUIDO COM".
           DISPLAY "OS CLIENTES NA TABELA 00 (PRECO DE LISTA).".
           DISPLAY "CONFIRMA (S/N):".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CONVERSAO CANCELADA PELO OPERADOR ***"
              GOBACK.
           MOVE ZEROS TO W-CLI-LIDOS W-CLI-GRAV
           PERFORM CONVERTE-CLI THRU CONVERTE-CLI-FIM.
           DISPLAY "*** CLIENTES LIDOS/GRAVADOS...: " W-CLI-LIDOS
                   " / " W-CLI-GRAV.
           GOBACK.
      *
       CONVERTE-CLI.
           OPEN INPUT CLIVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "CADCLI.OLD NAO ENCONTRADO - CLIENTES NAO "
                      "CONVERTIDOS - ST " ST-VEL
              GO TO CONVERTE-CLI-FIM.
           OPEN OUTPUT CLINOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADCLI.DAT - ST " ST-NOV
              CLOSE CLIVELHO
              GO TO CONVERTE-CLI-FIM.
       CONVERTE-CLI-LER.
           READ CLIVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-CLI-FECHA.
           ADD 1 TO W-CLI-LIDOS
           MOVE V-COD-CLIENTE     TO N-COD-CLIENTE
           MOVE V-NOME-CLIENTE    TO N-NOME-CLIENTE
           MOVE V-CLI-RESTO       TO N-CLI-RESTO
           MOVE ZEROS             TO N-CLI-TABELA
           WRITE REGCLIN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-CLI-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO CLIENTE " V-COD-CLIENTE
                      " - ST " ST-NOV.
           GO TO CONVERTE-CLI-LER.
       CONVERTE-CLI-FECHA.
           CLOSE CLIVELHO CLINOVO.
       CONVERTE-CLI-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
