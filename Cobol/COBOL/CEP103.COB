       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCRED.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CONVERSAO UNICA PARA O CONTROLE DE CREDITO DO   *
      * CLIENTE - O CADASTRO DE CLIENTES GANHOU O       *
      * LIMITE DE CREDITO (CLI-LIMITE, 96 -> 106 BYTES) *
      * E O CADASTRO DE OPERADORES A PERMISSAO DE       *
      * LIBERAR PEDIDO BLOQUEADO (PERM-LIB-CRED, 72 ->  *
      * 73 BYTES). ANTES DE RODAR, RENOMEIE OS ARQUIVOS *
      * ATUAIS PARA CADCLI.OLD E CADOPER.OLD; ARQUIVO   *
      * .OLD AUSENTE E SO AVISADO E PULADO. CLIENTE     *
      * CONVERTIDO FICA SEM LIMITE (ZERO) E OPERADOR    *
      * SEM A PERMISSAO (N) - MESMA RECEITA DO CONVSEN  *
      * (CEP095)                                        *
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
       SELECT OPEVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-COD-OPERADOR
                    FILE STATUS  IS ST-VEL.
       SELECT OPENOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-COD-OPERADOR
                    FILE STATUS  IS ST-NOV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : CLIVELHO   - CLIENTE NO LEIAUTE ANTIGO (SEM LIMITE  *
      *                        DE CREDITO), RENOMEADO PARA CADCLI.OLD *
      *****************************************************************
       FD CLIVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.OLD".
       01 REGCLIV.
                03 V-COD-CLIENTE     PIC 9(06).
                03 V-NOME-CLIENTE    PIC X(30).
                03 V-CLI-CEP         PIC 9(08).
                03 V-CLI-ENDNUM      PIC 9(05).
                03 V-CLI-COMPLEMENTO PIC X(15).
                03 V-CLI-FONE        PIC X(12).
                03 V-CLI-CONTATO     PIC X(20).
      *
       FD CLINOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLIN.
                03 N-COD-CLIENTE     PIC 9(06).
                03 N-NOME-CLIENTE    PIC X(30).
                03 N-CLI-CEP         PIC 9(08).
                03 N-CLI-ENDNUM      PIC 9(05).
                03 N-CLI-COMPLEMENTO PIC X(15).
                03 N-CLI-FONE        PIC X(12).
                03 N-CLI-CONTATO     PIC X(20).
                03 N-CLI-LIMITE      PIC 9(08)V99.
      *
      *****************************************************************
      * ARQUIVO : OPEVELHO   - OPERADOR NO LEIAUTE ANTERIOR (SEM A    *
      *                        PERMISSAO DE LIBERAR CREDITO),         *
      *                        RENOMEADO PARA CADOPER.OLD             *
      *****************************************************************
       FD OPEVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.OLD".
       01 REGOPEV.
                03 V-COD-OPERADOR  PIC X(10).
                03 V-RESTO         PIC X(62).
      *
       FD OPENOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPEN.
                03 N-COD-OPERADOR  PIC X(10).
                03 N-RESTO         PIC X(62).
                03 N-PERM-LIB-CRED PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VEL        PIC X(02) VALUE "00".
       77 ST-NOV        PIC X(02) VALUE "00".
       77 W-CLI-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-CLI-GRAV    PIC 9(07) VALUE ZEROS.
       77 W-OPE-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-OPE-GRAV    PIC 9(07) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CONVERSAO PARA O CONTROLE DE CREDITO".
           DISPLAY "OS ARQUIVOS ATUAIS JA FORAM RENOMEADOS PARA".
           DISPLAY "CADCLI.OLD E CADOPER.OLD; CADCLI.DAT E".
           DISPLAY "CADOPER.DAT SERAO RECONSTRUIDOS COM CLIENTE".
           DISPLAY "SEM LIMITE E OPERADOR SEM PERMISSAO DE".
           DISPLAY "LIBERAR CREDITO. CONFIRMA (S/N):".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CONVERSAO CANCELADA PELO OPERADOR ***"
              GOBACK.
           PERFORM CONVERTE-CLI THRU CONVERTE-CLI-FIM.
           PERFORM CONVERTE-OPE THRU CONVERTE-OPE-FIM.
           DISPLAY "*** CLIENTES LIDOS/GRAVADOS...: " W-CLI-LIDOS
                   " / " W-CLI-GRAV.
           DISPLAY "*** OPERADORES LIDOS/GRAVADOS.: " W-OPE-LIDOS
                   " / " W-OPE-GRAV.
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
           MOVE V-CLI-CEP         TO N-CLI-CEP
           MOVE V-CLI-ENDNUM      TO N-CLI-ENDNUM
           MOVE V-CLI-COMPLEMENTO TO N-CLI-COMPLEMENTO
           MOVE V-CLI-FONE        TO N-CLI-FONE
           MOVE V-CLI-CONTATO     TO N-CLI-CONTATO
      *              ZERO = SEM LIMITE; SO O BLOQUEIO POR ATRASO VALE
      *              ATE O CADASTRO SER REVISTO NO CLACLI (CEP065)
           MOVE ZEROS             TO N-CLI-LIMITE
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
      *
       CONVERTE-OPE.
           OPEN INPUT OPEVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "CADOPER.OLD NAO ENCONTRADO - OPERADORES NAO "
                      "CONVERTIDOS - ST " ST-VEL
              GO TO CONVERTE-OPE-FIM.
           OPEN OUTPUT OPENOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADOPER.DAT - ST " ST-NOV
              CLOSE OPEVELHO
              GO TO CONVERTE-OPE-FIM.
       CONVERTE-OPE-LER.
           READ OPEVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-OPE-FECHA.
           ADD 1 TO W-OPE-LIDOS
           MOVE V-COD-OPERADOR    TO N-COD-OPERADOR
           MOVE V-RESTO           TO N-RESTO
      *              NINGUEM LIBERA CREDITO ATE O ADMINISTRADOR DAR
      *              A PERMISSAO NO CLAOPER (CEP033)
           MOVE "N"               TO N-PERM-LIB-CRED
           WRITE REGOPEN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-OPE-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO OPERADOR " V-COD-OPERADOR
                      " - ST " ST-NOV.
           GO TO CONVERTE-OPE-LER.
       CONVERTE-OPE-FECHA.
           CLOSE OPEVELHO OPENOVO.
       CONVERTE-OPE-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
