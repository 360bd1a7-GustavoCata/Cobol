       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVDOC.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CONVERSAO UNICA PARA O CPF/CNPJ E A INSCRICAO   *
      * ESTADUAL - O CADASTRO DE CLIENTES GANHOU O TIPO *
      * DE DOCUMENTO, O CPF/CNPJ E A IE (109 -> 138     *
      * BYTES) E O DE FORNECEDORES OS MESMOS CAMPOS (62 *
      * -> 91 BYTES). ANTES DE RODAR, RENOMEIE OS       *
      * ARQUIVOS ATUAIS PARA CADCLI.OLD E CADFORN.OLD;  *
      * ARQUIVO .OLD AUSENTE E SO AVISADO E PULADO.     *
      * CADASTRO CONVERTIDO FICA SEM DOCUMENTO (TIPO EM *
      * BRANCO) ATE SER REVISTO NO CLACLI (CEP065) OU   *
      * NO CLAFORN (CEP035); O SEMDOC (CEP114) LISTA OS *
      * QUE FALTAM - MESMA RECEITA DO CONVCRED (CEP103) *
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
       SELECT FORVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-COD-FORNECEDOR
                    FILE STATUS  IS ST-VEL.
       SELECT FORNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-COD-FORNECEDOR
                    FILE STATUS  IS ST-NOV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : CLIVELHO   - CLIENTE NO LEIAUTE ANTERIOR (SEM       *
      *                        CPF/CNPJ), RENOMEADO PARA CADCLI.OLD   *
      *****************************************************************
       FD CLIVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.OLD".
       01 REGCLIV.
                03 V-COD-CLIENTE     PIC 9(06).
                03 V-NOME-CLIENTE    PIC X(30).
                03 V-CLI-RESTO       PIC X(73).
      *
       FD CLINOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLIN.
                03 N-COD-CLIENTE     PIC 9(06).
                03 N-NOME-CLIENTE    PIC X(30).
                03 N-CLI-RESTO       PIC X(73).
                03 N-CLI-TIPO-DOC    PIC X(01).
                03 N-CLI-DOCUMENTO   PIC 9(14).
                03 N-CLI-IE          PIC X(14).
      *
      *****************************************************************
      * ARQUIVO : FORVELHO   - FORNECEDOR NO LEIAUTE ANTERIOR (SEM    *
      *                        CPF/CNPJ), RENOMEADO PARA CADFORN.OLD  *
      *****************************************************************
       FD FORVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.OLD".
       01 REGFORV.
                03 V-COD-FORNECEDOR  PIC 9(04).
                03 V-FORN-RESTO      PIC X(58).
      *
       FD FORNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
                03 N-COD-FORNECEDOR  PIC 9(04).
                03 N-FORN-RESTO      PIC X(58).
                03 N-FORN-TIPO-DOC   PIC X(01).
                03 N-FORN-DOCUMENTO  PIC 9(14).
                03 N-FORN-IE         PIC X(14).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VEL        PIC X(02) VALUE "00".
       77 ST-NOV        PIC X(02) VALUE "00".
       77 W-CLI-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-CLI-GRAV    PIC 9(07) VALUE ZEROS.
       77 W-FOR-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-FOR-GRAV    PIC 9(07) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CONVERSAO PARA O CPF/CNPJ E A IE".
           DISPLAY "OS ARQUIVOS ATUAIS JA FORAM RENOMEADOS PARA".
           DISPLAY "CADCLI.OLD E CADFORN.OLD; CADCLI.DAT E".
           DISPLAY "CADFORN.DAT SERAO RECONSTRUIDOS COM CLIENTES".
           DISPLAY "E FORNECEDORES AINDA SEM DOCUMENTO.".
           DISPLAY "CONFIRMA (S/N):".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CONVERSAO CANCELADA PELO OPERADOR ***"
              GOBACK.
           PERFORM CONVERTE-CLI THRU CONVERTE-CLI-FIM.
           PERFORM CONVERTE-FOR THRU CONVERTE-FOR-FIM.
           DISPLAY "*** CLIENTES LIDOS/GRAVADOS...: " W-CLI-LIDOS
                   " / " W-CLI-GRAV.
           DISPLAY "*** FORNECEDORES LIDOS/GRAV...: " W-FOR-LIDOS
                   " / " W-FOR-GRAV.
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
      *              BRANCO = SEM DOCUMENTO; A FATURA E A REMESSA
      *              AVISAM ATE O CADASTRO SER COMPLETADO NO CLACLI
           MOVE SPACE             TO N-CLI-TIPO-DOC
           MOVE ZEROS             TO N-CLI-DOCUMENTO
           MOVE SPACES            TO N-CLI-IE
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
       CONVERTE-FOR.
           OPEN INPUT FORVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "CADFORN.OLD NAO ENCONTRADO - FORNECEDORES NAO "
                      "CONVERTIDOS - ST " ST-VEL
              GO TO CONVERTE-FOR-FIM.
           OPEN OUTPUT FORNOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADFORN.DAT - ST " ST-NOV
              CLOSE FORVELHO
              GO TO CONVERTE-FOR-FIM.
       CONVERTE-FOR-LER.
           READ FORVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-FOR-FECHA.
           ADD 1 TO W-FOR-LIDOS
           MOVE V-COD-FORNECEDOR  TO N-COD-FORNECEDOR
           MOVE V-FORN-RESTO      TO N-FORN-RESTO
           MOVE SPACE             TO N-FORN-TIPO-DOC
           MOVE ZEROS             TO N-FORN-DOCUMENTO
           MOVE SPACES            TO N-FORN-IE
           WRITE REGFORN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-FOR-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO FORNECEDOR "
                      V-COD-FORNECEDOR " - ST " ST-NOV.
           GO TO CONVERTE-FOR-LER.
       CONVERTE-FOR-FECHA.
           CLOSE FORVELHO FORNOVO.
       CONVERTE-FOR-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
