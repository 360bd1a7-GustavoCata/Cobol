       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEMDOC.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * RELATORIO DE CADASTROS SEM CPF/CNPJ - VARRE     *
      * CADCLI.DAT E CADFORN.DAT E APONTA OS CLIENTES E *
      * FORNECEDORES AINDA SEM DOCUMENTO (TIPO EM       *
      * BRANCO, COMO FICAM DEPOIS DO CONVDOC/CEP113) -  *
      * E A LISTA DO QUE PRECISA SER COMPLETADO NO      *
      * CLACLI (CEP065) E NO CLAFORN (CEP035) PARA A    *
      * FATURA, A NF-E E A REMESSA BANCARIA SAIREM COM  *
      * O DOCUMENTO                                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CLIENTE
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS NOME-CLIENTE
                                                      WITH DUPLICATES.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FORNECEDOR
                    FILE STATUS  IS ST-FORN.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
                03 COD-CLIENTE     PIC 9(06).
                03 NOME-CLIENTE    PIC X(30).
                03 CLI-CEP         PIC 9(08).
                03 CLI-ENDNUM      PIC 9(05).
                03 CLI-COMPLEMENTO PIC X(15).
                03 CLI-FONE        PIC X(12).
                03 CLI-CONTATO     PIC X(20).
                03 CLI-LIMITE      PIC 9(08)V99.
                03 CLI-CONDPAG     PIC 9(03).
                03 CLI-TIPO-DOC    PIC X(01).
                03 CLI-DOCUMENTO   PIC 9(14).
                03 CLI-IE          PIC X(14).
      *              TABELA DE PRECO DO CLIENTE (CEP122/CLATAB); 00 =
      *              PRECO DE LISTA DO PRODUTO
                03 CLI-TABELA      PIC 9(02).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
                03 COD-FORNECEDOR  PIC 9(04).
                03 NOME-FORNECEDOR PIC X(30).
                03 FORN-CEP        PIC 9(08).
                03 FORN-CONTATO    PIC X(20).
                03 FORN-TIPO-DOC   PIC X(01).
                03 FORN-DOCUMENTO  PIC 9(14).
                03 FORN-IE         PIC X(14).
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "SEMDOC.LST".
       01 LINHA-REL            PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-FORN      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-LIDOS-CLI  PIC 9(07) VALUE ZEROS.
       77 W-LIDOS-FORN PIC 9(07) VALUE ZEROS.
       77 W-SEM-CLI    PIC 9(07) VALUE ZEROS.
       77 W-SEM-FORN   PIC 9(07) VALUE ZEROS.
       01 CAB1          PIC X(60)
             VALUE "CLIENTES E FORNECEDORES SEM CPF/CNPJ".
       01 DET.
           03 DET-ARQ     PIC X(10).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-CODIGO  PIC 9(06).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-NOME    PIC X(30).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-CONTATO PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CADASTROS SEM CPF/CNPJ ***".
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO SEMDOC.LST"
              GOBACK.
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL.
      *
      **************************************************
      * PASSO 1 - CADCLI.DAT                            *
      **************************************************
       PASSO1-ABRE.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              DISPLAY "AVISO: CADCLI.DAT INDISPONIVEL"
              GO TO PASSO2-ABRE.
       PASSO1-LER.
           READ CADCLI NEXT RECORD
           IF ST-CLI NOT = "00"
              CLOSE CADCLI
              GO TO PASSO2-ABRE.
           ADD 1 TO W-LIDOS-CLI
           IF CLI-TIPO-DOC NOT = "F" AND "J"
              ADD 1 TO W-SEM-CLI
              MOVE "CLIENTE   " TO DET-ARQ
              MOVE COD-CLIENTE  TO DET-CODIGO
              MOVE NOME-CLIENTE TO DET-NOME
              MOVE CLI-CONTATO  TO DET-CONTATO
              MOVE DET TO LINHA-REL
              WRITE LINHA-REL.
           GO TO PASSO1-LER.
      *
      **************************************************
      * PASSO 2 - CADFORN.DAT                           *
      **************************************************
       PASSO2-ABRE.
           OPEN INPUT CADFORN
           IF ST-FORN NOT = "00"
              DISPLAY "AVISO: CADFORN.DAT INDISPONIVEL"
              GO TO ROT-FIM.
       PASSO2-LER.
           READ CADFORN NEXT RECORD
           IF ST-FORN NOT = "00"
              CLOSE CADFORN
              GO TO ROT-FIM.
           ADD 1 TO W-LIDOS-FORN
           IF FORN-TIPO-DOC NOT = "F" AND "J"
              ADD 1 TO W-SEM-FORN
              MOVE "FORNECEDOR"    TO DET-ARQ
              MOVE COD-FORNECEDOR  TO DET-CODIGO
              MOVE NOME-FORNECEDOR TO DET-NOME
              MOVE FORN-CONTATO    TO DET-CONTATO
              MOVE DET TO LINHA-REL
              WRITE LINHA-REL.
           GO TO PASSO2-LER.
      *
       ROT-FIM.
           CLOSE RELATORIO.
           DISPLAY "*** CLIENTES LIDOS............: " W-LIDOS-CLI.
           DISPLAY "*** FORNECEDORES LIDOS........: " W-LIDOS-FORN.
           DISPLAY "*** CLIENTES SEM DOCUMENTO....: " W-SEM-CLI.
           DISPLAY "*** FORNECEDORES SEM DOCUMENTO: " W-SEM-FORN.
           DISPLAY "*** RELATORIO GERADO: SEMDOC.LST ***".
           GOBACK.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
