                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : SESSLOG    - JORNAL DE SESSAO DOS OPERADORES: QUEM  *
                03 NOME-FORNECEDOR PIC X(30).
                03 FORN-CEP        PIC 9(08).
                03 FORN-CONTATO    PIC X(20).
                03 FORN-TIPO-DOC   PIC X(01).
                03 FORN-DOCUMENTO  PIC 9(14).
                03 FORN-IE         PIC X(14).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
