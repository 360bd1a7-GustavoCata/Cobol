                03 NOME-FORNECEDOR PIC X(30).
                03 FORN-CEP        PIC 9(08).
                03 FORN-CONTATO    PIC X(20).
                03 FORN-TIPO-DOC   PIC X(01).
                03 FORN-DOCUMENTO  PIC 9(14).
                03 FORN-IE         PIC X(14).
      *
       FD CEP
               LABEL RECORD IS STANDARD
