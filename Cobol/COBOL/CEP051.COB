                03 NOME-FORNECEDOR    PIC X(30).
                03 FORN-CEP           PIC 9(08).
                03 FORN-CONTATO       PIC X(20).
                03 FORN-TIPO-DOC      PIC X(01).
                03 FORN-DOCUMENTO     PIC 9(14).
                03 FORN-IE            PIC X(14).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
                03 OPER-DT-SENHA      PIC 9(08).
                03 OPER-FALHAS        PIC 9(02).
                03 OPER-BLOQ          PIC X(01).
                03 PERM-LIB-CRED      PIC X(01).
                03 OPER-FILIAL        PIC 9(02).
      *
       FD CADCUSTO
               LABEL RECORD IS STANDARD
           IF ST-IDX NOT = "00"
              GO TO DESC-CADFORN-TRAILER.
           MOVE SPACES TO LINHA-BKP
           MOVE REGFORN TO LINHA-BKP (1:91)
           WRITE LINHA-BKP
           ADD 1 TO W-CONTADOR
           GO TO DESC-CADFORN-LER.
           IF ST-IDX NOT = "00"
              GO TO DESC-CADOPER-TRAILER.
           MOVE SPACES TO LINHA-BKP
           MOVE REGOPER TO LINHA-BKP (1:75)
           WRITE LINHA-BKP
           ADD 1 TO W-CONTADOR
           GO TO DESC-CADOPER-LER.
