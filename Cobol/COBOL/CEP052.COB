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
               VALUE OF FILE-ID IS "CADFORN.TRB".
       01 REGFORN-T.
                03 COD-FORN-T         PIC 9(04).
                03 FILLER             PIC X(87).
      *
       FD CADOTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.TRB".
       01 REGOPER-T.
                03 COD-OPER-T         PIC X(10).
                03 FILLER             PIC X(65).
      *
       FD CADUTRB
               LABEL RECORD IS STANDARD
              MOVE TR-CONTAGEM TO W-TRAILER
              MOVE "S" TO W-TEM-TRAILER
              GO TO REC-CADFORN-LER.
           MOVE LINHA-BKP (1:91) TO REGFORN-T
           WRITE REGFORN-T
           IF ST-TRB = "00" OR "02"
              ADD 1 TO W-CONTADOR
           IF ST-IDX NOT = "00"
              GO TO REC-CADFORN-BAK-FECHA.
           MOVE SPACES TO LINHA-BKP
           MOVE REGFORN TO LINHA-BKP (1:91)
           WRITE LINHA-BKP
           ADD 1 TO W-CONT-BAK
           GO TO REC-CADFORN-BAK-LER.
              MOVE TR-CONTAGEM TO W-TRAILER
              MOVE "S" TO W-TEM-TRAILER
              GO TO REC-CADOPER-LER.
           MOVE LINHA-BKP (1:75) TO REGOPER-T
           WRITE REGOPER-T
           IF ST-TRB = "00" OR "02"
              ADD 1 TO W-CONTADOR
           IF ST-IDX NOT = "00"
              GO TO REC-CADOPER-BAK-FECHA.
           MOVE SPACES TO LINHA-BKP
           MOVE REGOPER TO LINHA-BKP (1:75)
           WRITE LINHA-BKP
           ADD 1 TO W-CONT-BAK
           GO TO REC-CADOPER-BAK-LER.
