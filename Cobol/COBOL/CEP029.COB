                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-OPER       PIC X(02) VALUE "00".
