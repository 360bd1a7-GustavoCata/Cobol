       01 W-CONTADORES-JOB EXTERNAL.
          03 W-JOB-LIDOS     PIC 9(07).
          03 W-JOB-GRAVADOS  PIC 9(07).
          03 W-JOB-NOTURNO   PIC X(01).
      *              *** CAMPOS DO CHECKPOINT/RESTART (REQ 012) ***
       77 W-ULTNUM       PIC 9(08) VALUE ZEROS.
       77 W-CONT-CKP     PIC 9(05) VALUE ZEROS.
