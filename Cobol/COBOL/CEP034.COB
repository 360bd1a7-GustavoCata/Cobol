       01 W-CONTADORES-JOB EXTERNAL.
          03 W-JOB-LIDOS     PIC 9(07).
          03 W-JOB-GRAVADOS  PIC 9(07).
          03 W-JOB-NOTURNO   PIC X(01).
       77 W-CEP-GRAV   PIC 9(05) VALUE ZEROS.
       77 W-CEP-ALT    PIC 9(05) VALUE ZEROS.
       77 W-CEP-EXC    PIC 9(05) VALUE ZEROS.
