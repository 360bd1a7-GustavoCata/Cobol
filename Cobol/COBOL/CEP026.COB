       01 W-CONTADORES-JOB EXTERNAL.
          03 W-JOB-LIDOS     PIC 9(07).
          03 W-JOB-GRAVADOS  PIC 9(07).
          03 W-JOB-NOTURNO   PIC X(01).

       01 W-TIPO-ED    PIC 99.
       01 W-IPI-ED     PIC 99,99.
