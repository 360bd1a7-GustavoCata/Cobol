                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : PARAMS     - PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
       01 W-CONTADORES-JOB EXTERNAL.
          03 W-JOB-LIDOS     PIC 9(07).
          03 W-JOB-GRAVADOS  PIC 9(07).
          03 W-JOB-NOTURNO   PIC X(01).
       01 REG-ARQ.
          03 RA-CODIGO       PIC 9(06).
          03 FILLER          PIC X VALUE SPACE.
