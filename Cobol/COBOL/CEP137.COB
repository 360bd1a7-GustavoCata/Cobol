       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERPER.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CONFERENCIA DO PERIODO FECHADO - CHAMADO PELOS  *
      * PROGRAMAS QUE LANCAM MOVIMENTO DATADO ANTES DE  *
      * GRAVAR. O CHAMADOR MONTA O ITEM EXTERNAL        *
      * W-PERIODO (MODULO EST/VEN/FAT/FIN E A DATA DO   *
      * LANCAMENTO) E ESTE PROGRAMA DEVOLVE A SITUACAO: *
      * "F" = A DATA CAI EM MES JA FECHADO PELO FECHMES *
      * (CEP085), "A" = ABERTO. SEM PERIODO.DAT OU SEM  *
      * O REGISTRO DO MODULO, NADA ESTA FECHADO         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PERIODO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-MODULO
                    FILE STATUS  IS ST-PER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : PERIODO    - PERIODO FECHADO POR MODULO: O ULTIMO   *
      *                        ANO-MES FECHADO PELO FECHMES E O MES   *
      *                        REABERTO (REABPER) AGUARDANDO NOVO     *
      *                        FECHAMENTO                             *
      *****************************************************************
       FD PERIODO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.DAT".
       01 REGPER.
                03 PER-MODULO      PIC X(03).
                03 PER-FECHADO     PIC 9(06).
                03 PER-DATA-FECH   PIC 9(08).
                03 PER-OPER-FECH   PIC X(10).
                03 PER-REABERTO    PIC 9(06).
                03 PER-DATA-REAB   PIC 9(08).
                03 PER-OPER-REAB   PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PER       PIC X(02) VALUE "00".
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
      *              *** CONFERENCIA DE PERIODO, MONTADA PELO ***
      *              *** CHAMADOR (ITEM EXTERNAL DA RUN-UNIT) ***
       01 W-PERIODO EXTERNAL.
          03 PP-MODULO     PIC X(03).
          03 PP-DATA       PIC 9(08).
          03 PP-SITUACAO   PIC X(01).
          03 PP-FECHADO    PIC 9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE "A"   TO PP-SITUACAO
           MOVE ZEROS TO PP-FECHADO
           OPEN INPUT PERIODO
           IF ST-PER NOT = "00"
              GO TO ROT-FIM.
           MOVE PP-MODULO TO PER-MODULO
           READ PERIODO
           IF ST-PER NOT = "00"
              GO TO ROT-FECHA.
           MOVE PER-FECHADO TO PP-FECHADO
           COMPUTE W-ANOMES = PP-DATA / 100
           IF W-ANOMES NOT > PER-FECHADO
              MOVE "F" TO PP-SITUACAO.
       ROT-FECHA.
           CLOSE PERIODO.
       ROT-FIM.
           GOBACK.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
