       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRVJORN.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * GRAVACAO DO JORNAL DE RECUPERACAO - CHAMADO     *
      * PELOS PROGRAMAS ON-LINE DEPOIS DE CADA WRITE,   *
      * REWRITE OU DELETE BEM-SUCEDIDO EM PRODUTO,      *
      * SALDEP, MOVIMENT, PEDIDO, PEDITEM, DUPREC,      *
      * CADCLI E CREDCLI. O CHAMADOR MONTA O ITEM       *
      * EXTERNAL W-JORNAL (ARQUIVO, OPERACAO W/R/D,     *
      * OPERADOR, PROGRAMA E A IMAGEM POSTERIOR DO      *
      * REGISTRO - NO DELETE, O REGISTRO EXCLUIDO) E    *
      * ESTE PROGRAMA ACRESCENTA A LINHA, COM DATA E    *
      * HORA, AO JORNAL DO DIA (JRNAAAAMMDD.DAT). O     *
      * ARQUIVO E ABERTO E FECHADO A CADA LINHA PARA    *
      * QUE NADA FIQUE EM BUFFER SE A MAQUINA CAIR. O   *
      * ROLLFWD (CEP136) REAPLICA O JORNAL SOBRE UMA    *
      * RECARGA (CEP052)                                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-JRN.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : JORNAL     - JORNAL DE RECUPERACAO DO DIA (NOME     *
      *                        MONTADO COM A DATA DA GRAVACAO)        *
      *****************************************************************
       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-JRN.
       01 REG-JRN.
                03 JL-DATA         PIC 9(08).
                03 JL-HORA         PIC 9(08).
                03 JL-OPERADOR     PIC X(10).
                03 JL-PROGRAMA     PIC X(08).
                03 JL-ARQUIVO      PIC X(08).
                03 JL-OPERACAO     PIC X(01).
                03 JL-IMAGEM       PIC X(300).
      *
      *****************************************************************
      * ARQUIVO : PARAMS     - PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      *                        - UM REGISTRO DE POSICOES FIXAS;      *
      *                        CAMPO ZERADO = USA O PADRAO LOCAL     *
      *****************************************************************
       FD PARAMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAMS.DAT".
       01 REG-PAR.
                03 PA-EMPRESA       PIC X(20).
                03 PA-INTERVALO-CKP PIC 9(05).
                03 PA-RET-CEP       PIC 9(02).
                03 PA-RET-PROD      PIC 9(02).
                03 PA-TEMPO-MENS    PIC 9(05).
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-JRN       PIC X(02) VALUE "00".
       77 ST-PAR       PIC X(02) VALUE "00".
       77 W-PAR-LIDO   PIC X(01) VALUE "N".
       77 W-NOME-JRN   PIC X(40) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 HORA-ATU     PIC 9(08).
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
      *              *** PEDIDO DE GRAVACAO, MONTADO PELO CHAMADOR ***
      *              *** (ITEM EXTERNAL DA RUN-UNIT); JR-STATUS    ***
      *              *** VOLTA COM O FILE STATUS DA GRAVACAO       ***
       01 W-JORNAL EXTERNAL.
          03 JR-ARQUIVO    PIC X(08).
          03 JR-OPERACAO   PIC X(01).
          03 JR-OPERADOR   PIC X(10).
          03 JR-PROGRAMA   PIC X(08).
          03 JR-IMAGEM     PIC X(300).
          03 JR-STATUS     PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF W-PAR-LIDO NOT = "S"
              PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
              MOVE "S" TO W-PAR-LIDO.
           ACCEPT DATA-ATU FROM DATE
           ACCEPT HORA-ATU FROM TIME
           IF ANO-ATU < W-PIVO
              COMPUTE W-HOJE = ((W-SECULO * 100) + ANO-ATU) * 10000
                               + (MES-ATU * 100) + DIA-ATU
           ELSE
              COMPUTE W-HOJE = (((W-SECULO - 1) * 100) + ANO-ATU)
                               * 10000 + (MES-ATU * 100) + DIA-ATU.
           MOVE SPACES TO W-NOME-JRN
           STRING "JRN"    DELIMITED BY SIZE
                  W-HOJE   DELIMITED BY SIZE
                  ".DAT"   DELIMITED BY SIZE
                  INTO W-NOME-JRN
           OPEN EXTEND JORNAL
           IF ST-JRN NOT = "00"
              OPEN OUTPUT JORNAL
              CLOSE JORNAL
              OPEN EXTEND JORNAL.
           IF ST-JRN NOT = "00"
              MOVE ST-JRN TO JR-STATUS
              GO TO ROT-FIM.
           MOVE W-HOJE      TO JL-DATA
           MOVE HORA-ATU    TO JL-HORA
           MOVE JR-OPERADOR TO JL-OPERADOR
           MOVE JR-PROGRAMA TO JL-PROGRAMA
           MOVE JR-ARQUIVO  TO JL-ARQUIVO
           MOVE JR-OPERACAO TO JL-OPERACAO
           MOVE JR-IMAGEM   TO JL-IMAGEM
           WRITE REG-JRN
           MOVE ST-JRN TO JR-STATUS
           CLOSE JORNAL.
       ROT-FIM.
           GOBACK.
      *
      ***********************************************
      * LE OS PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      * NA PRIMEIRA CHAMADA; SEM ARQUIVO OU CAMPO   *
      * ZERADO, VALEM OS PADROES LOCAIS             *
      ***********************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF ST-PAR NOT = "00"
              GO TO LE-PARAMETROS-FIM.
           READ PARAMS
               AT END
                   GO TO LE-PARAMETROS-FECHA.
           IF PA-SECULO NOT = ZEROS
              MOVE PA-SECULO TO W-SECULO.
           IF PA-PIVO NOT = ZEROS
              MOVE PA-PIVO TO W-PIVO.
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
