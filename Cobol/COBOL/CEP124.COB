       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAMETA.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * MANUTENCAO DAS METAS MENSAIS DE VENDA POR       *
      * VENDEDOR (METAVEND.DAT) - UMA META GERAL DO MES *
      * (CATEGORIA 00) E, SE A GERENCIA QUISER, METAS   *
      * POR CATEGORIA DE PRODUTO (CADTIPO). SO A META   *
      * GERAL LEVA ATE 3 FAIXAS DE COMISSAO: A PARTIR   *
      * DE TANTOS % DA META ATINGIDOS O RELCOMIS        *
      * (CEP077) PAGA A TAXA DA FAIXA NO LUGAR DA TAXA  *
      * DO CADASTRO (CEP076/CLAVEND). O ATINGIMENTO DO  *
      * MES CORRENTE SAI NO RELMETA (CEP125)            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT METAVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MT-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-VENDEDOR
                    FILE STATUS  IS ST-VEN.
       SELECT CADTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPO
                    FILE STATUS  IS ST-TIP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : METAVEND   - META DE VENDA DO VENDEDOR NO ANO-MES;  *
      *                        MT-TIPO 00 = META GERAL, COM AS FAIXAS *
      *                        DE COMISSAO; MT-TIPO NN = META DA      *
      *                        CATEGORIA NN (SEM FAIXAS)              *
      * CHAVE 1     : MT-CHAVE    -  VENDEDOR + ANO-MES + CATEGORIA   *
      *****************************************************************
       FD METAVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "METAVEND.DAT".
       01 REGMT.
                03 MT-CHAVE.
                   05 MT-VENDEDOR  PIC 9(04).
                   05 MT-ANOMES    PIC 9(06).
                   05 MT-TIPO      PIC 9(02).
                03 MT-VALOR        PIC 9(08)V99.
      *              % DA META A PARTIR DO QUAL VALE A TAXA DA FAIXA;
      *              FAIXA COM MT-FX-PCT ZERADO NAO EXISTE
                03 MT-FAIXA        OCCURS 3 TIMES.
                   05 MT-FX-PCT    PIC 9(03).
                   05 MT-FX-TAXA   PIC 99V99.
      *
       FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REGVEND.
                03 COD-VENDEDOR    PIC 9(04).
                03 NOME-VENDEDOR   PIC X(30).
                03 VEND-COMISSAO   PIC 99V99.
      *
       FD CADTIPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTIPO.DAT".
       01 REGTIPO.
                03 CODTIPO         PIC 9(02).
                03 DESCTIPO        PIC X(20).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-VEN       PIC X(02) VALUE "00".
       77 ST-TIP       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-VENDEDOR   PIC 9(04) VALUE ZEROS.
       77 W-NOME       PIC X(30) VALUE SPACES.
       77 W-TAXA-BASE  PIC 99V99 VALUE ZEROS.
       77 W-TIPO       PIC 9(02) VALUE ZEROS.
       77 W-DESC-TIPO  PIC X(20) VALUE SPACES.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-PCT1       PIC 9(03) VALUE ZEROS.
       77 W-TAXA1      PIC 99V99 VALUE ZEROS.
       77 W-PCT2       PIC 9(03) VALUE ZEROS.
       77 W-TAXA2      PIC 99V99 VALUE ZEROS.
       77 W-PCT3       PIC 9(03) VALUE ZEROS.
       77 W-TAXA3      PIC 99V99 VALUE ZEROS.
       01 W-ANOMES-DEC.
          03 W-AM-ANO  PIC 9(04).
          03 W-AM-MES  PIC 9(02).
       01 W-ANOMES REDEFINES W-ANOMES-DEC PIC 9(06).
      *-----------
       SCREEN SECTION.

        01  TELAMETA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                     METAS MENSAIS DE VE".
           05  LINE 02  COLUMN 41
               VALUE  "NDEDOR".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  " VENDEDOR:".
           05  LINE 06  COLUMN 01
               VALUE  " COMISSAO DO CADASTRO:       %".
           05  LINE 08  COLUMN 01
               VALUE  " ANO-MES (AAAAMM):".
           05  LINE 10  COLUMN 01
               VALUE  " CATEGORIA (00 = GERAL):".
           05  LINE 12  COLUMN 01
               VALUE  " META DO MES:".
           05  LINE 14  COLUMN 01
               VALUE  " FAIXAS DE COMISSAO (SO NA META GERAL)".
           05  LINE 15  COLUMN 01
               VALUE  " FAIXA 1 - A PARTIR DE     % DA META".
           05  LINE 15  COLUMN 41
               VALUE  "TAXA:      %".
           05  LINE 16  COLUMN 01
               VALUE  " FAIXA 2 - A PARTIR DE     % DA META".
           05  LINE 16  COLUMN 41
               VALUE  "TAXA:      %".
           05  LINE 17  COLUMN 01
               VALUE  " FAIXA 3 - A PARTIR DE     % DA META".
           05  LINE 17  COLUMN 41
               VALUE  "TAXA:      %".
           05  TVENDMT
               LINE 05  COLUMN 12  PIC 9(04)
               USING  W-VENDEDOR
               HIGHLIGHT.
           05  TNOMEMT
               LINE 05  COLUMN 18  PIC X(30)
               USING  W-NOME
               HIGHLIGHT.
           05  TBASEMT
               LINE 06  COLUMN 24  PIC Z9,99
               USING  W-TAXA-BASE
               HIGHLIGHT.
           05  TANOMESMT
               LINE 08  COLUMN 20  PIC 9(06)
               USING  W-ANOMES
               HIGHLIGHT.
           05  TTIPOMT
               LINE 10  COLUMN 26  PIC 9(02)
               USING  W-TIPO
               HIGHLIGHT.
           05  TDTIPOMT
               LINE 10  COLUMN 30  PIC X(20)
               USING  W-DESC-TIPO
               HIGHLIGHT.
           05  TVALORMT
               LINE 12  COLUMN 15  PIC 9(08),99
               USING  W-VALOR
               HIGHLIGHT.
           05  TPCT1MT
               LINE 15  COLUMN 24  PIC 9(03)
               USING  W-PCT1
               HIGHLIGHT.
           05  TTAXA1MT
               LINE 15  COLUMN 47  PIC 99,99
               USING  W-TAXA1
               HIGHLIGHT.
           05  TPCT2MT
               LINE 16  COLUMN 24  PIC 9(03)
               USING  W-PCT2
               HIGHLIGHT.
           05  TTAXA2MT
               LINE 16  COLUMN 47  PIC 99,99
               USING  W-TAXA2
               HIGHLIGHT.
           05  TPCT3MT
               LINE 17  COLUMN 24  PIC 9(03)
               USING  W-PCT3
               HIGHLIGHT.
           05  TTAXA3MT
               LINE 17  COLUMN 47  PIC 99,99
               USING  W-TAXA3
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O METAVEND
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT METAVEND
                      CLOSE METAVEND
                      MOVE "*** ARQUIVO METAVEND SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO METAVEND"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT CADVEND
           IF ST-VEN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADVEND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE METAVEND
              GO TO ROT-FIM.
           OPEN INPUT CADTIPO
           IF ST-TIP NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTIPO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE METAVEND CADVEND
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO W-VENDEDOR W-TAXA-BASE W-ANOMES W-TIPO
                               W-VALOR W-PCT1 W-TAXA1 W-PCT2 W-TAXA2
                               W-PCT3 W-TAXA3
                MOVE SPACES TO W-NOME W-DESC-TIPO
                DISPLAY TELAMETA.
       INC-002.
                ACCEPT TVENDMT
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                IF W-VENDEDOR = ZEROS
                   MOVE "*** INFORME O VENDEDOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-VENDEDOR TO COD-VENDEDOR
                READ CADVEND
                IF ST-VEN NOT = "00"
                   MOVE "*** VENDEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE NOME-VENDEDOR TO W-NOME
                MOVE VEND-COMISSAO TO W-TAXA-BASE
                DISPLAY TNOMEMT TBASEMT.
       INC-003.
                ACCEPT TANOMESMT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-AM-ANO < 1900 OR W-AM-MES < 01 OR W-AM-MES > 12
                   MOVE "*** ANO-MES INVALIDO - USE AAAAMM ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TTIPOMT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-TIPO = ZEROS
                   MOVE "META GERAL DO MES" TO W-DESC-TIPO
                   DISPLAY TDTIPOMT
                   GO TO LER-MT01.
                MOVE W-TIPO TO CODTIPO
                READ CADTIPO
                IF ST-TIP NOT = "00"
                   MOVE "*** CATEGORIA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE DESCTIPO TO W-DESC-TIPO
                DISPLAY TDTIPOMT.
       LER-MT01.
                MOVE 0 TO W-SEL
                MOVE W-VENDEDOR TO MT-VENDEDOR
                MOVE W-ANOMES   TO MT-ANOMES
                MOVE W-TIPO     TO MT-TIPO
                READ METAVEND
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE MT-VALOR       TO W-VALOR
                      MOVE MT-FX-PCT (1)  TO W-PCT1
                      MOVE MT-FX-TAXA (1) TO W-TAXA1
                      MOVE MT-FX-PCT (2)  TO W-PCT2
                      MOVE MT-FX-TAXA (2) TO W-TAXA2
                      MOVE MT-FX-PCT (3)  TO W-PCT3
                      MOVE MT-FX-TAXA (3) TO W-TAXA3
                      DISPLAY TELAMETA
                      MOVE "*** META JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO METAVEND" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-FECHA
                      ELSE
                        NEXT SENTENCE.
       INC-005.
                ACCEPT TVALORMT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-VALOR = ZEROS
                   MOVE "*** INFORME O VALOR DA META ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *              META DE CATEGORIA NAO TEM FAIXA DE COMISSAO
                IF W-TIPO NOT = ZEROS
                   MOVE ZEROS TO W-PCT1 W-TAXA1 W-PCT2 W-TAXA2
                                 W-PCT3 W-TAXA3
                   DISPLAY TELAMETA
                   GO TO INC-OPC.
      *
      ***********************************************
      * FAIXAS DE COMISSAO - PERCENTUAL DA META E    *
      * TAXA SEMPRE CRESCENTES; A TAXA DA PRIMEIRA   *
      * FAIXA TEM DE SUPERAR A DO CADASTRO. FAIXA    *
      * COM PERCENTUAL ZERO ENCERRA A LISTA          *
      ***********************************************
       INC-006.
                ACCEPT TPCT1MT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-PCT1 = ZEROS
                   MOVE ZEROS TO W-TAXA1 W-PCT2 W-TAXA2 W-PCT3 W-TAXA3
                   DISPLAY TELAMETA
                   GO TO INC-OPC.
       INC-06A.
                ACCEPT TTAXA1MT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-TAXA1 NOT > W-TAXA-BASE
                   MOVE "*** TAXA DEVE SER MAIOR QUE A DO CADASTRO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-06A.
       INC-007.
                ACCEPT TPCT2MT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-06A.
                IF W-PCT2 = ZEROS
                   MOVE ZEROS TO W-TAXA2 W-PCT3 W-TAXA3
                   DISPLAY TELAMETA
                   GO TO INC-OPC.
                IF W-PCT2 NOT > W-PCT1
                   MOVE "*** PERCENTUAL DEVE SER MAIOR QUE O ANTERIOR"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-07A.
                ACCEPT TTAXA2MT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-TAXA2 NOT > W-TAXA1
                   MOVE "*** TAXA DEVE SER MAIOR QUE A ANTERIOR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-07A.
       INC-008.
                ACCEPT TPCT3MT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-07A.
                IF W-PCT3 = ZEROS
                   MOVE ZEROS TO W-TAXA3
                   DISPLAY TELAMETA
                   GO TO INC-OPC.
                IF W-PCT3 NOT > W-PCT2
                   MOVE "*** PERCENTUAL DEVE SER MAIOR QUE O ANTERIOR"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-08A.
                ACCEPT TTAXA3MT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-TAXA3 NOT > W-TAXA2
                   MOVE "*** TAXA DEVE SER MAIOR QUE A ANTERIOR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-08A.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                MOVE W-VENDEDOR TO MT-VENDEDOR
                MOVE W-ANOMES   TO MT-ANOMES
                MOVE W-TIPO     TO MT-TIPO
                MOVE W-VALOR    TO MT-VALOR
                MOVE W-PCT1     TO MT-FX-PCT (1)
                MOVE W-TAXA1    TO MT-FX-TAXA (1)
                MOVE W-PCT2     TO MT-FX-PCT (2)
                MOVE W-TAXA2    TO MT-FX-TAXA (2)
                MOVE W-PCT3     TO MT-FX-PCT (3)
                MOVE W-TAXA3    TO MT-FX-TAXA (3)
                IF W-SEL = 1 GO TO ALT-RW1.
       INC-WR1.
                WRITE REGMT
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** META JA EXISTE ***        " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO METAVEND"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-FECHA.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-005.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE METAVEND RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-FECHA.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGMT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO METAVEND" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-FECHA.
      *
       INC-FECHA.
                CLOSE METAVEND CADVEND CADTIPO.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 30000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
