       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLATAB.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * MANUTENCAO DAS TABELAS DE PRECO DE CLIENTE      *
      * (TABPRECO.DAT) - VAREJO, ATACADO, REVENDA...    *
      * CADA TABELA TEM UM CABECALHO (TIPO T) COM A     *
      * DESCRICAO E O MARKUP PADRAO, E LINHAS POR       *
      * CATEGORIA (TIPO C, SO MARKUP) OU POR PRODUTO    *
      * (TIPO P, PRECO FIXO OU MARKUP). O MARKUP        *
      * SUBSTITUI O LUCRO DO PRODUTO NA FORMULA DE      *
      * PRECO (CUSTO, IPI, ICMS). O CLIENTE RECEBE A    *
      * TABELA NO CLACLI (CEP065) E O PEDVENDA (CEP042) *
      * E O ORCVENDA (CEP067) ESCOLHEM O PRECO: PRODUTO,*
      * DEPOIS CATEGORIA, DEPOIS CABECALHO; CABECALHO   *
      * COM MARKUP ZERO = PRECO DE LISTA. TABELA 00 E O *
      * PRECO DE LISTA E NAO SE CADASTRA                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TABPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TP-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
       SELECT CADTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPO
                    FILE STATUS  IS ST-TIPO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : TABPRECO   - TABELAS DE PRECO DE CLIENTE; TP-TIPO   *
      *                        T = CABECALHO (TP-REF ZERO), C =       *
      *                        CATEGORIA (TP-REF = CODTIPO), P =      *
      *                        PRODUTO (TP-REF = CODIGO). PRECO FIXO  *
      *                        ZERO = USA O MARKUP                    *
      * CHAVE 1     : TP-CHAVE    -  TABELA + TIPO + REFERENCIA       *
      *****************************************************************
       FD TABPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABPRECO.DAT".
       01 REGTP.
                03 TP-CHAVE.
                   05 TP-TABELA    PIC 9(02).
                   05 TP-TIPO      PIC X(01).
                   05 TP-REF       PIC 9(06).
                03 TP-DESCRICAO    PIC X(20).
                03 TP-PRECO        PIC 9(06)V99.
                03 TP-MARKUP       PIC 9(03)V99.
      *
       FD PRODUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODUTO.DAT".
       01 REGPRO.
                03 CODIGO          PIC 9(06).
                03 DESCRICAO       PIC X(25).
                03 TIPO            PIC 9(02).
                03 IPI             PIC 99V99.
                03 ICMS            PIC 99V99.
                03 LUCRO           PIC 99V99.
                03 SITUACAO        PIC X(01).
                03 ESTOQUE-ATUAL   PIC 9(05).
                03 ESTOQUE-MINIMO  PIC 9(05).
                03 PRECO-CUSTO     PIC 9(05)V99.
                03 PRECO-VENDA     PIC 9(06)V99.
                03 DATA-SITUACAO   PIC 9(08).
                03 FORNECEDOR-CODIGO PIC 9(04) VALUE ZEROS.
                03 PRECO-MEDIO     PIC 9(05)V99.
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
       77 ST-PRO       PIC X(02) VALUE "00".
       77 ST-TIPO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TABELA     PIC 9(02) VALUE ZEROS.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-REF        PIC 9(06) VALUE ZEROS.
       77 W-DESC-TAB   PIC X(20) VALUE SPACES.
       77 W-DESC-REF   PIC X(25) VALUE SPACES.
       77 W-TEM-CAB    PIC X(01) VALUE "N".
       77 W-LINHAS     PIC 9(05) VALUE ZEROS.
      *-----------
       SCREEN SECTION.

        01  TELATAB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                   TABELAS DE PRECO DE C".
           05  LINE 02  COLUMN 41
               VALUE  "LIENTE".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  " TABELA:".
           05  LINE 07  COLUMN 01
               VALUE  " TIPO (T=TABELA  C=CATEGORIA  P=PRODUTO):".
           05  LINE 09  COLUMN 01
               VALUE  " REFERENCIA:".
           05  LINE 11  COLUMN 01
               VALUE  " DESCRICAO DA TABELA:".
           05  LINE 13  COLUMN 01
               VALUE  " PRECO FIXO (SO PRODUTO):".
           05  LINE 15  COLUMN 01
               VALUE  " MARKUP % SOBRE O CUSTO (0 NO CABECALHO = P".
           05  LINE 15  COLUMN 44
               VALUE  "RECO DE LISTA):".
           05  TTABTP
               LINE 05  COLUMN 10  PIC 9(02)
               USING  W-TABELA
               HIGHLIGHT.
           05  TDTABTP
               LINE 05  COLUMN 14  PIC X(20)
               USING  W-DESC-TAB
               HIGHLIGHT.
           05  TTIPOTP
               LINE 07  COLUMN 43  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  TREFTP
               LINE 09  COLUMN 14  PIC 9(06)
               USING  W-REF
               HIGHLIGHT.
           05  TDREFTP
               LINE 09  COLUMN 22  PIC X(25)
               USING  W-DESC-REF
               HIGHLIGHT.
           05  TDESCTP
               LINE 11  COLUMN 23  PIC X(20)
               USING  TP-DESCRICAO
               HIGHLIGHT.
           05  TPRECOTP
               LINE 13  COLUMN 27  PIC 9(06),99
               USING  TP-PRECO
               HIGHLIGHT.
           05  TMARKTP
               LINE 15  COLUMN 60  PIC 9(03),99
               USING  TP-MARKUP
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O TABPRECO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT TABPRECO
                      CLOSE TABPRECO
                      MOVE "*** ARQUIVO TABPRECO SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TABPRECO"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT PRODUTO
           IF ST-PRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE TABPRECO
              GO TO ROT-FIM.
           OPEN INPUT CADTIPO
           IF ST-TIPO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADTIPO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE TABPRECO PRODUTO
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO W-TABELA W-REF TP-PRECO TP-MARKUP
                MOVE SPACES TO W-TIPO W-DESC-TAB W-DESC-REF
                               TP-DESCRICAO
                MOVE "N"    TO W-TEM-CAB
                DISPLAY TELATAB.
       INC-002.
                ACCEPT TTABTP
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                IF W-TABELA = ZEROS
                   MOVE "*** TABELA 00 = PRECO DE LISTA, NAO CADASTRA *"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM LE-CABECALHO THRU LE-CABECALHO-FIM
                DISPLAY TDTABTP.
       INC-003.
                ACCEPT TTIPOTP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-TIPO = "t" MOVE "T" TO W-TIPO.
                IF W-TIPO = "c" MOVE "C" TO W-TIPO.
                IF W-TIPO = "p" MOVE "P" TO W-TIPO.
                IF W-TIPO NOT = "T" AND "C" AND "P"
                   MOVE "*** DIGITE APENAS T, C OU P ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-TIPO = "T"
                   MOVE ZEROS  TO W-REF
                   MOVE SPACES TO W-DESC-REF
                   DISPLAY TREFTP TDREFTP
                   GO TO LER-TP01.
                IF W-TEM-CAB NOT = "S"
                   MOVE "*** CADASTRE PRIMEIRO O CABECALHO (TIPO T) ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TREFTP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-TIPO = "P"
                   GO TO INC-004-PRO.
                IF W-REF > 99
                   MOVE "*** CATEGORIA TEM NO MAXIMO 2 DIGITOS ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE W-REF TO CODTIPO
                READ CADTIPO
                IF ST-TIPO NOT = "00"
                   MOVE "*** CATEGORIA NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE DESCTIPO TO W-DESC-REF
                DISPLAY TDREFTP
                GO TO LER-TP01.
       INC-004-PRO.
                MOVE W-REF TO CODIGO
                READ PRODUTO
                IF ST-PRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE DESCRICAO TO W-DESC-REF
                DISPLAY TDREFTP.
       LER-TP01.
                MOVE 0 TO W-SEL
                MOVE W-TABELA TO TP-TABELA
                MOVE W-TIPO   TO TP-TIPO
                MOVE W-REF    TO TP-REF
                READ TABPRECO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELATAB
                      MOVE "*** REGRA DE PRECO JA CADASTRADA ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO TABPRECO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-FECHA
                      ELSE
                        NEXT SENTENCE.
                MOVE ZEROS  TO TP-PRECO TP-MARKUP
                MOVE SPACES TO TP-DESCRICAO
                DISPLAY TDESCTP TPRECOTP TMARKTP.
       INC-005.
                IF W-TIPO NOT = "T"
                   MOVE W-DESC-TAB TO TP-DESCRICAO
                   GO TO INC-006.
                ACCEPT TDESCTP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF TP-DESCRICAO = SPACES
                   MOVE "*** INFORME A DESCRICAO DA TABELA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                IF W-TIPO NOT = "P"
                   MOVE ZEROS TO TP-PRECO
                   GO TO INC-007.
                ACCEPT TPRECOTP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-007.
                ACCEPT TMARKTP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-TIPO = "P"
                      GO TO INC-006
                   ELSE
                      IF W-TIPO = "T"
                         GO TO INC-005
                      ELSE
                         GO TO INC-004.
                IF W-TIPO = "T"
                   GO TO INC-OPC.
      *              LINHA SEM PRECO E SEM MARKUP NAO MUDA NADA; COM OS
      *              DOIS O OPERADOR NAO SABERIA QUAL VALE
                IF TP-PRECO = ZEROS AND TP-MARKUP = ZEROS
                   MOVE "*** INFORME PRECO FIXO OU MARKUP ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF TP-PRECO NOT = ZEROS AND TP-MARKUP NOT = ZEROS
                   MOVE "*** PRECO FIXO OU MARKUP, NAO OS DOIS ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-SEL = 1 GO TO ALT-RW1.
       INC-WR1.
                WRITE REGTP
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** REGRA DE PRECO JA EXISTE ***  " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO TABPRECO"
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
      *              CABECALHO COM LINHAS DEIXARIA AS LINHAS SEM TABELA
                IF W-TIPO = "T"
                   PERFORM CONTA-LINHAS THRU CONTA-LINHAS-FIM
                   IF W-LINHAS NOT = ZEROS
                      MOVE "*** TABELA COM REGRAS - EXCLUA AS LINHAS"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
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
                MOVE W-TABELA TO TP-TABELA
                MOVE W-TIPO   TO TP-TIPO
                MOVE W-REF    TO TP-REF
                DELETE TABPRECO RECORD
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
                REWRITE REGTP
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO TABPRECO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-FECHA.
      *
      ***********************************************
      * LE O CABECALHO DA TABELA DIGITADA PARA       *
      * MOSTRAR A DESCRICAO; SEM CABECALHO SO SE     *
      * PODE CADASTRAR O PROPRIO CABECALHO           *
      ***********************************************
       LE-CABECALHO.
                MOVE "N"    TO W-TEM-CAB
                MOVE SPACES TO W-DESC-TAB
                MOVE W-TABELA TO TP-TABELA
                MOVE "T"      TO TP-TIPO
                MOVE ZEROS    TO TP-REF
                READ TABPRECO
                IF ST-ERRO = "00"
                   MOVE "S"          TO W-TEM-CAB
                   MOVE TP-DESCRICAO TO W-DESC-TAB.
       LE-CABECALHO-FIM.
                EXIT.
      *
      ***********************************************
      * CONTA AS LINHAS (CATEGORIA/PRODUTO) DA       *
      * TABELA, PARA NAO EXCLUIR CABECALHO EM USO    *
      ***********************************************
       CONTA-LINHAS.
                MOVE ZEROS    TO W-LINHAS
                MOVE W-TABELA TO TP-TABELA
                MOVE "T"      TO TP-TIPO
                MOVE ZEROS    TO TP-REF
                START TABPRECO KEY IS NOT LESS TP-CHAVE
                      INVALID KEY GO TO CONTA-LINHAS-FIM.
       CONTA-LINHAS-LER.
                READ TABPRECO NEXT
                IF ST-ERRO NOT = "00"
                   GO TO CONTA-LINHAS-FIM.
                IF TP-TABELA NOT = W-TABELA
                   GO TO CONTA-LINHAS-FIM.
                IF TP-TIPO NOT = "T"
                   ADD 1 TO W-LINHAS.
                GO TO CONTA-LINHAS-LER.
       CONTA-LINHAS-FIM.
                EXIT.
      *
       INC-FECHA.
                CLOSE TABPRECO PRODUTO CADTIPO.
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
