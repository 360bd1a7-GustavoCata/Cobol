       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAPROMO.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * MANUTENCAO DAS PROMOCOES DE PRODUTO (PROMO.DAT) *
      * - PRECO PROMOCIONAL DE UM PRODUTO ENTRE DUAS    *
      * DATAS, PARA UMA TABELA DE PRECO DE CLIENTE      *
      * (CEP122/CLATAB) OU PARA TODAS (TABELA 00). O    *
      * PEDVENDA (CEP042) E O ORCVENDA (CEP067) SO      *
      * USAM A PROMOCAO EM VIGOR NO DIA E SE ELA FOR    *
      * MENOR QUE O PRECO DA TABELA DO CLIENTE. NAO SE  *
      * ACEITA PERIODO SOBREPOSTO PARA O MESMO PRODUTO  *
      * E TABELA                                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PROMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
       SELECT TABPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TP-CHAVE
                    FILE STATUS  IS ST-TP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : PROMO      - PRECO PROMOCIONAL DO PRODUTO ENTRE     *
      *                        PR-DATA-INI E PR-DATA-FIM (AAAAMMDD,   *
      *                        INCLUSIVE); PR-TABELA 00 = TODAS AS    *
      *                        TABELAS                                *
      * CHAVE 1     : PR-CHAVE    -  PRODUTO + TABELA + DATA INICIAL  *
      *****************************************************************
       FD PROMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROMO.DAT".
       01 REGPR.
                03 PR-CHAVE.
                   05 PR-PRODUTO   PIC 9(06).
                   05 PR-TABELA    PIC 9(02).
                   05 PR-DATA-INI  PIC 9(08).
                03 PR-DATA-FIM     PIC 9(08).
                03 PR-PRECO        PIC 9(06)V99.
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
      *****************************************************************
      * ARQUIVO : TABPRECO   - TABELAS DE PRECO DE CLIENTE (CEP122/   *
      *                        CLATAB); AQUI SO O CABECALHO (TIPO T)  *
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PRO       PIC X(02) VALUE "00".
       77 ST-TP        PIC X(02) VALUE "00".
       77 W-TP-ABERTO  PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-PRODUTO    PIC 9(06) VALUE ZEROS.
       77 W-TABELA     PIC 9(02) VALUE ZEROS.
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-PRECO      PIC 9(06)V99 VALUE ZEROS.
       77 W-DESCRICAO  PIC X(25) VALUE SPACES.
       77 W-DESC-TAB   PIC X(20) VALUE SPACES.
       77 W-PRECO-LISTA PIC 9(06)V99 VALUE ZEROS.
       77 W-SOBREPOE   PIC X(01) VALUE "N".
       77 W-ACHOU      PIC X(01) VALUE "N".
       01 W-DATA-DEC.
          03 W-DT-ANO  PIC 9(04).
          03 W-DT-MES  PIC 9(02).
          03 W-DT-DIA  PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-DEC PIC 9(08).
      *-----------
       SCREEN SECTION.

        01  TELAPROMO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                     PROMOCOES DE PRODUT".
           05  LINE 02  COLUMN 41
               VALUE  "O".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  " PRODUTO:".
           05  LINE 06  COLUMN 01
               VALUE  " PRECO DE LISTA:".
           05  LINE 08  COLUMN 01
               VALUE  " TABELA (00 = TODAS):".
           05  LINE 10  COLUMN 01
               VALUE  " INICIO (AAAAMMDD):".
           05  LINE 12  COLUMN 01
               VALUE  " FIM    (AAAAMMDD):".
           05  LINE 14  COLUMN 01
               VALUE  " PRECO PROMOCIONAL:".
           05  TCODPR
               LINE 05  COLUMN 11  PIC 9(06)
               USING  W-PRODUTO
               HIGHLIGHT.
           05  TDESCPR
               LINE 05  COLUMN 19  PIC X(25)
               USING  W-DESCRICAO
               HIGHLIGHT.
           05  TLISTAPR
               LINE 06  COLUMN 18  PIC ZZZ.ZZ9,99
               USING  W-PRECO-LISTA
               HIGHLIGHT.
           05  TTABPR
               LINE 08  COLUMN 23  PIC 9(02)
               USING  W-TABELA
               HIGHLIGHT.
           05  TDTABPR
               LINE 08  COLUMN 27  PIC X(20)
               USING  W-DESC-TAB
               HIGHLIGHT.
           05  TINIPR
               LINE 10  COLUMN 21  PIC 9(08)
               USING  W-DATA-INI
               HIGHLIGHT.
           05  TFIMPR
               LINE 12  COLUMN 21  PIC 9(08)
               USING  W-DATA-FIM
               HIGHLIGHT.
           05  TPRECOPR
               LINE 14  COLUMN 21  PIC 9(06),99
               USING  W-PRECO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O PROMO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT PROMO
                      CLOSE PROMO
                      MOVE "*** ARQUIVO PROMO SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO PROMO"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT PRODUTO
           IF ST-PRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PROMO
              GO TO ROT-FIM.
      *              SEM TABPRECO.DAT SO HA PROMOCAO PARA TODOS (00)
           MOVE "N" TO W-TP-ABERTO
           OPEN INPUT TABPRECO
           IF ST-TP = "00"
              MOVE "S" TO W-TP-ABERTO.
       INC-001.
                MOVE ZEROS  TO W-PRODUTO W-TABELA W-DATA-INI W-DATA-FIM
                               W-PRECO W-PRECO-LISTA
                MOVE SPACES TO W-DESCRICAO W-DESC-TAB
                DISPLAY TELAPROMO.
       INC-002.
                ACCEPT TCODPR
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                IF W-PRODUTO = ZEROS
                   MOVE "*** INFORME O PRODUTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-PRODUTO TO CODIGO
                READ PRODUTO
                IF ST-PRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE DESCRICAO   TO W-DESCRICAO
                MOVE PRECO-VENDA TO W-PRECO-LISTA
                DISPLAY TDESCPR TLISTAPR.
       INC-003.
                ACCEPT TTABPR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-TABELA = ZEROS
                   MOVE "TODAS AS TABELAS" TO W-DESC-TAB
                   DISPLAY TDTABPR
                   GO TO INC-004.
                MOVE "N" TO W-ACHOU
                IF W-TP-ABERTO = "S"
                   MOVE W-TABELA TO TP-TABELA
                   MOVE "T"      TO TP-TIPO
                   MOVE ZEROS    TO TP-REF
                   READ TABPRECO
                   IF ST-TP = "00"
                      MOVE "S" TO W-ACHOU
                      MOVE TP-DESCRICAO TO W-DESC-TAB.
                IF W-ACHOU NOT = "S"
                   MOVE "*** TABELA DE PRECO NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY TDTABPR.
       INC-004.
                ACCEPT TINIPR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE W-DATA-INI TO W-DATA-NUM
                PERFORM CONFERE-DATA THRU CONFERE-DATA-FIM
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       LER-PR01.
                MOVE 0 TO W-SEL
                MOVE W-PRODUTO  TO PR-PRODUTO
                MOVE W-TABELA   TO PR-TABELA
                MOVE W-DATA-INI TO PR-DATA-INI
                READ PROMO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE PR-DATA-FIM TO W-DATA-FIM
                      MOVE PR-PRECO    TO W-PRECO
                      DISPLAY TFIMPR TPRECOPR
                      MOVE "*** PROMOCAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO PROMO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-FECHA
                      ELSE
                        NEXT SENTENCE.
       INC-005.
                ACCEPT TFIMPR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE W-DATA-FIM TO W-DATA-NUM
                PERFORM CONFERE-DATA THRU CONFERE-DATA-FIM
                IF MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-DATA-FIM < W-DATA-INI
                   MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TPRECOPR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-PRECO = ZEROS
                   MOVE "*** INFORME O PRECO PROMOCIONAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                PERFORM CONFERE-PERIODO THRU CONFERE-PERIODO-FIM
                IF W-SOBREPOE = "S"
                   MOVE "*** PERIODO SOBREPOE OUTRA PROMOCAO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                MOVE W-PRODUTO  TO PR-PRODUTO
                MOVE W-TABELA   TO PR-TABELA
                MOVE W-DATA-INI TO PR-DATA-INI
                MOVE W-DATA-FIM TO PR-DATA-FIM
                MOVE W-PRECO    TO PR-PRECO
                IF W-SEL = 1 GO TO ALT-RW1.
       INC-WR1.
                WRITE REGPR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** PROMOCAO JA EXISTE ***        " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO PROMO"
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
                DELETE PROMO RECORD
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
                REWRITE REGPR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO PROMO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-FECHA.
      *
      ***********************************************
      * CONFERE A DATA EM W-DATA-NUM (AAAAMMDD) -    *
      * MENS EM BRANCO QUANDO A DATA SERVE           *
      ***********************************************
       CONFERE-DATA.
                MOVE SPACES TO MENS
                IF W-DT-ANO < 1900
                   MOVE "*** DATA INVALIDA - USE AAAAMMDD ***" TO MENS
                   GO TO CONFERE-DATA-FIM.
                IF W-DT-MES < 01 OR W-DT-MES > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   GO TO CONFERE-DATA-FIM.
                IF W-DT-DIA < 01 OR W-DT-DIA > 31
                   MOVE "*** DIA INVALIDO ***" TO MENS
                   GO TO CONFERE-DATA-FIM.
                IF W-DT-DIA > 30
                   IF W-DT-MES = 04 OR 06 OR 09 OR 11
                      MOVE "*** DIA INVALIDO ***" TO MENS
                      GO TO CONFERE-DATA-FIM.
                IF W-DT-MES = 02 AND W-DT-DIA > 29
                   MOVE "*** DIA INVALIDO ***" TO MENS.
       CONFERE-DATA-FIM.
                EXIT.
      *
      ***********************************************
      * PROCURA OUTRA PROMOCAO DO MESMO PRODUTO E    *
      * TABELA CUJO PERIODO CRUZE O DIGITADO; NA     *
      * ALTERACAO A PROPRIA PROMOCAO NAO CONTA       *
      ***********************************************
       CONFERE-PERIODO.
                MOVE "N"       TO W-SOBREPOE
                MOVE W-PRODUTO TO PR-PRODUTO
                MOVE W-TABELA  TO PR-TABELA
                MOVE ZEROS     TO PR-DATA-INI
                START PROMO KEY IS NOT LESS PR-CHAVE
                      INVALID KEY GO TO CONFERE-PERIODO-FIM.
       CONFERE-PERIODO-LER.
                READ PROMO NEXT
                IF ST-ERRO NOT = "00"
                   GO TO CONFERE-PERIODO-FIM.
                IF PR-PRODUTO NOT = W-PRODUTO
                   OR PR-TABELA NOT = W-TABELA
                   GO TO CONFERE-PERIODO-FIM.
                IF PR-DATA-INI > W-DATA-FIM
                   GO TO CONFERE-PERIODO-FIM.
                IF PR-DATA-INI = W-DATA-INI
                   GO TO CONFERE-PERIODO-LER.
                IF PR-DATA-FIM NOT < W-DATA-INI
                   MOVE "S" TO W-SOBREPOE
                   GO TO CONFERE-PERIODO-FIM.
                GO TO CONFERE-PERIODO-LER.
       CONFERE-PERIODO-FIM.
                EXIT.
      *
       INC-FECHA.
                CLOSE PROMO PRODUTO
                IF W-TP-ABERTO = "S"
                   CLOSE TABPRECO.
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
