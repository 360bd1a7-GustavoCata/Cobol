       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAKIT.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * MANUTENCAO DA COMPOSICAO DE KITS (COMPKIT.DAT): *
      * KIT X = N DO PRODUTO A + M DO PRODUTO B. O KIT  *
      * E UM CODIGO NORMAL DO PRODUTO.DAT (PRECO,       *
      * DESCRICAO, ICMS), MAS NAO TEM SALDO PROPRIO: O  *
      * PEDVENDA (CEP042), O ORCVENDA (CEP067), O       *
      * CANCPED (CEP066), O FATURA (CEP069) E O         *
      * DEVVENDA (CEP074) MOVIMENTAM OS COMPONENTES, E  *
      * O SALDO DO KIT E O QUE OS COMPONENTES MONTAM. A *
      * CADA ALTERACAO O PRECO-MEDIO DO KIT E REFEITO   *
      * PELA SOMA QTDE X PRECO-MEDIO DOS COMPONENTES    *
      * (PRECO-CUSTO QUANDO O MEDIO AINDA NAO EXISTE).  *
      * KIT DE KIT NAO E ACEITO, E PRODUTO COM SALDO    *
      * PROPRIO SO VIRA KIT DEPOIS DE ZERADO NO MOVPROD *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COMPKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-PRO
                    LOCK MODE    IS MANUAL WITH LOCK ON RECORD
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : COMPKIT    - COMPOSICAO DO KIT: UM REGISTRO POR     *
      *                        COMPONENTE, COM A QUANTIDADE DELE EM   *
      *                        UMA UNIDADE DO KIT (ATE 10 POR KIT)    *
      *****************************************************************
       FD COMPKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                   05 KIT-PRODUTO    PIC 9(06).
                   05 KIT-COMPONENTE PIC 9(06).
                03 KIT-QTDE        PIC 9(03).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PRO       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DESC-KIT   PIC X(25) VALUE SPACES.
       77 W-DESC-COMP  PIC X(25) VALUE SPACES.
       77 W-KIT-PRODUTO PIC 9(06) VALUE ZEROS.
       77 W-COMPONENTE PIC 9(06) VALUE ZEROS.
       77 W-SALDO-KIT  PIC 9(05) VALUE ZEROS.
       77 W-QT-COMP    PIC 9(03) VALUE ZEROS.
       77 W-CUSTO-KIT  PIC 9(07)V99 VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
      *              *** OPERADOR ASSINADO NO MENU (CEP043) -     ***
      *              *** ITEM EXTERNAL COMPARTILHADO DA RUN-UNIT;  ***
      *              *** RODANDO AVULSO FICA VAZIO                 ***
       01 W-OPERADOR-MENU  PIC X(10) EXTERNAL.
      *              *** PEDIDO DE GRAVACAO NO JORNAL DE RECUPERACAO ***
      *              *** (CEP135/GRVJORN) - EXTERNAL DA RUN-UNIT     ***
       01 W-JORNAL EXTERNAL.
          03 JR-ARQUIVO    PIC X(08).
          03 JR-OPERACAO   PIC X(01).
          03 JR-OPERADOR   PIC X(10).
          03 JR-PROGRAMA   PIC X(08).
          03 JR-IMAGEM     PIC X(300).
          03 JR-STATUS     PIC X(02).
      *-----------
       SCREEN SECTION.

        01  TELAKIT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                    COMPOSICAO DE KITS (".
           05  LINE 02  COLUMN 41
               VALUE  "PRODUTO COMPOSTO)".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  " KIT.......:".
           05  LINE 07  COLUMN 01
               VALUE  " COMPONENTE:".
           05  LINE 09  COLUMN 01
               VALUE  " QUANTIDADE DO COMPONENTE POR KIT:".
           05  LINE 11  COLUMN 01
               VALUE  " COMPONENTES NO KIT:       CUSTO DO KIT ".
           05  LINE 11  COLUMN 41
               VALUE  "(MEDIO):".
           05  TKIT
               LINE 05  COLUMN 14  PIC 9(06)
               USING  KIT-PRODUTO
               HIGHLIGHT.
           05  TDESCKIT
               LINE 05  COLUMN 22  PIC X(25)
               USING  W-DESC-KIT
               HIGHLIGHT.
           05  TCOMP
               LINE 07  COLUMN 14  PIC 9(06)
               USING  KIT-COMPONENTE
               HIGHLIGHT.
           05  TDESCCOMP
               LINE 07  COLUMN 22  PIC X(25)
               USING  W-DESC-COMP
               HIGHLIGHT.
           05  TQTDEKIT
               LINE 09  COLUMN 37  PIC 9(03)
               USING  KIT-QTDE
               HIGHLIGHT.
           05  TQTCOMP
               LINE 11  COLUMN 22  PIC ZZ9
               USING  W-QT-COMP
               HIGHLIGHT.
           05  TCUSTOKIT
               LINE 11  COLUMN 50  PIC Z.ZZZ.ZZ9,99
               USING  W-CUSTO-KIT
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O COMPKIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT COMPKIT
                      CLOSE COMPKIT
                      MOVE "*** ARQUIVO COMPKIT SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO COMPKIT"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN I-O PRODUTO
           IF ST-PRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE COMPKIT
              GO TO ROT-FIM.
       INC-001.
                MOVE ZEROS  TO KIT-PRODUTO KIT-COMPONENTE KIT-QTDE
                               W-QT-COMP W-CUSTO-KIT
                MOVE SPACES TO W-DESC-KIT W-DESC-COMP
                DISPLAY TELAKIT.
       INC-002.
                ACCEPT TKIT
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                IF KIT-PRODUTO = ZEROS
                   MOVE "*** INFORME O CODIGO DO KIT ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE KIT-PRODUTO TO CODIGO W-KIT-PRODUTO
                READ PRODUTO
                IF ST-PRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE DESCRICAO     TO W-DESC-KIT
                MOVE ESTOQUE-ATUAL TO W-SALDO-KIT
      *              PRODUTO QUE JA ENTRA NA COMPOSICAO DE OUTRO KIT
      *              NAO PODE SER KIT (A EXPLOSAO E DE UM NIVEL SO)
                MOVE W-KIT-PRODUTO TO W-COMPONENTE
                PERFORM PROCURA-COMPONENTE THRU PROCURA-COMPONENTE-FIM
                IF W-ACHOU = "S"
                   MOVE "*** PRODUTO E COMPONENTE DE OUTRO KIT ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM SOMA-KIT THRU SOMA-KIT-FIM
                MOVE W-KIT-PRODUTO TO KIT-PRODUTO
                DISPLAY TDESCKIT TQTCOMP TCUSTOKIT.
       INC-003.
                ACCEPT TCOMP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF KIT-COMPONENTE = ZEROS
                   MOVE "*** INFORME O COMPONENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF KIT-COMPONENTE = W-KIT-PRODUTO
                   MOVE "*** O KIT NAO E COMPONENTE DELE MESMO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE KIT-COMPONENTE TO CODIGO W-COMPONENTE
                READ PRODUTO
                IF ST-PRO NOT = "00"
                   MOVE "*** COMPONENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE DESCRICAO TO W-DESC-COMP
      *              COMPONENTE QUE E KIT TAMBEM NAO ENTRA
                MOVE W-COMPONENTE TO KIT-PRODUTO
                MOVE ZEROS        TO KIT-COMPONENTE
                START COMPKIT KEY IS NOT LESS KIT-CHAVE
                      INVALID KEY GO TO INC-003A.
                READ COMPKIT NEXT
                IF ST-ERRO = "00"
                   AND KIT-PRODUTO = W-COMPONENTE
                   MOVE W-KIT-PRODUTO TO KIT-PRODUTO
                   MOVE W-COMPONENTE  TO KIT-COMPONENTE
                   MOVE "*** COMPONENTE E UM KIT - NAO ACEITA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-003A.
                MOVE W-KIT-PRODUTO TO KIT-PRODUTO
                MOVE W-COMPONENTE  TO KIT-COMPONENTE
                DISPLAY TDESCCOMP.
       LER-KIT01.
                MOVE 0 TO W-SEL
                READ COMPKIT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAKIT
                      MOVE "*** COMPONENTE JA ESTA NO KIT ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO COMPKIT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-FECHA
                      ELSE
                        NEXT SENTENCE.
                IF W-QT-COMP NOT < 10
                   MOVE "*** KIT JA TEM 10 COMPONENTES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *              O SALDO PROPRIO DO PRODUTO SUMIRIA DO ESTOQUE SEM
      *              MOVIMENTO - PRECISA SAIR ANTES PELO MOVPROD
                IF W-QT-COMP = ZEROS
                   AND W-SALDO-KIT NOT = ZEROS
                   MOVE "*** KIT COM SALDO PROPRIO - ZERE NO MOVPROD **"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE ZEROS TO KIT-QTDE.
       INC-004.
                ACCEPT TQTDEKIT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF KIT-QTDE = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
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
                WRITE REGKIT
                IF ST-ERRO = "00" OR "02"
                      PERFORM ATUALIZA-CUSTO-KIT
                         THRU ATUALIZA-CUSTO-KIT-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** COMPONENTE JA EXISTE ***     " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO COMPKIT"
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
                   GO TO INC-004.
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
                DELETE COMPKIT RECORD
                IF ST-ERRO = "00"
                   PERFORM ATUALIZA-CUSTO-KIT
                      THRU ATUALIZA-CUSTO-KIT-FIM
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
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGKIT
                IF ST-ERRO = "00" OR "02"
                   PERFORM ATUALIZA-CUSTO-KIT
                      THRU ATUALIZA-CUSTO-KIT-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO COMPKIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-FECHA.
      *
      ***********************************************
      * CONTA OS COMPONENTES DO KIT W-KIT-PRODUTO E  *
      * SOMA O CUSTO: QTDE X PRECO-MEDIO DE CADA UM  *
      * (PRECO-CUSTO QUANDO O MEDIO E ZERO). USA A   *
      * AREA DO COMPKIT E DO PRODUTO                 *
      ***********************************************
       SOMA-KIT.
                MOVE ZEROS TO W-QT-COMP W-CUSTO-KIT
                MOVE W-KIT-PRODUTO TO KIT-PRODUTO
                MOVE ZEROS         TO KIT-COMPONENTE
                START COMPKIT KEY IS NOT LESS KIT-CHAVE
                      INVALID KEY GO TO SOMA-KIT-FIM.
       SOMA-KIT-LER.
                READ COMPKIT NEXT
                IF ST-ERRO NOT = "00"
                   GO TO SOMA-KIT-FIM.
                IF KIT-PRODUTO NOT = W-KIT-PRODUTO
                   GO TO SOMA-KIT-FIM.
                ADD 1 TO W-QT-COMP
                MOVE KIT-COMPONENTE TO CODIGO
                READ PRODUTO
                IF ST-PRO NOT = "00"
                   GO TO SOMA-KIT-LER.
                IF PRECO-MEDIO NOT = ZEROS
                   COMPUTE W-CUSTO-KIT = W-CUSTO-KIT
                                       + (KIT-QTDE * PRECO-MEDIO)
                ELSE
                   COMPUTE W-CUSTO-KIT = W-CUSTO-KIT
                                       + (KIT-QTDE * PRECO-CUSTO).
                GO TO SOMA-KIT-LER.
       SOMA-KIT-FIM.
                EXIT.
      *
      ***********************************************
      * REFAZ O PRECO-MEDIO DO KIT PELOS COMPONENTES *
      * DEPOIS DE CADA GRAVACAO/EXCLUSAO. KIT PRESO  *
      * EM OUTRO TERMINAL FICA COMO ESTA - A PROXIMA *
      * VENDA (CEP042) REFAZ O CUSTO                 *
      ***********************************************
       ATUALIZA-CUSTO-KIT.
                PERFORM SOMA-KIT THRU SOMA-KIT-FIM
                IF W-QT-COMP = ZEROS
                   GO TO ATUALIZA-CUSTO-KIT-FIM.
                MOVE W-KIT-PRODUTO TO CODIGO
                READ PRODUTO WITH LOCK
                IF ST-PRO = "51" OR "99"
                   MOVE "*** KIT EM USO - CUSTO NAO ATUALIZADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ATUALIZA-CUSTO-KIT-FIM.
                IF ST-PRO NOT = "00"
                   GO TO ATUALIZA-CUSTO-KIT-FIM.
                MOVE W-CUSTO-KIT TO PRECO-MEDIO
                REWRITE REGPRO
                IF ST-PRO = "00" OR "02"
                   MOVE "R" TO JR-OPERACAO
                   PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM.
                UNLOCK PRODUTO.
       ATUALIZA-CUSTO-KIT-FIM.
                EXIT.
      *
      ***********************************************
      * PROCURA W-COMPONENTE COMO COMPONENTE DE      *
      * QUALQUER KIT (COMPKIT.DAT NAO E INDEXADO POR *
      * COMPONENTE - VARRE O ARQUIVO)                *
      ***********************************************
       PROCURA-COMPONENTE.
                MOVE "N" TO W-ACHOU
                MOVE ZEROS TO KIT-PRODUTO KIT-COMPONENTE
                START COMPKIT KEY IS NOT LESS KIT-CHAVE
                      INVALID KEY GO TO PROCURA-COMPONENTE-FIM.
       PROCURA-COMPONENTE-LER.
                READ COMPKIT NEXT
                IF ST-ERRO NOT = "00"
                   GO TO PROCURA-COMPONENTE-FIM.
                IF KIT-COMPONENTE = W-COMPONENTE
                   MOVE "S" TO W-ACHOU
                   GO TO PROCURA-COMPONENTE-FIM.
                GO TO PROCURA-COMPONENTE-LER.
       PROCURA-COMPONENTE-FIM.
                EXIT.
      *
       INC-FECHA.
                CLOSE COMPKIT PRODUTO.
      *
      ***********************************************
      * IMAGEM POSTERIOR DO REGISTRO NO JORNAL DE    *
      * RECUPERACAO (CEP135/GRVJORN); A OPERACAO     *
      * (W=INCLUSAO R=ALTERACAO D=EXCLUSAO) VEM EM   *
      * JR-OPERACAO                                  *
      ***********************************************
       JORNAL-PRODUTO.
                MOVE "PRODUTO"       TO JR-ARQUIVO
                MOVE REGPRO          TO JR-IMAGEM
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-PRODUTO-FIM.
                EXIT.
       GRAVA-JORNAL.
                MOVE W-OPERADOR-MENU TO JR-OPERADOR
                MOVE "CLAKIT"        TO JR-PROGRAMA
                CALL "GRVJORN".
       GRAVA-JORNAL-FIM.
                EXIT.
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
