       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLALOTE.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * MANUTENCAO DOS PRODUTOS CONTROLADOS POR LOTE E  *
      * VALIDADE (PRODLOTE.DAT) - PRODUTO CADASTRADO    *
      * AQUI PASSA A EXIGIR LOTE E VALIDADE NO          *
      * RECEBIMENTO (CEP082/RECEBE), TEM O SALDO ABERTO *
      * POR LOTE EM SALDLOTE.DAT E SAI NO ROMANEIO      *
      * (CEP068) PELA VALIDADE MAIS PROXIMA PRIMEIRO. A *
      * VIDA UTIL EM DIAS SUGERE A VALIDADE NA ENTRADA  *
      * QUANDO A NOTA NAO TRAZ; ZERO = VALIDADE SEMPRE  *
      * DIGITADA. PRODUTO COM SALDO EM LOTE NAO SAI DO  *
      * CONTROLE                                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRODLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-PRODUTO
                    FILE STATUS  IS ST-ERRO.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
       SELECT SALDLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LT-CHAVE
                    FILE STATUS  IS ST-LOT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : PRODLOTE   - UM REGISTRO POR PRODUTO CONTROLADO POR *
      *                        LOTE; PL-VIDA-UTIL = DIAS DA ENTRADA   *
      *                        ATE A VALIDADE SUGERIDA (ZERO = SEM    *
      *                        SUGESTAO)                              *
      *****************************************************************
       FD PRODLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODLOTE.DAT".
       01 REGPL.
                03 PL-PRODUTO      PIC 9(06).
                03 PL-VIDA-UTIL    PIC 9(04).
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
      * ARQUIVO : SALDLOTE   - SALDO POR PRODUTO, DEPOSITO E LOTE,    *
      *                        COM A VALIDADE DO LOTE (ENTRADA NO     *
      *                        CEP082/RECEBE, SAIDA NO EMBARQUE DO    *
      *                        CEP068/ROMANEIO)                       *
      *****************************************************************
       FD SALDLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOTE.DAT".
       01 REGLOT.
                03 LT-CHAVE.
                   05 LT-PRODUTO   PIC 9(06).
                   05 LT-DEPOSITO  PIC 9(02).
                   05 LT-LOTE      PIC X(15).
                03 LT-VALIDADE     PIC 9(08).
                03 LT-SALDO        PIC 9(05).
                03 LT-DATA-ENT     PIC 9(08).
                03 LT-FORNECEDOR   PIC 9(04).
                03 LT-NOTA         PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-PRO       PIC X(02) VALUE "00".
       77 ST-LOT       PIC X(02) VALUE "00".
       77 W-LOT-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DESCRICAO  PIC X(25) VALUE SPACES.
       77 W-LOTES      PIC 9(03) VALUE ZEROS.
       77 W-SALDO-LOTE PIC 9(07) VALUE ZEROS.
      *-----------
       SCREEN SECTION.

        01  TELALOTE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              PRODUTOS CONTROLADOS POR L".
           05  LINE 02  COLUMN 41
               VALUE  "OTE E VALIDADE".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  " PRODUTO:".
           05  LINE 07  COLUMN 01
               VALUE  " VIDA UTIL EM DIAS (0 = VALIDADE SEMPRE DI".
           05  LINE 07  COLUMN 44
               VALUE  "GITADA):".
           05  LINE 09  COLUMN 01
               VALUE  " LOTES COM SALDO:       SALDO EM LOTES:".
           05  TCODPL
               LINE 05  COLUMN 11  PIC 9(06)
               USING  PL-PRODUTO
               HIGHLIGHT.
           05  TDESCPL
               LINE 05  COLUMN 19  PIC X(25)
               USING  W-DESCRICAO
               HIGHLIGHT.
           05  TVIDAPL
               LINE 07  COLUMN 53  PIC 9(04)
               USING  PL-VIDA-UTIL
               HIGHLIGHT.
           05  TLOTESPL
               LINE 09  COLUMN 19  PIC ZZ9
               USING  W-LOTES
               HIGHLIGHT.
           05  TSALDOPL
               LINE 09  COLUMN 41  PIC Z.ZZZ.ZZ9
               USING  W-SALDO-LOTE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O PRODLOTE
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT PRODLOTE
                      CLOSE PRODLOTE
                      MOVE "*** ARQUIVO PRODLOTE SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO PRODLOTE"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT PRODUTO
           IF ST-PRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE PRODLOTE
              GO TO ROT-FIM.
      *              SEM SALDLOTE.DAT AINDA NENHUM LOTE FOI RECEBIDO
           OPEN INPUT SALDLOTE
           IF ST-LOT = "00"
              MOVE "S" TO W-LOT-ABERTO.
       INC-001.
                MOVE ZEROS  TO PL-PRODUTO PL-VIDA-UTIL W-LOTES
                               W-SALDO-LOTE
                MOVE SPACES TO W-DESCRICAO
                DISPLAY TELALOTE.
       INC-002.
                ACCEPT TCODPL
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                IF PL-PRODUTO = ZEROS
                   MOVE "*** INFORME O PRODUTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE PL-PRODUTO TO CODIGO
                READ PRODUTO
                IF ST-PRO NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE DESCRICAO TO W-DESCRICAO
                PERFORM SOMA-LOTES THRU SOMA-LOTES-FIM
                DISPLAY TDESCPL TLOTESPL TSALDOPL.
       LER-PL01.
                MOVE 0 TO W-SEL
                READ PRODLOTE
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELALOTE
                      MOVE "*** PRODUTO JA CONTROLADO POR LOTE ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO PRODLOTE" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-FECHA
                      ELSE
                        NEXT SENTENCE.
       INC-003.
                ACCEPT TVIDAPL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
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
                WRITE REGPL
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** PRODUTO JA EXISTE ***        " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO PRODLOTE"
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
                   GO TO INC-003.
      *
       EXC-OPC.
      *              LOTE COM SALDO AINDA PRECISA SAIR PELA VALIDADE -
      *              TIRAR O PRODUTO DO CONTROLE DEIXARIA O SALDO
      *              PENDURADO NO SALDLOTE
                IF W-SALDO-LOTE NOT = ZEROS
                   MOVE "*** PRODUTO COM SALDO EM LOTE - NAO EXCLUI ***"
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
                DELETE PRODLOTE RECORD
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
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPL
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO PRODLOTE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-FECHA.
      *
      ***********************************************
      * CONTA OS LOTES COM SALDO DO PRODUTO EM TODOS *
      * OS DEPOSITOS E SOMA O SALDO                  *
      ***********************************************
       SOMA-LOTES.
                MOVE ZEROS TO W-LOTES W-SALDO-LOTE
                IF W-LOT-ABERTO NOT = "S"
                   GO TO SOMA-LOTES-FIM.
                MOVE PL-PRODUTO TO LT-PRODUTO
                MOVE ZEROS      TO LT-DEPOSITO
                MOVE SPACES     TO LT-LOTE
                START SALDLOTE KEY IS NOT LESS LT-CHAVE
                      INVALID KEY GO TO SOMA-LOTES-FIM.
       SOMA-LOTES-LER.
                READ SALDLOTE NEXT
                IF ST-LOT NOT = "00"
                   GO TO SOMA-LOTES-FIM.
                IF LT-PRODUTO NOT = PL-PRODUTO
                   GO TO SOMA-LOTES-FIM.
                IF LT-SALDO NOT = ZEROS
                   ADD 1        TO W-LOTES
                   ADD LT-SALDO TO W-SALDO-LOTE.
                GO TO SOMA-LOTES-LER.
       SOMA-LOTES-FIM.
                EXIT.
      *
       INC-FECHA.
                CLOSE PRODLOTE PRODUTO
                IF W-LOT-ABERTO = "S"
                   CLOSE SALDLOTE.
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
