       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLACTB.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * MANUTENCAO DAS CONTAS CONTABEIS POR EVENTO      *
      * (CTBMAP.DAT) - PARA CADA TIPO DE EVENTO QUE OS  *
      * MODULOS GRAVAM NO CTBPEND.DAT, A CONTA A        *
      * DEBITAR E A CONTA A CREDITAR NO PLANO DE CONTAS *
      * DA CONTABILIDADE. A REQUISICAO (REQ) PODE TER   *
      * CONTA PROPRIA POR CENTRO DE CUSTO; CENTRO 000   *
      * VALE PARA TODOS OS QUE NAO TIVEREM A SUA.       *
      * EVENTO SEM CONTA FICA PENDENTE NA EXPORTACAO    *
      * (EXPCTB/CEP116) ATE SER CADASTRADO AQUI         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CTBMAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAP-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCUSTO
                    FILE STATUS  IS ST-CUSTO
                    ALTERNATE RECORD KEY IS DESCCUSTO WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : CTBMAP     - CONTAS POR EVENTO, CHAVE EVENTO +      *
      *                        CENTRO DE CUSTO (000 = TODOS)          *
      *****************************************************************
       FD CTBMAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBMAP.DAT".
       01 REGMAP.
                03 MAP-CHAVE.
      *              FAT/FIP/FIC = FATURA (MERCADORIA, IPI, ICMS)
      *              REC/ENC/CRU = BAIXA NO CAIXA (PRINCIPAL,
      *              ENCARGOS, CREDITO DE DEVOLUCAO ABATIDO)
      *              RBC/EBC = BAIXA PELO RETORNO DO BANCO
      *              DEV = DEVOLUCAO DE VENDA (CREDITO DO CLIENTE)
      *              ENT/EIP/EIC = RECEBIMENTO (NOTA, IPI, ICMS)
      *              REQ = REQUISICAO POR CENTRO DE CUSTO
      *              DVC = DEVOLUCAO DE COMPRA (DEBITO DO FORNECEDOR)
      *              CHQ = CHEQUE PRE-DATADO COMPENSADO (ESTORNO NA
      *              DEVOLUCAO PELO BANCO)
      *              CXD/CXT/CXQ/CXC = FECHAMENTO DO CAIXA DO BALCAO
      *              (DINHEIRO, CARTAO, CHEQUE, CREDITO DE DEVOLUCAO)
      *              CXS/CXU = SANGRIA E SUPRIMENTO DO CAIXA
      *              CXF = QUEBRA DE CAIXA (SOBRA VEM EM ESTORNO)
      *              PAG = PAGAMENTO AO FORNECEDOR (CONTAS A PAGAR)
                   05 MAP-EVENTO   PIC X(03).
                      88 MAP-EVENTO-OK VALUE "FAT" "FIP" "FIC" "REC"
                                             "ENC" "CRU" "RBC" "EBC"
                                             "DEV" "ENT" "EIP" "EIC"
                                             "REQ" "DVC" "CHQ" "CXD"
                                             "CXT" "CXQ" "CXC" "CXS"
                                             "CXU" "CXF" "PAG".
                   05 MAP-CUSTO    PIC 9(03).
                03 MAP-DESCRICAO   PIC X(30).
                03 MAP-DEBITO      PIC X(15).
                03 MAP-CREDITO     PIC X(15).
      *
       FD CADCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01 REGCUSTO.
                03 CODCUSTO        PIC 9(03).
                03 DESCCUSTO       PIC X(35).
                03 SITUACAO-CC     PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CUSTO     PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *-----------
       SCREEN SECTION.

        01  TELACTB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               CONTAS CONTABEIS POR EVEN".
           05  LINE 02  COLUMN 41
               VALUE  "TO".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  " EVENTO:".
           05  LINE 06  COLUMN 01
               VALUE  " (FAT FIP FIC REC ENC CRU RBC EBC DEV EN".
           05  LINE 06  COLUMN 41
               VALUE  "T EIP EIC REQ DVC)".
           05  LINE 08  COLUMN 01
               VALUE  " CENTRO DE CUSTO (000 = TODOS):".
           05  LINE 10  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 12  COLUMN 01
               VALUE  " CONTA A DEBITAR.:".
           05  LINE 14  COLUMN 01
               VALUE  " CONTA A CREDITAR:".
           05  TEVEMAP
               LINE 05  COLUMN 10  PIC X(03)
               USING  MAP-EVENTO
               HIGHLIGHT.
           05  TCUSMAP
               LINE 08  COLUMN 33  PIC 9(03)
               USING  MAP-CUSTO
               HIGHLIGHT.
           05  TDESMAP
               LINE 10  COLUMN 13  PIC X(30)
               USING  MAP-DESCRICAO
               HIGHLIGHT.
           05  TDEBMAP
               LINE 12  COLUMN 20  PIC X(15)
               USING  MAP-DEBITO
               HIGHLIGHT.
           05  TCREMAP
               LINE 14  COLUMN 20  PIC X(15)
               USING  MAP-CREDITO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CTBMAP
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CTBMAP
                      CLOSE CTBMAP
                      MOVE "*** ARQUIVO CTBMAP SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CTBMAP"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT CADCUSTO.
       INC-001.
                MOVE SPACES TO MAP-EVENTO MAP-DESCRICAO
                               MAP-DEBITO MAP-CREDITO
                MOVE ZEROS  TO MAP-CUSTO
                DISPLAY TELACTB.
       INC-002.
                ACCEPT TEVEMAP
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CTBMAP CADCUSTO
                   GO TO ROT-FIM.
                INSPECT MAP-EVENTO CONVERTING
                        "abcdefghijklmnopqrstuvwxyz"
                     TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                IF NOT MAP-EVENTO-OK
                   MOVE "*** EVENTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-02A.
                ACCEPT TCUSMAP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF MAP-CUSTO = ZEROS
                   GO TO LER-MAP01.
      *              SO A REQUISICAO SABE O CENTRO DE CUSTO - NOS
      *              OUTROS EVENTOS A CONTA NUNCA SERIA ACHADA
                IF MAP-EVENTO NOT = "REQ"
                   MOVE "*** CENTRO DE CUSTO SO NO EVENTO REQ ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-02A.
                MOVE MAP-CUSTO TO CODCUSTO
                READ CADCUSTO
                IF ST-CUSTO NOT = "00"
                   MOVE "*** CENTRO DE CUSTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-02A.
       LER-MAP01.
                MOVE 0 TO W-SEL
                READ CTBMAP
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELACTB
                      MOVE "*** EVENTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CTBMAP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                      ELSE
                        NEXT SENTENCE.
       INC-003.
                ACCEPT TDESMAP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-02A.
                IF MAP-DESCRICAO = SPACES
                   MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TDEBMAP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF MAP-DEBITO = SPACES
                   MOVE "*** CONTA A DEBITAR OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TCREMAP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF MAP-CREDITO = SPACES
                   MOVE "*** CONTA A CREDITAR OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF MAP-CREDITO = MAP-DEBITO
                   MOVE "*** DEBITO E CREDITO NA MESMA CONTA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
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
                IF W-SEL = 1 GO TO ALT-RW1.
       INC-WR1.
                WRITE REGMAP
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** EVENTO JA EXISTE ***         " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CTBMAP"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
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
      *              O QUE JA FOI EXPORTADO NAO MUDA; O EVENTO SEM
      *              CONTA SO FICA PENDENTE NAS PROXIMAS NOITES
                DELETE CTBMAP RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
                REWRITE REGMAP
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO CTBMAP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
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
