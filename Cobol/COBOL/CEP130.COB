       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAROTA.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * MANUTENCAO DAS ROTAS DE ENTREGA (ROTA.DAT) -    *
      * UMA ROTA E UMA SEQUENCIA DE PARADAS, CADA UMA   *
      * UMA FAIXA DE CEP DE UMA UF, NA ORDEM EM QUE O   *
      * CAMINHAO PASSA. A MONTAGEM DA CARGA (CEP131/    *
      * CARGAS) SO ACEITA PEDIDO COM CEP DE ENTREGA     *
      * DENTRO DE ALGUMA PARADA DA ROTA E O MANIFESTO   *
      * SAI NA ORDEM INVERSA DAS PARADAS. AS CIDADES DA *
      * BASE DE CEP (CADCEP) APARECEM SO PARA ORIENTAR  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ROTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RT-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCEP   ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-CEP
                    ALTERNATE RECORD KEY IS LOGRADOURO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CIDADE WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE-BUSCA
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : ROTA       - PARADAS DA ROTA DE ENTREGA, NA ORDEM   *
      *                        DE PASSAGEM; CADA PARADA E UMA FAIXA   *
      *                        DE CEP (INCLUSIVE) DE UMA UF           *
      * CHAVE       : RT-CHAVE     - ROTA + SEQUENCIA DA PARADA       *
      *****************************************************************
       FD ROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROTA.DAT".
       01 REGRT.
                03 RT-CHAVE.
                   05 RT-ROTA      PIC 9(03).
                   05 RT-PARADA    PIC 9(02).
                03 RT-DESCRICAO    PIC X(20).
                03 RT-UF           PIC X(02).
                03 RT-CEP-INI      PIC 9(08).
                03 RT-CEP-FIM      PIC 9(08).
      *
       FD CADCEP
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CEP              PIC 9(08).
           03 LOGRADOURO       PIC X(35).
           03 NUMERO           PIC 9(05).
           03 COMPLEMENTO      PIC X(15).
           03 BAIRRO           PIC X(25).
           03 CIDADE           PIC X(25).
           03 UF               PIC X(02).
           03 SITUACAO2        PIC X(01).
           03 CHAVE-BUSCA      PIC X(35).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CEP       PIC X(02) VALUE "00".
       77 W-CEP-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-ROTA       PIC 9(03) VALUE ZEROS.
       77 W-PARADA     PIC 9(02) VALUE ZEROS.
       77 W-DESCRICAO  PIC X(20) VALUE SPACES.
       77 W-UF         PIC X(02) VALUE SPACES.
       77 W-CEP-INI    PIC 9(08) VALUE ZEROS.
       77 W-CEP-FIM    PIC 9(08) VALUE ZEROS.
       77 W-CID-INI    PIC X(25) VALUE SPACES.
       77 W-CID-FIM    PIC X(25) VALUE SPACES.
       77 W-CEP-BUSCA  PIC 9(08) VALUE ZEROS.
       77 W-CID-BUSCA  PIC X(25) VALUE SPACES.
       77 W-SOBREPOE   PIC 9(02) VALUE ZEROS.
      *-----------
       SCREEN SECTION.

        01  TELAROTA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                       ROTAS DE ENTREGA".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  " ROTA:       PARADA:".
           05  LINE 07  COLUMN 01
               VALUE  " NOME DA ROTA:".
           05  LINE 09  COLUMN 01
               VALUE  " UF:".
           05  LINE 11  COLUMN 01
               VALUE  " CEP INICIAL:".
           05  LINE 13  COLUMN 01
               VALUE  " CEP FINAL:".
           05  TROTART
               LINE 05  COLUMN 08  PIC 9(03)
               USING  W-ROTA
               HIGHLIGHT.
           05  TPARART
               LINE 05  COLUMN 22  PIC 9(02)
               USING  W-PARADA
               HIGHLIGHT.
           05  TDESCRT
               LINE 07  COLUMN 16  PIC X(20)
               USING  W-DESCRICAO
               HIGHLIGHT.
           05  TUFRT
               LINE 09  COLUMN 06  PIC X(02)
               USING  W-UF
               HIGHLIGHT.
           05  TINIRT
               LINE 11  COLUMN 15  PIC 9(08)
               USING  W-CEP-INI
               HIGHLIGHT.
           05  TCINIRT
               LINE 11  COLUMN 26  PIC X(25)
               USING  W-CID-INI
               HIGHLIGHT.
           05  TFIMRT
               LINE 13  COLUMN 15  PIC 9(08)
               USING  W-CEP-FIM
               HIGHLIGHT.
           05  TCFIMRT
               LINE 13  COLUMN 26  PIC X(25)
               USING  W-CID-FIM
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ROTA
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT ROTA
                      CLOSE ROTA
                      MOVE "*** ARQUIVO ROTA SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO ROTA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           MOVE "N" TO W-CEP-ABERTO
           OPEN INPUT CADCEP
           IF ST-CEP = "00"
              MOVE "S" TO W-CEP-ABERTO.
       INC-001.
                MOVE ZEROS  TO W-ROTA W-PARADA W-CEP-INI W-CEP-FIM
                MOVE SPACES TO W-DESCRICAO W-UF W-CID-INI W-CID-FIM
                DISPLAY TELAROTA.
       INC-002.
                ACCEPT TROTART
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                IF W-ROTA = ZEROS
                   MOVE "*** INFORME A ROTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT TPARART
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-PARADA = ZEROS
                   MOVE "*** INFORME A PARADA (01 = PRIMEIRA) ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-RT01.
                MOVE 0 TO W-SEL
                MOVE W-ROTA   TO RT-ROTA
                MOVE W-PARADA TO RT-PARADA
                READ ROTA
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE RT-DESCRICAO TO W-DESCRICAO
                      MOVE RT-UF        TO W-UF
                      MOVE RT-CEP-INI   TO W-CEP-INI
                      MOVE RT-CEP-FIM   TO W-CEP-FIM
                      MOVE W-CEP-INI TO W-CEP-BUSCA
                      PERFORM BUSCA-CIDADE THRU BUSCA-CIDADE-FIM
                      MOVE W-CID-BUSCA TO W-CID-INI
                      MOVE W-CEP-FIM TO W-CEP-BUSCA
                      PERFORM BUSCA-CIDADE THRU BUSCA-CIDADE-FIM
                      MOVE W-CID-BUSCA TO W-CID-FIM
                      DISPLAY TELAROTA
                      MOVE "*** PARADA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO ROTA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-FECHA
                      ELSE
                        NEXT SENTENCE.
      *              PARADA NOVA DE ROTA JA EXISTENTE HERDA O NOME
                PERFORM NOME-ROTA THRU NOME-ROTA-FIM
                DISPLAY TDESCRT.
       INC-004.
                ACCEPT TDESCRT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-DESCRICAO = SPACES
                   MOVE "*** INFORME O NOME DA ROTA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TUFRT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-UF = SPACES
                   MOVE "*** INFORME A UF ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TINIRT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-CEP-INI = ZEROS
                   MOVE "*** INFORME O CEP INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE W-CEP-INI TO W-CEP-BUSCA
                PERFORM BUSCA-CIDADE THRU BUSCA-CIDADE-FIM
                MOVE W-CID-BUSCA TO W-CID-INI
                DISPLAY TCINIRT.
       INC-007.
                ACCEPT TFIMRT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-CEP-FIM < W-CEP-INI
                   MOVE "*** CEP FINAL MENOR QUE O INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                MOVE W-CEP-FIM TO W-CEP-BUSCA
                PERFORM BUSCA-CIDADE THRU BUSCA-CIDADE-FIM
                MOVE W-CID-BUSCA TO W-CID-FIM
                DISPLAY TCFIMRT
                PERFORM CONFERE-PARADA THRU CONFERE-PARADA-FIM
                IF W-SOBREPOE NOT = ZEROS
                   MOVE "*** FAIXA CRUZA A PARADA " TO MENS
                   MOVE W-SOBREPOE TO MENS (26:2)
                   MOVE " DA MESMA ROTA ***" TO MENS (28:18)
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
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
                MOVE W-ROTA      TO RT-ROTA
                MOVE W-PARADA    TO RT-PARADA
                MOVE W-DESCRICAO TO RT-DESCRICAO
                MOVE W-UF        TO RT-UF
                MOVE W-CEP-INI   TO RT-CEP-INI
                MOVE W-CEP-FIM   TO RT-CEP-FIM
                IF W-SEL = 1 GO TO ALT-RW1.
       INC-WR1.
                WRITE REGRT
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** PARADA JA EXISTE ***        " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO ROTA"
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
                MOVE W-ROTA   TO RT-ROTA
                MOVE W-PARADA TO RT-PARADA
                DELETE ROTA RECORD
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
                IF W-ACT = 02 GO TO INC-007.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGRT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO ROTA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-FECHA.
      *
      ***********************************************
      * NOME DA ROTA W-ROTA TIRADO DA PRIMEIRA       *
      * PARADA JA CADASTRADA (ROTA NOVA: EM BRANCO)  *
      ***********************************************
       NOME-ROTA.
                MOVE SPACES TO W-DESCRICAO
                MOVE W-ROTA TO RT-ROTA
                MOVE ZEROS  TO RT-PARADA
                START ROTA KEY IS NOT LESS RT-CHAVE
                      INVALID KEY GO TO NOME-ROTA-FIM.
                READ ROTA NEXT
                IF ST-ERRO = "00" AND RT-ROTA = W-ROTA
                   MOVE RT-DESCRICAO TO W-DESCRICAO.
       NOME-ROTA-FIM.
                EXIT.
      *
      ***********************************************
      * CIDADE DO CEP W-CEP-BUSCA NA BASE DE CEP,    *
      * SO PARA ORIENTAR QUEM DIGITA A PARADA        *
      ***********************************************
       BUSCA-CIDADE.
                MOVE SPACES TO W-CID-BUSCA
                IF W-CEP-ABERTO NOT = "S"
                   GO TO BUSCA-CIDADE-FIM.
                MOVE W-CEP-BUSCA TO CEP
                READ CADCEP
                IF ST-CEP = "00"
                   MOVE CIDADE TO W-CID-BUSCA
                ELSE
                   MOVE "(CEP FORA DA BASE)" TO W-CID-BUSCA.
       BUSCA-CIDADE-FIM.
                EXIT.
      *
      ***********************************************
      * A FAIXA NAO PODE CRUZAR OUTRA PARADA DA      *
      * MESMA ROTA NA MESMA UF (O PEDIDO CAIRIA EM   *
      * DUAS PARADAS); W-SOBREPOE = A PARADA CRUZADA *
      ***********************************************
       CONFERE-PARADA.
                MOVE ZEROS  TO W-SOBREPOE
                MOVE W-ROTA TO RT-ROTA
                MOVE ZEROS  TO RT-PARADA
                START ROTA KEY IS NOT LESS RT-CHAVE
                      INVALID KEY GO TO CONFERE-PARADA-FIM.
       CONFERE-PARADA-LER.
                READ ROTA NEXT
                IF ST-ERRO NOT = "00"
                   GO TO CONFERE-PARADA-FIM.
                IF RT-ROTA NOT = W-ROTA
                   GO TO CONFERE-PARADA-FIM.
                IF RT-PARADA = W-PARADA OR RT-UF NOT = W-UF
                   GO TO CONFERE-PARADA-LER.
                IF RT-CEP-INI > W-CEP-FIM OR RT-CEP-FIM < W-CEP-INI
                   GO TO CONFERE-PARADA-LER.
                MOVE RT-PARADA TO W-SOBREPOE.
       CONFERE-PARADA-FIM.
                EXIT.
      *
       INC-FECHA.
                CLOSE ROTA
                IF W-CEP-ABERTO = "S"
                   CLOSE CADCEP.
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
