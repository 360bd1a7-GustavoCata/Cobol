       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLATERR.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * MANUTENCAO DOS TERRITORIOS DE VENDA (TERRIT.DAT)*
      * - CADA FAIXA DE CEP DE UMA UF PERTENCE A UM     *
      * VENDEDOR (CEP076/CLAVEND). O PEDVENDA (CEP042)  *
      * E A CONVERSAO DO ORCVENDA (CEP067) PROPOEM O    *
      * DONO DO TERRITORIO PELO CEP DE ENTREGA E SO     *
      * ACEITAM OUTRO VENDEDOR COM MOTIVO, GRAVADO NO   *
      * TERRIT.LOG. A UF E CONFERIDA NAS CIDADES DO     *
      * CADMUNI E A CIDADE DE CADA PONTA DA FAIXA VEM   *
      * DA BASE DE CEP (CADCEP). FAIXAS DA MESMA UF NAO *
      * PODEM SE SOBREPOR. COBERTURA E FAIXAS SEM DONO  *
      * SAEM NO RELTERR (CEP127)                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TERRIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TR-CHAVE-FIM.
       SELECT CADVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-VENDEDOR
                    FILE STATUS  IS ST-VEN.
       SELECT CADMUNI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MU-CHAVE
                    FILE STATUS  IS ST-MUN.
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
      * ARQUIVO : TERRIT     - FAIXA DE CEP (INCLUSIVE) DE UMA UF E O *
      *                        VENDEDOR DONO DELA                     *
      * CHAVE 1     : TR-CHAVE     - UF + CEP INICIAL                 *
      * CHAVE 2     : TR-CHAVE-FIM - UF + CEP FINAL (LOCALIZA A FAIXA *
      *                              DE UM CEP: PRIMEIRA FAIXA COM FIM*
      *                              >= CEP, SE O INICIO FOR <= CEP)  *
      *****************************************************************
       FD TERRIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERRIT.DAT".
       01 REGTR.
                03 TR-CHAVE.
                   05 TR-UF        PIC X(02).
                   05 TR-CEP-INI   PIC 9(08).
                03 TR-CHAVE-FIM.
                   05 TR-UF-FIM    PIC X(02).
                   05 TR-CEP-FIM   PIC 9(08).
                03 TR-VENDEDOR     PIC 9(04).
                03 TR-DESCRICAO    PIC X(20).
      *
       FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REGVEND.
                03 COD-VENDEDOR    PIC 9(04).
                03 NOME-VENDEDOR   PIC X(30).
                03 VEND-COMISSAO   PIC 99V99.
      *
      *****************************************************************
      * ARQUIVO : CADMUNI    - MUNICIPIOS (CEP089/CARMUNI) - CONFERE  *
      *                        A UF; SEM O ARQUIVO A UF NAO E         *
      *                        CONFERIDA                              *
      *****************************************************************
       FD CADMUNI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMUNI.DAT".
       01 REGMUNI.
                03 MU-CHAVE.
                   05 MU-UF        PIC X(02).
                   05 MU-NOME      PIC X(25).
                03 MU-IBGE         PIC 9(07).
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
       77 ST-VEN       PIC X(02) VALUE "00".
       77 ST-MUN       PIC X(02) VALUE "00".
       77 ST-CEP       PIC X(02) VALUE "00".
       77 W-MUN-ABERTO PIC X(01) VALUE "N".
       77 W-CEP-ABERTO PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-UF         PIC X(02) VALUE SPACES.
       77 W-CEP-INI    PIC 9(08) VALUE ZEROS.
       77 W-CEP-FIM    PIC 9(08) VALUE ZEROS.
       77 W-CID-INI    PIC X(25) VALUE SPACES.
       77 W-CID-FIM    PIC X(25) VALUE SPACES.
       77 W-VENDEDOR   PIC 9(04) VALUE ZEROS.
       77 W-NOME       PIC X(30) VALUE SPACES.
       77 W-DESCRICAO  PIC X(20) VALUE SPACES.
       77 W-CEP-BUSCA  PIC 9(08) VALUE ZEROS.
       77 W-CID-BUSCA  PIC X(25) VALUE SPACES.
       77 W-SOBREPOE   PIC X(01) VALUE "N".
       77 W-ACHOU      PIC X(01) VALUE "N".
      *-----------
       SCREEN SECTION.

        01  TELATERR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                     TERRITORIOS DE VEND".
           05  LINE 02  COLUMN 41
               VALUE  "A".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  " UF:".
           05  LINE 07  COLUMN 01
               VALUE  " CEP INICIAL:".
           05  LINE 09  COLUMN 01
               VALUE  " CEP FINAL:".
           05  LINE 11  COLUMN 01
               VALUE  " VENDEDOR:".
           05  LINE 13  COLUMN 01
               VALUE  " DESCRICAO:".
           05  TUFTR
               LINE 05  COLUMN 06  PIC X(02)
               USING  W-UF
               HIGHLIGHT.
           05  TINITR
               LINE 07  COLUMN 15  PIC 9(08)
               USING  W-CEP-INI
               HIGHLIGHT.
           05  TCINITR
               LINE 07  COLUMN 26  PIC X(25)
               USING  W-CID-INI
               HIGHLIGHT.
           05  TFIMTR
               LINE 09  COLUMN 15  PIC 9(08)
               USING  W-CEP-FIM
               HIGHLIGHT.
           05  TCFIMTR
               LINE 09  COLUMN 26  PIC X(25)
               USING  W-CID-FIM
               HIGHLIGHT.
           05  TVENDTR
               LINE 11  COLUMN 12  PIC 9(04)
               USING  W-VENDEDOR
               HIGHLIGHT.
           05  TNOMETR
               LINE 11  COLUMN 18  PIC X(30)
               USING  W-NOME
               HIGHLIGHT.
           05  TDESCTR
               LINE 13  COLUMN 13  PIC X(20)
               USING  W-DESCRICAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O TERRIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT TERRIT
                      CLOSE TERRIT
                      MOVE "*** ARQUIVO TERRIT SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO TERRIT"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
           OPEN INPUT CADVEND
           IF ST-VEN NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADVEND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE TERRIT
              GO TO ROT-FIM.
           MOVE "N" TO W-MUN-ABERTO W-CEP-ABERTO
           OPEN INPUT CADMUNI
           IF ST-MUN = "00"
              MOVE "S" TO W-MUN-ABERTO.
           OPEN INPUT CADCEP
           IF ST-CEP = "00"
              MOVE "S" TO W-CEP-ABERTO.
       INC-001.
                MOVE ZEROS  TO W-CEP-INI W-CEP-FIM W-VENDEDOR
                MOVE SPACES TO W-UF W-CID-INI W-CID-FIM W-NOME
                               W-DESCRICAO
                DISPLAY TELATERR.
       INC-002.
                ACCEPT TUFTR
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   GO TO INC-FECHA.
                IF W-UF = SPACES
                   MOVE "*** INFORME A UF ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                PERFORM CONFERE-UF THRU CONFERE-UF-FIM
                IF W-ACHOU NOT = "S"
                   MOVE "*** UF SEM MUNICIPIO NO CADMUNI ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-003.
                ACCEPT TINITR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF W-CEP-INI = ZEROS
                   MOVE "*** INFORME O CEP INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-CEP-INI TO W-CEP-BUSCA
                PERFORM BUSCA-CIDADE THRU BUSCA-CIDADE-FIM
                MOVE W-CID-BUSCA TO W-CID-INI
                DISPLAY TCINITR.
       LER-TR01.
                MOVE 0 TO W-SEL
                MOVE W-UF      TO TR-UF
                MOVE W-CEP-INI TO TR-CEP-INI
                READ TERRIT
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE TR-CEP-FIM   TO W-CEP-FIM
                      MOVE TR-VENDEDOR  TO W-VENDEDOR
                      MOVE TR-DESCRICAO TO W-DESCRICAO
                      MOVE W-CEP-FIM TO W-CEP-BUSCA
                      PERFORM BUSCA-CIDADE THRU BUSCA-CIDADE-FIM
                      MOVE W-CID-BUSCA TO W-CID-FIM
                      PERFORM NOME-VEND THRU NOME-VEND-FIM
                      DISPLAY TELATERR
                      MOVE "*** FAIXA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO TERRIT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-FECHA
                      ELSE
                        NEXT SENTENCE.
       INC-004.
                ACCEPT TFIMTR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-CEP-FIM < W-CEP-INI
                   MOVE "*** CEP FINAL MENOR QUE O INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE W-CEP-FIM TO W-CEP-BUSCA
                PERFORM BUSCA-CIDADE THRU BUSCA-CIDADE-FIM
                MOVE W-CID-BUSCA TO W-CID-FIM
                DISPLAY TCFIMTR
                PERFORM CONFERE-FAIXA THRU CONFERE-FAIXA-FIM
                IF W-SOBREPOE = "S"
                   MOVE "*** FAIXA SOBREPOE OUTRO TERRITORIO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT TVENDTR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-VENDEDOR = ZEROS
                   MOVE "*** INFORME O VENDEDOR DONO DA FAIXA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE W-VENDEDOR TO COD-VENDEDOR
                READ CADVEND
                IF ST-VEN NOT = "00"
                   MOVE "*** VENDEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                MOVE NOME-VENDEDOR TO W-NOME
                DISPLAY TNOMETR.
       INC-006.
                ACCEPT TDESCTR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-DESCRICAO = SPACES
                   MOVE "*** INFORME A DESCRICAO DO TERRITORIO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
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
                MOVE W-UF        TO TR-UF TR-UF-FIM
                MOVE W-CEP-INI   TO TR-CEP-INI
                MOVE W-CEP-FIM   TO TR-CEP-FIM
                MOVE W-VENDEDOR  TO TR-VENDEDOR
                MOVE W-DESCRICAO TO TR-DESCRICAO
                IF W-SEL = 1 GO TO ALT-RW1.
       INC-WR1.
                WRITE REGTR
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** FAIXA JA EXISTE ***        " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO TERRIT"
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
                MOVE W-UF      TO TR-UF
                MOVE W-CEP-INI TO TR-CEP-INI
                DELETE TERRIT RECORD
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
                REWRITE REGTR
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO TERRIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-FECHA.
      *
      ***********************************************
      * NOME DO VENDEDOR DA FAIXA JA CADASTRADA       *
      ***********************************************
       NOME-VEND.
                MOVE W-VENDEDOR TO COD-VENDEDOR
                READ CADVEND
                IF ST-VEN = "00"
                   MOVE NOME-VENDEDOR TO W-NOME
                ELSE
                   MOVE "*** VENDEDOR NAO CADASTRADO ***" TO W-NOME.
       NOME-VEND-FIM.
                EXIT.
      *
      ***********************************************
      * A UF PRECISA TER AO MENOS UM MUNICIPIO NO    *
      * CADMUNI; SEM O ARQUIVO QUALQUER UF SERVE     *
      ***********************************************
       CONFERE-UF.
                MOVE "S" TO W-ACHOU
                IF W-MUN-ABERTO NOT = "S"
                   GO TO CONFERE-UF-FIM.
                MOVE "N"    TO W-ACHOU
                MOVE W-UF   TO MU-UF
                MOVE SPACES TO MU-NOME
                START CADMUNI KEY IS NOT LESS MU-CHAVE
                      INVALID KEY GO TO CONFERE-UF-FIM.
                READ CADMUNI NEXT
                IF ST-MUN = "00" AND MU-UF = W-UF
                   MOVE "S" TO W-ACHOU.
       CONFERE-UF-FIM.
                EXIT.
      *
      ***********************************************
      * CIDADE DO CEP W-CEP-BUSCA NA BASE DE CEP,    *
      * SO PARA ORIENTAR QUEM DIGITA A FAIXA         *
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
      * PROCURA FAIXA DA MESMA UF QUE CRUZE A        *
      * DIGITADA, PELA CHAVE DO CEP FINAL; NA        *
      * ALTERACAO A PROPRIA FAIXA NAO CONTA          *
      ***********************************************
       CONFERE-FAIXA.
                MOVE "N"       TO W-SOBREPOE
                MOVE W-UF      TO TR-UF-FIM
                MOVE W-CEP-INI TO TR-CEP-FIM
                START TERRIT KEY IS NOT LESS TR-CHAVE-FIM
                      INVALID KEY GO TO CONFERE-FAIXA-FIM.
       CONFERE-FAIXA-LER.
                READ TERRIT NEXT
                IF ST-ERRO NOT = "00"
                   GO TO CONFERE-FAIXA-FIM.
                IF TR-UF-FIM NOT = W-UF
                   GO TO CONFERE-FAIXA-FIM.
                IF TR-CEP-INI = W-CEP-INI
                   GO TO CONFERE-FAIXA-LER.
                IF TR-CEP-INI NOT > W-CEP-FIM
                   MOVE "S" TO W-SOBREPOE.
       CONFERE-FAIXA-FIM.
                EXIT.
      *
       INC-FECHA.
                CLOSE TERRIT CADVEND
                IF W-MUN-ABERTO = "S"
                   CLOSE CADMUNI.
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
