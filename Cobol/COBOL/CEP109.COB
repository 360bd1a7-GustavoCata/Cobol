       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAFER.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * MANUTENCAO DO CALENDARIO DE FERIADOS            *
      * (FERIADO.DAT) NACIONAIS, ESTADUAIS E MUNICIPAIS *
      * - FERIADO DE DATA FIXA E CADASTRADO UMA VEZ COM *
      * ANO 0000 E VALE PARA TODOS OS ANOS; FERIADO     *
      * MOVEL (CARNAVAL, SEXTA-FEIRA SANTA, CORPUS      *
      * CHRISTI) E CADASTRADO ANO A ANO. SABADO E       *
      * DOMINGO NUNCA SAO DIA UTIL E NAO PRECISAM ESTAR *
      * AQUI. O VENCIMENTO DAS DUPLICATAS, O AGING, OS  *
      * ENCARGOS DE ATRASO E O NOTURNO (CEP053) OLHAM   *
      * ESTE CALENDARIO                                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : FERIADO    - UM FERIADO POR REGISTRO, CHAVE PELA    *
      *                        DATA AAAAMMDD; ANO 0000 = FERIADO FIXO *
      *                        QUE SE REPETE TODO ANO                 *
      *****************************************************************
       FD FERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 REGFER.
                03 FER-DATA.
                   05 FER-ANO      PIC 9(04).
                   05 FER-MES      PIC 9(02).
                   05 FER-DIA      PIC 9(02).
                03 FER-DESCRICAO   PIC X(30).
      *              N = NACIONAL, E = ESTADUAL, M = MUNICIPAL
                03 FER-ABRANGE     PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-QUOC-ANO   PIC 9(04) VALUE ZEROS.
       77 W-RESTO-ANO  PIC 9(01) VALUE ZEROS.
       01 W-TAB-MESES-X    PIC X(24)
                           VALUE "312931303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
          03 W-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
      *-----------
       SCREEN SECTION.

        01  TELAFER.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                   CALENDARIO DE FERIADO".
           05  LINE 02  COLUMN 41
               VALUE  "S".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  " DIA:".
           05  LINE 07  COLUMN 01
               VALUE  " MES:".
           05  LINE 09  COLUMN 01
               VALUE  " ANO (0000 = TODO ANO):".
           05  LINE 11  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 13  COLUMN 01
               VALUE  " ABRANGENCIA (N=NACIONAL E=ESTADUAL M=MUNI".
           05  LINE 13  COLUMN 44
               VALUE  "CIPAL):".
           05  TDIAFER
               LINE 05  COLUMN 07  PIC 9(02)
               USING  FER-DIA
               HIGHLIGHT.
           05  TMESFER
               LINE 07  COLUMN 07  PIC 9(02)
               USING  FER-MES
               HIGHLIGHT.
           05  TANOFER
               LINE 09  COLUMN 25  PIC 9(04)
               USING  FER-ANO
               HIGHLIGHT.
           05  TDESCFER
               LINE 11  COLUMN 13  PIC X(30)
               USING  FER-DESCRICAO
               HIGHLIGHT.
           05  TABRFER
               LINE 13  COLUMN 52  PIC X(01)
               USING  FER-ABRANGE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O FERIADO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT FERIADO
                      CLOSE FERIADO
                      MOVE "*** ARQUIVO FERIADO SENDO CRIADO *" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO FERIADO"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO FER-DIA FER-MES FER-ANO
                MOVE SPACES TO FER-DESCRICAO FER-ABRANGE
                DISPLAY TELAFER.
       INC-002.
                ACCEPT TDIAFER
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE FERIADO
                   GO TO ROT-FIM.
                IF FER-DIA < 01 OR FER-DIA > 31
                   MOVE "*** DIA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-02A.
                ACCEPT TMESFER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF FER-MES < 01 OR FER-MES > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-02A.
                IF FER-DIA > W-DIAS-MES (FER-MES)
                   MOVE "*** DIA NAO EXISTE NESTE MES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-02B.
                ACCEPT TANOFER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-02A.
                IF FER-ANO NOT = ZEROS AND FER-ANO < 1900
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-02B.
      *              29/02 SO EXISTE EM ANO BISSEXTO; COM ANO 0000 O
      *              FERIADO FIXO VALE NOS ANOS QUE TIVEREM O DIA
                IF FER-MES = 02 AND FER-DIA = 29 AND FER-ANO NOT = ZEROS
                   DIVIDE FER-ANO BY 4 GIVING W-QUOC-ANO
                          REMAINDER W-RESTO-ANO
                   IF W-RESTO-ANO NOT = ZEROS
                      MOVE "*** 29/02 SO EM ANO BISSEXTO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-02B.
       LER-FER01.
                MOVE 0 TO W-SEL
                READ FERIADO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAFER
                      MOVE "*** FERIADO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO FERIADO" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                      ELSE
                        NEXT SENTENCE.
       INC-003.
                ACCEPT TDESCFER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-02B.
                IF FER-DESCRICAO = SPACES
                   MOVE "*** DESCRICAO OBRIGATORIA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TABRFER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF FER-ABRANGE = "n" MOVE "N" TO FER-ABRANGE.
                IF FER-ABRANGE = "e" MOVE "E" TO FER-ABRANGE.
                IF FER-ABRANGE = "m" MOVE "M" TO FER-ABRANGE.
                IF FER-ABRANGE NOT = "N" AND "E" AND "M"
                   MOVE "*** DIGITE N, E OU M ***" TO MENS
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
                WRITE REGFER
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** FERIADO JA EXISTE ***        " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO FERIADO"
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
      *              VENCIMENTO JA GRAVADO NAO E RECALCULADO - SO AS
      *              DUPLICATAS GERADAS DAQUI EM DIANTE SENTEM A
      *              EXCLUSAO
                DELETE FERIADO RECORD
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
                REWRITE REGFER
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DO ARQUIVO FERIADO" TO MENS
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
