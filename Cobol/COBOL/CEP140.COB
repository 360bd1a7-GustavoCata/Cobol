       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAFIL.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************
      * MANUTENCAO DO CADASTRO DE          *
      * FILIAIS (CADFIL.DAT) - CADA LOJA   *
      * TEM O SEU DEPOSITO (CADDEP) E AS   *
      * SUAS FAIXAS DE NUMERACAO DE        *
      * PEDIDO E DE FATURA, QUE NAO PODEM  *
      * CRUZAR COM AS DE OUTRA FILIAL. OS  *
      * OPERADORES (CEP033) E OS           *
      * DEPOSITOS (CEP083) APONTAM PARA    *
      * A FILIAL; OS PROGRAMAS LEEM O      *
      * CADASTRO PELO LEFIL (CEP141)       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CODIGO
                    FILE STATUS  IS ST-DEP.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
       01 REGFIL.
                03 FIL-CODIGO      PIC 9(02).
                03 FIL-NOME        PIC X(30).
                03 FIL-CIDADE      PIC X(25).
                03 FIL-UF          PIC X(02).
                03 FIL-CNPJ        PIC 9(14).
                03 FIL-DEPOSITO    PIC 9(02).
                03 FIL-PED-INI     PIC 9(06).
                03 FIL-PED-FIM     PIC 9(06).
                03 FIL-FAT-INI     PIC 9(06).
                03 FIL-FAT-FIM     PIC 9(06).
      *              A = ATIVA; I = INATIVA (NAO ACEITA SIGN-ON NEM
      *              DOCUMENTO NOVO, MAS CONTINUA NOS RELATORIOS)
                03 FIL-SITUACAO    PIC X(01).
      *
      *****************************************************************
      * ARQUIVO : CADDEP     - SO LEITURA, PARA CONFERIR O DEPOSITO   *
      *                        DA LOJA E RECUSAR A EXCLUSAO DE FILIAL *
      *                        QUE AINDA TEM DEPOSITO                 *
      *****************************************************************
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CODIGO      PIC 9(02).
                03 DEP-NOME        PIC X(20).
                03 DEP-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : CADOPER    - SO LEITURA, PARA RECUSAR A EXCLUSAO DE *
      *                        FILIAL QUE AINDA TEM OPERADOR          *
      *****************************************************************
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 COD-OPERADOR    PIC X(10).
                03 NOME-OPERADOR   PIC X(30).
                03 OPER-PERFIL     PIC X(13).
                03 OPER-SENHA      PIC X(08).
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-EM-USO     PIC X(01) VALUE "N".
       77 W-CRUZA      PIC X(01) VALUE "N".
      *              *** FILIAL EM MANUTENCAO, GUARDADA ENQUANTO O ***
      *              *** CADASTRO E VARRIDO ATRAS DE FAIXA CRUZADA ***
       01 W-REGFIL     PIC X(100) VALUE SPACES.
       01 W-FAIXAS.
          03 W-CODIGO     PIC 9(02).
          03 W-PED-INI    PIC 9(06).
          03 W-PED-FIM    PIC 9(06).
          03 W-FAT-INI    PIC 9(06).
          03 W-FAT-FIM    PIC 9(06).
      *-----------
       SCREEN SECTION.

        01  TELAFIL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                     CADASTRO DE FILIAI".
           05  LINE 02  COLUMN 40
               VALUE  "S".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  " CODIGO:".
           05  LINE 07  COLUMN 01
               VALUE  " NOME:".
           05  LINE 09  COLUMN 01
               VALUE  " CIDADE:                                UF:".
           05  LINE 11  COLUMN 01
               VALUE  " CNPJ:".
           05  LINE 13  COLUMN 01
               VALUE  " DEPOSITO DA LOJA:".
           05  LINE 15  COLUMN 01
               VALUE  " NUMERACAO DE PEDIDO.: DE          ATE".
           05  LINE 17  COLUMN 01
               VALUE  " NUMERACAO DE FATURA.: DE          ATE".
           05  LINE 19  COLUMN 01
               VALUE  " SITUACAO (A=ATIVA I=INATIVA):".
           05  TCODFIL
               LINE 05  COLUMN 09  PIC 9(02)
               USING  FIL-CODIGO
               HIGHLIGHT.
           05  TNOMEFIL
               LINE 07  COLUMN 08  PIC X(30)
               USING  FIL-NOME
               HIGHLIGHT.
           05  TCIDFIL
               LINE 09  COLUMN 10  PIC X(25)
               USING  FIL-CIDADE
               HIGHLIGHT.
           05  TUFFIL
               LINE 09  COLUMN 45  PIC X(02)
               USING  FIL-UF
               HIGHLIGHT.
           05  TCNPJFIL
               LINE 11  COLUMN 08  PIC 9(14)
               USING  FIL-CNPJ
               HIGHLIGHT.
           05  TDEPFIL
               LINE 13  COLUMN 20  PIC 9(02)
               USING  FIL-DEPOSITO
               HIGHLIGHT.
           05  TPEDINI
               LINE 15  COLUMN 27  PIC 9(06)
               USING  FIL-PED-INI
               HIGHLIGHT.
           05  TPEDFIM
               LINE 15  COLUMN 41  PIC 9(06)
               USING  FIL-PED-FIM
               HIGHLIGHT.
           05  TFATINI
               LINE 17  COLUMN 27  PIC 9(06)
               USING  FIL-FAT-INI
               HIGHLIGHT.
           05  TFATFIM
               LINE 17  COLUMN 41  PIC 9(06)
               USING  FIL-FAT-FIM
               HIGHLIGHT.
           05  TSITFIL
               LINE 19  COLUMN 32  PIC X(01)
               USING  FIL-SITUACAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CADFIL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADFIL
                      CLOSE CADFIL
                      MOVE "*** ARQUIVO CADFIL SENDO CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CADFIL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO FIL-CODIGO FIL-CNPJ FIL-DEPOSITO
                               FIL-PED-INI FIL-PED-FIM
                               FIL-FAT-INI FIL-FAT-FIM
                MOVE SPACES TO FIL-NOME FIL-CIDADE FIL-UF
                MOVE "A"    TO FIL-SITUACAO
                DISPLAY TELAFIL.
       INC-002.
                ACCEPT TCODFIL
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADFIL
                   GO TO ROT-FIM.
                IF FIL-CODIGO = ZEROS
                   MOVE "*** CODIGO DE FILIAL INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-FIL01.
                MOVE 0 TO W-SEL
                READ CADFIL
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELAFIL
                      MOVE "*** FILIAL JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CADFIL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                      ELSE
                        NEXT SENTENCE.
       INC-003.
                ACCEPT TNOMEFIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF FIL-NOME = SPACES
                   MOVE "*** NOME DA FILIAL EM BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TCIDFIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
       INC-005.
                ACCEPT TUFFIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                ACCEPT TCNPJFIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
      *
      ***********************************************
      * DEPOSITO DA LOJA - E NELE QUE A VENDA, A     *
      * DEVOLUCAO E O RECEBIMENTO DA FILIAL MEXEM NO *
      * SALDEP.DAT. SEM CADDEP.DAT SO VALE O 01      *
      ***********************************************
       INC-007.
                ACCEPT TDEPFIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF FIL-DEPOSITO = ZEROS
                   MOVE 01 TO FIL-DEPOSITO
                   DISPLAY TDEPFIL.
                OPEN INPUT CADDEP
                IF ST-DEP NOT = "00"
                   IF FIL-DEPOSITO = 01
                      GO TO INC-008
                   ELSE
                      MOVE "*** SEM CADDEP.DAT SO VALE O DEPOSITO 01 **"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-007.
                MOVE FIL-DEPOSITO TO DEP-CODIGO
                READ CADDEP
                IF ST-DEP NOT = "00"
                   CLOSE CADDEP
                   MOVE "*** DEPOSITO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF DEP-FILIAL NOT = ZEROS
                   AND DEP-FILIAL NOT = FIL-CODIGO
                   CLOSE CADDEP
                   MOVE "*** DEPOSITO DE OUTRA FILIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                CLOSE CADDEP.
      *
      ***********************************************
      * FAIXAS DE NUMERACAO - O PEDVENDA PROPOE O    *
      * PROXIMO PEDIDO E A FATURA NUMERA DENTRO DA   *
      * FAIXA DA FILIAL; AS FAIXAS DE DUAS FILIAIS   *
      * NAO PODEM SE CRUZAR                          *
      ***********************************************
       INC-008.
                ACCEPT TPEDINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF FIL-PED-INI = ZEROS
                   MOVE "*** INICIO DA FAIXA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
       INC-009.
                ACCEPT TPEDFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF FIL-PED-FIM < FIL-PED-INI
                   MOVE "*** FIM DA FAIXA ANTES DO INICIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-009.
       INC-010.
                ACCEPT TFATINI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                IF FIL-FAT-INI = ZEROS
                   MOVE "*** INICIO DA FAIXA INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-011.
                ACCEPT TFATFIM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                IF FIL-FAT-FIM < FIL-FAT-INI
                   MOVE "*** FIM DA FAIXA ANTES DO INICIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
                PERFORM CHECA-FAIXA THRU CHECA-FAIXA-FIM
                IF W-CRUZA = "P"
                   MOVE "*** FAIXA DE PEDIDO CRUZA COM OUTRA FILIAL ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF W-CRUZA = "F"
                   MOVE "*** FAIXA DE FATURA CRUZA COM OUTRA FILIAL ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
       INC-012.
                ACCEPT TSITFIL
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                IF FIL-SITUACAO = "a" OR SPACE
                   MOVE "A" TO FIL-SITUACAO.
                IF FIL-SITUACAO = "i"
                   MOVE "I" TO FIL-SITUACAO.
                IF FIL-SITUACAO NOT = "A" AND NOT = "I"
                   MOVE "*** DIGITE APENAS A OU I ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
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
                WRITE REGFIL
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** FILIAL JA EXISTE ***         " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE FILIAL"
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
                PERFORM CHECA-USO-FIL THRU CHECA-USO-FIL-FIM
                IF W-EM-USO = "O"
                   MOVE "*** FILIAL AINDA TEM OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-EM-USO = "D"
                   MOVE "*** FILIAL AINDA TEM DEPOSITO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DELETE CADFIL RECORD
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
                REWRITE REGFIL
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DO REGISTRO FILIAL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***********************************************
      * VARRE O CADFIL.DAT ATRAS DE OUTRA FILIAL COM *
      * FAIXA QUE CRUZE COM A DIGITADA - DEVOLVE "P" *
      * (PEDIDO) OU "F" (FATURA). A FILIAL EM        *
      * MANUTENCAO FICA GUARDADA EM W-REGFIL DURANTE *
      * A VARREDURA                                  *
      ***********************************************
       CHECA-FAIXA.
                MOVE "N" TO W-CRUZA
                MOVE REGFIL      TO W-REGFIL
                MOVE FIL-CODIGO  TO W-CODIGO
                MOVE FIL-PED-INI TO W-PED-INI
                MOVE FIL-PED-FIM TO W-PED-FIM
                MOVE FIL-FAT-INI TO W-FAT-INI
                MOVE FIL-FAT-FIM TO W-FAT-FIM
                MOVE ZEROS TO FIL-CODIGO
                START CADFIL KEY IS NOT LESS FIL-CODIGO
                      INVALID KEY GO TO CHECA-FAIXA-VOLTA.
       CHECA-FAIXA-LER.
                READ CADFIL NEXT
                IF ST-ERRO NOT = "00"
                   GO TO CHECA-FAIXA-VOLTA.
                IF FIL-CODIGO = W-CODIGO
                   GO TO CHECA-FAIXA-LER.
                IF FIL-PED-INI NOT > W-PED-FIM
                   AND FIL-PED-FIM NOT < W-PED-INI
                   MOVE "P" TO W-CRUZA
                   GO TO CHECA-FAIXA-VOLTA.
                IF FIL-FAT-INI NOT > W-FAT-FIM
                   AND FIL-FAT-FIM NOT < W-FAT-INI
                   MOVE "F" TO W-CRUZA
                   GO TO CHECA-FAIXA-VOLTA.
                GO TO CHECA-FAIXA-LER.
      *              REPOSICIONA NA FILIAL EM MANUTENCAO PARA O
      *              REWRITE/DELETE QUE VEM DEPOIS
       CHECA-FAIXA-VOLTA.
                MOVE W-CODIGO TO FIL-CODIGO
                IF W-SEL = 1
                   READ CADFIL.
                MOVE W-REGFIL TO REGFIL.
       CHECA-FAIXA-FIM.
                EXIT.
      *
      ***********************************************
      * FILIAL COM OPERADOR (CADOPER) OU DEPOSITO    *
      * (CADDEP) APONTANDO PARA ELA NAO PODE SER     *
      * EXCLUIDA - DEVOLVE "O" OU "D"                *
      ***********************************************
       CHECA-USO-FIL.
                MOVE "N" TO W-EM-USO
                OPEN INPUT CADOPER
                IF ST-OPER NOT = "00"
                   GO TO CHECA-USO-FIL-DEP.
       CHECA-USO-FIL-OPER.
                READ CADOPER NEXT RECORD
                IF ST-OPER NOT = "00"
                   GO TO CHECA-USO-FIL-FOPER.
                IF OPER-FILIAL = FIL-CODIGO
                   MOVE "O" TO W-EM-USO
                   GO TO CHECA-USO-FIL-FOPER.
                GO TO CHECA-USO-FIL-OPER.
       CHECA-USO-FIL-FOPER.
                CLOSE CADOPER
                IF W-EM-USO NOT = "N"
                   GO TO CHECA-USO-FIL-FIM.
       CHECA-USO-FIL-DEP.
                OPEN INPUT CADDEP
                IF ST-DEP NOT = "00"
                   GO TO CHECA-USO-FIL-FIM.
       CHECA-USO-FIL-LER.
                READ CADDEP NEXT RECORD
                IF ST-DEP NOT = "00"
                   GO TO CHECA-USO-FIL-FECHA.
                IF DEP-FILIAL = FIL-CODIGO
                   MOVE "D" TO W-EM-USO
                   GO TO CHECA-USO-FIL-FECHA.
                GO TO CHECA-USO-FIL-LER.
       CHECA-USO-FIL-FECHA.
                CLOSE CADDEP.
       CHECA-USO-FIL-FIM.
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
