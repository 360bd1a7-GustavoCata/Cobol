                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
      *              LIBERACAO DE PEDIDO BLOQUEADO POR CREDITO
      *              (CEP104/LIBCRED) - AO CONTRARIO DAS FLAGS DO
      *              PERFIL, SO O "S" EXPLICITO LIBERA
                03 PERM-LIB-CRED   PIC X(01).
      *              FILIAL DO OPERADOR (CEP140/CLAFIL) - O SIGN-ON
      *              DO MENUGER E OS DOCUMENTOS NOVOS SEGUEM ESTA
      *              FILIAL; ZERO (ANTES DO CONVFIL) VALE 01
                03 OPER-FILIAL     PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-FLAG       PIC X(01) VALUE SPACES.
      *              *** CONSULTA DA FILIAL (CEP141/LEFIL) ***
       01 W-FILIAL EXTERNAL.
          03 FL-CODIGO     PIC 9(02).
          03 FL-SITUACAO   PIC X(01).
          03 FL-NOME       PIC X(30).
          03 FL-DEPOSITO   PIC 9(02).
          03 FL-PED-INI    PIC 9(06).
          03 FL-PED-FIM    PIC 9(06).
          03 FL-FAT-INI    PIC 9(06).
          03 FL-FAT-FIM    PIC 9(06).
      *-----------
       SCREEN SECTION.

               VALUE  " PRODUTO..: CONS:     INC:     ALT:     EXC:".
           05  LINE 15  COLUMN 01
               VALUE  " BATCH....:".
           05  LINE 15  COLUMN 20
               VALUE  "LIBERA CREDITO BLOQUEADO:".
           05  LINE 17  COLUMN 01
               VALUE  " DESCONTO MAXIMO NO PEDIDO (%):".
           05  LINE 19  COLUMN 01
               VALUE  " BLOQUEADO (S/N):".
           05  LINE 21  COLUMN 01
               VALUE  " FILIAL:".
           05  TCODOPER
               LINE 05  COLUMN 10  PIC X(10)
               USING  COD-OPERADOR
               LINE 15  COLUMN 13  PIC X(01)
               USING  PERM-BATCH
               HIGHLIGHT.
           05  TLIBCRED
               LINE 15  COLUMN 46  PIC X(01)
               USING  PERM-LIB-CRED
               HIGHLIGHT.
           05  TDESCMAX
               LINE 17  COLUMN 33  PIC 99,99
               USING  PERM-DESC-MAX
               LINE 19  COLUMN 19  PIC X(01)
               USING  OPER-BLOQ
               HIGHLIGHT.
           05  TFILOPER
               LINE 21  COLUMN 10  PIC 9(02)
               USING  OPER-FILIAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                            PERM-PROD-ALTERA PERM-PROD-EXCLUI
                            PERM-BATCH
                MOVE ZEROS TO PERM-DESC-MAX
                MOVE "N" TO PERM-LIB-CRED
      *              SENHA NASCE EM BRANCO - O PROPRIO OPERADOR
      *              ESCOLHE A SUA NO PRIMEIRO SIGN-ON (MENUGER)
                MOVE SPACES TO OPER-SENHA
                MOVE ZEROS  TO OPER-DT-SENHA OPER-FALHAS
                MOVE "N"    TO OPER-BLOQ
                MOVE 01     TO OPER-FILIAL
                DISPLAY TELAOPER.
       INC-002.
                ACCEPT TCODOPER
                MOVE W-FLAG TO PERM-BATCH
                IF W-FLAG = "?"
                   GO TO INC-012.
      *              LIBERACAO DE CREDITO: BRANCO VALE NAO
       INC-12A.
                ACCEPT TLIBCRED
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                IF PERM-LIB-CRED = "s" MOVE "S" TO PERM-LIB-CRED.
                IF PERM-LIB-CRED = "n" OR SPACE
                   MOVE "N" TO PERM-LIB-CRED.
                IF PERM-LIB-CRED NOT = "S" AND NOT = "N"
                   MOVE "*** DIGITE APENAS S OU N ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-12A.
       INC-013.
                ACCEPT TDESCMAX
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-12A.
      *
      ***********************************************
      * DESBLOQUEIO E RESET DE SENHA PELO SUPERVISOR *
                   GO TO INC-014.
                IF OPER-BLOQ = "N"
                   MOVE ZEROS TO OPER-FALHAS.
      *
      ***********************************************
      * FILIAL DO OPERADOR - TEM DE ESTAR ATIVA NO   *
      * CADFIL.DAT (CEP140/CLAFIL); SEM O CADASTRO   *
      * DE FILIAIS A EMPRESA E DE LOJA UNICA (01)    *
      ***********************************************
       INC-14A.
                ACCEPT TFILOPER
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
                MOVE OPER-FILIAL TO FL-CODIGO
                CALL "LEFIL"
                MOVE FL-CODIGO TO OPER-FILIAL
                DISPLAY TFILOPER
                IF FL-SITUACAO = "N"
                   MOVE "*** FILIAL NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-14A.
                IF FL-SITUACAO = "I"
                   MOVE "*** FILIAL INATIVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-14A.
                DISPLAY (21, 14) FL-NOME.
       INC-015.
                DISPLAY (23, 12) "LIMPA A SENHA (FORCA TROCA) (S/N): "
                ACCEPT  (23, 48) W-OPCAO.
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-14A.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
