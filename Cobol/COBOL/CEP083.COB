      * POR DEPOSITO VIVE EM SALDEP.DAT,   *
      * MANTIDO PELO MOVPROD (CEP037) E    *
      * CONTADO POR DEPOSITO NO INVFIS     *
      * (CEP038). CADA DEPOSITO E DE UMA   *
      * FILIAL (CEP140/CLAFIL); DEPOSITO   *
      * DE OUTRA FILIAL SO RECEBE POR      *
      * TRANSFERENCIA NO MOVPROD           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 REGDEP.
                03 DEP-CODIGO      PIC 9(02).
                03 DEP-NOME        PIC X(20).
      *              FILIAL DONA DO DEPOSITO; ZERO (ANTES DO CONVFIL/
      *              CEP142) VALE 01
                03 DEP-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : SALDEP     - SO LEITURA, USADO PARA RECUSAR A       *
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-EM-USO     PIC X(01) VALUE "N".
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

               VALUE  " CODIGO:".
           05  LINE 07  COLUMN 01
               VALUE  " NOME:".
           05  LINE 09  COLUMN 01
               VALUE  " FILIAL:".
           05  TCODDEP
               LINE 05  COLUMN 09  PIC 9(02)
               USING  DEP-CODIGO
               LINE 07  COLUMN 08  PIC X(20)
               USING  DEP-NOME
               HIGHLIGHT.
           05  TFILDEP
               LINE 09  COLUMN 10  PIC 9(02)
               USING  DEP-FILIAL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS  TO DEP-CODIGO
                MOVE SPACES TO DEP-NOME
                MOVE 01     TO DEP-FILIAL
                DISPLAY TELADEP.
       INC-002.
                ACCEPT TCODDEP
                ACCEPT TNOMEDEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
       INC-004.
                ACCEPT TFILDEP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE DEP-FILIAL TO FL-CODIGO
                CALL "LEFIL"
                MOVE FL-CODIGO TO DEP-FILIAL
                DISPLAY TFILDEP
                IF FL-SITUACAO = "N"
                   MOVE "*** FILIAL NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY (09, 14) FL-NOME.
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
