      * MANUTENCAO DO CADASTRO DE          *
      * FORNECEDORES LIGADOS AO CATALOGO   *
      * DE PRODUTOS (PRODUTO.DAT)          *
      * - CPF/CNPJ COM OS DIGITOS          *
      * VERIFICADORES CONFERIDOS E SEM     *
      * REPETIR O DE OUTRO FORNECEDOR, E A *
      * INSCRICAO ESTADUAL                 *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 NOME-FORNECEDOR PIC X(30).
                03 FORN-CEP        PIC 9(08).
                03 FORN-CONTATO    PIC X(20).
      *              DOCUMENTO: F = CPF, J = CNPJ (COM OS DIGITOS
      *              VERIFICADORES CONFERIDOS NO CLAFORN); BRANCO =
      *              AINDA SEM DOCUMENTO. IE = ISENTO OU SO NUMEROS
                03 FORN-TIPO-DOC   PIC X(01).
                03 FORN-DOCUMENTO  PIC 9(14).
                03 FORN-IE         PIC X(14).
      *
      *****************************************************************
      * ARQUIVO : PRODUTO    - SO LEITURA, USADO PARA RECUSAR A       *
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 ST-PROD      PIC X(02) VALUE "00".
       77 W-EM-USO     PIC X(01) VALUE "N".
       77 W-COD-ATUAL  PIC 9(04) VALUE ZEROS.
       77 W-COD-DUP    PIC 9(04) VALUE ZEROS.
       01 W-FORN-SALVO PIC X(91) VALUE SPACES.
      *              *** DOCUMENTO (CPF/CNPJ) E INSCRICAO ESTADUAL ***
       77 W-TIPO-DOC   PIC X(01) VALUE SPACES.
       77 W-DOC-OK     PIC X(01) VALUE "N".
       77 W-IE         PIC X(14) VALUE SPACES.
       77 W-IE-OK      PIC X(01) VALUE "N".
       77 W-IE-TAM     PIC 9(02) VALUE ZEROS.
       77 W-DV-SOMA    PIC 9(05) VALUE ZEROS.
       77 W-DV-QUOC    PIC 9(05) VALUE ZEROS.
       77 W-DV-RESTO   PIC 9(02) VALUE ZEROS.
       77 W-DV         PIC 9(01) VALUE ZEROS.
       77 W-DV-IND     PIC 9(02) VALUE ZEROS.
       77 W-DOC-DUP    PIC X(01) VALUE "N".
       01 W-DOC        PIC 9(14) VALUE ZEROS.
       01 W-DOC-R REDEFINES W-DOC.
          03 W-DOC-DIG PIC 9(01) OCCURS 14 TIMES.
       01 W-TAB-PESO-X PIC X(26) VALUE "06050403020908070605040302".
       01 W-TAB-PESO REDEFINES W-TAB-PESO-X.
          03 W-PESO-CNPJ PIC 9(02) OCCURS 13 TIMES.
      *-----------
       SCREEN SECTION.

               VALUE  " CEP:".
           05  LINE 11  COLUMN 01
               VALUE  " CONTATO:".
           05  LINE 13  COLUMN 01
               VALUE  " CPF/CNPJ (F/J):   -".
           05  LINE 15  COLUMN 01
               VALUE  " INSCR. ESTADUAL:".
           05  TCODFORN
               LINE 05  COLUMN 10  PIC 9(04)
               USING  COD-FORNECEDOR
               LINE 11  COLUMN 11  PIC X(20)
               USING  FORN-CONTATO
               HIGHLIGHT.
           05  TTIPODOCFORN
               LINE 13  COLUMN 18  PIC X(01)
               USING  FORN-TIPO-DOC
               HIGHLIGHT.
           05  TDOCFORN
               LINE 13  COLUMN 22  PIC 9(14)
               USING  FORN-DOCUMENTO
               HIGHLIGHT.
           05  TIEFORN
               LINE 15  COLUMN 19  PIC X(14)
               USING  FORN-IE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE ZEROS  TO COD-FORNECEDOR FORN-CEP FORN-DOCUMENTO
                MOVE SPACES TO NOME-FORNECEDOR FORN-CONTATO
                               FORN-TIPO-DOC FORN-IE
                DISPLAY TELAFORN.
       INC-002.
                ACCEPT TCODFORN
                ACCEPT TCONTATOFORN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
      *
      ***********************************************
      * DOCUMENTO OBRIGATORIO: F = CPF, J = CNPJ,    *
      * COM OS DIGITOS CONFERIDOS E SEM REPETIR O    *
      * DOCUMENTO DE OUTRO CODIGO                    *
      ***********************************************
       INC-006.
                ACCEPT TTIPODOCFORN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF FORN-TIPO-DOC = "f" MOVE "F" TO FORN-TIPO-DOC.
                IF FORN-TIPO-DOC = "j" MOVE "J" TO FORN-TIPO-DOC.
                IF FORN-TIPO-DOC NOT = "F" AND NOT = "J"
                   MOVE "*** DIGITE F=CPF (PESSOA FISICA) OU J=CNPJ ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT TDOCFORN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                MOVE FORN-TIPO-DOC  TO W-TIPO-DOC
                MOVE FORN-DOCUMENTO TO W-DOC
                PERFORM VALIDA-DOC THRU VALIDA-DOC-FIM
                IF W-DOC-OK NOT = "S"
                   MOVE "*** CPF/CNPJ INVALIDO - CONFIRA OS DIGITOS ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                PERFORM CHECA-DOC-FORN THRU CHECA-DOC-FORN-FIM
                IF W-DOC-DUP = "S"
                   MOVE SPACES TO MENS
                   STRING "*** DOCUMENTO JA USADO NO FORNECEDOR "
                          W-COD-DUP " ***" DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT TIEFORN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                MOVE FORN-IE TO W-IE
                PERFORM VALIDA-IE THRU VALIDA-IE-FIM
                IF W-IE-OK NOT = "S"
                   MOVE "*** IE: SO NUMEROS OU ISENTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       CHECA-USO-FORN-FIM.
                EXIT.
      *
      ***********************************************
      * VARRE CADFORN.DAT PROCURANDO OUTRO CODIGO    *
      * COM O MESMO DOCUMENTO; O REGISTRO EM         *
      * DIGITACAO FICA GUARDADO EM W-FORN-SALVO      *
      * DURANTE A VARREDURA                          *
      ***********************************************
       CHECA-DOC-FORN.
                MOVE "N" TO W-DOC-DUP
                MOVE COD-FORNECEDOR TO W-COD-ATUAL
                MOVE REGFORN TO W-FORN-SALVO
                MOVE ZEROS TO COD-FORNECEDOR
                START CADFORN KEY IS NOT LESS COD-FORNECEDOR
                      INVALID KEY GO TO CHECA-DOC-FORN-VOLTA.
       CHECA-DOC-FORN-LER.
                READ CADFORN NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO CHECA-DOC-FORN-VOLTA.
                IF FORN-DOCUMENTO = W-DOC AND FORN-TIPO-DOC = W-TIPO-DOC
                   AND COD-FORNECEDOR NOT = W-COD-ATUAL
                   MOVE "S" TO W-DOC-DUP
                   MOVE COD-FORNECEDOR TO W-COD-DUP
                   GO TO CHECA-DOC-FORN-VOLTA.
                GO TO CHECA-DOC-FORN-LER.
       CHECA-DOC-FORN-VOLTA.
                MOVE W-FORN-SALVO TO REGFORN.
       CHECA-DOC-FORN-FIM.
                EXIT.
      *
      ***********************************************
      * CONFERE OS DIGITOS VERIFICADORES DO          *
      * DOCUMENTO EM W-DOC (MODULO 11): W-TIPO-DOC F *
      * = CPF (11 DIGITOS, ALINHADO A DIREITA), J =  *
      * CNPJ (14 DIGITOS). CPF DE DIGITOS TODOS      *
      * IGUAIS PASSA NA CONTA MAS NAO EXISTE E E     *
      * RECUSADO. W-DOC-OK = S QUANDO O DOCUMENTO E  *
      * VALIDO                                       *
      ***********************************************
       VALIDA-DOC.
                MOVE "N" TO W-DOC-OK
                IF W-DOC = ZEROS
                   GO TO VALIDA-DOC-FIM.
                IF W-TIPO-DOC = "F"
                   GO TO VALIDA-CPF.
                IF W-TIPO-DOC NOT = "J"
                   GO TO VALIDA-DOC-FIM.
                MOVE ZEROS TO W-DV-SOMA
                MOVE 1 TO W-DV-IND.
       VALIDA-CNPJ-DV1.
                COMPUTE W-DV-SOMA = W-DV-SOMA + W-DOC-DIG (W-DV-IND)
                                  * W-PESO-CNPJ (W-DV-IND + 1)
                ADD 1 TO W-DV-IND
                IF W-DV-IND < 13
                   GO TO VALIDA-CNPJ-DV1.
                PERFORM DIGITO-MOD11 THRU DIGITO-MOD11-FIM
                IF W-DV NOT = W-DOC-DIG (13)
                   GO TO VALIDA-DOC-FIM.
                MOVE ZEROS TO W-DV-SOMA
                MOVE 1 TO W-DV-IND.
       VALIDA-CNPJ-DV2.
                COMPUTE W-DV-SOMA = W-DV-SOMA + W-DOC-DIG (W-DV-IND)
                                  * W-PESO-CNPJ (W-DV-IND)
                ADD 1 TO W-DV-IND
                IF W-DV-IND < 14
                   GO TO VALIDA-CNPJ-DV2.
                PERFORM DIGITO-MOD11 THRU DIGITO-MOD11-FIM
                IF W-DV NOT = W-DOC-DIG (14)
                   GO TO VALIDA-DOC-FIM.
                MOVE "S" TO W-DOC-OK
                GO TO VALIDA-DOC-FIM.
      *              CPF OCUPA AS 11 ULTIMAS POSICOES (4 A 14); O
      *              PESO VAI DE 10 A 2 NO PRIMEIRO DIGITO E DE 11
      *              A 2 NO SEGUNDO
       VALIDA-CPF.
                IF W-DOC > 99999999999
                   GO TO VALIDA-DOC-FIM.
                MOVE 5 TO W-DV-IND.
       VALIDA-CPF-IGUAIS.
                IF W-DOC-DIG (W-DV-IND) NOT = W-DOC-DIG (4)
                   GO TO VALIDA-CPF-CONTA.
                ADD 1 TO W-DV-IND
                IF W-DV-IND < 15
                   GO TO VALIDA-CPF-IGUAIS.
                GO TO VALIDA-DOC-FIM.
       VALIDA-CPF-CONTA.
                MOVE ZEROS TO W-DV-SOMA
                MOVE 4 TO W-DV-IND.
       VALIDA-CPF-DV1.
                COMPUTE W-DV-SOMA = W-DV-SOMA + W-DOC-DIG (W-DV-IND)
                                  * (14 - W-DV-IND)
                ADD 1 TO W-DV-IND
                IF W-DV-IND < 13
                   GO TO VALIDA-CPF-DV1.
                PERFORM DIGITO-MOD11 THRU DIGITO-MOD11-FIM
                IF W-DV NOT = W-DOC-DIG (13)
                   GO TO VALIDA-DOC-FIM.
                MOVE ZEROS TO W-DV-SOMA
                MOVE 4 TO W-DV-IND.
       VALIDA-CPF-DV2.
                COMPUTE W-DV-SOMA = W-DV-SOMA + W-DOC-DIG (W-DV-IND)
                                  * (15 - W-DV-IND)
                ADD 1 TO W-DV-IND
                IF W-DV-IND < 14
                   GO TO VALIDA-CPF-DV2.
                PERFORM DIGITO-MOD11 THRU DIGITO-MOD11-FIM
                IF W-DV NOT = W-DOC-DIG (14)
                   GO TO VALIDA-DOC-FIM.
                MOVE "S" TO W-DOC-OK.
       VALIDA-DOC-FIM.
                EXIT.
      *
       DIGITO-MOD11.
                DIVIDE W-DV-SOMA BY 11 GIVING W-DV-QUOC
                                       REMAINDER W-DV-RESTO
                IF W-DV-RESTO < 2
                   MOVE ZEROS TO W-DV
                ELSE
                   COMPUTE W-DV = 11 - W-DV-RESTO.
       DIGITO-MOD11-FIM.
                EXIT.
      *
      ***********************************************
      * INSCRICAO ESTADUAL EM W-IE: ISENTO OU SO     *
      * NUMEROS ALINHADOS A ESQUERDA (SEM PONTO NEM  *
      * TRACO). O DIGITO DA IE MUDA DE UF PARA UF E  *
      * FICA COM O SINTEGRA; AQUI SO O FORMATO. EM   *
      * BRANCO SO PARA CPF. W-IE-OK = S QUANDO VALE  *
      ***********************************************
       VALIDA-IE.
                MOVE "N" TO W-IE-OK
                IF W-IE = SPACES AND W-TIPO-DOC = "F"
                   MOVE "S" TO W-IE-OK
                   GO TO VALIDA-IE-FIM.
                IF W-IE = SPACES
                   GO TO VALIDA-IE-FIM.
                IF W-IE = "ISENTO"
                   MOVE "S" TO W-IE-OK
                   GO TO VALIDA-IE-FIM.
                MOVE ZEROS TO W-IE-TAM
                INSPECT W-IE TALLYING W-IE-TAM
                        FOR CHARACTERS BEFORE INITIAL SPACE
                IF W-IE-TAM < 2
                   GO TO VALIDA-IE-FIM.
                IF W-IE (1:W-IE-TAM) NOT NUMERIC
                   GO TO VALIDA-IE-FIM.
                IF W-IE-TAM < 14
                   IF W-IE (W-IE-TAM + 1:) NOT = SPACES
                      GO TO VALIDA-IE-FIM.
                MOVE "S" TO W-IE-OK.
       VALIDA-IE-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
