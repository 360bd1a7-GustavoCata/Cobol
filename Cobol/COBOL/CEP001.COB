       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT CODALT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALT-CODIGO
                    FILE STATUS  IS ST-ALT
                    ALTERNATE RECORD KEY IS ALT-PRODUTO
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : CADFORN    - CADASTRO DE FORNECEDORES (REQ 027),     *
                03 NOME-FORNECEDOR PIC X(30).
                03 FORN-CEP        PIC 9(08).
                03 FORN-CONTATO    PIC X(20).
                03 FORN-TIPO-DOC   PIC X(01).
                03 FORN-DOCUMENTO  PIC 9(14).
                03 FORN-IE         PIC X(14).
      *
      *
      *****************************************************************
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : CODALT     - CODIGOS ALTERNATIVOS DO PRODUTO: EAN-13*
      *                        DA UNIDADE, DUN-14 DA CAIXA E CODIGO   *
      *                        DO FORNECEDOR, CADA UM APONTANDO PARA  *
      *                        O CODIGO INTERNO. ALT-MULT = UNIDADES  *
      *                        POR EMBALAGEM LIDA (CAIXA)             *
      * CHAVE 1     : ALT-CODIGO  -  CODIGO LIDO/DIGITADO             *
      * CHAVE 2     : ALT-PRODUTO -  CODIGO INTERNO (DUPLICATAS)      *
      *****************************************************************
       FD CODALT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CODALT.DAT".
       01 REGALT.
                03 ALT-CODIGO      PIC X(20).
                03 ALT-PRODUTO     PIC 9(06).
                03 ALT-TIPO        PIC X(01).
                03 ALT-MULT        PIC 9(03).
                03 ALT-FORNECEDOR  PIC 9(04).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
          03 W-TRV-MM  PIC 99.
       77 ST-PAR       PIC X(02) VALUE "00".
       77 W-TEMPO-MENS PIC 9(06) VALUE 30000.
      *              *** CODIGOS ALTERNATIVOS (CODALT.DAT) ***
       77 ST-ALT       PIC X(02) VALUE "00".
       77 W-ALT-COD    PIC X(20) VALUE SPACES.
       77 W-ALT-TIPO   PIC X(01) VALUE SPACES.
       77 W-ALT-MULT   PIC 9(03) VALUE ZEROS.
       77 W-ALT-FORN   PIC 9(04) VALUE ZEROS.
       77 W-ALT-LIN    PIC 9(02) VALUE ZEROS.
       77 W-ALT-TAM    PIC 9(02) VALUE ZEROS.
      *              *** DIGITO VERIFICADOR GTIN (EAN-13/DUN-14) - ***
      *              *** O EAN-13 ENTRA COM UM ZERO A ESQUERDA     ***
       01 W-GTIN       PIC X(14) VALUE SPACES.
       01 W-GTIN-TAB REDEFINES W-GTIN.
          03 W-GTIN-DIG PIC 9 OCCURS 14 TIMES.
       77 W-GTIN-OK    PIC X(01) VALUE "N".
       77 W-GTIN-IND   PIC 9(02) VALUE ZEROS.
       77 W-GTIN-SOMA  PIC 9(04) VALUE ZEROS.
       77 W-GTIN-QUOC  PIC 9(04) VALUE ZEROS.
       77 W-GTIN-RESTO PIC 9(02) VALUE ZEROS.
       77 W-GTIN-DV    PIC 9(02) VALUE ZEROS.
       01 TIPOPROD     PIC X(20) VALUE SPACES.
      *              *** CAMPOS PARA DATA DE VIGENCIA DO HISTORICO ***
       01 DATA-EQ.
      *              *** ITEM EXTERNAL COMPARTILHADO DA RUN-UNIT;  ***
      *              *** RODANDO AVULSO FICA VAZIO E A TELA PEDE   ***
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

                      OPEN I-O PRODHIST
                   ELSE
                      NEXT SENTENCE.
           OPEN I-O CODALT
           IF ST-ALT NOT = "00"
               IF ST-ALT = "30"
                      OPEN OUTPUT CODALT
                      CLOSE CODALT
                      OPEN I-O CODALT
                   ELSE
                      NEXT SENTENCE.
           OPEN EXTEND AUDPROD
           IF ST-AUD NOT = "00"
                      OPEN OUTPUT AUDPROD
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE PRODUTO CADTIPO PRODHIST AUDPROD CADOPER
                         CADFORN TRAVAS CODALT
                   GO TO ROT-FIM.
                IF CODIGO  = 0
                   MOVE "*** PRODUTO INVALIDO ***" TO MENS
                      THRU ATUALIZA-DATA-SITUACAO-FIM
                WRITE REGPRO
                IF ST-ERRO = "00" OR "02"
                      MOVE "W" TO JR-OPERACAO
                      PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
                      PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
                      MOVE "GRAVACAO" TO W-OPERACAO-AUD
                      MOVE SPACES TO W-ANTES-PROD
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO  F2=ALTERAR  F3=EXCLUIR  F4=COD.BARRAS"
                ACCEPT (23, 59) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   AND W-ACT NOT = 05
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                      GO TO ACE-001
                   ELSE
                      GO TO INC-003.
      *              CODIGOS DE BARRAS/FORNECEDOR SAO PARTE DO
      *              CADASTRO: MESMA PERMISSAO DE ALTERAR
                IF W-ACT = 05
                   IF W-PERM-ALTERA = "N"
                      MOVE "*** OPERADOR SEM PERMISSAO DE ALTERAR ***"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ACE-001
                   ELSE
                      GO TO COD-001.
                IF W-PERM-EXCLUI = "N"
                   MOVE "*** OPERADOR SEM PERMISSAO DE EXCLUIR ***"
                                                          TO MENS
                PERFORM LIMPA-TRAVA THRU LIMPA-TRAVA-FIM
                UNLOCK PRODUTO
                IF W-ST-SALVA = "00"
                   MOVE "D" TO JR-OPERACAO
                   PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
                   PERFORM APAGA-ALT THRU APAGA-ALT-FIM
                   MOVE "EXCLUSAO" TO W-OPERACAO-AUD
                   STRING "2O OPERADOR: " DELIMITED BY SIZE
                          W-OPERADOR2     DELIMITED BY SIZE
                PERFORM LIMPA-TRAVA THRU LIMPA-TRAVA-FIM
                UNLOCK PRODUTO
                IF W-ST-SALVA = "00" OR "02"
                   MOVE "R" TO JR-OPERACAO
                   PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
                   PERFORM GRAVA-HIST THRU GRAVA-HIST-FIM
                   MOVE "ALTERACAO" TO W-OPERACAO-AUD
                   PERFORM CAPTURA-IMG-DEPOIS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      **************************************************
      * CODIGOS ALTERNATIVOS DO PRODUTO (CODALT.DAT):   *
      * EAN-13 DA UNIDADE, DUN-14 DA CAIXA (COM AS      *
      * UNIDADES POR CAIXA) E CODIGO DO FORNECEDOR. O   *
      * PEDVENDA, O RECEBE E O INVFIS ACEITAM QUALQUER  *
      * UM DELES NO LUGAR DO CODIGO INTERNO. CODIGO JA  *
      * LIGADO A OUTRO PRODUTO E RECUSADO; DIGITAR UM   *
      * CODIGO DESTE PRODUTO OFERECE A EXCLUSAO         *
      **************************************************
       COD-001.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 03) "COD. BARRAS/FORNECEDOR - PRODUTO "
                        CODIGO
                DISPLAY (03, 03) DESCRICAO
                DISPLAY (05, 03)
                        "CODIGO                TIPO  UNID/EMB  FORNEC."
                PERFORM LISTA-ALT THRU LISTA-ALT-FIM.
       COD-002.
                DISPLAY (19, 03) LIMPA
                DISPLAY (20, 03) LIMPA
                DISPLAY (21, 03) LIMPA
                DISPLAY (19, 03) "CODIGO (BRANCO=VOLTA): "
                MOVE SPACES TO W-ALT-COD
                ACCEPT  (19, 27) W-ALT-COD.
                IF W-ALT-COD = SPACES
                   GO TO INC-001.
                MOVE W-ALT-COD TO ALT-CODIGO
                READ CODALT
                IF ST-ALT = "00"
                   IF ALT-PRODUTO = CODIGO
                      GO TO COD-EXC
                   ELSE
                      MOVE SPACES TO MENS
                      STRING "*** CODIGO JA LIGADO AO PRODUTO "
                                              DELIMITED BY SIZE
                             ALT-PRODUTO      DELIMITED BY SIZE
                             " ***"           DELIMITED BY SIZE
                             INTO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO COD-002.
       COD-003.
                DISPLAY (20, 03) "TIPO (E=EAN-13 D=DUN-14 F=FORNEC.): "
                MOVE SPACES TO W-ALT-TIPO
                ACCEPT  (20, 40) W-ALT-TIPO.
                IF W-ALT-TIPO = "e" MOVE "E" TO W-ALT-TIPO.
                IF W-ALT-TIPO = "d" MOVE "D" TO W-ALT-TIPO.
                IF W-ALT-TIPO = "f" MOVE "F" TO W-ALT-TIPO.
                IF W-ALT-TIPO = "E"
                   GO TO COD-EAN.
                IF W-ALT-TIPO = "D"
                   GO TO COD-DUN.
                IF W-ALT-TIPO NOT = "F"
                   MOVE "*** TIPO DEVE SER E, D OU F ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COD-003.
      *              ATE 6 DIGITOS A LEITURA TOMA PELO CODIGO INTERNO
      *              - O CODIGO DO FORNECEDOR NAO PODE SE CONFUNDIR
                PERFORM TAMANHO-ALT THRU TAMANHO-ALT-FIM
                IF W-ALT-TAM NOT > 6
                   AND W-ALT-COD (1:W-ALT-TAM) IS NUMERIC
                   MOVE "*** NUMERICO ATE 6 DIGITOS = COD. INTERNO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COD-002.
                MOVE FORNECEDOR-CODIGO TO W-ALT-FORN
                GO TO COD-004.
       COD-EAN.
                IF W-ALT-COD (1:13) NOT NUMERIC
                   OR W-ALT-COD (14:7) NOT = SPACES
                   MOVE "*** EAN-13 TEM 13 DIGITOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COD-002.
                MOVE SPACES TO W-GTIN
                STRING "0" W-ALT-COD (1:13) DELIMITED BY SIZE
                       INTO W-GTIN
                GO TO COD-DV.
       COD-DUN.
                IF W-ALT-COD (1:14) NOT NUMERIC
                   OR W-ALT-COD (15:6) NOT = SPACES
                   MOVE "*** DUN-14 TEM 14 DIGITOS ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COD-002.
                MOVE W-ALT-COD (1:14) TO W-GTIN.
       COD-DV.
                PERFORM VALIDA-GTIN THRU VALIDA-GTIN-FIM
                IF W-GTIN-OK NOT = "S"
                   MOVE "*** DIGITO VERIFICADOR NAO CONFERE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COD-002.
                MOVE ZEROS TO W-ALT-FORN.
      *              EAN DA UNIDADE = 1; DUN-14 E CODIGO DE
      *              FORNECEDOR PODEM SER DE CAIXA
       COD-004.
                MOVE 1 TO W-ALT-MULT
                IF W-ALT-TIPO = "E"
                   GO TO COD-005.
                DISPLAY (21, 03) "UNIDADES POR EMBALAGEM: "
                ACCEPT  (21, 28) W-ALT-MULT WITH UPDATE.
                IF W-ALT-MULT = ZEROS
                   MOVE "*** INFORME AS UNIDADES POR EMBALAGEM ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COD-004.
                IF W-ALT-TIPO NOT = "F"
                   GO TO COD-005.
                DISPLAY (21, 40) "FORNECEDOR: "
                ACCEPT  (21, 52) W-ALT-FORN WITH UPDATE.
                IF W-ALT-FORN NOT = ZEROS
                   MOVE W-ALT-FORN TO COD-FORNECEDOR
                   READ CADFORN
                   IF ST-FORN NOT = "00"
                      MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO COD-004.
       COD-005.
                MOVE W-ALT-COD  TO ALT-CODIGO
                MOVE CODIGO     TO ALT-PRODUTO
                MOVE W-ALT-TIPO TO ALT-TIPO
                MOVE W-ALT-MULT TO ALT-MULT
                MOVE W-ALT-FORN TO ALT-FORNECEDOR
                WRITE REGALT
                IF ST-ALT NOT = "00" AND NOT = "02"
                   MOVE "*** ERRO NA GRAVACAO DO CODIGO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COD-002.
                MOVE "INC.CODIGO" TO W-OPERACAO-AUD
                MOVE SPACES     TO W-ANTES-PROD
                MOVE W-ALT-COD  TO W-DEPOIS-PROD
                PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                MOVE "*** CODIGO GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO COD-001.
       COD-EXC.
                DISPLAY (20, 03) "CODIGO DO PRODUTO - EXCLUIR (S/N): "
                MOVE "N" TO W-OPCAO
                ACCEPT  (20, 39) W-OPCAO.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO COD-002.
                DELETE CODALT RECORD
                IF ST-ALT NOT = "00"
                   MOVE "*** ERRO NA EXCLUSAO DO CODIGO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO COD-002.
                MOVE "EXC.CODIGO" TO W-OPERACAO-AUD
                MOVE W-ALT-COD  TO W-ANTES-PROD
                MOVE SPACES     TO W-DEPOIS-PROD
                PERFORM GRAVA-AUDIT THRU GRAVA-AUDIT-FIM
                MOVE "*** CODIGO EXCLUIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO COD-001.
      *
      ***********************************************
      * LISTA OS CODIGOS DO PRODUTO DA LINHA 06 A 17 *
      * (PELA CHAVE 2 DO CODALT)                     *
      ***********************************************
       LISTA-ALT.
                MOVE 6 TO W-ALT-LIN
                MOVE CODIGO TO ALT-PRODUTO
                START CODALT KEY IS EQUAL ALT-PRODUTO
                      INVALID KEY GO TO LISTA-ALT-FIM.
       LISTA-ALT-LER.
                READ CODALT NEXT
                IF ST-ALT NOT = "00"
                   GO TO LISTA-ALT-FIM.
                IF ALT-PRODUTO NOT = CODIGO
                   GO TO LISTA-ALT-FIM.
                IF W-ALT-LIN > 17
                   DISPLAY (18, 03) "... MAIS CODIGOS"
                   GO TO LISTA-ALT-FIM.
                DISPLAY (W-ALT-LIN, 03) ALT-CODIGO
                DISPLAY (W-ALT-LIN, 25) ALT-TIPO
                DISPLAY (W-ALT-LIN, 31) ALT-MULT
                DISPLAY (W-ALT-LIN, 41) ALT-FORNECEDOR
                ADD 1 TO W-ALT-LIN
                GO TO LISTA-ALT-LER.
       LISTA-ALT-FIM.
                EXIT.
      *
      ***********************************************
      * PRODUTO EXCLUIDO LEVA JUNTO OS SEUS CODIGOS  *
      * ALTERNATIVOS - CODIGO SOLTO APONTARIA PARA   *
      * UM PRODUTO QUE NAO EXISTE                    *
      ***********************************************
       APAGA-ALT.
                MOVE CODIGO TO ALT-PRODUTO
                START CODALT KEY IS EQUAL ALT-PRODUTO
                      INVALID KEY GO TO APAGA-ALT-FIM.
       APAGA-ALT-LER.
                READ CODALT NEXT
                IF ST-ALT NOT = "00"
                   GO TO APAGA-ALT-FIM.
                IF ALT-PRODUTO NOT = CODIGO
                   GO TO APAGA-ALT-FIM.
                DELETE CODALT RECORD
                GO TO APAGA-ALT-LER.
       APAGA-ALT-FIM.
                EXIT.
      *
      ***********************************************
      * TAMANHO DO CODIGO DIGITADO (SEM OS BRANCOS   *
      * A DIREITA)                                   *
      ***********************************************
       TAMANHO-ALT.
                MOVE 20 TO W-ALT-TAM.
       TAMANHO-ALT-LOOP.
                IF W-ALT-TAM > 1
                   AND W-ALT-COD (W-ALT-TAM:1) = SPACE
                   SUBTRACT 1 FROM W-ALT-TAM
                   GO TO TAMANHO-ALT-LOOP.
       TAMANHO-ALT-FIM.
                EXIT.
      *
      ***********************************************
      * DIGITO VERIFICADOR GTIN (MODULO 10): NOS 13  *
      * PRIMEIROS DIGITOS DE W-GTIN, PESO 3 NAS      *
      * POSICOES IMPARES E 1 NAS PARES; O DIGITO E O *
      * QUE FALTA PARA A DEZENA SEGUINTE. W-GTIN-OK  *
      * = S QUANDO BATE COM O 14O DIGITO             *
      ***********************************************
       VALIDA-GTIN.
                MOVE "N" TO W-GTIN-OK
                IF W-GTIN NOT NUMERIC
                   GO TO VALIDA-GTIN-FIM.
                MOVE ZEROS TO W-GTIN-SOMA W-GTIN-IND.
       VALIDA-GTIN-LOOP.
                ADD 1 TO W-GTIN-IND
                IF W-GTIN-IND > 13
                   GO TO VALIDA-GTIN-DV.
                DIVIDE W-GTIN-IND BY 2 GIVING W-GTIN-QUOC
                       REMAINDER W-GTIN-RESTO
                IF W-GTIN-RESTO = 1
                   COMPUTE W-GTIN-SOMA = W-GTIN-SOMA
                           + (W-GTIN-DIG (W-GTIN-IND) * 3)
                ELSE
                   ADD W-GTIN-DIG (W-GTIN-IND) TO W-GTIN-SOMA.
                GO TO VALIDA-GTIN-LOOP.
       VALIDA-GTIN-DV.
                DIVIDE W-GTIN-SOMA BY 10 GIVING W-GTIN-QUOC
                       REMAINDER W-GTIN-RESTO
                COMPUTE W-GTIN-DV = 10 - W-GTIN-RESTO
                IF W-GTIN-DV = 10
                   MOVE ZEROS TO W-GTIN-DV.
                IF W-GTIN-DV = W-GTIN-DIG (14)
                   MOVE "S" TO W-GTIN-OK.
       VALIDA-GTIN-FIM.
                EXIT.
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
                MOVE W-OPERADOR      TO JR-OPERADOR
                MOVE "CLAPROD"       TO JR-PROGRAMA
                CALL "GRVJORN".
       GRAVA-JORNAL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
