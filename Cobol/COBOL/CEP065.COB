      * NOME, CEP DE ENTREGA PADRAO VALIDADO CONTRA     *
      * CADCEP.DAT, NUMERO/COMPLEMENTO, TELEFONE E      *
      * CONTATO. O PEDVENDA BUSCA ESTE CADASTRO PELO    *
      * CODIGO E MONTA O CABECALHO SOZINHO. O LIMITE DE *
      * CREDITO E CONFERIDO NO FECHAMENTO DO PEDIDO     *
      * (CEP042) E NA CONVERSAO DO ORCAMENTO (CEP067)   *
      * - A CONDICAO DE PAGAMENTO PADRAO (CONDPAG.DAT)  *
      * VEM SUGERIDA NO PEDIDO E NO ORCAMENTO           *
      * - CPF/CNPJ COM OS DIGITOS VERIFICADORES         *
      * CONFERIDOS E SEM REPETIR O DE OUTRO CLIENTE, E  *
      * A INSCRICAO ESTADUAL; ELES SAEM NA FATURA, NA   *
      * NF-E E NA REMESSA DE COBRANCA (CEP072)          *
      * - TABELA DE PRECO (CLATAB, CEP122) QUE DEFINE O *
      * PRECO DO CLIENTE NO PEDIDO E NO ORCAMENTO       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-PED.
       SELECT CONDPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CODIGO
                    FILE STATUS  IS ST-CPG.
       SELECT TABPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TP-CHAVE
                    FILE STATUS  IS ST-TP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 CLI-COMPLEMENTO PIC X(15).
                03 CLI-FONE        PIC X(12).
                03 CLI-CONTATO     PIC X(20).
      *              LIMITE DE CREDITO: TETO DO SALDO EM ABERTO NO
      *              DUPREC MAIS O PEDIDO NOVO; ZERO = SEM LIMITE
      *              (SO O BLOQUEIO POR ATRASO VALE)
                03 CLI-LIMITE      PIC 9(08)V99.
      *              CONDICAO DE PAGAMENTO PADRAO SUGERIDA NO PEDIDO E
      *              NO ORCAMENTO; 000 = A VISTA
                03 CLI-CONDPAG     PIC 9(03).
      *              DOCUMENTO: F = CPF, J = CNPJ (COM OS DIGITOS
      *              VERIFICADORES CONFERIDOS NO CLACLI); BRANCO =
      *              AINDA SEM DOCUMENTO. IE = ISENTO OU SO NUMEROS
                03 CLI-TIPO-DOC    PIC X(01).
                03 CLI-DOCUMENTO   PIC 9(14).
                03 CLI-IE          PIC X(14).
      *              TABELA DE PRECO DO CLIENTE (CEP122/CLATAB); 00 =
      *              PRECO DE LISTA DO PRODUTO
                03 CLI-TABELA      PIC 9(02).
      *
       FD CADCEP
              LABEL RECORD IS STANDARD
                03 PED-OPER-EMB    PIC X(10).
                03 PED-VENDEDOR    PIC 9(04).
                03 PED-FRETE       PIC 9(06)V99.
      *              CONDICAO DE PAGAMENTO (CONDPAG.DAT); 000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
                03 PED-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : CONDPAG    - SO LEITURA, VALIDA A CONDICAO DE       *
      *                        PAGAMENTO PADRAO DO CLIENTE (CLACOND,  *
      *                        CEP107)                                *
      *****************************************************************
       FD CONDPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONDPAG.DAT".
       01 REGCOND.
                03 CP-CODIGO       PIC 9(03).
                03 CP-DESCRICAO    PIC X(30).
                03 CP-PARCELAS     PIC 9(02).
                03 CP-ENTRADA      PIC X(01).
                03 CP-FORA-MES     PIC X(01).
                03 CP-TAB-PARC OCCURS 12 TIMES.
                   05 CP-DIAS      PIC 9(03).
                   05 CP-PCT       PIC 9(03)V99.
      *
      *****************************************************************
      * ARQUIVO : TABPRECO   - SO LEITURA, VALIDA A TABELA DE PRECO   *
      *                        DO CLIENTE PELO CABECALHO (TIPO T) DO  *
      *                        CLATAB (CEP122)                        *
      *****************************************************************
       FD TABPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABPRECO.DAT".
       01 REGTP.
                03 TP-CHAVE.
                   05 TP-TABELA    PIC 9(02).
                   05 TP-TIPO      PIC X(01).
                   05 TP-REF       PIC 9(06).
                03 TP-DESCRICAO    PIC X(20).
                03 TP-PRECO        PIC 9(06)V99.
                03 TP-MARKUP       PIC 9(03)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CEP       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-CPG       PIC X(02) VALUE "00".
       77 ST-TP        PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-EM-USO     PIC X(01) VALUE "N".
       77 W-COD-ATUAL  PIC 9(06) VALUE ZEROS.
       77 W-COD-DUP    PIC 9(06) VALUE ZEROS.
       01 W-CLI-SALVO  PIC X(140) VALUE SPACES.
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
      *              *** OPERADOR ASSINADO NO MENU (CEP043) -     ***
      *              *** ITEM EXTERNAL COMPARTILHADO DA RUN-UNIT;  ***
      *              *** RODANDO AVULSO FICA VAZIO                 ***
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

               VALUE  " TELEFONE:".
           05  LINE 15  COLUMN 01
               VALUE  " CONTATO:".
           05  LINE 15  COLUMN 42
               VALUE  " TABELA PRECO:".
           05  LINE 17  COLUMN 01
               VALUE  " LIMITE DE CREDITO (0 = SEM LIMITE):".
           05  LINE 19  COLUMN 01
               VALUE  " CONDICAO DE PAGAMENTO (0 = A VISTA):".
           05  LINE 21  COLUMN 01
               VALUE  " CPF/CNPJ (F/J):   -".
           05  LINE 21  COLUMN 42
               VALUE  " INSCR. ESTADUAL:".
           05  TCODCLI
               LINE 05  COLUMN 10  PIC 9(06)
               USING  COD-CLIENTE
               LINE 15  COLUMN 11  PIC X(20)
               USING  CLI-CONTATO
               HIGHLIGHT.
           05  TTABCLI
               LINE 15  COLUMN 57  PIC 9(02)
               USING  CLI-TABELA
               HIGHLIGHT.
           05  TLIMITECLI
               LINE 17  COLUMN 38  PIC ZZ.ZZZ.ZZ9,99
               USING  CLI-LIMITE
               HIGHLIGHT.
           05  TCONDCLI
               LINE 19  COLUMN 39  PIC 9(03)
               USING  CLI-CONDPAG
               HIGHLIGHT.
           05  TTIPODOCCLI
               LINE 21  COLUMN 18  PIC X(01)
               USING  CLI-TIPO-DOC
               HIGHLIGHT.
           05  TDOCCLI
               LINE 21  COLUMN 22  PIC 9(14)
               USING  CLI-DOCUMENTO
               HIGHLIGHT.
           05  TIECLI
               LINE 21  COLUMN 60  PIC X(14)
               USING  CLI-IE
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE CADCLI
              GO TO ROT-FIM.
      *              SEM CONDPAG.DAT SO A VISTA (000) E ACEITA
           OPEN INPUT CONDPAG.
      *              SEM TABPRECO.DAT SO O PRECO DE LISTA (00) E ACEITO
           OPEN INPUT TABPRECO.
       INC-001.
                MOVE ZEROS  TO COD-CLIENTE CLI-CEP CLI-ENDNUM
                               CLI-LIMITE CLI-CONDPAG CLI-DOCUMENTO
                               CLI-TABELA
                MOVE SPACES TO NOME-CLIENTE CLI-COMPLEMENTO
                               CLI-FONE CLI-CONTATO CLI-TIPO-DOC CLI-IE
                DISPLAY TELACLI.
       INC-002.
                ACCEPT TCODCLI
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CADCLI CADCEP CONDPAG TABPRECO
                   GO TO ROT-FIM.
                IF COD-CLIENTE = ZEROS
                   MOVE "*** CODIGO DE CLIENTE INVALIDO ***" TO MENS
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELACLI
                      PERFORM MOSTRA-COND THRU MOSTRA-COND-FIM
                      PERFORM MOSTRA-TAB THRU MOSTRA-TAB-FIM
                      MOVE "*** CLIENTE JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                ACCEPT TCONTATOCLI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
       INC-009.
                ACCEPT TLIMITECLI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
       INC-010.
                ACCEPT TCONDCLI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                PERFORM MOSTRA-COND THRU MOSTRA-COND-FIM
                IF CLI-CONDPAG NOT = ZEROS AND ST-CPG NOT = "00"
                   MOVE "*** CONDICAO DE PAGAMENTO NAO CADASTRADA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-010.
      *
      ***********************************************
      * TABELA DE PRECO (CLATAB, CEP122) QUE O       *
      * PEDVENDA E O ORCVENDA APLICAM AO CLIENTE;    *
      * 00 = PRECO DE LISTA DO PRODUTO               *
      ***********************************************
       INC-10A.
                ACCEPT TTABCLI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                PERFORM MOSTRA-TAB THRU MOSTRA-TAB-FIM
                IF CLI-TABELA NOT = ZEROS AND ST-TP NOT = "00"
                   MOVE "*** TABELA DE PRECO NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-10A.
      ***********************************************
      * DOCUMENTO OBRIGATORIO: F = CPF, J = CNPJ,    *
      * COM OS DIGITOS CONFERIDOS E SEM REPETIR O    *
      * DOCUMENTO DE OUTRO CODIGO (O MESMO COMPRADOR *
      * CADASTRADO DUAS VEZES COM NOMES DIFERENTES)  *
      ***********************************************
       INC-011.
                ACCEPT TTIPODOCCLI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-10A.
                IF CLI-TIPO-DOC = "f" MOVE "F" TO CLI-TIPO-DOC.
                IF CLI-TIPO-DOC = "j" MOVE "J" TO CLI-TIPO-DOC.
                IF CLI-TIPO-DOC NOT = "F" AND NOT = "J"
                   MOVE "*** DIGITE F=CPF (PESSOA FISICA) OU J=CNPJ ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-011.
       INC-012.
                ACCEPT TDOCCLI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
                MOVE CLI-TIPO-DOC  TO W-TIPO-DOC
                MOVE CLI-DOCUMENTO TO W-DOC
                PERFORM VALIDA-DOC THRU VALIDA-DOC-FIM
                IF W-DOC-OK NOT = "S"
                   MOVE "*** CPF/CNPJ INVALIDO - CONFIRA OS DIGITOS ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
                PERFORM CHECA-DOC-CLI THRU CHECA-DOC-CLI-FIM
                IF W-DOC-DUP = "S"
                   MOVE SPACES TO MENS
                   STRING "*** DOCUMENTO JA USADO NO CLIENTE " W-COD-DUP
                          " ***" DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-012.
       INC-013.
                ACCEPT TIECLI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
                MOVE CLI-IE TO W-IE
                PERFORM VALIDA-IE THRU VALIDA-IE-FIM
                IF W-IE-OK NOT = "S"
                   MOVE "*** IE: SO NUMEROS OU ISENTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-013.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       INC-WR1.
                WRITE REGCLI
                IF ST-ERRO = "00" OR "02"
                      MOVE "W" TO JR-OPERACAO
                      PERFORM JORNAL-CADCLI THRU JORNAL-CADCLI-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                   GO TO INC-001.
                DELETE CADCLI RECORD
                IF ST-ERRO = "00"
                   MOVE "D" TO JR-OPERACAO
                   PERFORM JORNAL-CADCLI THRU JORNAL-CADCLI-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       ALT-RW1.
                REWRITE REGCLI
                IF ST-ERRO = "00" OR "02"
                   MOVE "R" TO JR-OPERACAO
                   PERFORM JORNAL-CADCLI THRU JORNAL-CADCLI-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       CHECA-USO-CLI-FIM.
                EXIT.
      *
      ***********************************************
      * VARRE CADCLI.DAT PROCURANDO OUTRO CODIGO COM *
      * O MESMO DOCUMENTO; O REGISTRO EM DIGITACAO   *
      * FICA GUARDADO EM W-CLI-SALVO DURANTE A       *
      * VARREDURA                                    *
      ***********************************************
       CHECA-DOC-CLI.
                MOVE "N" TO W-DOC-DUP
                MOVE COD-CLIENTE TO W-COD-ATUAL
                MOVE REGCLI TO W-CLI-SALVO
                MOVE ZEROS TO COD-CLIENTE
                START CADCLI KEY IS NOT LESS COD-CLIENTE
                      INVALID KEY GO TO CHECA-DOC-CLI-VOLTA.
       CHECA-DOC-CLI-LER.
                READ CADCLI NEXT RECORD
                IF ST-ERRO NOT = "00"
                   GO TO CHECA-DOC-CLI-VOLTA.
                IF CLI-DOCUMENTO = W-DOC AND CLI-TIPO-DOC = W-TIPO-DOC
                   AND COD-CLIENTE NOT = W-COD-ATUAL
                   MOVE "S" TO W-DOC-DUP
                   MOVE COD-CLIENTE TO W-COD-DUP
                   GO TO CHECA-DOC-CLI-VOLTA.
                GO TO CHECA-DOC-CLI-LER.
       CHECA-DOC-CLI-VOLTA.
                MOVE W-CLI-SALVO TO REGCLI.
       CHECA-DOC-CLI-FIM.
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
      ***********************************************
      * MOSTRA A DESCRICAO DA CONDICAO DE PAGAMENTO  *
      * PADRAO DO CLIENTE AO LADO DO CODIGO          *
      ***********************************************
       MOSTRA-COND.
                IF CLI-CONDPAG = ZEROS
                   MOVE "A VISTA" TO CP-DESCRICAO
                   MOVE "00" TO ST-CPG
                ELSE
                   MOVE CLI-CONDPAG TO CP-CODIGO
                   READ CONDPAG
                   IF ST-CPG NOT = "00"
                      MOVE SPACES TO CP-DESCRICAO.
                DISPLAY (19, 44) CP-DESCRICAO.
       MOSTRA-COND-FIM.
                EXIT.
      *
      ***********************************************
      * MOSTRA A DESCRICAO DA TABELA DE PRECO DO     *
      * CLIENTE (CABECALHO TIPO T DO TABPRECO)       *
      ***********************************************
       MOSTRA-TAB.
                IF CLI-TABELA = ZEROS
                   MOVE "PRECO DE LISTA" TO TP-DESCRICAO
                   MOVE "00" TO ST-TP
                ELSE
                   MOVE CLI-TABELA TO TP-TABELA
                   MOVE "T"        TO TP-TIPO
                   MOVE ZEROS      TO TP-REF
                   READ TABPRECO
                   IF ST-TP NOT = "00"
                      MOVE SPACES TO TP-DESCRICAO.
                DISPLAY (15, 60) TP-DESCRICAO.
       MOSTRA-TAB-FIM.
                EXIT.
      *
      ***********************************************
      * IMAGEM POSTERIOR DO REGISTRO NO JORNAL DE    *
      * RECUPERACAO (CEP135/GRVJORN); A OPERACAO     *
      * (W=INCLUSAO R=ALTERACAO D=EXCLUSAO) VEM EM   *
      * JR-OPERACAO                                  *
      ***********************************************
       JORNAL-CADCLI.
                MOVE "CADCLI"        TO JR-ARQUIVO
                MOVE REGCLI          TO JR-IMAGEM
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-CADCLI-FIM.
                EXIT.
       GRAVA-JORNAL.
                MOVE W-OPERADOR-MENU TO JR-OPERADOR
                MOVE "CLACLI"        TO JR-PROGRAMA
                CALL "GRVJORN".
       GRAVA-JORNAL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
