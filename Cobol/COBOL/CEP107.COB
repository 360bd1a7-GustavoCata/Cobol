       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLACOND.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * MANUTENCAO DAS CONDICOES DE PAGAMENTO           *
      * (CONDPAG.DAT) - CADA CONDICAO DIZ EM QUANTAS    *
      * PARCELAS O PEDIDO E DIVIDIDO, COM QUANTOS DIAS  *
      * E QUE PERCENTUAL DO TOTAL CADA UMA, SE A        *
      * PRIMEIRA E ENTRADA NO ATO E SE OS DIAS CONTAM   *
      * DO FIM DO MES DA EMISSAO ("FORA O MES"). O      *
      * PEDVENDA (CEP042), O ORCVENDA (CEP067) E O      *
      * LIBCRED (CEP104) GERAM AS DUPLICATAS A PARTIR   *
      * DAQUI. CODIGO 000 E RESERVADO PARA A VISTA E    *
      * NAO E CADASTRADO                                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONDPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CLIENTE
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS NOME-CLIENTE
                                                      WITH DUPLICATES.
       SELECT PEDIDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-PED.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : CONDPAG    - CONDICAO DE PAGAMENTO. CP-PCT ZERADO EM *
      *                        TODAS AS PARCELAS = RATEIO IGUAL (A    *
      *                        SOBRA DOS CENTAVOS VAI NA ULTIMA);     *
      *                        SENAO A SOMA TEM QUE DAR 100,00        *
      *****************************************************************
       FD CONDPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONDPAG.DAT".
       01 REGCOND.
                03 CP-CODIGO       PIC 9(03).
                03 CP-DESCRICAO    PIC X(30).
                03 CP-PARCELAS     PIC 9(02).
      *              S = PRIMEIRA PARCELA VENCE NA PROPRIA EMISSAO
                03 CP-ENTRADA      PIC X(01).
      *              S = DIAS CONTADOS A PARTIR DO ULTIMO DIA DO MES
      *              DA EMISSAO
                03 CP-FORA-MES     PIC X(01).
                03 CP-TAB-PARC OCCURS 12 TIMES.
                   05 CP-DIAS      PIC 9(03).
                   05 CP-PCT       PIC 9(03)V99.
      *
      *****************************************************************
      * ARQUIVO : CADCLI     - SO LEITURA, USADO PARA RECUSAR A       *
      *                        EXCLUSAO DE CONDICAO AINDA PADRAO DE   *
      *                        ALGUM CLIENTE                          *
      *****************************************************************
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
                03 COD-CLIENTE     PIC 9(06).
                03 NOME-CLIENTE    PIC X(30).
                03 CLI-CEP         PIC 9(08).
                03 CLI-ENDNUM      PIC 9(05).
                03 CLI-COMPLEMENTO PIC X(15).
                03 CLI-FONE        PIC X(12).
                03 CLI-CONTATO     PIC X(20).
                03 CLI-LIMITE      PIC 9(08)V99.
                03 CLI-CONDPAG     PIC 9(03).
                03 CLI-TIPO-DOC    PIC X(01).
                03 CLI-DOCUMENTO   PIC 9(14).
                03 CLI-IE          PIC X(14).
      *              TABELA DE PRECO DO CLIENTE (CEP122/CLATAB); 00 =
      *              PRECO DE LISTA DO PRODUTO
                03 CLI-TABELA      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : PEDIDO     - SO LEITURA, USADO PARA RECUSAR A       *
      *                        EXCLUSAO DE CONDICAO USADA EM PEDIDO   *
      *****************************************************************
       FD PEDIDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIDO.DAT".
       01 REGPED.
                03 PED-NUMERO      PIC 9(06).
                03 PED-DATA        PIC 9(08).
                03 PED-CLIENTE     PIC X(30).
                03 PED-CEP         PIC 9(08).
                03 PED-LOGRADOURO  PIC X(35).
                03 PED-ENDNUM      PIC 9(05).
                03 PED-COMPLEMENTO PIC X(15).
                03 PED-BAIRRO      PIC X(25).
                03 PED-CIDADE      PIC X(25).
                03 PED-UF          PIC X(02).
                03 PED-TOTAL       PIC 9(08)V99.
                03 PED-OPERADOR    PIC X(10).
                03 PED-CODCLI      PIC 9(06).
                03 PED-SITUACAO    PIC X(01).
                03 PED-DATA-EMB    PIC 9(08).
                03 PED-OPER-EMB    PIC X(10).
                03 PED-VENDEDOR    PIC 9(04).
                03 PED-FRETE       PIC 9(06)V99.
                03 PED-CONDPAG     PIC 9(03).
                03 PED-FILIAL      PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-EM-USO     PIC X(01) VALUE "N".
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-COL-NUM    PIC 9(02) VALUE ZEROS.
       77 W-COL-DIAS   PIC 9(02) VALUE ZEROS.
       77 W-COL-PCT    PIC 9(02) VALUE ZEROS.
       77 W-SOMA-PCT   PIC 9(05)V99 VALUE ZEROS.
       77 W-ED-NUM     PIC Z9.
       77 W-ED-DIAS    PIC ZZ9.
       77 W-ED-PCT     PIC ZZ9,99.
       77 W-ED-SOMA    PIC ZZZZ9,99.
      *-----------
       SCREEN SECTION.

        01  TELACOND.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "                    CONDICOES DE PAGAMEN".
           05  LINE 02  COLUMN 41
               VALUE  "TO".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  " CODIGO:".
           05  LINE 07  COLUMN 01
               VALUE  " DESCRICAO:".
           05  LINE 09  COLUMN 01
               VALUE  " PARCELAS (1 A 12):".
           05  LINE 09  COLUMN 30
               VALUE  "ENTRADA NO ATO (S/N):".
           05  LINE 11  COLUMN 01
               VALUE  " DIAS CONTADOS DO FIM DO MES (S/N):".
           05  LINE 13  COLUMN 01
               VALUE  " PARC  DIAS  PERCENTUAL".
           05  LINE 13  COLUMN 40
               VALUE  " PARC  DIAS  PERCENTUAL".
           05  LINE 21  COLUMN 01
               VALUE  " PERCENTUAIS TODOS ZERADOS = RATEIO IGUA".
           05  LINE 21  COLUMN 41
               VALUE  "L ENTRE AS PARCELAS".
           05  TCODCOND
               LINE 05  COLUMN 10  PIC 9(03)
               USING  CP-CODIGO
               HIGHLIGHT.
           05  TDESCCOND
               LINE 07  COLUMN 13  PIC X(30)
               USING  CP-DESCRICAO
               HIGHLIGHT.
           05  TPARCCOND
               LINE 09  COLUMN 21  PIC 9(02)
               USING  CP-PARCELAS
               HIGHLIGHT.
           05  TENTCOND
               LINE 09  COLUMN 52  PIC X(01)
               USING  CP-ENTRADA
               HIGHLIGHT.
           05  TFORACOND
               LINE 11  COLUMN 37  PIC X(01)
               USING  CP-FORA-MES
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O CONDPAG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CONDPAG
                      CLOSE CONDPAG
                      MOVE "*** ARQUIVO CONDPAG SENDO CRIADO **" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQUIVO CONDPAG"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                    NEXT SENTENCE.
       INC-001.
                MOVE SPACES TO CP-DESCRICAO
                MOVE "N"    TO CP-ENTRADA CP-FORA-MES
                MOVE ZEROS  TO CP-CODIGO CP-PARCELAS
                MOVE 1 TO W-IND
                PERFORM ZERA-PARC THRU ZERA-PARC-FIM
                DISPLAY TELACOND.
       INC-002.
                ACCEPT TCODCOND
                ACCEPT W-ACT FROM ESCAPE KEY
                 IF W-ACT = 02
                   CLOSE CONDPAG
                   GO TO ROT-FIM.
                IF CP-CODIGO = ZEROS
                   MOVE "*** CODIGO 000 E RESERVADO PARA A VISTA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-COND01.
                MOVE 0 TO W-SEL
                READ CONDPAG
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY TELACOND
                      PERFORM MOSTRA-PARC THRU MOSTRA-PARC-FIM
                      MOVE "*** CONDICAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQUIVO CONDPAG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                      ELSE
                        NEXT SENTENCE.
       INC-003.
                ACCEPT TDESCCOND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
                IF CP-DESCRICAO = SPACES
                   MOVE "*** DESCRICAO NAO PODE FICAR EM BRANCO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                ACCEPT TPARCCOND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF CP-PARCELAS < 1 OR CP-PARCELAS > 12
                   MOVE "*** PARCELAS DE 1 A 12 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *              PARCELAS ALEM DA QUANTIDADE NOVA SAO LIMPAS PARA
      *              NAO SOBRAR LIXO DE UMA ALTERACAO ANTERIOR
                COMPUTE W-IND = CP-PARCELAS + 1
                PERFORM ZERA-PARC THRU ZERA-PARC-FIM
                PERFORM MOSTRA-PARC THRU MOSTRA-PARC-FIM.
       INC-005.
                ACCEPT TENTCOND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF CP-ENTRADA = "s"
                   MOVE "S" TO CP-ENTRADA.
                IF CP-ENTRADA = "n"
                   MOVE "N" TO CP-ENTRADA.
                IF CP-ENTRADA NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT TFORACOND
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF CP-FORA-MES = "s"
                   MOVE "S" TO CP-FORA-MES.
                IF CP-FORA-MES = "n"
                   MOVE "N" TO CP-FORA-MES.
                IF CP-FORA-MES NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                MOVE 1 TO W-IND.
      *
      ***********************************************
      * DIGITACAO DA TABELA DE PARCELAS - DIAS E     *
      * PERCENTUAL DE CADA UMA; F1 VOLTA PARA O      *
      * CAMPO ANTERIOR. COM ENTRADA NO ATO A         *
      * PRIMEIRA PARCELA FICA COM ZERO DIAS          *
      ***********************************************
       INC-PARC.
                PERFORM POSICAO-PARC THRU POSICAO-PARC-FIM
                IF W-IND = 1 AND CP-ENTRADA = "S"
                   MOVE ZEROS TO CP-DIAS (1)
                   MOVE ZEROS TO W-ED-DIAS
                   DISPLAY (W-LIN, W-COL-DIAS) W-ED-DIAS
                   GO TO INC-PARC-PCT.
                ACCEPT (W-LIN, W-COL-DIAS) CP-DIAS (W-IND) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-IND = 1
                      GO TO INC-006
                   ELSE
                      SUBTRACT 1 FROM W-IND
                      GO TO INC-PARC-PCT.
                IF W-IND > 1
                   IF CP-DIAS (W-IND) < CP-DIAS (W-IND - 1)
                      MOVE "*** DIAS MENORES QUE OS DA PARCELA ANTERIOR"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-PARC.
                MOVE CP-DIAS (W-IND) TO W-ED-DIAS
                DISPLAY (W-LIN, W-COL-DIAS) W-ED-DIAS.
       INC-PARC-PCT.
                PERFORM POSICAO-PARC THRU POSICAO-PARC-FIM
                ACCEPT (W-LIN, W-COL-PCT) CP-PCT (W-IND) WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-IND = 1 AND CP-ENTRADA = "S"
                      GO TO INC-006
                   ELSE
                      GO TO INC-PARC.
                MOVE CP-PCT (W-IND) TO W-ED-PCT
                DISPLAY (W-LIN, W-COL-PCT) W-ED-PCT
                IF W-IND < CP-PARCELAS
                   ADD 1 TO W-IND
                   GO TO INC-PARC.
       INC-PARC-SOMA.
                MOVE ZEROS TO W-SOMA-PCT
                MOVE 1 TO W-IND.
       INC-PARC-SOMA1.
                ADD CP-PCT (W-IND) TO W-SOMA-PCT
                IF W-IND < CP-PARCELAS
                   ADD 1 TO W-IND
                   GO TO INC-PARC-SOMA1.
                IF W-SOMA-PCT NOT = ZEROS AND W-SOMA-PCT NOT = 100
                   MOVE W-SOMA-PCT TO W-ED-SOMA
                   MOVE SPACES TO MENS
                   STRING "*** SOMA DOS PERCENTUAIS = "
                                                      DELIMITED BY SIZE
                          W-ED-SOMA DELIMITED BY SIZE
                          " (0 OU 100) ***" DELIMITED BY SIZE
                     INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO W-IND
                   GO TO INC-PARC.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   MOVE CP-PARCELAS TO W-IND
                   GO TO INC-PARC-PCT.
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
                WRITE REGCOND
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** CONDICAO JA EXISTE ***       " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DA CONDICAO DE PAGAMENTO"
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
                PERFORM CHECA-USO-COND THRU CHECA-USO-COND-FIM
                IF W-EM-USO = "S"
                   MOVE "*** CONDICAO EM USO POR CLIENTE OU PEDIDO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DELETE CONDPAG RECORD
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
                REWRITE REGCOND
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA REGRAVACAO DA CONDICAO DE PAGAMENTO"
                                                             TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***********************************************
      * LINHA E COLUNAS DA PARCELA W-IND NA TELA -   *
      * 1 A 6 NA METADE ESQUERDA, 7 A 12 NA DIREITA  *
      ***********************************************
       POSICAO-PARC.
                IF W-IND < 7
                   COMPUTE W-LIN = W-IND + 13
                   MOVE 03 TO W-COL-NUM
                   MOVE 08 TO W-COL-DIAS
                   MOVE 16 TO W-COL-PCT
                ELSE
                   COMPUTE W-LIN = W-IND + 7
                   MOVE 42 TO W-COL-NUM
                   MOVE 47 TO W-COL-DIAS
                   MOVE 55 TO W-COL-PCT.
                MOVE W-IND TO W-ED-NUM
                DISPLAY (W-LIN, W-COL-NUM) W-ED-NUM.
       POSICAO-PARC-FIM.
                EXIT.
      *
      ***********************************************
      * MOSTRA AS PARCELAS JA PREENCHIDAS (CONSULTA  *
      * OU ALTERACAO) E LIMPA AS LINHAS ALEM DA      *
      * QUANTIDADE DE PARCELAS                       *
      ***********************************************
       MOSTRA-PARC.
                MOVE 1 TO W-IND.
       MOSTRA-PARC-LOOP.
                IF W-IND > 12
                   GO TO MOSTRA-PARC-FIM.
                IF W-IND > CP-PARCELAS
                   PERFORM POSICAO-PARC THRU POSICAO-PARC-FIM
                   DISPLAY (W-LIN, W-COL-NUM) "                   "
                ELSE
                   PERFORM POSICAO-PARC THRU POSICAO-PARC-FIM
                   MOVE CP-DIAS (W-IND) TO W-ED-DIAS
                   MOVE CP-PCT (W-IND)  TO W-ED-PCT
                   DISPLAY (W-LIN, W-COL-DIAS) W-ED-DIAS
                   DISPLAY (W-LIN, W-COL-PCT) W-ED-PCT.
                ADD 1 TO W-IND
                GO TO MOSTRA-PARC-LOOP.
       MOSTRA-PARC-FIM.
                EXIT.
      *
      ***********************************************
      * ZERA AS PARCELAS DE W-IND ATE A 12           *
      ***********************************************
       ZERA-PARC.
                IF W-IND > 12
                   GO TO ZERA-PARC-FIM.
                MOVE ZEROS TO CP-DIAS (W-IND) CP-PCT (W-IND)
                ADD 1 TO W-IND
                GO TO ZERA-PARC.
       ZERA-PARC-FIM.
                EXIT.
      *
      ***********************************************
      * VARRE CADCLI.DAT E PEDIDO.DAT PROCURANDO     *
      * CLIENTE OU PEDIDO QUE AINDA APONTE PARA ESTA *
      * CONDICAO - SE ACHAR, A EXCLUSAO E RECUSADA   *
      ***********************************************
       CHECA-USO-COND.
                MOVE "N" TO W-EM-USO
                OPEN INPUT CADCLI
                IF ST-CLI NOT = "00"
                   GO TO CHECA-USO-COND-PED.
       CHECA-USO-COND-CLI.
                READ CADCLI NEXT RECORD
                IF ST-CLI NOT = "00"
                   GO TO CHECA-USO-COND-FCLI.
                IF CLI-CONDPAG = CP-CODIGO
                   MOVE "S" TO W-EM-USO
                   GO TO CHECA-USO-COND-FCLI.
                GO TO CHECA-USO-COND-CLI.
       CHECA-USO-COND-FCLI.
                CLOSE CADCLI
                IF W-EM-USO = "S"
                   GO TO CHECA-USO-COND-FIM.
       CHECA-USO-COND-PED.
                OPEN INPUT PEDIDO
                IF ST-PED NOT = "00"
                   GO TO CHECA-USO-COND-FIM.
       CHECA-USO-COND-LER.
                READ PEDIDO NEXT RECORD
                IF ST-PED NOT = "00"
                   GO TO CHECA-USO-COND-FECHA.
                IF PED-CONDPAG = CP-CODIGO
                   MOVE "S" TO W-EM-USO
                   GO TO CHECA-USO-COND-FECHA.
                GO TO CHECA-USO-COND-LER.
       CHECA-USO-COND-FECHA.
                CLOSE PEDIDO.
       CHECA-USO-COND-FIM.
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
