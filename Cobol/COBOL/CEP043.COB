      * MODULO, PASSANDO O OPERADOR JA VALIDADO PARA OS *
      * PROGRAMAS QUE PRECISAM DELE (CLACEP, CLAPROD,   *
      * MOVPROD, PEDVENDA), QUE ASSIM NAO PEDEM DE NOVO *
      * - O OPERADOR ENTRA NA FILIAL DO SEU CADASTRO    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : SESSLOG    - JORNAL DE SESSAO DOS OPERADORES: QUEM  *
      *              *** CHAMADOS (ITEM EXTERNAL DA RUN-UNIT)      ***
       01 W-OPERADOR-MENU PIC X(10) EXTERNAL.
       77 W-NOME       PIC X(30) VALUE SPACES.
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
       77 W-FILIAL-OPER PIC 9(02) VALUE ZEROS.
       77 W-NOME-FIL   PIC X(30) VALUE SPACES.
       77 W-OPCAO      PIC 9(02) VALUE ZEROS.
       77 W-OPCSUB     PIC 9(02) VALUE ZEROS.
      *              *** SENHA DO OPERADOR NO SIGN-ON ***
               VALUE  "29 - CADASTRO DE DEPOSITOS".
           05  LINE 17  COLUMN 45
               VALUE  "30 - SUPERVISAO DE TRAVAS".
           05  LINE 18  COLUMN 45
               VALUE  "31 - FINANCEIRO".
           05  LINE 19  COLUMN 45
               VALUE  "32 - DEVOLUCAO DE COMPRA".
           05  LINE 20  COLUMN 45
               VALUE  "33 - ESTOQUE E LOGISTICA".
           05  LINE 21  COLUMN 45
               VALUE  "34 - COMERCIAL".
           05  LINE 20  COLUMN 03
               VALUE  "00 - SAIR".
           05  LINE 21  COLUMN 03
                   PERFORM TROCA-SENHA THRU TROCA-SENHA-FIM
                   IF W-TROCA-OK NOT = "S"
                      GO TO INC-OP1.
      *              FILIAL DO OPERADOR (CEP140/CLAFIL) - SEM
      *              CADFIL.DAT A EMPRESA E DE LOJA UNICA (01)
       INC-OP3.
                MOVE OPER-FILIAL TO FL-CODIGO
                CALL "LEFIL"
                IF FL-SITUACAO = "N"
                   MOVE "*** FILIAL DO OPERADOR NAO CADASTRADA ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OP1.
                IF FL-SITUACAO = "I"
                   MOVE "*** FILIAL DO OPERADOR INATIVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OP1.
                MOVE FL-CODIGO TO W-FILIAL-OPER
                MOVE FL-NOME   TO W-NOME-FIL
                MOVE NOME-OPERADOR TO W-NOME
                MOVE W-OPERADOR TO W-OPERADOR-MENU
                CLOSE CADOPER
                MOVE ZEROS TO W-OPCAO
                DISPLAY TELAMENU
                DISPLAY (22, 03) "OPERADOR: " W-OPERADOR
                DISPLAY (22, 30) W-NOME
                DISPLAY (24, 03) "FILIAL..: " W-FILIAL-OPER
                DISPLAY (24, 30) W-NOME-FIL.
       MENU-002.
                ACCEPT TOPCAO.
                IF W-OPCAO = 00
                IF W-OPCAO = 30
                   CALL "CLALOCK"
                   GO TO MENU-001.
                IF W-OPCAO = 31
                   PERFORM MENU-FINANCEIRO THRU MENU-FINANCEIRO-FIM
                   GO TO MENU-001.
                IF W-OPCAO = 32
                   CALL "DEVCOMP"
                   GO TO MENU-001.
                IF W-OPCAO = 33
                   PERFORM MENU-ESTOQUE THRU MENU-ESTOQUE-FIM
                   GO TO MENU-001.
                IF W-OPCAO = 34
                   PERFORM MENU-COMERCIAL THRU MENU-COMERCIAL-FIM
                   GO TO MENU-001.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-002.
                DISPLAY (06, 45) "17 - KARDEX DO PRODUTO"
                DISPLAY (07, 45) "18 - CURVA ABC POR CONSUMO"
                DISPLAY (08, 45) "19 - DESEMPENHO DE FORNECEDOR"
                DISPLAY (09, 45) "20 - AGING DO CONTAS A PAGAR"
                DISPLAY (10, 45) "21 - FLUXO DE CAIXA PROJETADO"
                DISPLAY (11, 45) "22 - EXTRATO DO CLIENTE"
                DISPLAY (12, 45) "23 - CADASTROS SEM CPF/CNPJ"
                DISPLAY (13, 45) "24 - VALIDADE DOS LOTES"
                DISPLAY (14, 45) "25 - ATINGIMENTO DE METAS DE VENDA"
                DISPLAY (15, 45) "26 - TERRITORIOS E COBERTURA"
                DISPLAY (16, 45) "27 - MARGEM BRUTA MENSAL"
                DISPLAY (17, 45) "28 - CURVA ABC DE CLIENTES"
                DISPLAY (18, 03) "00 - VOLTAR"
                DISPLAY (19, 03) "OPCAO: "
                ACCEPT  (19, 11) W-OPCSUB.
                IF W-OPCSUB = 19
                   CALL "RELFORN"
                   GO TO MENU-RELATORIOS.
                IF W-OPCSUB = 20
                   CALL "RELAGPAG"
                   GO TO MENU-RELATORIOS.
                IF W-OPCSUB = 21
                   CALL "FLUXOCX"
                   GO TO MENU-RELATORIOS.
                IF W-OPCSUB = 22
                   CALL "EXTRCLI"
                   GO TO MENU-RELATORIOS.
                IF W-OPCSUB = 23
                   CALL "SEMDOC"
                   GO TO MENU-RELATORIOS.
                IF W-OPCSUB = 24
                   CALL "RELVALID"
                   GO TO MENU-RELATORIOS.
                IF W-OPCSUB = 25
                   CALL "RELMETA"
                   GO TO MENU-RELATORIOS.
                IF W-OPCSUB = 26
                   CALL "RELTERR"
                   GO TO MENU-RELATORIOS.
                IF W-OPCSUB = 27
                   CALL "RELMARG"
                   GO TO MENU-RELATORIOS.
                IF W-OPCSUB = 28
                   CALL "RELABCLI"
                   GO TO MENU-RELATORIOS.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-RELATORIOS.
                DISPLAY (09, 45) "19 - CONVERSAO DE PEDIDOS"
                DISPLAY (10, 45) "20 - CONVERSAO DE PRODUTOS (MEDIO)"
                DISPLAY (11, 45) "21 - CONVERSAO DE OPERADORES (SENHA)"
                DISPLAY (12, 45) "22 - CONVERSAO DE DUPLICATAS"
                DISPLAY (13, 45) "23 - CONVERSAO P/ LIMITE DE CREDITO"
                DISPLAY (14, 45) "24 - CARTAS DE COBRANCA"
                DISPLAY (15, 45) "25 - CONVERSAO P/ COND. PAGAMENTO"
                DISPLAY (16, 45) "26 - CONVERSAO DO LIVRO DE FATURAS"
                DISPLAY (17, 45) "27 - CONVERSAO DA FATURA P/ NF-E"
                DISPLAY (18, 45) "28 - CONVERSAO P/ CPF/CNPJ"
                DISPLAY (19, 45) "29 - CONVERSAO P/ TABELA DE PRECO"
                DISPLAY (20, 45) "30 - CONVERSAO P/ PREVISAO ENTREGA"
                DISPLAY (21, 45) "31 - REABERTURA DE PERIODO FECHADO"
                DISPLAY (22, 45) "32 - IMPORTACAO DE PEDIDOS EM LOTE"
                DISPLAY (17, 03) "33 - CONVERSAO P/ FILIAIS"
                DISPLAY (19, 03) "00 - VOLTAR"
                DISPLAY (20, 03) "OPCAO: "
                ACCEPT  (20, 11) W-OPCSUB.
                IF W-OPCSUB = 00
                   GO TO MENU-BATCH-FIM.
                IF W-OPCSUB = 01
                IF W-OPCSUB = 21
                   CALL "CONVSEN"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 22
                   CALL "CONVDUP"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 23
                   CALL "CONVCRED"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 24
                   CALL "CARTACOB"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 25
                   CALL "CONVCOND"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 26
                   CALL "CONVFAT"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 27
                   CALL "CONVNFE"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 28
                   CALL "CONVDOC"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 29
                   CALL "CONVTAB"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 30
                   CALL "CONVPREV"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 31
                   CALL "REABPER"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 32
                   CALL "IMPPED"
                   GO TO MENU-BATCH.
                IF W-OPCSUB = 33
                   CALL "CONVFIL"
                   GO TO MENU-BATCH.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-BATCH.
       MENU-BATCH-FIM.
                EXIT.
      *
      ***********************************************
      * SUBMENU FINANCEIRO (CONTAS A PAGAR E         *
      * RECEBER)                                     *
      ***********************************************
       MENU-FINANCEIRO.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 03) "FINANCEIRO"
                DISPLAY (04, 03) "01 - BAIXA DO CONTAS A PAGAR"
                DISPLAY (05, 03) "02 - CONCILIACAO BANCARIA (EXTRATO)"
                DISPLAY (06, 03) "03 - PENDENCIAS DA CONCILIACAO"
                DISPLAY (07, 03) "04 - RENEGOCIACAO DE DUPLICATAS"
                DISPLAY (08, 03) "05 - LIBERACAO DE CREDITO"
                DISPLAY (09, 03) "06 - CONDICOES DE PAGAMENTO"
                DISPLAY (10, 03) "07 - CALENDARIO DE FERIADOS"
                DISPLAY (11, 03) "08 - LIVROS FISCAIS E APURACAO"
                DISPLAY (12, 03) "09 - CONTAS CONTABEIS POR EVENTO"
                DISPLAY (13, 03) "10 - EXPORTACAO P/ CONTABILIDADE"
                DISPLAY (14, 03) "11 - CUSTODIA DE CHEQUES PRE-DATADOS"
                DISPLAY (15, 03) "12 - CAIXA DO BALCAO"
                DISPLAY (17, 03) "00 - VOLTAR"
                DISPLAY (18, 03) "OPCAO: "
                ACCEPT  (18, 11) W-OPCSUB.
                IF W-OPCSUB = 00
                   GO TO MENU-FINANCEIRO-FIM.
                IF W-OPCSUB = 01
                   CALL "BAIXAPAG"
                   GO TO MENU-FINANCEIRO.
                IF W-OPCSUB = 02
                   CALL "CONCBCO"
                   GO TO MENU-FINANCEIRO.
                IF W-OPCSUB = 03
                   CALL "CONCRES"
                   GO TO MENU-FINANCEIRO.
                IF W-OPCSUB = 04
                   CALL "RENEGOC"
                   GO TO MENU-FINANCEIRO.
                IF W-OPCSUB = 05
                   CALL "LIBCRED"
                   GO TO MENU-FINANCEIRO.
                IF W-OPCSUB = 06
                   CALL "CLACOND"
                   GO TO MENU-FINANCEIRO.
                IF W-OPCSUB = 07
                   CALL "CLAFER"
                   GO TO MENU-FINANCEIRO.
                IF W-OPCSUB = 08
                   CALL "LIVFIS"
                   GO TO MENU-FINANCEIRO.
                IF W-OPCSUB = 09
                   CALL "CLACTB"
                   GO TO MENU-FINANCEIRO.
                IF W-OPCSUB = 10
                   CALL "EXPCTB"
                   GO TO MENU-FINANCEIRO.
                IF W-OPCSUB = 11
                   CALL "CUSTCHQ"
                   GO TO MENU-FINANCEIRO.
                IF W-OPCSUB = 12
                   CALL "CAIXA"
                   GO TO MENU-FINANCEIRO.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-FINANCEIRO.
       MENU-FINANCEIRO-FIM.
                EXIT.
      *
      ***********************************************
      * SUBMENU DE ESTOQUE E LOGISTICA               *
      ***********************************************
       MENU-ESTOQUE.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 03) "ESTOQUE E LOGISTICA"
                DISPLAY (04, 03) "01 - PRODUTOS CONTROLADOS POR LOTE"
                DISPLAY (05, 03) "02 - COMPOSICAO DE KITS"
                DISPLAY (06, 03) "03 - PESO E VOLUME DOS PRODUTOS"
                DISPLAY (07, 03) "04 - VEICULOS DE ENTREGA"
                DISPLAY (08, 03) "05 - ROTAS DE ENTREGA"
                DISPLAY (09, 03) "06 - CARGAS E CANHOTOS"
                DISPLAY (17, 03) "00 - VOLTAR"
                DISPLAY (18, 03) "OPCAO: "
                ACCEPT  (18, 11) W-OPCSUB.
                IF W-OPCSUB = 00
                   GO TO MENU-ESTOQUE-FIM.
                IF W-OPCSUB = 01
                   CALL "CLALOTE"
                   GO TO MENU-ESTOQUE.
                IF W-OPCSUB = 02
                   CALL "CLAKIT"
                   GO TO MENU-ESTOQUE.
                IF W-OPCSUB = 03
                   CALL "CLAPESO"
                   GO TO MENU-ESTOQUE.
                IF W-OPCSUB = 04
                   CALL "CLAVEIC"
                   GO TO MENU-ESTOQUE.
                IF W-OPCSUB = 05
                   CALL "CLAROTA"
                   GO TO MENU-ESTOQUE.
                IF W-OPCSUB = 06
                   CALL "CARGAS"
                   GO TO MENU-ESTOQUE.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-ESTOQUE.
       MENU-ESTOQUE-FIM.
                EXIT.
      *
      ***********************************************
      * SUBMENU COMERCIAL (PRECOS, METAS, TERRITORIO)*
      ***********************************************
       MENU-COMERCIAL.
                DISPLAY (01, 01) ERASE
                DISPLAY (02, 03) "COMERCIAL"
                DISPLAY (04, 03) "01 - TABELAS DE PRECO DE CLIENTE"
                DISPLAY (05, 03) "02 - PROMOCOES DE PRODUTO"
                DISPLAY (06, 03) "03 - METAS MENSAIS DE VENDEDOR"
                DISPLAY (07, 03) "04 - TERRITORIOS DE VENDA"
                DISPLAY (08, 03) "05 - CADASTRO DE FILIAIS"
                DISPLAY (17, 03) "00 - VOLTAR"
                DISPLAY (18, 03) "OPCAO: "
                ACCEPT  (18, 11) W-OPCSUB.
                IF W-OPCSUB = 00
                   GO TO MENU-COMERCIAL-FIM.
                IF W-OPCSUB = 01
                   CALL "CLATAB"
                   GO TO MENU-COMERCIAL.
                IF W-OPCSUB = 02
                   CALL "CLAPROMO"
                   GO TO MENU-COMERCIAL.
                IF W-OPCSUB = 03
                   CALL "CLAMETA"
                   GO TO MENU-COMERCIAL.
                IF W-OPCSUB = 04
                   CALL "CLATERR"
                   GO TO MENU-COMERCIAL.
                IF W-OPCSUB = 05
                   CALL "CLAFIL"
                   GO TO MENU-COMERCIAL.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO MENU-COMERCIAL.
       MENU-COMERCIAL-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
