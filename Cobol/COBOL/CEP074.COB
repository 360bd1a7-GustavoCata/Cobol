      * DIARIO MOVIMENT.DAT (DOCUMENTO = DEV + PEDIDO)   *
      * E GRAVA O CREDITO DO CLIENTE EM CREDCLI.DAT,    *
      * QUE O CONTAS A RECEBER ABATE NA BAIXA (CEP070)  *
      * O CREDITO GERADO GRAVA O EVENTO CONTABIL DEV NO *
      * CTBPEND.DAT                                     *
      * PEDIDO RECUSADO NA ENTREGA (CANHOTO BAIXADO NO  *
      * CEP131/CARGAS) PODE VOLTAR INTEIRO DE UMA VEZ;  *
      * COM TODOS OS ITENS DEVOLVIDOS A RECUSA FICA     *
      * BAIXADA NO CARGAPED.DAT (SITUACAO D)            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT CTBPEND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTB.
       SELECT COMPKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-KIT.
       SELECT CARGAPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CHAVE
                    ALTERNATE RECORD KEY IS CP-PEDIDO WITH DUPLICATES
                    FILE STATUS  IS ST-CP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 PED-OPER-EMB    PIC X(10).
                03 PED-VENDEDOR    PIC 9(04).
                03 PED-FRETE       PIC 9(06)V99.
      *              CONDICAO DE PAGAMENTO (CONDPAG.DAT); 000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
      *              FILIAL DO PEDIDO - ZERO (ANTES DO CONVFIL) VALE 01
                03 PED-FILIAL      PIC 9(02).
      *
       FD PEDITEM
               LABEL RECORD IS STANDARD
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : BATCHWIN   - SEMAFORO DA JANELA BATCH (NOTURNO/     *
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : CTBPEND    - EVENTOS CONTABEIS PENDENTES, UMA LINHA *
      *                        POR EVENTO, EXPORTADOS PARA A          *
      *                        CONTABILIDADE PELO EXPCTB (CEP116) NA  *
      *                        RODADA NOTURNA                         *
      *****************************************************************
       FD CTBPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBPEND.DAT".
       01 LINHA-CTB            PIC X(99).
      *
      *****************************************************************
      * ARQUIVO : COMPKIT    - COMPOSICAO DO KIT (CEP120/CLAKIT): O   *
      *                        KIT DEVOLVIDO ENTRA NOS COMPONENTES    *
      *****************************************************************
       FD COMPKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                   05 KIT-PRODUTO    PIC 9(06).
                   05 KIT-COMPONENTE PIC 9(06).
                03 KIT-QTDE        PIC 9(03).
      *
      *****************************************************************
      * ARQUIVO : CARGAPED   - PEDIDOS DAS CARGAS DE ENTREGA E O      *
      *                        CANHOTO (CEP131/CARGAS); R = RECUSADO, *
      *                        D = RECUSADO E JA DEVOLVIDO AQUI       *
      *****************************************************************
       FD CARGAPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARGAPED.DAT".
       01 REGCP.
                03 CP-CHAVE.
                   05 CP-CARGA     PIC 9(05).
                   05 CP-PARADA    PIC 9(02).
                   05 CP-SEQ       PIC 9(03).
                03 CP-PEDIDO       PIC 9(06).
                03 CP-PESO         PIC 9(07)V999.
                03 CP-VOLUME       PIC 9(05)V9999.
                03 CP-SITUACAO     PIC X(01).
                03 CP-DATA-BAIXA   PIC 9(08).
                03 CP-OPER-BAIXA   PIC X(10).
                03 CP-RECEBEDOR    PIC X(20).
                03 CP-MOTIVO       PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CTB       PIC X(02) VALUE "00".
      *              *** EVENTO CONTABIL (CTBPEND.DAT) - ESTORNO S ***
      *              *** INVERTE DEBITO E CREDITO NA EXPORTACAO    ***
       01 REG-CTB.
          03 CT-DATA      PIC 9(08).
          03 FILLER       PIC X VALUE SPACE.
          03 CT-HORA      PIC 9(06).
          03 FILLER       PIC X VALUE SPACE.
          03 CT-EVENTO    PIC X(03).
          03 FILLER       PIC X VALUE SPACE.
          03 CT-DOCTO     PIC X(20).
          03 FILLER       PIC X VALUE SPACE.
          03 CT-VALOR     PIC 9(10)V99.
          03 FILLER       PIC X VALUE SPACE.
          03 CT-ESTORNO   PIC X(01).
          03 FILLER       PIC X VALUE SPACE.
          03 CT-CUSTO     PIC 9(03).
          03 FILLER       PIC X VALUE SPACE.
          03 CT-ORIGEM    PIC X(08).
          03 FILLER       PIC X VALUE SPACE.
          03 CT-HISTORICO PIC X(30).
       01 W-HORA-CTB.
          03 W-HORA-CTB-HMS PIC 9(06).
          03 FILLER         PIC 9(02).
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITEM      PIC X(02) VALUE "00".
      *              *** STATUS SALVO ANTES DO UNLOCK (O UNLOCK   ***
      *              *** TAMBEM E I/O E SOBREPOE O FILE STATUS)   ***
       77 W-ST-SALVA   PIC X(02) VALUE "00".
      *              *** ESPELHO NO DEPOSITO DA LOJA (SALDEP.DAT) ***
       77 ST-SAL       PIC X(02) VALUE "00".
       77 W-DELTA-DEP  PIC S9(06) VALUE ZEROS.
       77 W-SALDO-DEP  PIC S9(07) VALUE ZEROS.
       77 W-SOMA-DEP   PIC 9(07) VALUE ZEROS.
       77 W-DEP-LOJA   PIC 9(02) VALUE 01.
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
      *              *** QUANTIDADE DA LINHA DO DIARIO - A DO ITEM ***
      *              *** OU A DO COMPONENTE QUANDO O ITEM E KIT    ***
       77 W-QTDE-MOV   PIC 9(05) VALUE ZEROS.
      *              *** KIT (COMPKIT.DAT) ***
       77 ST-KIT       PIC X(02) VALUE "00".
       77 W-KIT-ABERTO PIC X(01) VALUE "N".
       77 W-KIT-PRODUTO PIC 9(06) VALUE ZEROS.
       77 W-PRESOS     PIC 9(02) VALUE ZEROS.
       77 W-QT-KIT     PIC 9(02) VALUE ZEROS.
       77 W-IND-KIT    PIC 9(02) VALUE ZEROS.
      *              *** ENTREGA RECUSADA (CARGAPED.DAT) ***
       77 ST-CP        PIC X(02) VALUE "00".
       77 W-CP-ABERTO  PIC X(01) VALUE "N".
       77 W-RECUSA     PIC X(01) VALUE "N".
       77 W-TOTAL      PIC X(01) VALUE "N".
       77 W-FALTAM     PIC 9(02) VALUE ZEROS.
       77 W-CHAVE-REC  PIC X(10) VALUE SPACES.
       01 TAB-KIT.
          03 TK-ITEM OCCURS 10 TIMES.
             05 TK-COMPONENTE PIC 9(06).
             05 TK-QTDE       PIC 9(03).
       01 DATA-DEV.
          03 ANO-DEV   PIC 99.
          03 MES-DEV   PIC 99.
          03 MV-EST-DEPOIS PIC 9(05).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-CUSTO     PIC 9(05)V99.
      *              *** PERIODO FECHADO PELO FECHMES (VERPER/  ***
      *              *** CEP137) - EXTERNAL DA RUN-UNIT         ***
       01 W-PERIODO EXTERNAL.
          03 PP-MODULO     PIC X(03).
          03 PP-DATA       PIC 9(08).
          03 PP-SITUACAO   PIC X(01).
          03 PP-FECHADO    PIC 9(06).
       77 W-PER-FECHADO PIC X(01) VALUE "N".
      *              *** PEDIDO DE GRAVACAO NO JORNAL DE RECUPERACAO ***
      *              *** (CEP135/GRVJORN) - EXTERNAL DA RUN-UNIT     ***
       01 W-JORNAL EXTERNAL.
          03 JR-ARQUIVO    PIC X(08).
          03 JR-OPERACAO   PIC X(01).
          03 JR-OPERADOR   PIC X(10).
          03 JR-PROGRAMA   PIC X(08).
          03 JR-IMAGEM     PIC X(300).
          03 JR-STATUS     PIC X(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF W-JANELA = "S"
              GOBACK.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM.
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - DEVOLUCAO NAO PERMITIDA ***"
              GOBACK.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           OPEN INPUT PEDIDO
           IF ST-PED NOT = "00"
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO CREDCLI.DAT"
                      GO TO ROT-FIM.
           OPEN INPUT COMPKIT
           IF ST-KIT = "00"
              MOVE "S" TO W-KIT-ABERTO.
      *              SEM CARGAS DE ENTREGA NAO HA RECUSA A TRATAR
           OPEN I-O CARGAPED
           IF ST-CP = "00"
              MOVE "S" TO W-CP-ABERTO.
      *
       DEV-001.
           DISPLAY "PEDIDO ORIGINAL (0 = ENCERRAR) : ".
           IF PED-SITUACAO = "C"
              DISPLAY "*** PEDIDO CANCELADO - NADA A DEVOLVER ***"
              GO TO DEV-001.
           IF PED-SITUACAO = "D" OR "B" OR SPACE
              DISPLAY "*** PEDIDO AINDA NAO EMBARCADO - O CAMINHO "
                      "E O CANCELAMENTO (CANCPED) ***"
              GO TO DEV-001.
      *              FATURA CANCELADA (CEP069/FATURA) JA DEVOLVEU OS
      *              ITENS AO ESTOQUE - DEVOLVER CREDITARIA EM DOBRO
           IF PED-SITUACAO = "R"
              DISPLAY "*** FATURA CANCELADA, ESTOQUE JA ESTORNADO - "
                      "REFATURE OU CANCELE O PEDIDO ***"
              GO TO DEV-001.
      *              O ESTOQUE VOLTA AO DEPOSITO DA LOJA DA FILIAL
      *              DO PEDIDO, DE ONDE SAIU (FILIAL SEM CADASTRO
      *              VOLTA AO 01)
           MOVE PED-FILIAL  TO FL-CODIGO
           CALL "LEFIL"
           MOVE FL-DEPOSITO TO W-DEP-LOJA
           DISPLAY "CLIENTE: " PED-CLIENTE.
           MOVE ZEROS TO W-VAL-CRED W-DEVOLVIDOS.
           MOVE "N" TO W-TOTAL
           PERFORM BUSCA-RECUSA THRU BUSCA-RECUSA-FIM
           IF W-RECUSA NOT = "S"
              GO TO DEV-002.
           DISPLAY "*** ENTREGA RECUSADA NA CARGA " CP-CARGA " EM "
                   CP-DATA-BAIXA ": " CP-MOTIVO " ***".
           DISPLAY "DEVOLVER TODOS OS ITENS DO PEDIDO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO = "S" OR "s"
              MOVE "S"   TO W-TOTAL
              MOVE ZEROS TO W-SEQ
              GO TO DEV-TODOS.
      *
       DEV-002.
           IF W-TOTAL = "S"
              GO TO DEV-TODOS.
           DISPLAY "SEQUENCIA DO ITEM (0 = FECHAR DEVOLUCAO) : ".
           ACCEPT W-SEQ.
           IF W-SEQ = ZEROS
      * NO DIARIO E LINHA NO DIARIO DE DEVOLUCOES    *
      ***********************************************
       DEV-GRAVA.
      *              KIT DEVOLVIDO ENTRA NOS COMPONENTES, QUE PRECISAM
      *              ESTAR TODOS LIVRES ANTES DE MEXER EM QUALQUER UM
           MOVE ITEM-PRODUTO TO W-KIT-PRODUTO
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT NOT = ZEROS
              PERFORM CHECA-KIT THRU CHECA-KIT-FIM
              IF W-PRESOS NOT = ZEROS
                 DISPLAY "*** COMPONENTE DO KIT EM USO OU SEM "
                         "CADASTRO, TENTE NOVAMENTE ***"
                 GO TO DEV-002
              ELSE
                 PERFORM ENTRADA-KIT THRU ENTRADA-KIT-FIM
                 GO TO DEV-CREDITO.
           MOVE ITEM-PRODUTO TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO = "51" OR "99"
           IF W-ST-SALVA NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA ENTRADA DO ESTOQUE"
              GO TO DEV-002.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
           MOVE W-QTDE TO W-DELTA-DEP
           PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
           MOVE W-QTDE TO W-QTDE-MOV
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM.
       DEV-CREDITO.
      *              O CREDITO SAI PELO PRECO EFETIVAMENTE COBRADO:
      *              PRECO DO ITEM MENOS O DESCONTO NEGOCIADO, A
      *              MESMA CONTA DO ITEM-VALOR NO PEDVENDA
           GO TO DEV-002.
      *
      ***********************************************
      * ENTREGA RECUSADA DEVOLVIDA INTEIRA: CADA     *
      * ITEM ENTRA COM O SALDO AINDA NAO DEVOLVIDO,  *
      * PELO MESMO CAMINHO DA DEVOLUCAO ITEM A ITEM  *
      ***********************************************
       DEV-TODOS.
           MOVE W-NUMERO TO ITEM-PEDIDO
           MOVE W-SEQ    TO ITEM-SEQ
           START PEDITEM KEY IS GREATER ITEM-CHAVE
                 INVALID KEY GO TO DEV-FECHA.
           READ PEDITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO DEV-FECHA.
           IF ITEM-PEDIDO NOT = W-NUMERO
              GO TO DEV-FECHA.
           MOVE ITEM-SEQ TO W-SEQ
           PERFORM SOMA-DEVOLVIDO THRU SOMA-DEVOLVIDO-FIM
           COMPUTE W-PODE = ITEM-QTDE - W-JA-DEVOLV
           IF W-PODE = ZEROS
              GO TO DEV-TODOS.
           MOVE W-PODE TO W-QTDE
           DISPLAY "PRODUTO " ITEM-PRODUTO " " ITEM-DESCRICAO
                   "  QTDE: " W-QTDE.
           GO TO DEV-GRAVA.
      *
      ***********************************************
      * FECHA A DEVOLUCAO: GRAVA O CREDITO DO        *
      * CLIENTE COM O VALOR ACUMULADO DOS ITENS      *
      ***********************************************
       DEV-FECHA.
           MOVE "N" TO W-TOTAL
           IF W-RECUSA = "S"
              PERFORM FECHA-RECUSA THRU FECHA-RECUSA-FIM.
           IF W-DEVOLVIDOS = ZEROS
              DISPLAY "*** NENHUM ITEM DEVOLVIDO ***"
              GO TO DEV-001.
           IF ST-CRE NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CREDITO"
              GO TO DEV-001.
           MOVE "W" TO JR-OPERACAO
           PERFORM JORNAL-CREDCLI THRU JORNAL-CREDCLI-FIM
           PERFORM EVENTO-DEVOLUCAO THRU EVENTO-DEVOLUCAO-FIM
           DISPLAY "*** CREDITO GERADO: CLIENTE " CRED-CODCLI
                   " SEQ " CRED-SEQ " VALOR " CRED-VALOR " ***"
           GO TO DEV-001.
      *
      ***********************************************
      * CARREGA EM TAB-KIT OS COMPONENTES DO PRODUTO *
      * W-KIT-PRODUTO (COMPKIT.DAT, CEP120/CLAKIT);  *
      * W-QT-KIT = ZERO QUANDO O PRODUTO NAO E KIT   *
      ***********************************************
       CARREGA-KIT.
           MOVE ZEROS TO W-QT-KIT
           IF W-KIT-ABERTO NOT = "S"
              GO TO CARREGA-KIT-FIM.
           MOVE W-KIT-PRODUTO TO KIT-PRODUTO
           MOVE ZEROS         TO KIT-COMPONENTE
           START COMPKIT KEY IS NOT LESS KIT-CHAVE
                 INVALID KEY GO TO CARREGA-KIT-FIM.
       CARREGA-KIT-LER.
           READ COMPKIT NEXT
           IF ST-KIT NOT = "00"
              GO TO CARREGA-KIT-FIM.
           IF KIT-PRODUTO NOT = W-KIT-PRODUTO
              GO TO CARREGA-KIT-FIM.
           IF W-QT-KIT = 10
              GO TO CARREGA-KIT-FIM.
           IF KIT-QTDE = ZEROS
              GO TO CARREGA-KIT-LER.
           ADD 1 TO W-QT-KIT
           MOVE KIT-COMPONENTE TO TK-COMPONENTE (W-QT-KIT)
           MOVE KIT-QTDE       TO TK-QTDE (W-QT-KIT)
           GO TO CARREGA-KIT-LER.
       CARREGA-KIT-FIM.
           EXIT.
      *
      ***********************************************
      * CONFERE SE TODO COMPONENTE DO KIT EXISTE E   *
      * ESTA DESTRAVADO; W-PRESOS = QUANTOS NAO      *
      ***********************************************
       CHECA-KIT.
           MOVE ZEROS TO W-PRESOS W-IND-KIT.
       CHECA-KIT-LOOP.
           ADD 1 TO W-IND-KIT
           IF W-IND-KIT > W-QT-KIT
              GO TO CHECA-KIT-FIM.
           MOVE TK-COMPONENTE (W-IND-KIT) TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO NOT = "00"
              DISPLAY "COMPONENTE PRESO OU SEM CADASTRO: " CODIGO
              ADD 1 TO W-PRESOS
              GO TO CHECA-KIT-LOOP.
           UNLOCK PRODUTO
           GO TO CHECA-KIT-LOOP.
       CHECA-KIT-FIM.
           EXIT.
      *
      ***********************************************
      * DA A ENTRADA DO KIT DEVOLVIDO EM CADA        *
      * COMPONENTE: QTDE DEVOLVIDA X QTDE POR KIT,   *
      * COM TRAVA, ESPELHO NO DEPOSITO 01 E          *
      * MOVIMENTO DE ENTRADA NO DIARIO. COMPONENTE   *
      * PRESO NO MEIO TEMPO E APONTADO PARA ACERTO   *
      * NO MOVPROD                                   *
      ***********************************************
       ENTRADA-KIT.
           MOVE ZEROS TO W-IND-KIT.
       ENTRADA-KIT-LOOP.
           ADD 1 TO W-IND-KIT
           IF W-IND-KIT > W-QT-KIT
              GO TO ENTRADA-KIT-FIM.
           MOVE TK-COMPONENTE (W-IND-KIT) TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO NOT = "00"
              DISPLAY "COMPONENTE PRESO, LANCE A ENTRADA NO MOVPROD: "
                      CODIGO
              GO TO ENTRADA-KIT-LOOP.
           COMPUTE W-QTDE-MOV = W-QTDE * TK-QTDE (W-IND-KIT)
           MOVE ESTOQUE-ATUAL TO MV-EST-ANTES
           ADD W-QTDE-MOV TO ESTOQUE-ATUAL
           MOVE ESTOQUE-ATUAL TO MV-EST-DEPOIS
           REWRITE REGPRO
           MOVE ST-ERRO TO W-ST-SALVA
           UNLOCK PRODUTO
           IF W-ST-SALVA NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA ENTRADA DO COMPONENTE " CODIGO
              GO TO ENTRADA-KIT-LOOP.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
           MOVE W-QTDE-MOV TO W-DELTA-DEP
           PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           GO TO ENTRADA-KIT-LOOP.
       ENTRADA-KIT-FIM.
           EXIT.
      *
      ***********************************************
      * ENTREGA DO PEDIDO W-NUMERO RECUSADA NO       *
      * CANHOTO E AINDA NAO DEVOLVIDA; GUARDA A      *
      * CHAVE DO CARGAPED EM W-CHAVE-REC             *
      ***********************************************
       BUSCA-RECUSA.
           MOVE "N" TO W-RECUSA
           IF W-CP-ABERTO NOT = "S"
              GO TO BUSCA-RECUSA-FIM.
           MOVE W-NUMERO TO CP-PEDIDO
           START CARGAPED KEY IS EQUAL CP-PEDIDO
                 INVALID KEY GO TO BUSCA-RECUSA-FIM.
       BUSCA-RECUSA-LER.
           READ CARGAPED NEXT
           IF ST-CP NOT = "00"
              GO TO BUSCA-RECUSA-FIM.
           IF CP-PEDIDO NOT = W-NUMERO
              GO TO BUSCA-RECUSA-FIM.
           IF CP-SITUACAO NOT = "R"
              GO TO BUSCA-RECUSA-LER.
           MOVE CP-CHAVE TO W-CHAVE-REC
           MOVE "S" TO W-RECUSA.
       BUSCA-RECUSA-FIM.
           EXIT.
      *
      ***********************************************
      * COM TODOS OS ITENS DO PEDIDO RECUSADO JA     *
      * DEVOLVIDOS (AGORA OU ANTES), BAIXA A RECUSA  *
      * NO CARGAPED; FALTANDO ITEM ELA FICA ABERTA   *
      ***********************************************
       FECHA-RECUSA.
           MOVE "N"   TO W-RECUSA
           MOVE ZEROS TO W-SEQ W-FALTAM.
       FECHA-RECUSA-LER.
           MOVE W-NUMERO TO ITEM-PEDIDO
           MOVE W-SEQ    TO ITEM-SEQ
           START PEDITEM KEY IS GREATER ITEM-CHAVE
                 INVALID KEY GO TO FECHA-RECUSA-MARCA.
           READ PEDITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO FECHA-RECUSA-MARCA.
           IF ITEM-PEDIDO NOT = W-NUMERO
              GO TO FECHA-RECUSA-MARCA.
           MOVE ITEM-SEQ TO W-SEQ
           PERFORM SOMA-DEVOLVIDO THRU SOMA-DEVOLVIDO-FIM
           IF ITEM-QTDE > W-JA-DEVOLV
              ADD 1 TO W-FALTAM.
           GO TO FECHA-RECUSA-LER.
       FECHA-RECUSA-MARCA.
           IF W-FALTAM NOT = ZEROS
              DISPLAY "*** " W-FALTAM " ITEM(NS) AINDA NAO DEVOLVIDO(S)"
                      " - A RECUSA DA ENTREGA CONTINUA ABERTA ***"
              GO TO FECHA-RECUSA-FIM.
           MOVE W-CHAVE-REC TO CP-CHAVE
           READ CARGAPED
           IF ST-CP NOT = "00"
              DISPLAY "ERRO NA LEITURA DO CARGAPED.DAT"
              GO TO FECHA-RECUSA-FIM.
           MOVE "D" TO CP-SITUACAO
           REWRITE REGCP
           IF ST-CP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA BAIXA DA RECUSA NO CARGAPED.DAT"
              GO TO FECHA-RECUSA-FIM.
           DISPLAY "*** RECUSA DA ENTREGA BAIXADA NA CARGA " CP-CARGA
                   " ***".
       FECHA-RECUSA-FIM.
           EXIT.
      *
      ***********************************************
      * SOMA AS DEVOLUCOES ANTERIORES DO MESMO ITEM  *
      * NO DIARIO DEVVENDA.DAT                       *
      ***********************************************
           MOVE W-OPERADOR    TO MV-OPERADOR
           MOVE "E"           TO MV-TIPO
           MOVE CODIGO        TO MV-CODIGO
           MOVE W-QTDE-MOV    TO MV-QTDE
           MOVE SPACES        TO MV-DOCTO
           STRING "DEV " W-NUMERO DELIMITED BY SIZE
                  INTO MV-DOCTO
           EXIT.
      *
      ***********************************************
      * ESPELHA O MOVIMENTO NO SALDO DO DEPOSITO DA  *
      * LOJA DA FILIAL (W-DEP-LOJA; 01 NA LOJA       *
      * UNICA) EM SALDEP.DAT - CEP037/MOVPROD E A    *
      * REFERENCIA. PRODUTO AINDA SEM REGISTRO NO 01 *
      * TEM SALDO IMPLICITO = ESTOQUE-ATUAL MENOS OS *
      * OUTROS DEPOSITOS, QUE AQUI JA REFLETE O      *
      * MOVIMENTO RECEM-APLICADO; NO DEPOSITO DE     *
      * OUTRA FILIAL, SEM REGISTRO O SALDO ERA ZERO  *
      ***********************************************
       ATUALIZA-SALDEP01.
           MOVE CODIGO TO SD-PRODUTO
           MOVE W-DEP-LOJA TO SD-DEPOSITO
           READ SALDEP
           IF ST-SAL = "00"
              COMPUTE W-SALDO-DEP = SD-SALDO + W-DELTA-DEP
              END-IF
              MOVE W-SALDO-DEP TO SD-SALDO
              REWRITE REGSAL
              MOVE "R" TO JR-OPERACAO
              GO TO ATUALIZA-SALDEP01-JRN.
           IF W-DEP-LOJA NOT = 01
              MOVE W-DELTA-DEP TO W-SALDO-DEP
              GO TO ATUALIZA-SALDEP01-NOVO.
           PERFORM SOMA-OUTROS-DEP THRU SOMA-OUTROS-DEP-FIM
           COMPUTE W-SALDO-DEP = ESTOQUE-ATUAL - W-SOMA-DEP.
       ATUALIZA-SALDEP01-NOVO.
           IF W-SALDO-DEP < ZEROS
              MOVE ZEROS TO W-SALDO-DEP.
           MOVE CODIGO TO SD-PRODUTO
           MOVE W-DEP-LOJA TO SD-DEPOSITO
           MOVE W-SALDO-DEP TO SD-SALDO
           WRITE REGSAL
           MOVE "W" TO JR-OPERACAO.
       ATUALIZA-SALDEP01-JRN.
           IF ST-SAL = "00" OR "02"
              PERFORM JORNAL-SALDEP THRU JORNAL-SALDEP-FIM.
       ATUALIZA-SALDEP01-FIM.
           EXIT.
      *
           WRITE REGMOV-I
           IF ST-MOV = "22"
              GO TO GRAVA-MOV-IDX-TENTA.
           IF ST-MOV = "00"
              MOVE "W" TO JR-OPERACAO
              PERFORM JORNAL-MOVIMENT THRU JORNAL-MOVIMENT-FIM.
       GRAVA-MOV-IDX-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE PEDIDO PEDITEM PRODUTO MOVIMENT CREDCLI
                 SALDEP.
           IF W-KIT-ABERTO = "S"
              CLOSE COMPKIT
              MOVE "N" TO W-KIT-ABERTO.
           IF W-CP-ABERTO = "S"
              CLOSE CARGAPED
              MOVE "N" TO W-CP-ABERTO.
           DISPLAY "*** DEVOLUCAO DE VENDA ENCERRADA ***".
           GOBACK.
      *
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      ***********************************************
      * EVENTO CONTABIL DA DEVOLUCAO (DEV): O        *
      * CREDITO DO CLIENTE, IDENTIFICADO PELO        *
      * CLIENTE E PELA SEQUENCIA DO CREDCLI          *
      ***********************************************
       EVENTO-DEVOLUCAO.
           MOVE W-HOJE TO CT-DATA
           MOVE SPACE  TO CT-ESTORNO
           MOVE ZEROS  TO CT-CUSTO
           MOVE SPACES TO CT-DOCTO CT-HISTORICO
           STRING "CR " CRED-CODCLI "/" CRED-SEQ
                  DELIMITED BY SIZE INTO CT-DOCTO
           STRING "DEVOL PED " W-NUMERO " " PED-CLIENTE
                  DELIMITED BY SIZE INTO CT-HISTORICO
           MOVE "DEV"      TO CT-EVENTO
           MOVE CRED-VALOR TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM.
       EVENTO-DEVOLUCAO-FIM.
           EXIT.
      *
      ***********************************************
      * GRAVA O EVENTO CONTABIL MONTADO EM REG-CTB   *
      * NO CTBPEND.DAT (EXPORTADO DE NOITE PELO      *
      * EXPCTB/CEP116); EVENTO DE VALOR ZERO NAO VAI *
      ***********************************************
       GRAVA-CTB.
           IF CT-VALOR = ZEROS
              GO TO GRAVA-CTB-FIM.
           ACCEPT W-HORA-CTB FROM TIME
           MOVE W-HORA-CTB-HMS TO CT-HORA
           MOVE "DEVVENDA" TO CT-ORIGEM
           OPEN EXTEND CTBPEND
           IF ST-CTB NOT = "00"
              OPEN OUTPUT CTBPEND
              CLOSE CTBPEND
              OPEN EXTEND CTBPEND.
           MOVE REG-CTB TO LINHA-CTB
           WRITE LINHA-CTB
           IF ST-CTB NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CTBPEND.DAT - ST " ST-CTB.
           CLOSE CTBPEND.
       GRAVA-CTB-FIM.
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
       JORNAL-SALDEP.
           MOVE "SALDEP"        TO JR-ARQUIVO
           MOVE REGSAL          TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-SALDEP-FIM.
           EXIT.
       JORNAL-MOVIMENT.
           MOVE "MOVIMENT"      TO JR-ARQUIVO
           MOVE REGMOV-I        TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-MOVIMENT-FIM.
           EXIT.
       JORNAL-CREDCLI.
           MOVE "CREDCLI"       TO JR-ARQUIVO
           MOVE REGCRED         TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-CREDCLI-FIM.
           EXIT.
       GRAVA-JORNAL.
           MOVE W-OPERADOR      TO JR-OPERADOR
           MOVE "DEVVENDA"      TO JR-PROGRAMA
           CALL "GRVJORN".
       GRAVA-JORNAL-FIM.
           EXIT.
      *
      ***********************************************
      * PERIODO FECHADO PELO FECHMES (CEP085): A     *
      * DATA EM PP-DATA EM MES JA FECHADO NOS        *
      * MODULOS DE FATURAMENTO E ESTOQUE NAO RECEBE  *
      * LANCAMENTO (VERPER/CEP137)                   *
      ***********************************************
       CHECA-PERIODO.
           MOVE "N" TO W-PER-FECHADO
           MOVE "FAT" TO PP-MODULO
           CALL "VERPER"
           IF PP-SITUACAO = "F"
              MOVE "S" TO W-PER-FECHADO
              GO TO CHECA-PERIODO-FIM.
           MOVE "EST" TO PP-MODULO
           CALL "VERPER"
           IF PP-SITUACAO = "F"
              MOVE "S" TO W-PER-FECHADO.
       CHECA-PERIODO-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
