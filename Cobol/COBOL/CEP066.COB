      * GRAVA O MOVIMENTO DE ENTRADA (ESTORNO) NO       *
      * DIARIO MOVIMENT.DAT COM O NUMERO DO PEDIDO NO    *
      * DOCUMENTO E MARCA PED-SITUACAO = C. SO PEDIDO   *
      * AINDA DIGITADO (D) OU BLOQUEADO POR CREDITO (B) *
      * PODE SER CANCELADO - PEDIDO SEPARADO/FATURADO   *
      * SEGUE PELO FLUXO DE DEVOLUCAO. PEDIDO COM A     *
      * FATURA CANCELADA (R - CEP069/FATURA) JA TEVE O  *
      * ESTOQUE DEVOLVIDO E SO E MARCADO CANCELADO      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT COMPKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-KIT.
       SELECT CXMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CX-CHAVE
                    FILE STATUS  IS ST-CX
                    ALTERNATE RECORD KEY IS CX-PEDIDO
                                                      WITH DUPLICATES.
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
                03 BK-CLIENTE      PIC X(30).
                03 BK-QTDE-PEND    PIC 9(05).
                03 BK-SITUACAO     PIC X(01).
                03 BK-DATA-PREV    PIC 9(08).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : DUPREC     - DUPLICATAS DO CONTAS A RECEBER (MESMO  *
                03 DUP-DATA-PAGTO  PIC 9(08).
                03 DUP-SITUACAO    PIC X(01).
                03 DUP-REMESSA     PIC X(01).
                03 DUP-MULTA       PIC 9(08)V99.
                03 DUP-JUROS       PIC 9(08)V99.
                03 DUP-RENEG       PIC 9(06).
                03 DUP-MOTIVO      PIC X(30).
                03 DUP-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : BATCHWIN   - SEMAFORO DA JANELA BATCH (NOTURNO/     *
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : COMPKIT    - COMPOSICAO DO KIT (CEP120/CLAKIT): O   *
      *                        ITEM DE KIT DEVOLVE OS COMPONENTES,    *
      *                        QUE FORAM O QUE O PEDVENDA BAIXOU      *
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
      * ARQUIVO : CXMOV      - MOVIMENTO DO CAIXA DO BALCAO (CEP144/  *
      *                        CAIXA): VENDA DE BALCAO JA RECEBIDA    *
      *                        TEM O DINHEIRO NA GAVETA E SO SAI PELA *
      *                        DEVOLUCAO                              *
      * CHAVE 1     : CX-CHAVE  -  DATA + OPERADOR + SEQUENCIA        *
      * CHAVE 2     : CX-PEDIDO -  PEDIDO RECEBIDO (DUPLICATAS)       *
      *****************************************************************
       FD CXMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CXMOV.DAT".
       01 REGCX.
                03 CX-CHAVE.
                   05 CX-DATA      PIC 9(08).
                   05 CX-OPERADOR  PIC X(10).
                   05 CX-SEQ       PIC 9(04).
      *              A = ABERTURA; V = VENDA DE BALCAO RECEBIDA;
      *              S = SANGRIA; U = SUPRIMENTO
                03 CX-TIPO         PIC X(01).
                03 CX-HORA         PIC 9(06).
                03 CX-FILIAL       PIC 9(02).
                03 CX-PEDIDO       PIC 9(06).
                03 CX-DINHEIRO     PIC 9(08)V99.
                03 CX-CARTAO       PIC 9(08)V99.
                03 CX-CHEQUE       PIC 9(08)V99.
                03 CX-CREDITO      PIC 9(08)V99.
                03 CX-TROCO        PIC 9(08)V99.
                03 CX-HISTORICO    PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAR       PIC X(02) VALUE "00".
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
      *              *** VENDA DE BALCAO RECEBIDA NO CAIXA (CXMOV) ***
       77 ST-CX        PIC X(02) VALUE "00".
       77 W-NO-CAIXA   PIC X(01) VALUE "N".
       77 W-KIT-PRODUTO PIC 9(06) VALUE ZEROS.
       77 W-KIT-OK     PIC X(01) VALUE "S".
       77 W-QT-KIT     PIC 9(02) VALUE ZEROS.
       77 W-IND-KIT    PIC 9(02) VALUE ZEROS.
       01 TAB-KIT.
          03 TK-ITEM OCCURS 10 TIMES.
             05 TK-COMPONENTE PIC 9(06).
             05 TK-QTDE       PIC 9(03).
       01 DATA-MOV.
          03 ANO-MOV   PIC 99.
          03 MES-MOV   PIC 99.
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
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           ACCEPT DATA-MOV FROM DATE
           IF ANO-MOV < W-PIVO
              COMPUTE PP-DATA = ((W-SECULO * 100) + ANO-MOV)
                               * 10000 + (MES-MOV * 100) + DIA-MOV
           ELSE
              COMPUTE PP-DATA = (((W-SECULO - 1) * 100) + ANO-MOV)
                               * 10000 + (MES-MOV * 100) + DIA-MOV.
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM.
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - CANCELAMENTO NAO PERMITIDO ***"
              GOBACK.
           OPEN I-O PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO.DAT"
                      OPEN OUTPUT MOVIMENT
                      CLOSE MOVIMENT
                      OPEN I-O MOVIMENT.
           OPEN INPUT COMPKIT
           IF ST-KIT = "00"
              MOVE "S" TO W-KIT-ABERTO.
      *
       CAN-001.
           DISPLAY "NUMERO DO PEDIDO (0 = ENCERRAR) : ".
              DISPLAY "*** PEDIDO JA CANCELADO ***"
              GO TO CAN-001.
      *              PEDIDO GRAVADO ANTES DA SITUACAO EXISTIR FICA
      *              EM BRANCO E VALE COMO DIGITADO; O BLOQUEADO
      *              POR CREDITO AINDA NAO SAIU DO ESTOQUE NEM TEM
      *              DUPLICATA E CANCELA COMO O DIGITADO
           IF PED-SITUACAO NOT = "D" AND NOT = "B" AND NOT = SPACE
                                AND NOT = "R"
              DISPLAY "*** PEDIDO JA SEPARADO/FATURADO - USE A "
                      "DEVOLUCAO ***"
              GO TO CAN-001.
      *              VENDA DE BALCAO JA RECEBIDA NO CAIXA: O DINHEIRO
      *              ESTA NA GAVETA - SO A DEVOLUCAO ESTORNA AS DUAS
      *              COISAS
           PERFORM CHECA-CAIXA THRU CHECA-CAIXA-FIM
           IF W-NO-CAIXA = "S"
              DISPLAY "*** VENDA DE BALCAO JA RECEBIDA NO CAIXA - USE "
                      "A DEVOLUCAO (DEVVENDA) ***"
              GO TO CAN-001.
      *              O ESTOQUE VOLTA AO DEPOSITO DA LOJA DA FILIAL
      *              DO PEDIDO, DE ONDE SAIU (FILIAL SEM CADASTRO
      *              VOLTA AO 01)
           MOVE PED-FILIAL  TO FL-CODIGO
           CALL "LEFIL"
           MOVE FL-DEPOSITO TO W-DEP-LOJA
           DISPLAY "CLIENTE: " PED-CLIENTE.
           DISPLAY "TOTAL..: " PED-TOTAL.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N) : ".
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CANCELAMENTO RECUSADO PELO OPERADOR ***"
              GO TO CAN-001.
      *              O CANCELAMENTO DA FATURA JA ESTORNOU OS ITENS -
      *              ESTORNAR DE NOVO CREDITARIA O ESTOQUE EM DOBRO
           IF PED-SITUACAO = "R"
              MOVE ZEROS TO W-ITENS W-ESTORNADOS
              GO TO CAN-GRAVA.
      *
      ***********************************************
      * PASSO 1 - CONFERE ANTES DE MEXER: TODO       *
              GO TO CAN-CHECA-FIM.
           IF ITEM-PEDIDO NOT = W-NUMERO
              GO TO CAN-CHECA-FIM.
      *              ITEM DE KIT CONFERE OS COMPONENTES
           MOVE ITEM-PRODUTO TO W-KIT-PRODUTO
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT NOT = ZEROS
              PERFORM CHECA-KIT THRU CHECA-KIT-FIM
              GO TO CAN-CHECA-LER.
           MOVE ITEM-PRODUTO TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO = "51" OR "99"
           IF ITEM-PEDIDO NOT = W-NUMERO
              GO TO CAN-GRAVA.
           ADD 1 TO W-ITENS
           MOVE ITEM-PRODUTO TO W-KIT-PRODUTO
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT NOT = ZEROS
              PERFORM ESTORNA-KIT THRU ESTORNA-KIT-FIM
              GO TO CAN-ITENS-LER.
           MOVE ITEM-PRODUTO TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO = "51" OR "99"
           IF W-ST-SALVA NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NO ESTORNO DO PRODUTO " ITEM-PRODUTO
              GO TO CAN-ITENS-LER.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
           MOVE ITEM-QTDE TO W-DELTA-DEP
           PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
           MOVE ITEM-QTDE TO W-QTDE-MOV
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           ADD 1 TO W-ESTORNADOS
           GO TO CAN-ITENS-LER.
           IF ST-PED NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO PEDIDO"
              GO TO ROT-FIM.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
           PERFORM APAGA-DUPLICATAS THRU APAGA-DUPLICATAS-FIM
           PERFORM APAGA-BACKORDER THRU APAGA-BACKORDER-FIM
           DISPLAY "*** PEDIDO CANCELADO - ITENS ESTORNADOS: "
           GO TO CAN-001.
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
      * PASSO 1 PARA O ITEM DE KIT: CADA COMPONENTE  *
      * PRECISA EXISTIR E ESTAR DESTRAVADO           *
      ***********************************************
       CHECA-KIT.
           MOVE ZEROS TO W-IND-KIT.
       CHECA-KIT-LOOP.
           ADD 1 TO W-IND-KIT
           IF W-IND-KIT > W-QT-KIT
              GO TO CHECA-KIT-FIM.
           MOVE TK-COMPONENTE (W-IND-KIT) TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO = "51" OR "99"
              DISPLAY "REGISTRO EM USO: " CODIGO " (KIT "
                      ITEM-PRODUTO ")"
              ADD 1 TO W-PRESOS
              GO TO CHECA-KIT-LOOP.
           IF ST-ERRO NOT = "00"
              DISPLAY "COMPONENTE NAO CADASTRADO: " CODIGO " (KIT "
                      ITEM-PRODUTO ")"
              ADD 1 TO W-PRESOS
              GO TO CHECA-KIT-LOOP.
           UNLOCK PRODUTO
           GO TO CHECA-KIT-LOOP.
       CHECA-KIT-FIM.
           EXIT.
      *
      ***********************************************
      * PASSO 2 PARA O ITEM DE KIT: DEVOLVE A CADA   *
      * COMPONENTE A QTDE DO ITEM X A QTDE POR KIT,  *
      * COM A ENTRADA DE ESTORNO NO DIARIO. O ITEM   *
      * SO CONTA COMO ESTORNADO COM TODOS OS         *
      * COMPONENTES DEVOLVIDOS                       *
      ***********************************************
       ESTORNA-KIT.
           MOVE "S" TO W-KIT-OK
           MOVE ZEROS TO W-IND-KIT.
       ESTORNA-KIT-LOOP.
           ADD 1 TO W-IND-KIT
           IF W-IND-KIT > W-QT-KIT
              GO TO ESTORNA-KIT-CONTA.
           MOVE TK-COMPONENTE (W-IND-KIT) TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO = "51" OR "99"
              DISPLAY "REGISTRO EM USO, ESTORNO PENDENTE: " CODIGO
                      " (KIT " ITEM-PRODUTO ")"
              MOVE "N" TO W-KIT-OK
              GO TO ESTORNA-KIT-LOOP.
           IF ST-ERRO NOT = "00"
              DISPLAY "COMPONENTE NAO CADASTRADO: " CODIGO
                      " (KIT " ITEM-PRODUTO ")"
              MOVE "N" TO W-KIT-OK
              GO TO ESTORNA-KIT-LOOP.
           COMPUTE W-QTDE-MOV = ITEM-QTDE * TK-QTDE (W-IND-KIT)
           MOVE ESTOQUE-ATUAL TO MV-EST-ANTES
           ADD W-QTDE-MOV TO ESTOQUE-ATUAL
           MOVE ESTOQUE-ATUAL TO MV-EST-DEPOIS
           REWRITE REGPRO
           MOVE ST-ERRO TO W-ST-SALVA
           UNLOCK PRODUTO
           IF W-ST-SALVA NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NO ESTORNO DO COMPONENTE " CODIGO
              MOVE "N" TO W-KIT-OK
              GO TO ESTORNA-KIT-LOOP.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
           MOVE W-QTDE-MOV TO W-DELTA-DEP
           PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           GO TO ESTORNA-KIT-LOOP.
       ESTORNA-KIT-CONTA.
           IF W-KIT-OK = "S"
              ADD 1 TO W-ESTORNADOS.
       ESTORNA-KIT-FIM.
           EXIT.
      *
      ***********************************************
      * APAGA AS PENDENCIAS DE BACKORDER AINDA       *
      * ABERTAS DO PEDIDO CANCELADO (BACKORD.DAT NAO *
      * E INDEXADO POR PEDIDO - VARRE O ARQUIVO)     *
           MOVE ZEROS TO W-PARC-IND.
       APAGA-DUP-LOOP.
           ADD 1 TO W-PARC-IND
           IF W-PARC-IND > 12
              GO TO APAGA-DUP-FECHA.
           MOVE W-NUMERO   TO DUP-PEDIDO
           MOVE W-PARC-IND TO DUP-PARCELA
              DISPLAY "PARCELA JA PAGA, MANTIDA NO RECEBER: "
                      W-PARC-IND
              GO TO APAGA-DUP-LOOP.
      *              PARCELA CANCELADA NA RENEGOCIACAO (CEP102) E O
      *              RASTRO DO PLANO QUE A SUBSTITUIU - TAMBEM FICA
           IF DUP-SITUACAO = "C"
              DISPLAY "PARCELA RENEGOCIADA, MANTIDA NO RECEBER: "
                      W-PARC-IND
              GO TO APAGA-DUP-LOOP.
      *              PARCELA AINDA ABERTA MAS COM PAGAMENTO PARCIAL
      *              LANCADO (BAIXADUP/RETBANCO) TAMBEM FICA -
      *              APAGAR SUMIRIA COM O UNICO REGISTRO DO
              DISPLAY "PARCELA COM PAGAMENTO PARCIAL, MANTIDA: "
                      W-PARC-IND
              GO TO APAGA-DUP-LOOP.
      *              PARCELA COBERTA POR CHEQUE PRE-DATADO EM CUSTODIA
      *              (CUSTCHQ/CEP143) FICA ATE O CHEQUE SER DEVOLVIDO
      *              AO CLIENTE - O CHEQUE APONTA PARA ELA
           IF DUP-REMESSA = "Q"
              DISPLAY "PARCELA COBERTA POR CHEQUE EM CUSTODIA, "
                      "MANTIDA: " W-PARC-IND
              GO TO APAGA-DUP-LOOP.
           DELETE DUPREC RECORD
           IF ST-DUP NOT = "00"
              DISPLAY "ERRO NA EXCLUSAO DA DUPLICATA " W-PARC-IND
           ELSE
              MOVE "D" TO JR-OPERACAO
              PERFORM JORNAL-DUPREC THRU JORNAL-DUPREC-FIM.
           GO TO APAGA-DUP-LOOP.
       APAGA-DUP-FECHA.
           CLOSE DUPREC.
           MOVE W-OPERADOR    TO MV-OPERADOR
           MOVE "E"           TO MV-TIPO
           MOVE CODIGO        TO MV-CODIGO
           MOVE W-QTDE-MOV    TO MV-QTDE
           MOVE SPACES        TO MV-DOCTO
           STRING "EST " PED-NUMERO DELIMITED BY SIZE
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
           CLOSE CADOPER.
       VALIDA-OPERADOR-FIM.
           EXIT.
      *
      ***********************************************
      * W-NO-CAIXA = S QUANDO A VENDA DE BALCAO (SEM *
      * VENDEDOR E A VISTA) JA FOI RECEBIDA EM       *
      * ALGUM CAIXA (CHAVE 2 DO CXMOV, MOVIMENTO V). *
      * SEM CXMOV.DAT NAO HOUVE CAIXA AINDA          *
      ***********************************************
       CHECA-CAIXA.
           MOVE "N" TO W-NO-CAIXA
           IF PED-VENDEDOR NOT = ZEROS OR PED-CONDPAG NOT = ZEROS
              GO TO CHECA-CAIXA-FIM.
           OPEN INPUT CXMOV
           IF ST-CX NOT = "00"
              GO TO CHECA-CAIXA-FIM.
           MOVE PED-NUMERO TO CX-PEDIDO
           START CXMOV KEY IS EQUAL CX-PEDIDO
                 INVALID KEY GO TO CHECA-CAIXA-FECHA.
       CHECA-CAIXA-LER.
           READ CXMOV NEXT
           IF ST-CX NOT = "00"
              GO TO CHECA-CAIXA-FECHA.
           IF CX-PEDIDO NOT = PED-NUMERO
              GO TO CHECA-CAIXA-FECHA.
           IF CX-TIPO = "V"
              MOVE "S" TO W-NO-CAIXA
              GO TO CHECA-CAIXA-FECHA.
           GO TO CHECA-CAIXA-LER.
       CHECA-CAIXA-FECHA.
           CLOSE CXMOV.
       CHECA-CAIXA-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE PEDIDO PEDITEM PRODUTO MOVIMENT SALDEP.
           IF W-KIT-ABERTO = "S"
              CLOSE COMPKIT
              MOVE "N" TO W-KIT-ABERTO.
           DISPLAY "*** CANCELAMENTO DE PEDIDO ENCERRADO ***".
           GOBACK.
      *
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
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
       JORNAL-PEDIDO.
           MOVE "PEDIDO"        TO JR-ARQUIVO
           MOVE REGPED          TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-PEDIDO-FIM.
           EXIT.
       JORNAL-DUPREC.
           MOVE "DUPREC"        TO JR-ARQUIVO
           MOVE REGDUP          TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-DUPREC-FIM.
           EXIT.
       GRAVA-JORNAL.
           MOVE W-OPERADOR      TO JR-OPERADOR
           MOVE "CANCPED"       TO JR-PROGRAMA
           CALL "GRVJORN".
       GRAVA-JORNAL-FIM.
           EXIT.
      *
      ***********************************************
      * PERIODO FECHADO PELO FECHMES (CEP085): A     *
      * DATA EM PP-DATA EM MES JA FECHADO NOS        *
      * MODULOS DE VENDAS E ESTOQUE NAO RECEBE       *
      * LANCAMENTO (VERPER/CEP137)                   *
      ***********************************************
       CHECA-PERIODO.
           MOVE "N" TO W-PER-FECHADO
           MOVE "VEN" TO PP-MODULO
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
