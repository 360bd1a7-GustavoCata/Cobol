      * CARIMBA PED-SITUACAO = S COM DATA E OPERADOR,   *
      * PARA A DIFERENCA ENTRE DIGITADO E NA RUA DEIXAR *
      * DE VIVER NA CABECA DO PESSOAL                   *
      * PRODUTO CONTROLADO POR LOTE (CEP118/CLALOTE)    *
      * SAI NO ROMANEIO COM OS LOTES A TIRAR DO         *
      * DEPOSITO DA LOJA DA FILIAL DO PEDIDO, VALIDADE  *
      * MAIS PROXIMA PRIMEIRO                           *
      * (FEFO) E SEM LOTE VENCIDO; O EMBARQUE BAIXA     *
      * ESSES MESMOS LOTES NO SALDLOTE.DAT              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT PRODLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-PRODUTO
                    FILE STATUS  IS ST-PL.
       SELECT SALDLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LT-CHAVE
                    FILE STATUS  IS ST-LOT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 PED-OPER-EMB    PIC X(10).
                03 PED-VENDEDOR    PIC 9(04).
                03 PED-FRETE       PIC 9(06)V99.
      *              CONDICAO DE PAGAMENTO (CONDPAG.DAT); 000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
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
      * ARQUIVO : PARAMS     - PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : PRODLOTE   - PRODUTOS CONTROLADOS POR LOTE E        *
      *                        VALIDADE (CEP118/CLALOTE)              *
      *****************************************************************
       FD PRODLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODLOTE.DAT".
       01 REGPL.
                03 PL-PRODUTO      PIC 9(06).
                03 PL-VIDA-UTIL    PIC 9(04).
      *
      *****************************************************************
      * ARQUIVO : SALDLOTE   - SALDO POR PRODUTO, DEPOSITO E LOTE,    *
      *                        COM A VALIDADE DO LOTE (CEP082/RECEBE) *
      *****************************************************************
       FD SALDLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOTE.DAT".
       01 REGLOT.
                03 LT-CHAVE.
                   05 LT-PRODUTO   PIC 9(06).
                   05 LT-DEPOSITO  PIC 9(02).
                   05 LT-LOTE      PIC X(15).
                03 LT-VALIDADE     PIC 9(08).
                03 LT-SALDO        PIC 9(05).
                03 LT-DATA-ENT     PIC 9(08).
                03 LT-FORNECEDOR   PIC 9(04).
                03 LT-NOTA         PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAR       PIC X(02) VALUE "00".
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *              *** SEPARACAO POR LOTE, VALIDADE MAIS PROXIMA ***
      *              *** PRIMEIRO (PRODLOTE/SALDLOTE)              ***
       77 ST-PL        PIC X(02) VALUE "00".
       77 ST-LOT       PIC X(02) VALUE "00".
       77 W-LOTES-OK   PIC X(01) VALUE "N".
       77 W-PROD-FEFO  PIC 9(06) VALUE ZEROS.
       77 W-QTDE-FEFO  PIC 9(05) VALUE ZEROS.
       77 W-FALTA-FEFO PIC 9(05) VALUE ZEROS.
       77 W-QT-FEFO    PIC 9(02) VALUE ZEROS.
       77 W-IND-FEFO   PIC 9(02) VALUE ZEROS.
       77 W-POS-FEFO   PIC 9(02) VALUE ZEROS.
       77 W-SEM-LOTE   PIC 9(03) VALUE ZEROS.
       77 W-DEP-PED    PIC 9(02) VALUE 01.
       01 TAB-FEFO.
          03 TF-ITEM OCCURS 50 TIMES.
             05 TF-LOTE      PIC X(15).
             05 TF-VALIDADE  PIC 9(08).
             05 TF-SALDO     PIC 9(05).
             05 TF-TIRAR     PIC 9(05).
       01 W-DATA-LOTE.
          03 W-LOTE-ANO   PIC 9(04).
          03 W-LOTE-MES   PIC 9(02).
          03 W-LOTE-DIA   PIC 9(02).
       01 W-DATA-LOTE-NUM REDEFINES W-DATA-LOTE PIC 9(08).
       01 CAB1.
           03 FILLER      PIC X(33)
                 VALUE "ROMANEIO DE SEPARACAO - PEDIDO : ".
           03 DET-QTDE    PIC ZZZZ9.
           03 FILLER      PIC X(04) VALUE SPACES.
           03 FILLER      PIC X(09) VALUE "[......]".
       01 DET-LOTE.
           03 FILLER      PIC X(10) VALUE SPACES.
           03 FILLER      PIC X(06) VALUE "LOTE: ".
           03 DL-LOTE     PIC X(15).
           03 FILLER      PIC X(12) VALUE "  VALIDADE: ".
           03 DL-DIA      PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 DL-MES      PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 DL-ANO      PIC 9(04).
           03 FILLER      PIC X(09) VALUE "  TIRAR: ".
           03 DL-QTDE     PIC ZZZZ9.
       01 DET-SEM-LOTE.
           03 FILLER      PIC X(10) VALUE SPACES.
           03 FILLER      PIC X(36)
                 VALUE "*** SEM LOTE VALIDO EM ESTOQUE PARA ".
           03 DSL-QTDE    PIC ZZZZ9.
           03 FILLER      PIC X(14) VALUE " UNIDADES ***".
       01 RODAPE1       PIC X(44)
             VALUE "SEPARADO POR: ______________  DATA: ________".
       01 LIN-SEPARA    PIC X(78) VALUE ALL "-".
      *              *** PEDIDO DE GRAVACAO NO JORNAL DE RECUPERACAO ***
      *              *** (CEP135/GRVJORN) - EXTERNAL DA RUN-UNIT     ***
       01 W-JORNAL EXTERNAL.
          03 JR-ARQUIVO    PIC X(08).
          03 JR-OPERACAO   PIC X(01).
          03 JR-OPERADOR   PIC X(10).
          03 JR-PROGRAMA   PIC X(08).
          03 JR-IMAGEM     PIC X(300).
          03 JR-STATUS     PIC X(02).
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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "*** PEDIDO CANCELADO - SEM ROMANEIO ***"
              CLOSE PEDIDO
              GO TO ROM-INICIO.
      *              BLOQUEADO POR CREDITO SO SEPARA DEPOIS DA
      *              LIBERACAO (CEP104/LIBCRED)
           IF PED-SITUACAO = "B"
              DISPLAY "*** PEDIDO BLOQUEADO POR CREDITO - SEM "
                      "ROMANEIO ***"
              CLOSE PEDIDO
              GO TO ROM-INICIO.
           PERFORM DEPOSITO-PEDIDO THRU DEPOSITO-PEDIDO-FIM
           PERFORM ABRE-LOTES THRU ABRE-LOTES-FIM
           SORT SORTWK ON ASCENDING KEY S-PRODUTO S-SEQ
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
                    OUTPUT PROCEDURE IS GRAVA-ROMANEIO THRU GRAVA-FIM.
           PERFORM FECHA-LOTES THRU FECHA-LOTES-FIM
           CLOSE PEDIDO
           DISPLAY "*** ROMANEIO GERADO: ROMANEIO.LST - ITENS: "
                   W-ITENS " ***"
           MOVE S-QTDE      TO DET-QTDE
           MOVE DET         TO LINHA-REL
           WRITE LINHA-REL.
           MOVE S-PRODUTO TO W-PROD-FEFO
           MOVE S-QTDE    TO W-QTDE-FEFO
           PERFORM SEPARA-FEFO THRU SEPARA-FEFO-FIM
           IF W-QT-FEFO NOT = ZEROS OR W-FALTA-FEFO NOT = ZEROS
              PERFORM IMPRIME-LOTES THRU IMPRIME-LOTES-FIM.
           GO TO LER-SORT.
       GRAVA-RODAPE.
           MOVE SPACES  TO LINHA-REL
              DISPLAY "*** PEDIDO CANCELADO ***"
              CLOSE PEDIDO
              GO TO EMB-INICIO.
           IF PED-SITUACAO = "B"
              DISPLAY "*** PEDIDO BLOQUEADO POR CREDITO - NAO "
                      "EMBARCA ***"
              CLOSE PEDIDO
              GO TO EMB-INICIO.
           IF PED-SITUACAO = "S"
              DISPLAY "*** PEDIDO JA EMBARCADO EM " PED-DATA-EMB
                      " POR " PED-OPER-EMB " ***"
                      "REABRIR A SITUACAO ***"
              CLOSE PEDIDO
              GO TO EMB-INICIO.
      *              FATURA CANCELADA (CEP069/FATURA): O PEDIDO ESPERA
      *              A REFATURA, QUE E QUEM BAIXA O ESTOQUE DE NOVO -
      *              COMO "S" ELE FATURARIA SEM BAIXAR
           IF PED-SITUACAO = "R"
              DISPLAY "*** PEDIDO COM FATURA CANCELADA - REFATURE "
                      "PELO FATURA ***"
              CLOSE PEDIDO
              GO TO EMB-INICIO.
           PERFORM DEPOSITO-PEDIDO THRU DEPOSITO-PEDIDO-FIM
           DISPLAY "CLIENTE: " PED-CLIENTE.
           DISPLAY "CONFIRMA O EMBARQUE (S/N) : ".
           ACCEPT W-OPCAO.
              DISPLAY "ERRO NA REGRAVACAO DO PEDIDO"
              CLOSE PEDIDO
              GOBACK.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
           CLOSE PEDIDO
           DISPLAY "*** EMBARQUE CONFIRMADO ***"
           PERFORM ABRE-LOTES THRU ABRE-LOTES-FIM
           IF W-LOTES-OK = "S"
              PERFORM BAIXA-LOTES THRU BAIXA-LOTES-FIM
              PERFORM FECHA-LOTES THRU FECHA-LOTES-FIM.
           GO TO EMB-INICIO.
      *
      **************************************************
      * DEPOSITO DA LOJA DA FILIAL DO PEDIDO (CEP141/   *
      * LEFIL) EM W-DEP-PED - E DELE QUE SAEM OS LOTES, *
      * O MESMO QUE O PEDVENDA BAIXOU NO SALDEP.        *
      * PEDIDO DE ANTES DAS FILIAIS (ZERO) VALE 01      *
      **************************************************
       DEPOSITO-PEDIDO.
           MOVE PED-FILIAL TO FL-CODIGO
           IF FL-CODIGO = ZEROS
              MOVE 01 TO FL-CODIGO.
           CALL "LEFIL"
           MOVE FL-DEPOSITO TO W-DEP-PED.
       DEPOSITO-PEDIDO-FIM.
           EXIT.
      *
      **************************************************
      * ABRE O CADASTRO DE PRODUTOS POR LOTE E O SALDO  *
      * POR LOTE; SEM ELES (NENHUM LOTE RECEBIDO AINDA) *
      * O ROMANEIO SAI SO COM AS QUANTIDADES, COMO      *
      * SEMPRE                                          *
      **************************************************
       ABRE-LOTES.
           MOVE "N" TO W-LOTES-OK
           OPEN INPUT PRODLOTE
           IF ST-PL NOT = "00"
              GO TO ABRE-LOTES-FIM.
           OPEN I-O SALDLOTE
           IF ST-LOT NOT = "00"
              CLOSE PRODLOTE
              GO TO ABRE-LOTES-FIM.
           MOVE "S" TO W-LOTES-OK.
       ABRE-LOTES-FIM.
           EXIT.
      *
       FECHA-LOTES.
           IF W-LOTES-OK = "S"
              CLOSE PRODLOTE SALDLOTE
              MOVE "N" TO W-LOTES-OK.
       FECHA-LOTES-FIM.
           EXIT.
      *
      **************************************************
      * MONTA EM TAB-FEFO OS LOTES DE W-PROD-FEFO NO    *
      * DEPOSITO DO PEDIDO (W-DEP-PED) COM SALDO E      *
      * AINDA NA VALIDADE,                              *
      * ORDENADOS PELA VALIDADE, E REPARTE W-QTDE-FEFO  *
      * NELES DO PRIMEIRO A VENCER EM DIANTE            *
      * (TF-TIRAR); O QUE NAO COUBER FICA EM            *
      * W-FALTA-FEFO. PRODUTO FORA DO CONTROLE VOLTA    *
      * COM A TABELA VAZIA E NADA FALTANDO              *
      **************************************************
       SEPARA-FEFO.
           MOVE ZEROS TO W-QT-FEFO W-FALTA-FEFO
           IF W-LOTES-OK NOT = "S"
              GO TO SEPARA-FEFO-FIM.
           MOVE W-PROD-FEFO TO PL-PRODUTO
           READ PRODLOTE
           IF ST-PL NOT = "00"
              GO TO SEPARA-FEFO-FIM.
           MOVE W-QTDE-FEFO TO W-FALTA-FEFO
           MOVE W-PROD-FEFO TO LT-PRODUTO
           MOVE W-DEP-PED   TO LT-DEPOSITO
           MOVE SPACES      TO LT-LOTE
           START SALDLOTE KEY IS NOT LESS LT-CHAVE
                 INVALID KEY GO TO SEPARA-FEFO-REPARTE.
       SEPARA-FEFO-LER.
           READ SALDLOTE NEXT
           IF ST-LOT NOT = "00"
              GO TO SEPARA-FEFO-REPARTE.
           IF LT-PRODUTO NOT = W-PROD-FEFO
              OR LT-DEPOSITO NOT = W-DEP-PED
              GO TO SEPARA-FEFO-REPARTE.
      *              LOTE VENCIDO NAO VAI PARA O CLIENTE - FICA NO
      *              RELATORIO DE VALIDADE (CEP119/RELVALID)
           IF LT-SALDO = ZEROS OR LT-VALIDADE < W-HOJE
              GO TO SEPARA-FEFO-LER.
           IF W-QT-FEFO = 50
              GO TO SEPARA-FEFO-LER.
      *              INSERCAO ORDENADA: ACHA A POSICAO DO PRIMEIRO
      *              LOTE QUE VENCE DEPOIS DESTE E EMPURRA O RESTO
           MOVE 1 TO W-POS-FEFO.
       SEPARA-FEFO-POSICAO.
           IF W-POS-FEFO > W-QT-FEFO
              GO TO SEPARA-FEFO-INSERE.
           IF TF-VALIDADE (W-POS-FEFO) > LT-VALIDADE
              GO TO SEPARA-FEFO-EMPURRA.
           ADD 1 TO W-POS-FEFO
           GO TO SEPARA-FEFO-POSICAO.
       SEPARA-FEFO-EMPURRA.
           MOVE W-QT-FEFO TO W-IND-FEFO.
       SEPARA-FEFO-EMPURRA-LOOP.
           IF W-IND-FEFO < W-POS-FEFO
              GO TO SEPARA-FEFO-INSERE.
           MOVE TF-ITEM (W-IND-FEFO) TO TF-ITEM (W-IND-FEFO + 1)
           SUBTRACT 1 FROM W-IND-FEFO
           GO TO SEPARA-FEFO-EMPURRA-LOOP.
       SEPARA-FEFO-INSERE.
           ADD 1 TO W-QT-FEFO
           MOVE LT-LOTE      TO TF-LOTE (W-POS-FEFO)
           MOVE LT-VALIDADE  TO TF-VALIDADE (W-POS-FEFO)
           MOVE LT-SALDO     TO TF-SALDO (W-POS-FEFO)
           MOVE ZEROS        TO TF-TIRAR (W-POS-FEFO)
           GO TO SEPARA-FEFO-LER.
       SEPARA-FEFO-REPARTE.
           MOVE 1 TO W-IND-FEFO.
       SEPARA-FEFO-REPARTE-LOOP.
           IF W-IND-FEFO > W-QT-FEFO OR W-FALTA-FEFO = ZEROS
              GO TO SEPARA-FEFO-FIM.
           IF TF-SALDO (W-IND-FEFO) < W-FALTA-FEFO
              MOVE TF-SALDO (W-IND-FEFO) TO TF-TIRAR (W-IND-FEFO)
           ELSE
              MOVE W-FALTA-FEFO TO TF-TIRAR (W-IND-FEFO).
           SUBTRACT TF-TIRAR (W-IND-FEFO) FROM W-FALTA-FEFO
           ADD 1 TO W-IND-FEFO
           GO TO SEPARA-FEFO-REPARTE-LOOP.
       SEPARA-FEFO-FIM.
           EXIT.
      *
      ***********************************************
      * IMPRIME ABAIXO DO ITEM OS LOTES A TIRAR E O  *
      * QUE FALTOU EM LOTE VALIDO                    *
      ***********************************************
       IMPRIME-LOTES.
           MOVE 1 TO W-IND-FEFO.
       IMPRIME-LOTES-LOOP.
           IF W-IND-FEFO > W-QT-FEFO
              GO TO IMPRIME-LOTES-FALTA.
           IF TF-TIRAR (W-IND-FEFO) = ZEROS
              GO TO IMPRIME-LOTES-FALTA.
           MOVE TF-VALIDADE (W-IND-FEFO) TO W-DATA-LOTE-NUM
           MOVE TF-LOTE (W-IND-FEFO)  TO DL-LOTE
           MOVE W-LOTE-DIA            TO DL-DIA
           MOVE W-LOTE-MES            TO DL-MES
           MOVE W-LOTE-ANO            TO DL-ANO
           MOVE TF-TIRAR (W-IND-FEFO) TO DL-QTDE
           MOVE DET-LOTE TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-IND-FEFO
           GO TO IMPRIME-LOTES-LOOP.
       IMPRIME-LOTES-FALTA.
           IF W-FALTA-FEFO NOT = ZEROS
              MOVE W-FALTA-FEFO TO DSL-QTDE
              MOVE DET-SEM-LOTE TO LINHA-REL
              WRITE LINHA-REL.
       IMPRIME-LOTES-FIM.
           EXIT.
      *
      **************************************************
      * EMBARQUE CONFIRMADO: BAIXA NO SALDLOTE OS LOTES *
      * DE CADA ITEM PELA MESMA REGRA DO ROMANEIO - O   *
      * ESTOQUE-ATUAL JA SAIU NA DIGITACAO DO PEDIDO,   *
      * AQUI SO A ABERTURA POR LOTE ACOMPANHA           *
      **************************************************
       BAIXA-LOTES.
           MOVE ZEROS TO W-SEM-LOTE
           OPEN INPUT PEDITEM
           IF ST-ITEM NOT = "00"
              GO TO BAIXA-LOTES-FIM.
           MOVE W-NUMERO TO ITEM-PEDIDO
           MOVE ZEROS    TO ITEM-SEQ
           START PEDITEM KEY IS NOT LESS ITEM-CHAVE
                 INVALID KEY GO TO BAIXA-LOTES-FECHA.
       BAIXA-LOTES-LER.
           READ PEDITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO BAIXA-LOTES-FECHA.
           IF ITEM-PEDIDO NOT = W-NUMERO
              GO TO BAIXA-LOTES-FECHA.
           MOVE ITEM-PRODUTO TO W-PROD-FEFO
           MOVE ITEM-QTDE    TO W-QTDE-FEFO
           PERFORM SEPARA-FEFO THRU SEPARA-FEFO-FIM
           IF W-FALTA-FEFO NOT = ZEROS
              ADD 1 TO W-SEM-LOTE
              DISPLAY "*** PRODUTO " ITEM-PRODUTO " SEM LOTE VALIDO "
                      "PARA " W-FALTA-FEFO " UNIDADES ***".
           MOVE 1 TO W-IND-FEFO.
       BAIXA-LOTES-GRAVA.
           IF W-IND-FEFO > W-QT-FEFO
              GO TO BAIXA-LOTES-LER.
           IF TF-TIRAR (W-IND-FEFO) = ZEROS
              GO TO BAIXA-LOTES-LER.
           MOVE W-PROD-FEFO          TO LT-PRODUTO
           MOVE W-DEP-PED            TO LT-DEPOSITO
           MOVE TF-LOTE (W-IND-FEFO) TO LT-LOTE
           READ SALDLOTE
           IF ST-LOT = "00"
              SUBTRACT TF-TIRAR (W-IND-FEFO) FROM LT-SALDO
              REWRITE REGLOT
              IF ST-LOT NOT = "00" AND NOT = "02"
                 DISPLAY "ERRO NA BAIXA DO LOTE " LT-LOTE.
           ADD 1 TO W-IND-FEFO
           GO TO BAIXA-LOTES-GRAVA.
       BAIXA-LOTES-FECHA.
           CLOSE PEDITEM
           IF W-SEM-LOTE NOT = ZEROS
              DISPLAY "*** CONFIRA A ENTRADA DOS LOTES NO RECEBE ***".
       BAIXA-LOTES-FIM.
           EXIT.
      *
      ***********************************************
      * IDENTIFICACAO DO OPERADOR (CEP001/CEP002,    *
      * PARAGRAFO INC-OP1)                           *
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
       JORNAL-PEDIDO.
           MOVE "PEDIDO"        TO JR-ARQUIVO
           MOVE REGPED          TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-PEDIDO-FIM.
           EXIT.
       GRAVA-JORNAL.
           MOVE W-OPERADOR      TO JR-OPERADOR
           MOVE "ROMANEIO"      TO JR-PROGRAMA
           CALL "GRVJORN".
       GRAVA-JORNAL-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
