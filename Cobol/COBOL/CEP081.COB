      * PARA ENVIO AO FORN-CONTATO (PEDCOMP.LST) E O    *
      * MODO 2 LISTA OS PEDIDOS EM ABERTO POR           *
      * FORNECEDOR (RELPCOMP.LST) - ADEUS FICHARIO      *
      * CADA ITEM LEVA A PREVISAO DE ENTREGA DO         *
      * FORNECEDOR, QUE ALIMENTA O DISPONIVEL A         *
      * PROMETER DO PEDVENDA/ORCVENDA; O MODO 3 REVE AS *
      * PREVISOES DE UM PEDIDO E O MODO 4 LISTA OS      *
      * ITENS ATRASADOS QUE TEM CLIENTE ESPERANDO EM    *
      * BACKORD.DAT (PEDATRAS.LST)                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCI-CHAVE
                    ALTERNATE RECORD KEY IS PCI-PRODUTO WITH DUPLICATES
                    FILE STATUS  IS ST-PCI.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT BACKORD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BK-CHAVE
                    FILE STATUS  IS ST-BKO.
       SELECT ATRASO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ATR.
       SELECT SORTWK ASSIGN TO DISK.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
      * ARQUIVO : PEDCITEM   - ITENS DO PEDIDO DE COMPRA; OS CAMPOS   *
      *                        DE RECEBIMENTO (QTDE/DATA/CUSTO)       *
      *                        NASCEM ZERADOS E SAO PREENCHIDOS PELO  *
      *                        CEP082/RECEBE; PCI-DATA-PREV E A       *
      *                        ENTREGA PROMETIDA PELO FORNECEDOR      *
      *                        (0 = SEM PREVISAO)                     *
      *****************************************************************
       FD PEDCITEM
               LABEL RECORD IS STANDARD
                03 PCI-QTDE-REC    PIC 9(05).
                03 PCI-DATA-REC    PIC 9(08).
                03 PCI-CUSTO-REC   PIC 9(05)V99.
                03 PCI-DATA-PREV   PIC 9(08).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
                03 NOME-FORNECEDOR PIC X(30).
                03 FORN-CEP        PIC 9(08).
                03 FORN-CONTATO    PIC X(20).
                03 FORN-TIPO-DOC   PIC X(01).
                03 FORN-DOCUMENTO  PIC 9(14).
                03 FORN-IE         PIC X(14).
      *
       FD PRODUTO
               LABEL RECORD IS STANDARD
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "RELPCOMP.LST".
       01 LINHA-REL            PIC X(80).
      *
      *****************************************************************
      * ARQUIVO : BACKORD    - PENDENCIAS DE VENDA (BACKORDER) DO     *
      *                        CEP042; SO LIDO, PARA SABER SE HA      *
      *                        CLIENTE ESPERANDO O ITEM ATRASADO      *
      *****************************************************************
       FD BACKORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BACKORD.DAT".
       01 REGBKO.
                03 BK-CHAVE.
                   05 BK-PRODUTO   PIC 9(06).
                   05 BK-DATA      PIC 9(08).
                   05 BK-PEDIDO    PIC 9(06).
                03 BK-CLIENTE      PIC X(30).
                03 BK-QTDE-PEND    PIC 9(05).
                03 BK-SITUACAO     PIC X(01).
                03 BK-DATA-PREV    PIC 9(08).
      *
       FD ATRASO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "PEDATRAS.LST".
       01 LINHA-ATR            PIC X(80).
      *
       SD SORTWK.
       01 SORT-REC.
           03 S-FORN           PIC 9(04).
           03 S-PREV           PIC 9(08).
           03 S-PEDIDO         PIC 9(06).
           03 S-SEQ            PIC 9(02).
           03 S-NOME           PIC X(30).
           03 S-PRODUTO        PIC 9(06).
           03 S-DESCRICAO      PIC X(25).
           03 S-PENDENTE       PIC 9(05).
           03 S-BKO-QTDE       PIC 9(05).
           03 S-BKO-CLI        PIC 9(03).
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
      * ARQUIVO : PARAMS     - PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
       77 ST-DOC       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 ST-BKO       PIC X(02) VALUE "00".
       77 ST-ATR       PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-MODO       PIC 9(01) VALUE ZEROS.
       77 W-NUMERO     PIC 9(06) VALUE ZEROS.
       77 W-ITENS      PIC 9(02) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ABERTOS    PIC 9(05) VALUE ZEROS.
       77 W-PREV-ANT   PIC 9(08) VALUE ZEROS.
       77 W-PENDENTE   PIC 9(05) VALUE ZEROS.
       77 W-BKO-QTDE   PIC 9(05) VALUE ZEROS.
       77 W-BKO-CLI    PIC 9(03) VALUE ZEROS.
       77 W-ATRASADOS  PIC 9(05) VALUE ZEROS.
       77 W-ALTERADOS  PIC 9(03) VALUE ZEROS.
       77 W-BKO-ABERTO PIC X(01) VALUE "N".
       77 W-ULT-DIA    PIC 9(02) VALUE ZEROS.
       77 W-QUOC-ANO   PIC 9(04) VALUE ZEROS.
       77 W-RESTO-ANO  PIC 9(01) VALUE ZEROS.
       01 W-VALID.
          03 W-VALID-ANO PIC 9(04).
          03 W-VALID-MES PIC 9(02).
          03 W-VALID-DIA PIC 9(02).
       01 W-VALID-NUM REDEFINES W-VALID PIC 9(08).
       01 W-TAB-MESES-X    PIC X(24)
                           VALUE "312831303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
          03 W-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
           03 FILLER      PIC X(07) VALUE "  QTDE ".
           03 FILLER      PIC X(12) VALUE "      CUSTO ".
           03 FILLER      PIC X(14) VALUE "        VALOR ".
           03 FILLER      PIC X(07) VALUE "ENTREGA".
       01 DOC-ITEM.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DOCI-SEQ    PIC 9(02).
           03 DOCI-CUSTO  PIC ZZ.ZZ9,99.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DOCI-VALOR  PIC Z.ZZZ.ZZ9,99.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DOCI-PREV   PIC 9(08).
       01 DOC-TOTAL.
           03 FILLER      PIC X(17) VALUE "TOTAL DO PEDIDO: ".
           03 DOC-TOT-VAL PIC ZZ.ZZZ.ZZ9,99.
           03 RELD-SIT    PIC X(01).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 RELD-TOTAL  PIC ZZ.ZZZ.ZZ9,99.
      *              *** LINHAS DA LISTA DE FORNECEDORES ATRASADOS ***
       01 ATR-CAB1.
           03 FILLER      PIC X(48)
             VALUE "ITENS DE COMPRA ATRASADOS COM CLIENTE ESPERANDO".
           03 FILLER      PIC X(06) VALUE "HOJE: ".
           03 ATR-HOJE    PIC 9(08).
       01 ATR-TITULO.
           03 FILLER      PIC X(06) VALUE " FORN ".
           03 FILLER      PIC X(19) VALUE "NOME".
           03 FILLER      PIC X(07) VALUE "PEDIDO ".
           03 FILLER      PIC X(07) VALUE "PRODUT ".
           03 FILLER      PIC X(16) VALUE "DESCRICAO".
           03 FILLER      PIC X(09) VALUE "PREVISTA ".
           03 FILLER      PIC X(16) VALUE "PENDTE BACKO CLI".
       01 ATR-DET.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ATRD-FORN   PIC 9(04).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ATRD-NOME   PIC X(18).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ATRD-PED    PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ATRD-PROD   PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ATRD-DESC   PIC X(15).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ATRD-PREV   PIC 9(08).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 ATRD-PEND   PIC ZZZZ9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ATRD-BKO    PIC ZZZZ9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ATRD-CLI    PIC ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              ELSE
                 NEXT SENTENCE.
       MODO-001.
           DISPLAY "1=DIGITAR PEDIDO  2=LISTAR EM ABERTO  "
                   "3=PREVISAO DE ENTREGA  4=ATRASADOS  0=SAIR".
           ACCEPT W-MODO.
           IF W-MODO = 0
              GO TO ROT-FIM.
              GO TO DIG-INICIO.
           IF W-MODO = 2
              GO TO LISTA-INICIO.
           IF W-MODO = 3
              GO TO PRV-INICIO.
           IF W-MODO = 4
              GO TO ATR-INICIO.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO MODO-001.
      *
           IF ST-PC NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO PEDCOMP.DAT"
              GO TO DIG-001.
           MOVE ZEROS TO W-SEQ W-ITENS W-PREV-ANT.
      *
       DIG-ITEM.
           DISPLAY "ITEM - PRODUTO (0 = ENCERRAR PEDIDO) : ".
           ACCEPT W-CUSTO.
           IF W-CUSTO = ZEROS
              MOVE PRECO-CUSTO TO W-CUSTO.
      *              PREVISAO DE ENTREGA DO FORNECEDOR; ZERO REPETE A
      *              DO ITEM ANTERIOR (O PRIMEIRO ITEM TEM DE TER)
       DIG-PREV.
           DISPLAY "PREVISAO DE ENTREGA AAAAMMDD "
                   "(0 = A DO ITEM ANTERIOR) : ".
           ACCEPT W-VALID-NUM.
           IF W-VALID-NUM = ZEROS
              IF W-PREV-ANT = ZEROS
                 DISPLAY "*** INFORME A PREVISAO DE ENTREGA ***"
                 GO TO DIG-PREV
              ELSE
                 MOVE W-PREV-ANT TO W-VALID-NUM
                 DISPLAY "PREVISAO ASSUMIDA: " W-VALID-NUM.
           PERFORM VALIDA-PREV THRU VALIDA-PREV-FIM
           IF W-OPCAO NOT = "S"
              GO TO DIG-PREV.
           MOVE W-VALID-NUM TO W-PREV-ANT.
       DIG-GRAVA-ITEM.
           ADD 1 TO W-SEQ
           MOVE W-NUMERO   TO PCI-PEDIDO
           MOVE W-CUSTO    TO PCI-CUSTO
           COMPUTE PCI-VALOR = W-QTDE * W-CUSTO
           MOVE ZEROS      TO PCI-QTDE-REC PCI-DATA-REC PCI-CUSTO-REC
           MOVE W-PREV-ANT TO PCI-DATA-PREV
           WRITE REGPCI
           IF ST-PCI NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ITEM"
           MOVE PCI-QTDE      TO DOCI-QTDE
           MOVE PCI-CUSTO     TO DOCI-CUSTO
           MOVE PCI-VALOR     TO DOCI-VALOR
           MOVE PCI-DATA-PREV TO DOCI-PREV
           MOVE DOC-ITEM      TO LINHA-DOC
           WRITE LINHA-DOC
           GO TO IMPRIME-ITEM.
                   " - RELPCOMP.LST ***"
           GO TO MODO-001.
      *
      **************************************************
      * MODO 3 - REVE A PREVISAO DE ENTREGA DOS ITENS   *
      * AINDA NAO RECEBIDOS DE UM PEDIDO EM ABERTO,     *
      * QUANDO O FORNECEDOR CONFIRMA OU ADIA A ENTREGA  *
      **************************************************
       PRV-INICIO.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA (0 = VOLTAR) : ".
           ACCEPT W-NUMERO.
           IF W-NUMERO = ZEROS
              GO TO MODO-001.
           MOVE W-NUMERO TO PC-NUMERO
           READ PEDCOMP
           IF ST-PC NOT = "00"
              DISPLAY "*** PEDIDO DE COMPRA NAO ENCONTRADO ***"
              GO TO PRV-INICIO.
           IF PC-SITUACAO NOT = "A" AND NOT = "P"
              DISPLAY "*** PEDIDO DE COMPRA NAO ESTA EM ABERTO ***"
              GO TO PRV-INICIO.
           DISPLAY "FORNECEDOR: " PC-NOME-FORN.
           MOVE ZEROS TO W-ALTERADOS
           MOVE W-NUMERO TO PCI-PEDIDO
           MOVE ZEROS    TO PCI-SEQ
           START PEDCITEM KEY IS NOT LESS PCI-CHAVE
                 INVALID KEY GO TO PRV-FIM.
       PRV-LER.
           READ PEDCITEM NEXT
           IF ST-PCI NOT = "00"
              GO TO PRV-FIM.
           IF PCI-PEDIDO NOT = W-NUMERO
              GO TO PRV-FIM.
           IF PCI-QTDE-REC NOT < PCI-QTDE
              GO TO PRV-LER.
           COMPUTE W-PENDENTE = PCI-QTDE - PCI-QTDE-REC
           DISPLAY "ITEM " PCI-SEQ " " PCI-PRODUTO " " PCI-DESCRICAO
                   " PENDENTE: " W-PENDENTE
                   " PREVISTA: " PCI-DATA-PREV.
       PRV-DATA.
           DISPLAY "NOVA PREVISAO AAAAMMDD (0 = MANTEM) : ".
           ACCEPT W-VALID-NUM.
           IF W-VALID-NUM = ZEROS
              GO TO PRV-LER.
           PERFORM VALIDA-PREV THRU VALIDA-PREV-FIM
           IF W-OPCAO NOT = "S"
              GO TO PRV-DATA.
           MOVE W-VALID-NUM TO PCI-DATA-PREV
           REWRITE REGPCI
           IF ST-PCI NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO ITEM"
              GO TO PRV-LER.
           ADD 1 TO W-ALTERADOS
           GO TO PRV-LER.
       PRV-FIM.
           DISPLAY "*** PREVISOES ALTERADAS: " W-ALTERADOS " ***"
           GO TO PRV-INICIO.
      *
      **************************************************
      * MODO 4 - FORNECEDORES ATRASADOS: ITENS DE       *
      * PEDIDOS EM ABERTO COM A PREVISAO JA VENCIDA,    *
      * SALDO A RECEBER E PENDENCIA DE CLIENTE ABERTA   *
      * PARA O PRODUTO, POR FORNECEDOR E PREVISAO, EM   *
      * PEDATRAS.LST - A LISTA DE QUEM COBRAR PRIMEIRO  *
      **************************************************
       ATR-INICIO.
           MOVE "N" TO W-BKO-ABERTO
           OPEN INPUT BACKORD
           IF ST-BKO = "00"
              MOVE "S" TO W-BKO-ABERTO.
           IF W-BKO-ABERTO NOT = "S"
              DISPLAY "*** SEM PENDENCIAS DE VENDA (BACKORD.DAT) ***"
              GO TO MODO-001.
           MOVE ZEROS TO W-ATRASADOS
           SORT SORTWK ON ASCENDING KEY S-FORN S-PREV S-PEDIDO S-SEQ
                    INPUT  PROCEDURE IS CARREGA-ATRASO
                                        THRU CARREGA-ATRASO-FIM
                    OUTPUT PROCEDURE IS GRAVA-ATRASO
                                        THRU GRAVA-ATRASO-FIM.
           CLOSE BACKORD
           DISPLAY "*** ITENS ATRASADOS: " W-ATRASADOS
                   " - PEDATRAS.LST ***"
           GO TO MODO-001.
      *
      ***********************************************
      * PASSA OS ITENS DE COMPRA E SOLTA NO SORT OS  *
      * ATRASADOS QUE TEM CLIENTE ESPERANDO          *
      ***********************************************
       CARREGA-ATRASO.
           MOVE ZEROS TO PCI-PEDIDO PCI-SEQ
           START PEDCITEM KEY IS NOT LESS PCI-CHAVE
                 INVALID KEY GO TO CARREGA-ATRASO-FIM.
       CARREGA-ATRASO-LER.
           READ PEDCITEM NEXT
           IF ST-PCI NOT = "00"
              GO TO CARREGA-ATRASO-FIM.
           IF PCI-DATA-PREV = ZEROS
              GO TO CARREGA-ATRASO-LER.
           IF PCI-DATA-PREV NOT < W-HOJE
              GO TO CARREGA-ATRASO-LER.
           IF PCI-QTDE-REC NOT < PCI-QTDE
              GO TO CARREGA-ATRASO-LER.
           IF PCI-PEDIDO NOT = PC-NUMERO
              MOVE PCI-PEDIDO TO PC-NUMERO
              READ PEDCOMP
              IF ST-PC NOT = "00"
                 MOVE ZEROS TO PC-NUMERO
                 GO TO CARREGA-ATRASO-LER.
           IF PC-SITUACAO NOT = "A" AND NOT = "P"
              GO TO CARREGA-ATRASO-LER.
           PERFORM SOMA-BACKORDER THRU SOMA-BACKORDER-FIM
           IF W-BKO-QTDE = ZEROS
              GO TO CARREGA-ATRASO-LER.
           MOVE PC-FORNECEDOR TO S-FORN
           MOVE PC-NOME-FORN  TO S-NOME
           MOVE PCI-DATA-PREV TO S-PREV
           MOVE PCI-PEDIDO    TO S-PEDIDO
           MOVE PCI-SEQ       TO S-SEQ
           MOVE PCI-PRODUTO   TO S-PRODUTO
           MOVE PCI-DESCRICAO TO S-DESCRICAO
           COMPUTE S-PENDENTE = PCI-QTDE - PCI-QTDE-REC
           MOVE W-BKO-QTDE    TO S-BKO-QTDE
           MOVE W-BKO-CLI     TO S-BKO-CLI
           RELEASE SORT-REC
           GO TO CARREGA-ATRASO-LER.
       CARREGA-ATRASO-FIM.
           EXIT.
      *
      ***********************************************
      * QUANTIDADE E NUMERO DE PENDENCIAS DE VENDA   *
      * ABERTAS DO PRODUTO DO ITEM (PCI-PRODUTO)     *
      ***********************************************
       SOMA-BACKORDER.
           MOVE ZEROS TO W-BKO-QTDE W-BKO-CLI
           MOVE PCI-PRODUTO TO BK-PRODUTO
           MOVE ZEROS       TO BK-DATA BK-PEDIDO
           START BACKORD KEY IS NOT LESS BK-CHAVE
                 INVALID KEY GO TO SOMA-BACKORDER-FIM.
       SOMA-BACKORDER-LER.
           READ BACKORD NEXT
           IF ST-BKO NOT = "00"
              GO TO SOMA-BACKORDER-FIM.
           IF BK-PRODUTO NOT = PCI-PRODUTO
              GO TO SOMA-BACKORDER-FIM.
           IF BK-SITUACAO NOT = "A"
              GO TO SOMA-BACKORDER-LER.
           ADD BK-QTDE-PEND TO W-BKO-QTDE
           ADD 1 TO W-BKO-CLI
           GO TO SOMA-BACKORDER-LER.
       SOMA-BACKORDER-FIM.
           EXIT.
      *
      ***********************************************
       GRAVA-ATRASO.
           OPEN OUTPUT ATRASO
           IF ST-ATR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO PEDATRAS.LST"
              GO TO GRAVA-ATRASO-FIM.
           MOVE W-HOJE TO ATR-HOJE
           MOVE ATR-CAB1 TO LINHA-ATR
           WRITE LINHA-ATR
           MOVE ATR-TITULO TO LINHA-ATR
           WRITE LINHA-ATR.
       GRAVA-ATRASO-LER.
           RETURN SORTWK AT END GO TO GRAVA-ATRASO-FECHA.
           ADD 1 TO W-ATRASADOS
           MOVE S-FORN      TO ATRD-FORN
           MOVE S-NOME      TO ATRD-NOME
           MOVE S-PEDIDO    TO ATRD-PED
           MOVE S-PRODUTO   TO ATRD-PROD
           MOVE S-DESCRICAO TO ATRD-DESC
           MOVE S-PREV      TO ATRD-PREV
           MOVE S-PENDENTE  TO ATRD-PEND
           MOVE S-BKO-QTDE  TO ATRD-BKO
           MOVE S-BKO-CLI   TO ATRD-CLI
           MOVE ATR-DET     TO LINHA-ATR
           WRITE LINHA-ATR
           GO TO GRAVA-ATRASO-LER.
       GRAVA-ATRASO-FECHA.
           CLOSE ATRASO.
       GRAVA-ATRASO-FIM.
           EXIT.
      *
      ***********************************************
      * CONFERE A PREVISAO EM W-VALID: DATA VALIDA E *
      * NAO ANTERIOR A HOJE; W-OPCAO = S SE SERVE    *
      ***********************************************
       VALIDA-PREV.
           MOVE "N" TO W-OPCAO
           IF W-VALID-MES < 01 OR W-VALID-MES > 12
              DISPLAY "*** DATA INVALIDA ***"
              GO TO VALIDA-PREV-FIM.
           PERFORM ULTIMO-DIA-VAL THRU ULTIMO-DIA-VAL-FIM
           IF W-VALID-DIA < 01 OR W-VALID-DIA > W-ULT-DIA
              DISPLAY "*** DATA INVALIDA ***"
              GO TO VALIDA-PREV-FIM.
           IF W-VALID-NUM < W-HOJE
              DISPLAY "*** PREVISAO ANTERIOR A HOJE ***"
              GO TO VALIDA-PREV-FIM.
           MOVE "S" TO W-OPCAO.
       VALIDA-PREV-FIM.
           EXIT.
      *
      ***********************************************
      * ULTIMO DIA DO MES DE W-VALID EM W-ULT-DIA    *
      * (FEVEREIRO COM 29 NO ANO DIVISIVEL POR 4)    *
      ***********************************************
       ULTIMO-DIA-VAL.
           MOVE W-DIAS-MES (W-VALID-MES) TO W-ULT-DIA
           IF W-VALID-MES = 02
              DIVIDE W-VALID-ANO BY 4 GIVING W-QUOC-ANO
                     REMAINDER W-RESTO-ANO
              IF W-RESTO-ANO = ZEROS
                 MOVE 29 TO W-ULT-DIA.
       ULTIMO-DIA-VAL-FIM.
           EXIT.
      *
      ***********************************************
      * IDENTIFICACAO DO OPERADOR (CEP001/CEP002,    *
      * PARAGRAFO INC-OP1)                           *
