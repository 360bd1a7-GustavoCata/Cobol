       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMARG.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * MARGEM BRUTA DAS VENDAS DO MES                  *
      * - RECEITA = VALOR LIQUIDO DO ITEM (ITEM-VALOR,  *
      * JA COM O DESCONTO); CUSTO = QUANTIDADE X CUSTO  *
      * UNITARIO GRAVADO NA SAIDA DO PEDIDO NO DIARIO   *
      * MOVIMENT.DAT (MI-CUSTO, DOCTO "PED NNNNNN"), E  *
      * NAO O MEDIO DE HOJE; ITEM DE KIT SOMA A SAIDA   *
      * DOS COMPONENTES (COMPKIT.DAT). SEM A SAIDA NO   *
      * DIARIO VALE O MEDIO (OU O ULTIMO CUSTO) DO      *
      * CADASTRO E A LINHA SAI MARCADA "E" (ESTIMADO)   *
      * - O FRETE DO PEDIDO (PED-FRETE, TABFRETE) E     *
      * CUSTO DE ENTREGA E ABATE A MARGEM DO PEDIDO,    *
      * DO CLIENTE E DO VENDEDOR (NAO DA CATEGORIA)     *
      * - AS DEVOLUCOES DO DEVVENDA CONTRA PEDIDOS DO   *
      * MES ESTORNAM A RECEITA E O CUSTO DA QUANTIDADE  *
      * DEVOLVIDA                                       *
      * - QUATRO VISOES NO MESMO SORT: PEDIDO, CLIENTE, *
      * VENDEDOR E CATEGORIA. LINHA COM MARGEM ABAIXO   *
      * DA MINIMA (PA-MARGEM-MIN, CEP060/CLAPARM, OU A  *
      * DIGITADA) SAI MARCADA COM "*"                   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PEDIDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-PED.
       SELECT PEDITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ITEM.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
       SELECT MOVIMENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MI-CHAVE
                    FILE STATUS  IS ST-MOV.
       SELECT COMPKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-KIT.
       SELECT DEVOL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DEV.
       SELECT CADVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-VENDEDOR
                    FILE STATUS  IS ST-VEN.
       SELECT CADTIPO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODTIPO
                    FILE STATUS  IS ST-TIP.
       SELECT SORTWK ASSIGN TO DISK.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *              CONDICAO DE PAGAMENTO (CONDPAG.DAT); 000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
                03 PED-FILIAL      PIC 9(02).
      *
       FD PEDITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDITEM.DAT".
       01 REGITEM.
                03 ITEM-CHAVE.
                   05 ITEM-PEDIDO  PIC 9(06).
                   05 ITEM-SEQ     PIC 9(02).
                03 ITEM-PRODUTO    PIC 9(06).
                03 ITEM-DESCRICAO  PIC X(25).
                03 ITEM-QTDE       PIC 9(05).
                03 ITEM-PRECO      PIC 9(06)V99.
                03 ITEM-VALOR      PIC 9(08)V99.
                03 ITEM-DESC-PCT   PIC 99V99.
      *
       FD PRODUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODUTO.DAT".
       01 REGPRO.
                03 CODIGO          PIC 9(06).
                03 DESCRICAO       PIC X(25).
                03 TIPO            PIC 9(02).
                03 IPI             PIC 99V99.
                03 ICMS            PIC 99V99.
                03 LUCRO           PIC 99V99.
                03 SITUACAO        PIC X(01).
                03 ESTOQUE-ATUAL   PIC 9(05).
                03 ESTOQUE-MINIMO  PIC 9(05).
                03 PRECO-CUSTO     PIC 9(05)V99.
                03 PRECO-VENDA     PIC 9(06)V99.
                03 DATA-SITUACAO   PIC 9(08).
                03 FORNECEDOR-CODIGO PIC 9(04) VALUE ZEROS.
                03 PRECO-MEDIO     PIC 9(05)V99.
      *
      *****************************************************************
      * ARQUIVO : MOVIMENT   - DIARIO INDEXADO DE MOVIMENTO (CEP037/  *
      *                        MOVPROD) - MI-CUSTO = CUSTO UNITARIO   *
      *                        CARREGADO NA SAIDA                     *
      *****************************************************************
       FD MOVIMENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVIMENT.DAT".
       01 REGMOV-I.
                03 MI-CHAVE.
                   05 MI-PRODUTO   PIC 9(06).
                   05 MI-DATA      PIC 9(08).
                   05 MI-SEQ       PIC 9(04).
                03 MI-HORA         PIC 9(06).
                03 MI-OPERADOR     PIC X(10).
                03 MI-TIPO         PIC X(01).
                03 MI-QTDE         PIC 9(05).
                03 MI-DOCTO        PIC X(10).
                03 MI-EST-ANTES    PIC 9(05).
                03 MI-EST-DEPOIS   PIC 9(05).
                03 MI-CUSTO        PIC 9(05)V99.
      *
      *****************************************************************
      * ARQUIVO : COMPKIT    - COMPOSICAO DO KIT (CEP120/CLAKIT): O   *
      *                        ITEM DE KIT BAIXA OS COMPONENTES; SEM  *
      *                        O ARQUIVO NENHUM PRODUTO E KIT         *
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
      * ARQUIVO : DEVOL      - DIARIO DE DEVOLUCOES (CEP074/DEVVENDA) *
      *                        - A DEVOLUCAO ESTORNA RECEITA E CUSTO  *
      *                        NO PEDIDO DE ORIGEM                    *
      *****************************************************************
       FD DEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEVVENDA.DAT".
       01 LINHA-DEV            PIC X(54).
      *
       FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REGVEND.
                03 COD-VENDEDOR    PIC 9(04).
                03 NOME-VENDEDOR   PIC X(30).
                03 VEND-COMISSAO   PIC 99V99.
      *
       FD CADTIPO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTIPO.DAT".
       01 REGTIPO.
                03 CODTIPO         PIC 9(02).
                03 DESCTIPO        PIC X(20).
      *
      *              S-VISAO: 1=PEDIDO 2=CLIENTE 3=VENDEDOR 4=CATEGORIA
      *              S-CHV-NOME SO E USADO NO CLIENTE SEM CODIGO
      *              (VENDA AVULSA, AGRUPADA PELO NOME DIGITADO)
       SD SORTWK.
       01 SORT-REC.
           03 S-VISAO          PIC 9(01).
           03 S-CHAVE.
              05 S-CHV-COD     PIC 9(06).
              05 S-CHV-NOME    PIC X(30).
           03 S-NOME           PIC X(30).
           03 S-RECEITA        PIC S9(08)V99.
           03 S-CUSTO          PIC S9(08)V99.
           03 S-FRETE          PIC S9(06)V99.
           03 S-ESTIMADO       PIC X(01).
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "RELMARG.LST".
       01 LINHA-REL            PIC X(80).
      *
      *****************************************************************
      * ARQUIVO : PARAMS     - PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      *                        - UM REGISTRO DE POSICOES FIXAS;      *
      *                        CAMPO ZERADO = USA O PADRAO LOCAL     *
      *****************************************************************
       FD PARAMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAMS.DAT".
       01 REG-PAR.
                03 PA-EMPRESA       PIC X(20).
                03 PA-INTERVALO-CKP PIC 9(05).
                03 PA-RET-CEP       PIC 9(02).
                03 PA-RET-PROD      PIC 9(02).
                03 PA-TEMPO-MENS    PIC 9(05).
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
                03 PA-FATOR-LEAD    PIC 9(01)V99.
                03 PA-IDADE-SENHA   PIC 9(03).
                03 PA-MULTA         PIC 9(02)V99.
                03 PA-JUROS-DIA     PIC 9(01)V9999.
                03 PA-DIAS-BLOQ     PIC 9(03).
                03 PA-DIAS-CANC     PIC 9(02).
                03 PA-CNPJ-EMP      PIC 9(14).
                03 PA-IE-EMP        PIC X(14).
                03 PA-UF-EMP        PIC X(02).
                03 PA-DIAS-VALID    PIC 9(03).
                03 PA-MARGEM-MIN    PIC 9(02)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITEM      PIC X(02) VALUE "00".
       77 ST-PRO       PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-KIT       PIC X(02) VALUE "00".
       77 ST-DEV       PIC X(02) VALUE "00".
       77 ST-VEN       PIC X(02) VALUE "00".
       77 ST-TIP       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-PRO-ABERTO PIC X(01) VALUE "N".
       77 W-MOV-ABERTO PIC X(01) VALUE "N".
       77 W-KIT-ABERTO PIC X(01) VALUE "N".
       77 W-VEN-ABERTO PIC X(01) VALUE "N".
       77 W-TIP-ABERTO PIC X(01) VALUE "N".
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PED-ANOMES PIC 9(06) VALUE ZEROS.
       77 W-MARGEM-MIN PIC 9(02)V99 VALUE ZEROS.
       77 W-MARGEM-DIG PIC 9(02)V99 VALUE ZEROS.
       77 W-MARGEM-ED  PIC Z9,99.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-ITENS      PIC 9(07) VALUE ZEROS.
       77 W-DEVOLUCOES PIC 9(07) VALUE ZEROS.
       77 W-ESTIMADOS  PIC 9(07) VALUE ZEROS.
       77 W-ABAIXO     PIC 9(07) VALUE ZEROS.
      *              *** CUSTO DO ITEM: PRODUTO, QUANTIDADE E O   ***
      *              *** PEDIDO CORRENTE EM REGPED                ***
       77 W-PRODUTO    PIC 9(06) VALUE ZEROS.
       77 W-QTDE       PIC 9(05) VALUE ZEROS.
       77 W-TIPO-PROD  PIC 9(02) VALUE ZEROS.
       77 W-CUSTO-UNIT PIC 9(05)V99 VALUE ZEROS.
       77 W-CUSTO-ITEM PIC 9(09)V99 VALUE ZEROS.
       77 W-ESTIMADO   PIC X(01) VALUE SPACES.
       77 W-DOCTO-PED  PIC X(10) VALUE SPACES.
      *              *** QUEBRAS DO RELATORIO ***
       77 W-PRIMEIRO   PIC X(01) VALUE "S".
       77 W-VISAO-ANT  PIC 9(01) VALUE ZEROS.
       01 W-CHAVE-ANT.
          03 W-CHV-COD-ANT  PIC 9(06) VALUE ZEROS.
          03 W-CHV-NOME-ANT PIC X(30) VALUE SPACES.
       77 W-NOME-ANT   PIC X(30) VALUE SPACES.
       77 W-GR-RECEITA PIC S9(10)V99 VALUE ZEROS.
       77 W-GR-CUSTO   PIC S9(10)V99 VALUE ZEROS.
       77 W-GR-FRETE   PIC S9(08)V99 VALUE ZEROS.
       77 W-GR-ESTIM   PIC X(01) VALUE SPACES.
       77 W-VS-RECEITA PIC S9(10)V99 VALUE ZEROS.
       77 W-VS-CUSTO   PIC S9(10)V99 VALUE ZEROS.
       77 W-VS-FRETE   PIC S9(08)V99 VALUE ZEROS.
       77 W-RECEITA    PIC S9(10)V99 VALUE ZEROS.
       77 W-CUSTO      PIC S9(10)V99 VALUE ZEROS.
       77 W-FRETE      PIC S9(08)V99 VALUE ZEROS.
       77 W-MARGEM     PIC S9(10)V99 VALUE ZEROS.
       77 W-PCT        PIC S9(03)V9 VALUE ZEROS.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *              *** LINHA DO DIARIO DE DEVOLUCOES ***
       01 REG-DEV-LIDO.
          03 DL-DATA      PIC 9(08).
          03 FILLER       PIC X.
          03 DL-OPERADOR  PIC X(10).
          03 FILLER       PIC X.
          03 DL-PEDIDO    PIC 9(06).
          03 FILLER       PIC X.
          03 DL-SEQ       PIC 9(02).
          03 FILLER       PIC X.
          03 DL-PRODUTO   PIC 9(06).
          03 FILLER       PIC X.
          03 DL-QTDE      PIC 9(05).
          03 FILLER       PIC X.
          03 DL-VALOR     PIC 9(08)V99.
       01 CAB1.
           03 FILLER      PIC X(30)
                 VALUE "MARGEM BRUTA DAS VENDAS - MES ".
           03 CAB1-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 CAB1-ANO    PIC 9(04).
           03 FILLER      PIC X(23)
                 VALUE "   MARGEM MINIMA (%): ".
           03 CAB1-MIN    PIC Z9,99.
       01 CAB2.
           03 FILLER      PIC X(40)
                 VALUE "* = MARGEM ABAIXO DA MINIMA   E = CUSTO ".
           03 FILLER      PIC X(40)
                 VALUE "ESTIMADO (SEM SAIDA NO MOVIMENT)        ".
       01 CAB-VISAO.
           03 FILLER      PIC X(14) VALUE "*** MARGEM POR".
           03 FILLER      PIC X(01) VALUE SPACES.
           03 CABV-TITULO PIC X(10).
           03 FILLER      PIC X(04) VALUE " ***".
       01 DET-TITULO.
           03 FILLER      PIC X(19) VALUE "CODIGO NOME".
           03 FILLER      PIC X(13) VALUE "  RECEITA LIQ".
           03 FILLER      PIC X(14) VALUE "   CUSTO VENDA".
           03 FILLER      PIC X(11) VALUE "      FRETE".
           03 FILLER      PIC X(14) VALUE "  MARGEM BRUTA".
           03 FILLER      PIC X(07) VALUE "   MRG%".
       01 DET.
           03 DET-COD     PIC ZZZZZ9.
           03 DET-COD-X REDEFINES DET-COD PIC X(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-NOME    PIC X(11).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-RECEITA PIC -Z.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-CUSTO   PIC -Z.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-FRETE   PIC ZZZ.ZZ9,99.
           03 DET-FRETE-X REDEFINES DET-FRETE PIC X(10).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-MARGEM  PIC -Z.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-PCT     PIC -ZZ9,9.
           03 DET-PCT-X REDEFINES DET-PCT PIC X(06).
           03 DET-ABAIXO  PIC X(01).
           03 DET-ESTIM   PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           DISPLAY "*** MARGEM BRUTA DAS VENDAS ***".
           DISPLAY "ANO-MES (AAAAMM, 0=MES CORRENTE) : ".
           ACCEPT W-ANOMES.
           IF W-ANOMES = ZEROS
              COMPUTE W-ANOMES = W-HOJE / 100.
           MOVE W-MARGEM-MIN TO W-MARGEM-ED
           DISPLAY "MARGEM MINIMA % (0 = PARAMETRO: " W-MARGEM-ED
                   ") : ".
           ACCEPT W-MARGEM-DIG.
           IF W-MARGEM-DIG > ZEROS
              MOVE W-MARGEM-DIG TO W-MARGEM-MIN.
           OPEN INPUT MOVIMENT
           IF ST-MOV = "00"
              MOVE "S" TO W-MOV-ABERTO.
           OPEN INPUT COMPKIT
           IF ST-KIT = "00"
              MOVE "S" TO W-KIT-ABERTO.
           SORT SORTWK ON ASCENDING KEY S-VISAO S-CHAVE
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
                    OUTPUT PROCEDURE IS GRAVA-RELATORIO THRU GRAVA-FIM.
           IF W-MOV-ABERTO = "S"
              CLOSE MOVIMENT.
           IF W-KIT-ABERTO = "S"
              CLOSE COMPKIT.
           DISPLAY "*** MARGEM GERADA: RELMARG.LST ***".
           DISPLAY "*** PEDIDOS: " W-LIDOS "  ITENS: " W-ITENS
                   "  DEVOLUCOES: " W-DEVOLUCOES.
           DISPLAY "*** CUSTOS ESTIMADOS: " W-ESTIMADOS
                   "  PEDIDOS ABAIXO DA MARGEM: " W-ABAIXO.
           GOBACK.
      *
      ***********************************************
      * CARREGA O SORT - CADA ITEM DOS PEDIDOS DO    *
      * MES (FORA OS CANCELADOS) ENTRA NAS QUATRO    *
      * VISOES; O FRETE DO PEDIDO ENTRA NAS TRES     *
      * PRIMEIRAS; DEPOIS AS DEVOLUCOES, EM NEGATIVO *
      ***********************************************
       CARREGA-SORT.
           OPEN INPUT PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO.DAT"
              GO TO CARREGA-SORT-FIM.
           OPEN INPUT PEDITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDITEM.DAT"
              CLOSE PEDIDO
              GO TO CARREGA-SORT-FIM.
      *              SEM PRODUTO.DAT TUDO CAI NA CATEGORIA 00 E O
      *              CUSTO SEM SAIDA NO DIARIO FICA ZERADO
           OPEN INPUT PRODUTO
           IF ST-PRO = "00"
              MOVE "S" TO W-PRO-ABERTO.
       CARREGA-SORT-LER.
           READ PEDIDO NEXT RECORD
           IF ST-PED NOT = "00"
              GO TO CARREGA-SORT-DEV.
           COMPUTE W-PED-ANOMES = PED-DATA / 100
           IF W-PED-ANOMES NOT = W-ANOMES
              GO TO CARREGA-SORT-LER.
           IF PED-SITUACAO = "C"
              GO TO CARREGA-SORT-LER.
           ADD 1 TO W-LIDOS
           PERFORM CARREGA-ITENS THRU CARREGA-ITENS-FIM
           IF PED-FRETE = ZEROS
              GO TO CARREGA-SORT-LER.
           MOVE ZEROS     TO S-RECEITA S-CUSTO
           MOVE PED-FRETE TO S-FRETE
           MOVE SPACES    TO S-ESTIMADO
           PERFORM SOLTA-PEDIDO THRU SOLTA-PEDIDO-FIM
           GO TO CARREGA-SORT-LER.
       CARREGA-SORT-DEV.
           PERFORM CARREGA-DEVOL THRU CARREGA-DEVOL-FIM.
           CLOSE PEDIDO PEDITEM
           IF W-PRO-ABERTO = "S"
              CLOSE PRODUTO.
       CARREGA-SORT-FIM.
           EXIT.
      *
      ***********************************************
      * ITENS DO PEDIDO LIDO - RECEITA LIQUIDA E     *
      * CUSTO DA SAIDA                               *
      ***********************************************
       CARREGA-ITENS.
           MOVE PED-NUMERO TO ITEM-PEDIDO
           MOVE ZEROS      TO ITEM-SEQ
           START PEDITEM KEY IS NOT LESS ITEM-CHAVE
                 INVALID KEY GO TO CARREGA-ITENS-FIM.
       CARREGA-ITENS-LER.
           READ PEDITEM NEXT RECORD
           IF ST-ITEM NOT = "00"
              GO TO CARREGA-ITENS-FIM.
           IF ITEM-PEDIDO NOT = PED-NUMERO
              GO TO CARREGA-ITENS-FIM.
           ADD 1 TO W-ITENS
           MOVE ITEM-PRODUTO TO W-PRODUTO
           MOVE ITEM-QTDE    TO W-QTDE
           PERFORM CUSTO-ITEM THRU CUSTO-ITEM-FIM
           MOVE ITEM-VALOR   TO S-RECEITA
           MOVE W-CUSTO-ITEM TO S-CUSTO
           MOVE ZEROS        TO S-FRETE
           MOVE W-ESTIMADO   TO S-ESTIMADO
           PERFORM SOLTA-PEDIDO THRU SOLTA-PEDIDO-FIM
           PERFORM SOLTA-CATEGORIA THRU SOLTA-CATEGORIA-FIM
           GO TO CARREGA-ITENS-LER.
       CARREGA-ITENS-FIM.
           EXIT.
      *
      ***********************************************
      * DEVOLUCOES CONTRA PEDIDOS DO MES NAO         *
      * CANCELADOS - ESTORNAM O VALOR DEVOLVIDO E O  *
      * CUSTO DA QUANTIDADE, PELA MESMA SAIDA        *
      ***********************************************
       CARREGA-DEVOL.
           OPEN INPUT DEVOL
           IF ST-DEV NOT = "00"
              GO TO CARREGA-DEVOL-FIM.
       CARREGA-DEVOL-LER.
           READ DEVOL
               AT END
                   GO TO CARREGA-DEVOL-FECHA.
           MOVE LINHA-DEV TO REG-DEV-LIDO
           MOVE DL-PEDIDO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
              GO TO CARREGA-DEVOL-LER.
           COMPUTE W-PED-ANOMES = PED-DATA / 100
           IF W-PED-ANOMES NOT = W-ANOMES
              GO TO CARREGA-DEVOL-LER.
           IF PED-SITUACAO = "C"
              GO TO CARREGA-DEVOL-LER.
           ADD 1 TO W-DEVOLUCOES
           MOVE DL-PRODUTO TO W-PRODUTO
           MOVE DL-QTDE    TO W-QTDE
           PERFORM CUSTO-ITEM THRU CUSTO-ITEM-FIM
           COMPUTE S-RECEITA = ZEROS - DL-VALOR
           COMPUTE S-CUSTO   = ZEROS - W-CUSTO-ITEM
           MOVE ZEROS      TO S-FRETE
           MOVE W-ESTIMADO TO S-ESTIMADO
           PERFORM SOLTA-PEDIDO THRU SOLTA-PEDIDO-FIM
           PERFORM SOLTA-CATEGORIA THRU SOLTA-CATEGORIA-FIM
           GO TO CARREGA-DEVOL-LER.
       CARREGA-DEVOL-FECHA.
           CLOSE DEVOL.
       CARREGA-DEVOL-FIM.
           EXIT.
      *
      ***********************************************
      * SOLTA OS VALORES JA MONTADOS EM SORT-REC NAS *
      * VISOES DE PEDIDO, CLIENTE E VENDEDOR DO      *
      * PEDIDO EM REGPED                             *
      ***********************************************
       SOLTA-PEDIDO.
           MOVE 1           TO S-VISAO
           MOVE PED-NUMERO  TO S-CHV-COD
           MOVE SPACES      TO S-CHV-NOME
           MOVE PED-CLIENTE TO S-NOME
           RELEASE SORT-REC
           MOVE 2           TO S-VISAO
           MOVE PED-CODCLI  TO S-CHV-COD
           IF PED-CODCLI = ZEROS
              MOVE PED-CLIENTE TO S-CHV-NOME.
           RELEASE SORT-REC
           MOVE 3            TO S-VISAO
           MOVE PED-VENDEDOR TO S-CHV-COD
           MOVE SPACES       TO S-CHV-NOME S-NOME
           RELEASE SORT-REC.
       SOLTA-PEDIDO-FIM.
           EXIT.
      *
       SOLTA-CATEGORIA.
           MOVE 4           TO S-VISAO
           MOVE W-TIPO-PROD TO S-CHV-COD
           MOVE SPACES      TO S-CHV-NOME S-NOME
           RELEASE SORT-REC.
       SOLTA-CATEGORIA-FIM.
           EXIT.
      *
      ***********************************************
      * CUSTO DE W-QTDE UNIDADES DE W-PRODUTO NO     *
      * PEDIDO EM REGPED: W-CUSTO-ITEM, W-TIPO-PROD  *
      * E W-ESTIMADO = "E" QUANDO ALGUMA PARTE NAO   *
      * ACHOU A SAIDA NO DIARIO                      *
      ***********************************************
       CUSTO-ITEM.
           MOVE ZEROS  TO W-CUSTO-ITEM W-TIPO-PROD
           MOVE SPACES TO W-ESTIMADO W-DOCTO-PED
           STRING "PED " PED-NUMERO DELIMITED BY SIZE
                  INTO W-DOCTO-PED
           IF W-PRO-ABERTO = "S"
              MOVE W-PRODUTO TO CODIGO
              READ PRODUTO
              IF ST-PRO = "00"
                 MOVE TIPO TO W-TIPO-PROD.
           IF W-KIT-ABERTO NOT = "S"
              GO TO CUSTO-ITEM-SIMPLES.
           MOVE W-PRODUTO TO KIT-PRODUTO
           MOVE ZEROS     TO KIT-COMPONENTE
           START COMPKIT KEY IS NOT LESS KIT-CHAVE
                 INVALID KEY GO TO CUSTO-ITEM-SIMPLES.
           READ COMPKIT NEXT RECORD
           IF ST-KIT NOT = "00"
              GO TO CUSTO-ITEM-SIMPLES.
           IF KIT-PRODUTO NOT = W-PRODUTO
              GO TO CUSTO-ITEM-SIMPLES.
      *              KIT: A SAIDA FOI DE CADA COMPONENTE
       CUSTO-ITEM-KIT.
           MOVE KIT-COMPONENTE TO MI-PRODUTO
           PERFORM CUSTO-MOV THRU CUSTO-MOV-FIM
           COMPUTE W-CUSTO-ITEM = W-CUSTO-ITEM
                                + (W-CUSTO-UNIT * KIT-QTDE * W-QTDE)
           READ COMPKIT NEXT RECORD
           IF ST-KIT NOT = "00"
              GO TO CUSTO-ITEM-FIM.
           IF KIT-PRODUTO = W-PRODUTO
              GO TO CUSTO-ITEM-KIT.
           GO TO CUSTO-ITEM-FIM.
       CUSTO-ITEM-SIMPLES.
           MOVE W-PRODUTO TO MI-PRODUTO
           PERFORM CUSTO-MOV THRU CUSTO-MOV-FIM
           COMPUTE W-CUSTO-ITEM = W-CUSTO-UNIT * W-QTDE.
       CUSTO-ITEM-FIM.
           EXIT.
      *
      ***********************************************
      * CUSTO UNITARIO DA SAIDA DO PRODUTO EM        *
      * MI-PRODUTO PARA O PEDIDO (DOCTO "PED NNNNNN" *
      * A PARTIR DA DATA DO PEDIDO); SEM A SAIDA,    *
      * MEDIO DO CADASTRO OU ULTIMO CUSTO, ESTIMADO  *
      ***********************************************
       CUSTO-MOV.
           MOVE ZEROS TO W-CUSTO-UNIT
           IF W-MOV-ABERTO NOT = "S"
              GO TO CUSTO-MOV-CADASTRO.
           MOVE MI-PRODUTO TO CODIGO
           MOVE PED-DATA   TO MI-DATA
           MOVE ZEROS      TO MI-SEQ
           START MOVIMENT KEY IS NOT LESS MI-CHAVE
                 INVALID KEY GO TO CUSTO-MOV-CADASTRO.
       CUSTO-MOV-LER.
           READ MOVIMENT NEXT RECORD
           IF ST-MOV NOT = "00"
              GO TO CUSTO-MOV-CADASTRO.
           IF MI-PRODUTO NOT = CODIGO
              GO TO CUSTO-MOV-CADASTRO.
           IF MI-TIPO NOT = "S"
              GO TO CUSTO-MOV-LER.
           IF MI-DOCTO NOT = W-DOCTO-PED
              GO TO CUSTO-MOV-LER.
           MOVE MI-CUSTO TO W-CUSTO-UNIT
           GO TO CUSTO-MOV-FIM.
       CUSTO-MOV-CADASTRO.
           MOVE "E" TO W-ESTIMADO
           ADD 1 TO W-ESTIMADOS
           IF W-PRO-ABERTO NOT = "S"
              GO TO CUSTO-MOV-FIM.
           IF W-MOV-ABERTO NOT = "S"
              MOVE MI-PRODUTO TO CODIGO.
           READ PRODUTO
           IF ST-PRO NOT = "00"
              GO TO CUSTO-MOV-FIM.
           MOVE PRECO-MEDIO TO W-CUSTO-UNIT
           IF W-CUSTO-UNIT = ZEROS
              MOVE PRECO-CUSTO TO W-CUSTO-UNIT.
       CUSTO-MOV-FIM.
           EXIT.
      *
       GRAVA-RELATORIO.
           OPEN INPUT CADVEND
           IF ST-VEN = "00"
              MOVE "S" TO W-VEN-ABERTO.
           OPEN INPUT CADTIPO
           IF ST-TIP = "00"
              MOVE "S" TO W-TIP-ABERTO.
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELMARG.LST"
              GO TO GRAVA-FIM.
           DIVIDE W-ANOMES BY 100 GIVING CAB1-ANO
                  REMAINDER CAB1-MES
           MOVE W-MARGEM-MIN TO CAB1-MIN
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE CAB2 TO LINHA-REL
           WRITE LINHA-REL.
       LER-SORT.
           RETURN SORTWK AT END GO TO ENCERRA-TOTAIS.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM ABRE-VISAO THRU ABRE-VISAO-FIM
           ELSE
              IF S-VISAO NOT = W-VISAO-ANT
                 PERFORM TOTALIZA-GRUPO THRU TOTALIZA-GRUPO-FIM
                 PERFORM TOTALIZA-VISAO THRU TOTALIZA-VISAO-FIM
                 PERFORM ABRE-VISAO THRU ABRE-VISAO-FIM
              ELSE
                 IF S-CHAVE NOT = W-CHAVE-ANT
                    PERFORM TOTALIZA-GRUPO THRU TOTALIZA-GRUPO-FIM
                    MOVE S-CHAVE TO W-CHAVE-ANT
                    MOVE S-NOME  TO W-NOME-ANT.
           ADD S-RECEITA TO W-GR-RECEITA
           ADD S-CUSTO   TO W-GR-CUSTO
           ADD S-FRETE   TO W-GR-FRETE
           IF S-ESTIMADO = "E"
              MOVE "E" TO W-GR-ESTIM.
           IF W-NOME-ANT = SPACES
              MOVE S-NOME TO W-NOME-ANT.
           GO TO LER-SORT.
      *
       ENCERRA-TOTAIS.
           IF W-PRIMEIRO = "N"
              PERFORM TOTALIZA-GRUPO THRU TOTALIZA-GRUPO-FIM
              PERFORM TOTALIZA-VISAO THRU TOTALIZA-VISAO-FIM.
           GO TO GRAVA-FIM.
      *
      ***********************************************
      * CABECALHO DA VISAO QUE COMECA EM SORT-REC    *
      ***********************************************
       ABRE-VISAO.
           MOVE S-VISAO TO W-VISAO-ANT
           MOVE S-CHAVE TO W-CHAVE-ANT
           MOVE S-NOME  TO W-NOME-ANT
           MOVE ZEROS   TO W-VS-RECEITA W-VS-CUSTO W-VS-FRETE
           IF S-VISAO = 1
              MOVE "PEDIDO"    TO CABV-TITULO.
           IF S-VISAO = 2
              MOVE "CLIENTE"   TO CABV-TITULO.
           IF S-VISAO = 3
              MOVE "VENDEDOR"  TO CABV-TITULO.
           IF S-VISAO = 4
              MOVE "CATEGORIA" TO CABV-TITULO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE CAB-VISAO TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL.
       ABRE-VISAO-FIM.
           EXIT.
      *
      ***********************************************
      * QUEBRA DE CHAVE - UMA LINHA POR PEDIDO,      *
      * CLIENTE, VENDEDOR OU CATEGORIA               *
      ***********************************************
       TOTALIZA-GRUPO.
           MOVE W-CHV-COD-ANT TO DET-COD
           MOVE W-NOME-ANT    TO DET-NOME
           IF W-VISAO-ANT = 2 AND W-CHV-COD-ANT = ZEROS
              MOVE "AVULSO" TO DET-COD-X.
           IF W-VISAO-ANT = 3
              PERFORM NOME-VEND THRU NOME-VEND-FIM.
           IF W-VISAO-ANT = 4
              PERFORM NOME-TIPO THRU NOME-TIPO-FIM.
           MOVE W-GR-RECEITA TO W-RECEITA
           MOVE W-GR-CUSTO   TO W-CUSTO
           MOVE W-GR-FRETE   TO W-FRETE
           MOVE W-GR-ESTIM   TO DET-ESTIM
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
           IF W-VISAO-ANT = 1 AND DET-ABAIXO = "*"
              ADD 1 TO W-ABAIXO.
           ADD W-GR-RECEITA TO W-VS-RECEITA
           ADD W-GR-CUSTO   TO W-VS-CUSTO
           ADD W-GR-FRETE   TO W-VS-FRETE
           MOVE ZEROS  TO W-GR-RECEITA W-GR-CUSTO W-GR-FRETE
           MOVE SPACES TO W-GR-ESTIM W-NOME-ANT.
       TOTALIZA-GRUPO-FIM.
           EXIT.
      *
       TOTALIZA-VISAO.
           MOVE SPACES       TO DET-COD-X
           MOVE "TOTAL"      TO DET-NOME
           MOVE W-VS-RECEITA TO W-RECEITA
           MOVE W-VS-CUSTO   TO W-CUSTO
           MOVE W-VS-FRETE   TO W-FRETE
           MOVE SPACES       TO DET-ESTIM
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TOTALIZA-VISAO-FIM.
           EXIT.
      *
      ***********************************************
      * NOME DO VENDEDOR; ZERO = VENDA DE BALCAO     *
      ***********************************************
       NOME-VEND.
           IF W-CHV-COD-ANT = ZEROS
              MOVE "BALCAO" TO DET-NOME
              GO TO NOME-VEND-FIM.
           MOVE "NAO CADAST." TO DET-NOME
           IF W-VEN-ABERTO = "S"
              MOVE W-CHV-COD-ANT TO COD-VENDEDOR
              READ CADVEND
              IF ST-VEN = "00"
                 MOVE NOME-VENDEDOR TO DET-NOME.
       NOME-VEND-FIM.
           EXIT.
      *
       NOME-TIPO.
           IF W-CHV-COD-ANT = ZEROS
              MOVE "SEM CATEG." TO DET-NOME
              GO TO NOME-TIPO-FIM.
           MOVE SPACES TO DET-NOME
           IF W-TIP-ABERTO = "S"
              MOVE W-CHV-COD-ANT TO CODTIPO
              READ CADTIPO
              IF ST-TIP = "00"
                 MOVE DESCTIPO TO DET-NOME.
       NOME-TIPO-FIM.
           EXIT.
      *
      ***********************************************
      * LINHA DE DETALHE - MARGEM = RECEITA - CUSTO  *
      * - FRETE; PERCENTUAL SOBRE A RECEITA, EM      *
      * BRANCO QUANDO NAO HA RECEITA                 *
      ***********************************************
       GRAVA-DET.
           COMPUTE W-MARGEM = W-RECEITA - W-CUSTO - W-FRETE
           MOVE W-RECEITA TO DET-RECEITA
           MOVE W-CUSTO   TO DET-CUSTO
           MOVE W-FRETE   TO DET-FRETE
           MOVE W-MARGEM  TO DET-MARGEM
           MOVE SPACES    TO DET-PCT-X DET-ABAIXO
           IF W-VISAO-ANT = 4
              MOVE SPACES TO DET-FRETE-X.
           IF W-RECEITA NOT > ZEROS
              GO TO GRAVA-DET-LINHA.
           COMPUTE W-PCT ROUNDED = W-MARGEM * 100 / W-RECEITA
                   ON SIZE ERROR MOVE -999,9 TO W-PCT.
           MOVE W-PCT TO DET-PCT
           IF W-PCT < W-MARGEM-MIN
              MOVE "*" TO DET-ABAIXO.
       GRAVA-DET-LINHA.
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL.
       GRAVA-DET-FIM.
           EXIT.
      *
       GRAVA-FIM.
           CLOSE RELATORIO
           IF W-VEN-ABERTO = "S"
              CLOSE CADVEND.
           IF W-TIP-ABERTO = "S"
              CLOSE CADTIPO.
      *
      ***********************************************
      * DATA DE HOJE, MESMO CALCULO DE SECULO USADO  *
      * EM GRAVA-AUDIT (CEP001/CEP002)               *
      ***********************************************
       CALCULA-HOJE.
           ACCEPT DATA-ATU FROM DATE
           IF ANO-ATU < W-PIVO
              COMPUTE W-HOJE = ((W-SECULO * 100) + ANO-ATU) * 10000
                               + (MES-ATU * 100) + DIA-ATU
           ELSE
              COMPUTE W-HOJE = (((W-SECULO - 1) * 100) + ANO-ATU)
                               * 10000 + (MES-ATU * 100) + DIA-ATU.
       CALCULA-HOJE-FIM.
           EXIT.
      *
      ***********************************************
      * LE OS PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      * NA PARTIDA; SEM ARQUIVO OU CAMPO ZERADO,    *
      * VALEM OS PADROES LOCAIS (MARGEM MINIMA 15%) *
      ***********************************************
       LE-PARAMETROS.
           MOVE 15,00 TO W-MARGEM-MIN
           OPEN INPUT PARAMS
           IF ST-PAR NOT = "00"
              GO TO LE-PARAMETROS-FIM.
           READ PARAMS
               AT END
                   GO TO LE-PARAMETROS-FECHA.
           IF PA-SECULO NOT = ZEROS
              MOVE PA-SECULO TO W-SECULO.
           IF PA-PIVO NOT = ZEROS
              MOVE PA-PIVO TO W-PIVO.
           IF PA-MARGEM-MIN NUMERIC AND PA-MARGEM-MIN NOT = ZEROS
              MOVE PA-MARGEM-MIN TO W-MARGEM-MIN.
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
