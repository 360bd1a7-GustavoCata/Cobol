       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMETA.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * ATINGIMENTO DAS METAS DE VENDA DO MES CORRENTE  *
      * - PARA CADA VENDEDOR, O VENDIDO DO DIA 1 ATE    *
      * HOJE (ITENS DOS PEDIDOS NAO CANCELADOS, MENOS   *
      * AS DEVOLUCOES DO DEVVENDA ABATIDAS NO PEDIDO DE *
      * ORIGEM, COMO NO RELCOMIS/CEP077), A META DO MES *
      * (METAVEND.DAT, CEP124/CLAMETA), O PERCENTUAL    *
      * ATINGIDO E A PROJECAO PARA O FIM DO MES NO      *
      * RITMO ATUAL (VENDIDO / DIAS CORRIDOS X DIAS DO  *
      * MES). A CATEGORIA SO SAI QUANDO HA META PARA    *
      * ELA. RODA TODA NOITE NO NOTURNO (CEP053) E      *
      * TAMBEM PELO MENU DE RELATORIOS                  *
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
       SELECT DEVOL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DEV.
       SELECT METAVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MT-CHAVE
                    FILE STATUS  IS ST-MT.
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
      * ARQUIVO : DEVOL      - DIARIO DE DEVOLUCOES (CEP074/DEVVENDA) *
      *                        - O VALOR DEVOLVIDO SAI DO VENDEDOR E  *
      *                        DA CATEGORIA DO PEDIDO DE ORIGEM       *
      *****************************************************************
       FD DEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEVVENDA.DAT".
       01 LINHA-DEV            PIC X(54).
      *
      *****************************************************************
      * ARQUIVO : METAVEND   - METAS MENSAIS DO VENDEDOR (CEP124/     *
      *                        CLAMETA); MT-TIPO 00 = META GERAL      *
      *****************************************************************
       FD METAVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "METAVEND.DAT".
       01 REGMT.
                03 MT-CHAVE.
                   05 MT-VENDEDOR  PIC 9(04).
                   05 MT-ANOMES    PIC 9(06).
                   05 MT-TIPO      PIC 9(02).
                03 MT-VALOR        PIC 9(08)V99.
                03 MT-FAIXA        OCCURS 3 TIMES.
                   05 MT-FX-PCT    PIC 9(03).
                   05 MT-FX-TAXA   PIC 99V99.
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
      *              S-TIPO = CATEGORIA DO PRODUTO (00 = SEM CATEGORIA)
       SD SORTWK.
       01 SORT-REC.
           03 S-VENDEDOR       PIC 9(04).
           03 S-TIPO           PIC 9(02).
           03 S-VALOR          PIC S9(08)V99.
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "RELMETA.LST".
       01 LINHA-REL            PIC X(100).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITEM      PIC X(02) VALUE "00".
       77 ST-PRO       PIC X(02) VALUE "00".
       77 ST-DEV       PIC X(02) VALUE "00".
       77 ST-MT        PIC X(02) VALUE "00".
       77 ST-VEN       PIC X(02) VALUE "00".
       77 ST-TIP       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-PRO-ABERTO PIC X(01) VALUE "N".
       77 W-MT-ABERTO  PIC X(01) VALUE "N".
       77 W-VEN-ABERTO PIC X(01) VALUE "N".
       77 W-TIP-ABERTO PIC X(01) VALUE "N".
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-LISTADOS   PIC 9(07) VALUE ZEROS.
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PED-ANOMES PIC 9(06) VALUE ZEROS.
       77 W-TIPO-PROD  PIC 9(02) VALUE ZEROS.
       77 W-PRIMEIRO   PIC X(01) VALUE "S".
       77 W-VEND-ANT   PIC 9(04) VALUE ZEROS.
       77 W-TIPO-ANT   PIC 9(02) VALUE ZEROS.
       77 W-VD-VENDA   PIC S9(10)V99 VALUE ZEROS.
       77 W-TP-VENDA   PIC S9(10)V99 VALUE ZEROS.
       77 W-TG-VENDA   PIC S9(12)V99 VALUE ZEROS.
       77 W-TG-META    PIC 9(12)V99 VALUE ZEROS.
       77 W-TG-PROJ    PIC S9(12)V99 VALUE ZEROS.
       77 W-VENDIDO    PIC S9(10)V99 VALUE ZEROS.
       77 W-META       PIC 9(08)V99 VALUE ZEROS.
       77 W-PROJECAO   PIC S9(10)V99 VALUE ZEROS.
       77 W-PCT        PIC 9(04)V9 VALUE ZEROS.
       77 W-ULT-DIA    PIC 9(02) VALUE ZEROS.
       77 W-QUOC-ANO   PIC 9(04) VALUE ZEROS.
       77 W-RESTO-ANO  PIC 9(01) VALUE ZEROS.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA.
          03 W-DT-ANO  PIC 9(04).
          03 W-DT-MES  PIC 9(02).
          03 W-DT-DIA  PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA PIC 9(08).
       01 W-TAB-MESES-X    PIC X(24)
                           VALUE "312831303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
          03 W-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
      *              *** CONTADORES DO FIM DO SERVICO, PUBLICADOS ***
      *              *** P/ O JORNAL DO DIRETOR NOTURNO (CEP053)  ***
      *              *** VIA ITEM EXTERNAL DA RUN-UNIT            ***
       01 W-CONTADORES-JOB EXTERNAL.
          03 W-JOB-LIDOS     PIC 9(07).
          03 W-JOB-GRAVADOS  PIC 9(07).
          03 W-JOB-NOTURNO   PIC X(01).
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
           03 FILLER      PIC X(38)
                 VALUE "ATINGIMENTO DAS METAS DE VENDA - ATE: ".
           03 CAB1-DIA    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 CAB1-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 CAB1-ANO    PIC 9(04).
           03 FILLER      PIC X(18) VALUE "   DIAS DO MES: ".
           03 CAB1-ULT    PIC 9(02).
       01 DET-TITULO.
           03 FILLER      PIC X(37) VALUE SPACES.
           03 FILLER      PIC X(16) VALUE "  VENDIDO NO MES".
           03 FILLER      PIC X(15) VALUE "           META".
           03 FILLER      PIC X(07) VALUE "   ATG%".
           03 FILLER      PIC X(16) VALUE "   PROJECAO MES".
           03 FILLER      PIC X(07) VALUE "  PROJ%".
       01 CAB-VEND.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 CABV-COD    PIC 9(04).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 CABV-NOME   PIC X(30).
       01 DET.
           03 FILLER      PIC X(05) VALUE SPACES.
           03 DET-ROTULO  PIC X(31).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-VENDIDO PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-META    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-PCT     PIC ZZZ9,9.
           03 DET-PCT-X REDEFINES DET-PCT PIC X(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-PROJ    PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-PCT-PROJ PIC ZZZ9,9.
           03 DET-PCTP-X REDEFINES DET-PCT-PROJ PIC X(06).
       01 ROT-CAT.
           03 FILLER      PIC X(10) VALUE "CATEGORIA ".
           03 ROTC-TIPO   PIC 9(02).
           03 FILLER      PIC X(03) VALUE " - ".
           03 ROTC-DESC   PIC X(16).
       01 TOT-GERAL-LIN.
           03 FILLER      PIC X(36)
                 VALUE "TOTAL GERAL........................".
           03 FILLER      PIC X(01) VALUE SPACES.
           03 TOTG-VENDIDO PIC -ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 TOTG-META   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(08) VALUE SPACES.
           03 TOTG-PROJ   PIC -ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE ZEROS TO W-JOB-LIDOS W-JOB-GRAVADOS
           COMPUTE W-ANOMES = W-HOJE / 100
           MOVE W-HOJE TO W-DATA-NUM
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           OPEN INPUT METAVEND
           IF ST-MT = "00"
              MOVE "S" TO W-MT-ABERTO.
           SORT SORTWK ON ASCENDING KEY S-VENDEDOR S-TIPO
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
                    OUTPUT PROCEDURE IS GRAVA-RELATORIO THRU GRAVA-FIM.
           IF W-MT-ABERTO = "S"
              CLOSE METAVEND.
           MOVE W-LIDOS    TO W-JOB-LIDOS
           MOVE W-LISTADOS TO W-JOB-GRAVADOS
           DISPLAY "*** ATINGIMENTO GERADO: RELMETA.LST ***".
           DISPLAY "*** PEDIDOS LIDOS: " W-LIDOS "  VENDEDORES: "
                   W-LISTADOS.
           GOBACK.
      *
      ***********************************************
      * CARREGA O SORT - AS METAS DO MES ENTRAM COM  *
      * VALOR ZERO (VENDEDOR COM META E SEM VENDA    *
      * TAMBEM SAI), DEPOIS OS ITENS DOS PEDIDOS DO  *
      * MES ATE HOJE E AS DEVOLUCOES, EM NEGATIVO    *
      ***********************************************
       CARREGA-SORT.
           IF W-MT-ABERTO NOT = "S"
              GO TO CARREGA-SORT-PED.
       CARREGA-SORT-MT.
           READ METAVEND NEXT RECORD
           IF ST-MT NOT = "00"
              GO TO CARREGA-SORT-PED.
           IF MT-ANOMES NOT = W-ANOMES
              GO TO CARREGA-SORT-MT.
           MOVE MT-VENDEDOR TO S-VENDEDOR
           MOVE MT-TIPO     TO S-TIPO
           MOVE ZEROS       TO S-VALOR
           RELEASE SORT-REC
           GO TO CARREGA-SORT-MT.
       CARREGA-SORT-PED.
           OPEN INPUT PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO.DAT"
              GO TO CARREGA-SORT-FIM.
           OPEN INPUT PEDITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDITEM.DAT"
              CLOSE PEDIDO
              GO TO CARREGA-SORT-FIM.
      *              SEM PRODUTO.DAT TUDO CAI NA CATEGORIA 00
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
           IF PED-DATA > W-HOJE
              GO TO CARREGA-SORT-LER.
           IF PED-SITUACAO = "C"
              GO TO CARREGA-SORT-LER.
           ADD 1 TO W-LIDOS
           PERFORM CARREGA-ITENS THRU CARREGA-ITENS-FIM
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
      * ITENS DO PEDIDO LIDO, CADA UM NA CATEGORIA   *
      * DO SEU PRODUTO                               *
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
           MOVE ITEM-PRODUTO TO CODIGO
           PERFORM BUSCA-TIPO THRU BUSCA-TIPO-FIM
           MOVE PED-VENDEDOR TO S-VENDEDOR
           MOVE W-TIPO-PROD  TO S-TIPO
           MOVE ITEM-VALOR   TO S-VALOR
           RELEASE SORT-REC
           GO TO CARREGA-ITENS-LER.
       CARREGA-ITENS-FIM.
           EXIT.
      *
      ***********************************************
      * DEVOLUCOES LANCADAS ATE HOJE CONTRA PEDIDOS  *
      * DO MES NAO CANCELADOS - SAEM DO VENDEDOR DO  *
      * PEDIDO DE ORIGEM                             *
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
           IF DL-DATA > W-HOJE
              GO TO CARREGA-DEVOL-LER.
           MOVE DL-PEDIDO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
              GO TO CARREGA-DEVOL-LER.
           COMPUTE W-PED-ANOMES = PED-DATA / 100
           IF W-PED-ANOMES NOT = W-ANOMES
              GO TO CARREGA-DEVOL-LER.
           IF PED-DATA > W-HOJE
              GO TO CARREGA-DEVOL-LER.
           IF PED-SITUACAO = "C"
              GO TO CARREGA-DEVOL-LER.
           MOVE DL-PRODUTO TO CODIGO
           PERFORM BUSCA-TIPO THRU BUSCA-TIPO-FIM
           MOVE PED-VENDEDOR TO S-VENDEDOR
           MOVE W-TIPO-PROD  TO S-TIPO
           COMPUTE S-VALOR = ZEROS - DL-VALOR
           RELEASE SORT-REC
           GO TO CARREGA-DEVOL-LER.
       CARREGA-DEVOL-FECHA.
           CLOSE DEVOL.
       CARREGA-DEVOL-FIM.
           EXIT.
      *
      ***********************************************
      * CATEGORIA DO PRODUTO EM CODIGO; PRODUTO FORA *
      * DO CADASTRO FICA NA 00                       *
      ***********************************************
       BUSCA-TIPO.
           MOVE ZEROS TO W-TIPO-PROD
           IF W-PRO-ABERTO NOT = "S"
              GO TO BUSCA-TIPO-FIM.
           READ PRODUTO
           IF ST-PRO = "00"
              MOVE TIPO TO W-TIPO-PROD.
       BUSCA-TIPO-FIM.
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
              DISPLAY "ERRO NA ABERTURA DO RELMETA.LST"
              GO TO GRAVA-FIM.
           MOVE W-DT-DIA  TO CAB1-DIA
           MOVE W-DT-MES  TO CAB1-MES
           MOVE W-DT-ANO  TO CAB1-ANO
           MOVE W-ULT-DIA TO CAB1-ULT
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL.
       LER-SORT.
           RETURN SORTWK AT END GO TO ENCERRA-TOTAIS.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              MOVE S-VENDEDOR TO W-VEND-ANT
              MOVE S-TIPO     TO W-TIPO-ANT
              PERFORM ABRE-VEND THRU ABRE-VEND-FIM
           ELSE
              IF S-VENDEDOR NOT = W-VEND-ANT
                 PERFORM TOTALIZA-TIPO THRU TOTALIZA-TIPO-FIM
                 PERFORM TOTALIZA-VEND THRU TOTALIZA-VEND-FIM
                 MOVE S-VENDEDOR TO W-VEND-ANT
                 MOVE S-TIPO     TO W-TIPO-ANT
                 PERFORM ABRE-VEND THRU ABRE-VEND-FIM
              ELSE
                 IF S-TIPO NOT = W-TIPO-ANT
                    PERFORM TOTALIZA-TIPO THRU TOTALIZA-TIPO-FIM
                    MOVE S-TIPO TO W-TIPO-ANT.
           ADD S-VALOR TO W-TP-VENDA
           ADD S-VALOR TO W-VD-VENDA
           GO TO LER-SORT.
      *
       ENCERRA-TOTAIS.
           IF W-PRIMEIRO = "N"
              PERFORM TOTALIZA-TIPO THRU TOTALIZA-TIPO-FIM
              PERFORM TOTALIZA-VEND THRU TOTALIZA-VEND-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TG-VENDA TO TOTG-VENDIDO
           MOVE W-TG-META  TO TOTG-META
           MOVE W-TG-PROJ  TO TOTG-PROJ
           MOVE TOT-GERAL-LIN TO LINHA-REL
           WRITE LINHA-REL.
           GO TO GRAVA-FIM.
      *
      ***********************************************
      * CABECALHO DO VENDEDOR; VENDEDOR ZERO = VENDA *
      * DE BALCAO                                    *
      ***********************************************
       ABRE-VEND.
           ADD 1 TO W-LISTADOS
           MOVE ZEROS TO W-VD-VENDA W-TP-VENDA
           MOVE W-VEND-ANT TO CABV-COD
           IF W-VEND-ANT = ZEROS
              MOVE "VENDA DE BALCAO (SEM VENDEDOR)" TO CABV-NOME
              GO TO ABRE-VEND-GRAVA.
           MOVE "*** VENDEDOR NAO CADASTRADO ***" TO CABV-NOME
           IF W-VEN-ABERTO = "S"
              MOVE W-VEND-ANT TO COD-VENDEDOR
              READ CADVEND
              IF ST-VEN = "00"
                 MOVE NOME-VENDEDOR TO CABV-NOME.
       ABRE-VEND-GRAVA.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE CAB-VEND TO LINHA-REL
           WRITE LINHA-REL.
       ABRE-VEND-FIM.
           EXIT.
      *
      ***********************************************
      * QUEBRA DE CATEGORIA - SO SAI A LINHA QUANDO  *
      * HA META DO MES PARA A CATEGORIA              *
      ***********************************************
       TOTALIZA-TIPO.
           MOVE W-TP-VENDA TO W-VENDIDO
           MOVE ZEROS TO W-TP-VENDA
           IF W-TIPO-ANT = ZEROS
              GO TO TOTALIZA-TIPO-FIM.
           MOVE W-TIPO-ANT TO W-TIPO-PROD
           PERFORM BUSCA-META THRU BUSCA-META-FIM
           IF ST-MT NOT = "00"
              GO TO TOTALIZA-TIPO-FIM.
           MOVE W-TIPO-ANT TO ROTC-TIPO
           MOVE SPACES     TO ROTC-DESC
           IF W-TIP-ABERTO = "S"
              MOVE W-TIPO-ANT TO CODTIPO
              READ CADTIPO
              IF ST-TIP = "00"
                 MOVE DESCTIPO TO ROTC-DESC.
           MOVE ROT-CAT TO DET-ROTULO
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
       TOTALIZA-TIPO-FIM.
           EXIT.
      *
      ***********************************************
      * QUEBRA DE VENDEDOR - TOTAL CONTRA A META     *
      * GERAL DO MES                                 *
      ***********************************************
       TOTALIZA-VEND.
           MOVE W-VD-VENDA TO W-VENDIDO
           MOVE ZEROS TO W-TIPO-PROD
           PERFORM BUSCA-META THRU BUSCA-META-FIM
           MOVE "TOTAL DO VENDEDOR" TO DET-ROTULO
           PERFORM GRAVA-DET THRU GRAVA-DET-FIM.
           ADD W-VENDIDO  TO W-TG-VENDA
           ADD W-META     TO W-TG-META
           ADD W-PROJECAO TO W-TG-PROJ.
       TOTALIZA-VEND-FIM.
           EXIT.
      *
      ***********************************************
      * META DO VENDEDOR W-VEND-ANT NO MES PARA A    *
      * CATEGORIA W-TIPO-PROD EM W-META (ZERO E      *
      * ST-MT "23" QUANDO NAO HA)                    *
      ***********************************************
       BUSCA-META.
           MOVE ZEROS TO W-META
           MOVE "23"  TO ST-MT
           IF W-MT-ABERTO NOT = "S"
              GO TO BUSCA-META-FIM.
           MOVE W-VEND-ANT  TO MT-VENDEDOR
           MOVE W-ANOMES    TO MT-ANOMES
           MOVE W-TIPO-PROD TO MT-TIPO
           READ METAVEND
           IF ST-MT = "00"
              MOVE MT-VALOR TO W-META.
       BUSCA-META-FIM.
           EXIT.
      *
      ***********************************************
      * LINHA DE DETALHE - VENDIDO, META, PERCENTUAL *
      * ATINGIDO E PROJECAO NO RITMO DOS DIAS        *
      * CORRIDOS; SEM META OS PERCENTUAIS FICAM EM   *
      * BRANCO                                       *
      ***********************************************
       GRAVA-DET.
           COMPUTE W-PROJECAO ROUNDED = W-VENDIDO * W-ULT-DIA
                                        / W-DT-DIA
           MOVE W-VENDIDO  TO DET-VENDIDO
           MOVE W-META     TO DET-META
           MOVE W-PROJECAO TO DET-PROJ
           MOVE SPACES     TO DET-PCT-X DET-PCTP-X
           IF W-META = ZEROS
              GO TO GRAVA-DET-LINHA.
           MOVE ZEROS TO W-PCT
           IF W-VENDIDO > ZEROS
              COMPUTE W-PCT ROUNDED = W-VENDIDO * 100 / W-META
                      ON SIZE ERROR MOVE 9999,9 TO W-PCT.
           MOVE W-PCT TO DET-PCT
           MOVE ZEROS TO W-PCT
           IF W-PROJECAO > ZEROS
              COMPUTE W-PCT ROUNDED = W-PROJECAO * 100 / W-META
                      ON SIZE ERROR MOVE 9999,9 TO W-PCT.
           MOVE W-PCT TO DET-PCT-PROJ.
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
      * ULTIMO DIA DO MES DE W-DATA EM W-ULT-DIA     *
      * (FEVEREIRO COM 29 NO ANO DIVISIVEL POR 4)    *
      ***********************************************
       ULTIMO-DIA.
           MOVE W-DIAS-MES (W-DT-MES) TO W-ULT-DIA
           IF W-DT-MES = 02
              DIVIDE W-DT-ANO BY 4 GIVING W-QUOC-ANO
                     REMAINDER W-RESTO-ANO
              IF W-RESTO-ANO = ZEROS
                 MOVE 29 TO W-ULT-DIA.
       ULTIMO-DIA-FIM.
           EXIT.
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
      * VALEM OS PADROES LOCAIS                     *
      ***********************************************
       LE-PARAMETROS.
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
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
