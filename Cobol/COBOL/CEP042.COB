      * (CEP065/CLACLI, CODIGO ZERO = AVULSO DIGITADO)  *
      * E ENDERECO DE ENTREGA BUSCADO POR CEP           *
      * EM CADCEP.DAT (MESMA CONSULTA DO CEP010), ITENS *
      * PRECIFICADOS PELO PRECO-VENDA DE PRODUTO.DAT    *
      * OU PELA TABELA DE PRECO DO CLIENTE E PROMOCAO   *
      * EM VIGOR (CEP122/CLATAB, CEP123/CLAPROMO),      *
      * RESERVA DE ESTOQUE POR BAIXA DO ESTOQUE-ATUAL   *
      * (COM MOVIMENTO DE SAIDA NO DIARIO MOVIMENT.DAT,  *
      * DOCUMENTO = NUMERO DO PEDIDO) E EMISSAO DO      *
      * DOCUMENTO IMPRESSO DO PEDIDO (PEDVENDA.LST). O  *
      * VENDEDOR PROPOSTO E O DONO DO TERRITORIO DO CEP *
      * DE ENTREGA (CEP126/CLATERR); OUTRO VENDEDOR SO  *
      * COM MOTIVO, QUE VAI PARA O TERRIT.LOG           *
      * O ITEM MOSTRA O DISPONIVEL A PROMETER (SALDO -  *
      * PENDENCIAS + COMPRAS EM ABERTO POR DATA         *
      * PREVISTA, CEP081/PEDCOMP) E A PENDENCIA LEVA A  *
      * DATA PROMETIDA AO CLIENTE                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DUP-CHAVE
                    FILE STATUS  IS ST-DUP.
       SELECT CHQCUST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-NUMERO
                    FILE STATUS  IS ST-CHQ
                    ALTERNATE RECORD KEY IS CHQ-CODCLI
                                                      WITH DUPLICATES.
       SELECT CONDPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CODIGO
                    FILE STATUS  IS ST-CPG.
       SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
       SELECT BATCHWIN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-BWN.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT COMPKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-KIT.
       SELECT CODALT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALT-CODIGO
                    FILE STATUS  IS ST-ALT
                    ALTERNATE RECORD KEY IS ALT-PRODUTO
                                                      WITH DUPLICATES.
       SELECT TABPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TP-CHAVE
                    FILE STATUS  IS ST-TP.
       SELECT PROMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CHAVE
                    FILE STATUS  IS ST-PRM.
       SELECT TERRIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-CHAVE
                    FILE STATUS  IS ST-TER
                    ALTERNATE RECORD KEY IS TR-CHAVE-FIM.
       SELECT TERRLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TLG.
       SELECT PEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PC-NUMERO
                    FILE STATUS  IS ST-PC.
       SELECT PEDCITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCI-CHAVE
                    ALTERNATE RECORD KEY IS PCI-PRODUTO WITH DUPLICATES
                    FILE STATUS  IS ST-PCI.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 PED-OPERADOR    PIC X(10).
                03 PED-CODCLI      PIC 9(06).
      *              D=DIGITADO S=SEPARADO F=FATURADO C=CANCELADO
      *              B=BLOQUEADO POR CREDITO (LIBERA NO CEP104)
                03 PED-SITUACAO    PIC X(01).
      *              CARIMBO DO EMBARQUE (CEP068/ROMANEIO)
                03 PED-DATA-EMB    PIC 9(08).
      *              CLAFRETE) - FORA DO PED-TOTAL (MERCADORIA),
      *              SOMADO NO TOTAL DO DOCUMENTO IMPRESSO
                03 PED-FRETE       PIC 9(06)V99.
      *              CONDICAO DE PAGAMENTO (CONDPAG.DAT); 000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
      *              FILIAL DO PEDIDO (A DO OPERADOR QUE DIGITOU);
      *              O NUMERO SAI DA FAIXA DELA NO CADFIL (CEP140)
                03 PED-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : PEDITEM    - ITENS DO PEDIDO DE VENDA               *
                03 CLI-COMPLEMENTO PIC X(15).
                03 CLI-FONE        PIC X(12).
                03 CLI-CONTATO     PIC X(20).
                03 CLI-LIMITE      PIC 9(08)V99.
      *              CONDICAO DE PAGAMENTO PADRAO SUGERIDA NO PEDIDO E
      *              NO ORCAMENTO; 000 = A VISTA
                03 CLI-CONDPAG     PIC 9(03).
                03 CLI-TIPO-DOC    PIC X(01).
                03 CLI-DOCUMENTO   PIC 9(14).
                03 CLI-IE          PIC X(14).
      *              TABELA DE PRECO DO CLIENTE (CEP122/CLATAB); 00 =
      *              PRECO DE LISTA DO PRODUTO
                03 CLI-TABELA      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : MOVIMENT   - DIARIO DE MOVIMENTOS INDEXADO POR      *
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *
      *****************************************************************
                03 BK-QTDE-PEND    PIC 9(05).
      *              A=ABERTA T=ATENDIDA PELA ENTRADA
                03 BK-SITUACAO     PIC X(01).
      *              DATA PROMETIDA AO CLIENTE (0=SEM PREVISAO)
                03 BK-DATA-PREV    PIC 9(08).
      *
      *****************************************************************
      * ARQUIVO : TABFRETE   - TABELA DE FRETE POR UF E FAIXA DE CEP  *
                03 DUP-VALOR       PIC 9(08)V99.
                03 DUP-PAGO        PIC 9(08)V99.
                03 DUP-DATA-PAGTO  PIC 9(08).
      *              A=ABERTA P=PAGA C=CANCELADA (RENEGOCIADA)
                03 DUP-SITUACAO    PIC X(01).
      *              S=JA FOI EM REMESSA BANCARIA (CEP072)
      *              Q=COBERTA POR CHEQUE EM CUSTODIA (CEP143)
                03 DUP-REMESSA     PIC X(01).
      *              MULTA E JUROS DE MORA RECEBIDOS, SEPARADOS DO
      *              PRINCIPAL QUE ACUMULA EM DUP-PAGO (CEP070)
                03 DUP-MULTA       PIC 9(08)V99.
                03 DUP-JUROS       PIC 9(08)V99.
      *              NUMERO DA RENEGOCIACAO (CEP102/RENEGOC): NA
      *              PARCELA CANCELADA, O PLANO QUE A SUBSTITUIU; NA
      *              PARCELA DO PLANO, O PROPRIO NUMERO DO PLANO
                03 DUP-RENEG       PIC 9(06).
                03 DUP-MOTIVO      PIC X(30).
      *              FILIAL DONA DO TITULO - A MESMA DO PEDIDO
                03 DUP-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : CHQCUST    - CHEQUES PRE-DATADOS EM CUSTODIA        *
      *                        (CEP143/CUSTCHQ) - CHEQUE DEVOLVIDO    *
      *                        (V) BLOQUEIA O CREDITO DO CLIENTE      *
      * CHAVE 2     : CHQ-CODCLI - CLIENTE (DUPLICATAS)               *
      *****************************************************************
       FD CHQCUST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CHQCUST.DAT".
       01 REGCHQ.
                03 CHQ-NUMERO      PIC 9(06).
                03 CHQ-CODCLI      PIC 9(06).
                03 CHQ-CLIENTE     PIC X(30).
                03 CHQ-BANCO       PIC 9(03).
                03 CHQ-AGENCIA     PIC 9(04).
                03 CHQ-CONTA       PIC X(10).
                03 CHQ-CHEQUE      PIC 9(06).
                03 CHQ-VALOR       PIC 9(08)V99.
                03 CHQ-BOM-PARA    PIC 9(08).
                03 CHQ-RECEBIDO    PIC 9(08).
                03 CHQ-DEPOSITO    PIC 9(08).
                03 CHQ-DEVOLUCAO   PIC 9(08).
                03 CHQ-ALINEA      PIC 9(02).
                03 CHQ-SITUACAO    PIC X(01).
                03 CHQ-OPERADOR    PIC X(10).
                03 CHQ-FILIAL      PIC 9(02).
                03 CHQ-QTDE-PARC   PIC 9(01).
                03 CHQ-PARCELAS OCCURS 5 TIMES.
                   05 CHQ-PC-PEDIDO  PIC 9(06).
                   05 CHQ-PC-PARCELA PIC 9(02).
                   05 CHQ-PC-VALOR   PIC 9(08)V99.
      *
      *****************************************************************
      * ARQUIVO : CONDPAG    - CONDICAO DE PAGAMENTO (CEP107/CLACOND):*
      *                        PARCELAS, DIAS E PERCENTUAL DE CADA    *
      *                        UMA; PERCENTUAIS ZERADOS = RATEIO IGUAL*
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
      * ARQUIVO : FERIADO    - CALENDARIO DE FERIADOS (CLAFER/CEP109) *
      *                        - ANO 0000 = FERIADO FIXO, TODO ANO    *
      *****************************************************************
       FD FERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 REGFER.
                03 FER-DATA.
                   05 FER-ANO      PIC 9(04).
                   05 FER-MES      PIC 9(02).
                   05 FER-DIA      PIC 9(02).
                03 FER-DESCRICAO   PIC X(30).
                03 FER-ABRANGE     PIC X(01).
      *
      *****************************************************************
      * ARQUIVO : BATCHWIN   - SEMAFORO DA JANELA BATCH (NOTURNO/     *
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
                03 PA-FATOR-LEAD    PIC 9(01)V99.
                03 PA-IDADE-SENHA   PIC 9(03).
                03 PA-MULTA         PIC 9(02)V99.
                03 PA-JUROS-DIA     PIC 9(01)V9999.
                03 PA-DIAS-BLOQ     PIC 9(03).
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
      * ARQUIVO : CODALT     - CODIGOS ALTERNATIVOS DO PRODUTO (EAN-13*
      *                        DUN-14, CODIGO DO FORNECEDOR), MANTIDOS*
      *                        NO CEP001/CLAPROD. ALT-MULT = UNIDADES *
      *                        POR EMBALAGEM LIDA                     *
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
      *
      *****************************************************************
      * ARQUIVO : TABPRECO   - TABELAS DE PRECO DE CLIENTE (CEP122/   *
      *                        CLATAB): CABECALHO (T), CATEGORIA (C)  *
      *                        E PRODUTO (P)                          *
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
      *****************************************************************
      * ARQUIVO : PROMO      - PRECO PROMOCIONAL POR PERIODO (CEP123/ *
      *                        CLAPROMO); PR-TABELA 00 = TODAS        *
      *****************************************************************
       FD PROMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROMO.DAT".
       01 REGPR.
                03 PR-CHAVE.
                   05 PR-PRODUTO   PIC 9(06).
                   05 PR-TABELA    PIC 9(02).
                   05 PR-DATA-INI  PIC 9(08).
                03 PR-DATA-FIM     PIC 9(08).
                03 PR-PRECO        PIC 9(06)V99.
      *
      *****************************************************************
      * ARQUIVO : TERRIT     - TERRITORIOS DE VENDA (CEP126/CLATERR): *
      *                        FAIXA DE CEP DA UF E O VENDEDOR DONO   *
      *****************************************************************
       FD TERRIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERRIT.DAT".
       01 REGTR.
                03 TR-CHAVE.
                   05 TR-UF        PIC X(02).
                   05 TR-CEP-INI   PIC 9(08).
                03 TR-CHAVE-FIM.
                   05 TR-UF-FIM    PIC X(02).
                   05 TR-CEP-FIM   PIC 9(08).
                03 TR-VENDEDOR     PIC 9(04).
                03 TR-DESCRICAO    PIC X(20).
      *
      *****************************************************************
      * ARQUIVO : TERRLOG    - RASTRO DAS VENDAS FEITAS POR OUTRO     *
      *                        VENDEDOR QUE NAO O DONO DO TERRITORIO, *
      *                        COM O MOTIVO INFORMADO                 *
      *****************************************************************
       FD TERRLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERRIT.LOG".
       01 LINHA-TLOG           PIC X(100).
      *
      *****************************************************************
      * ARQUIVO : PEDCOMP    - CABECALHO DO PEDIDO DE COMPRA (CEP081) *
      *                        - SO LIDO; CONTA O QUE ESTA A OU P     *
      *****************************************************************
       FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       01 REGPC.
                03 PC-NUMERO       PIC 9(06).
                03 PC-DATA         PIC 9(08).
                03 PC-FORNECEDOR   PIC 9(04).
                03 PC-NOME-FORN    PIC X(30).
                03 PC-TOTAL        PIC 9(08)V99.
                03 PC-OPERADOR     PIC X(10).
                03 PC-SITUACAO     PIC X(01).
      *
      *****************************************************************
      * ARQUIVO : PEDCITEM   - ITENS DO PEDIDO DE COMPRA (CEP081) -   *
      *                        SO LIDO PELO PRODUTO; O QUE FALTA      *
      *                        RECEBER ENTRA NO DISPONIVEL A PROMETER *
      *                        NA DATA PREVISTA DE ENTREGA            *
      *****************************************************************
       FD PEDCITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCITEM.DAT".
       01 REGPCI.
                03 PCI-CHAVE.
                   05 PCI-PEDIDO   PIC 9(06).
                   05 PCI-SEQ      PIC 9(02).
                03 PCI-PRODUTO     PIC 9(06).
                03 PCI-DESCRICAO   PIC X(25).
                03 PCI-QTDE        PIC 9(05).
                03 PCI-CUSTO       PIC 9(05)V99.
                03 PCI-VALOR       PIC 9(08)V99.
                03 PCI-QTDE-REC    PIC 9(05).
                03 PCI-DATA-REC    PIC 9(08).
                03 PCI-CUSTO-REC   PIC 9(05)V99.
                03 PCI-DATA-PREV   PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *              *** LEITURA POR CODIGO DE BARRAS/FORNECEDOR ***
      *              *** (CODALT.DAT) - W-COD-MULT = UNIDADES POR  ***
      *              *** EMBALAGEM DO CODIGO LIDO                  ***
       77 ST-ALT        PIC X(02) VALUE "00".
       77 W-ALT-ABERTO  PIC X(01) VALUE "N".
       77 W-COD-LIDO    PIC X(20) VALUE SPACES.
       77 W-COD-TAM     PIC 9(02) VALUE ZEROS.
       77 W-COD-PRODUTO PIC 9(06) VALUE ZEROS.
       77 W-COD-MULT    PIC 9(03) VALUE 1.
       77 W-COD-ACHOU   PIC X(01) VALUE "N".
      *              *** TABELA DE PRECO DO CLIENTE E PROMOCAO  ***
      *              *** (TABPRECO/PROMO) - W-REGRA DIZ DE ONDE ***
      *              *** VEIO O PRECO DO ITEM                   ***
       77 ST-TP        PIC X(02) VALUE "00".
       77 ST-PRM       PIC X(02) VALUE "00".
       77 W-TP-ABERTO  PIC X(01) VALUE "N".
       77 W-PRM-ABERTO PIC X(01) VALUE "N".
       77 W-TAB-CLI    PIC 9(02) VALUE ZEROS.
       77 W-TAB-PROMO  PIC 9(02) VALUE ZEROS.
       77 W-REGRA      PIC X(16) VALUE SPACES.
      *              *** TERRITORIO DO CEP DE ENTREGA (TERRIT.DAT) ***
      *              *** - W-VEND-TERR ZERO = CEP SEM DONO; TROCA  ***
      *              *** DO VENDEDOR PROPOSTO EXIGE W-MOTIVO-TERR  ***
       77 ST-TER        PIC X(02) VALUE "00".
       77 ST-TLG        PIC X(02) VALUE "00".
       77 W-TER-ABERTO  PIC X(01) VALUE "N".
       77 W-TER-UF      PIC X(02) VALUE SPACES.
       77 W-TER-CEP     PIC 9(08) VALUE ZEROS.
       77 W-VEND-TERR   PIC 9(04) VALUE ZEROS.
       77 W-MOTIVO-TERR PIC X(30) VALUE SPACES.
       01 W-HORA-TLG.
          03 W-HT-HMS     PIC 9(06).
          03 FILLER       PIC 9(02).
       01 REG-TLOG.
          03 TL-DATA      PIC 9(08).
          03 FILLER       PIC X VALUE SPACE.
          03 TL-HORA      PIC 9(06).
          03 FILLER       PIC X VALUE SPACE.
          03 TL-OPERADOR  PIC X(10).
          03 FILLER       PIC X VALUE SPACE.
          03 TL-ORCAMENTO PIC 9(06).
          03 FILLER       PIC X VALUE SPACE.
          03 TL-PEDIDO    PIC 9(06).
          03 FILLER       PIC X VALUE SPACE.
          03 TL-UF        PIC X(02).
          03 FILLER       PIC X VALUE SPACE.
          03 TL-CEP       PIC 9(08).
          03 FILLER       PIC X VALUE SPACE.
          03 TL-VEND-TERR PIC 9(04).
          03 FILLER       PIC X VALUE SPACE.
          03 TL-VEND-PED  PIC 9(04).
          03 FILLER       PIC X VALUE SPACE.
          03 TL-MOTIVO    PIC X(30).
       77 ST-PAR       PIC X(02) VALUE "00".
       77 W-TEMPO-MENS PIC 9(06) VALUE 30000.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
      *              *** PENDENCIA DE VENDA (BACKORDER) ***
       77 ST-BKO       PIC X(02) VALUE "00".
       77 W-FALTA-BKO  PIC 9(05) VALUE ZEROS.
       77 W-DATA-PROMESSA PIC 9(08) VALUE ZEROS.
      *              *** DISPONIVEL A PROMETER (ATP): SALDO DOS  ***
      *              *** DEPOSITOS - PENDENCIAS ABERTAS + COMPRAS ***
      *              *** EM ABERTO, ACUMULADO POR DATA PREVISTA   ***
       77 ST-PC        PIC X(02) VALUE "00".
       77 ST-PCI       PIC X(02) VALUE "00".
       77 W-PC-ABERTO  PIC X(01) VALUE "N".
       77 W-PCI-ABERTO PIC X(01) VALUE "N".
       77 W-ATP-DEP01  PIC X(01) VALUE "N".
       77 W-ATP-SALDO  PIC S9(07) VALUE ZEROS.
       77 W-ATP-BKO    PIC S9(07) VALUE ZEROS.
       77 W-ATP-HOJE   PIC S9(07) VALUE ZEROS.
       77 W-ATP-ACUM   PIC S9(07) VALUE ZEROS.
       77 W-ATP-QTDE   PIC 9(05) VALUE ZEROS.
       77 W-ATP-SEMDATA PIC 9(07) VALUE ZEROS.
       77 W-QT-ATP     PIC 9(02) VALUE ZEROS.
       77 W-IND-ATP    PIC 9(02) VALUE ZEROS.
       77 W-IND-DESLOCA PIC 9(02) VALUE ZEROS.
       77 W-IND-DESTINO PIC 9(02) VALUE ZEROS.
       01 TAB-ATP.
          03 TA-ITEM OCCURS 20 TIMES.
             05 TA-DATA       PIC 9(08).
             05 TA-QTDE       PIC 9(07).
             05 TA-ACUM       PIC S9(07).
       01 ATP-LINHA.
          03 FILLER        PIC X(12) VALUE "A PROMETER: ".
          03 ATPL-HOJE     PIC -ZZZZZ9.
          03 ATPL-PROX1    PIC X(20).
          03 ATPL-PROX2    PIC X(20).
          03 ATPL-SEMDATA  PIC X(15).
       01 ATP-PROX.
          03 FILLER        PIC X(03) VALUE " / ".
          03 ATPP-DATA     PIC 9(08).
          03 FILLER        PIC X(02) VALUE ": ".
          03 ATPP-QTDE     PIC -ZZZZZ9.
       01 ATP-SEMDATA.
          03 FILLER        PIC X(09) VALUE " S/PREV: ".
          03 ATPS-QTDE     PIC ZZZZZ9.
      *              *** PRECO PELA ALIQUOTA DE ICMS DA UF DESTINO ***
       77 ST-TAB       PIC X(02) VALUE "00".
       77 W-TEM-TAB    PIC X(01) VALUE "N".
       77 W-PRECO-UF   PIC 9(06)V99 VALUE ZEROS.
      *              *** GERACAO DE DUPLICATAS (CONTAS A RECEBER) ***
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-CHQ       PIC X(02) VALUE "00".
      *              *** S = CLIENTE COM CHEQUE DEVOLVIDO SEM ***
      *              *** REGULARIZAR NA CUSTODIA (CHQCUST)     ***
       77 W-CHQ-DEV    PIC X(01) VALUE "N".
       77 W-PARCELAS   PIC 9(02) VALUE ZEROS.
       77 W-PARC-IND   PIC 9(02) VALUE ZEROS.
       77 W-PARC-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 W-PARC-SOMA  PIC 9(08)V99 VALUE ZEROS.
          03 W-VENC-MES PIC 9(02).
          03 W-VENC-DIA PIC 9(02).
       01 W-VENC-NUM REDEFINES W-VENC PIC 9(08).
      *              *** CONDICAO DE PAGAMENTO E SOMA DE DIAS NO  ***
      *              *** CALENDARIO PARA O VENCIMENTO DA PARCELA  ***
       77 ST-CPG       PIC X(02) VALUE "00".
       77 W-PCT-SOMA   PIC 9(05)V99 VALUE ZEROS.
       77 W-SOMA-DIAS  PIC 9(03) VALUE ZEROS.
       77 W-ULT-DIA    PIC 9(02) VALUE ZEROS.
       77 W-QUOC-ANO   PIC 9(04) VALUE ZEROS.
       77 W-RESTO-ANO  PIC 9(01) VALUE ZEROS.
       77 W-BASE-VENC  PIC 9(08) VALUE ZEROS.
       01 W-TAB-MESES-X    PIC X(24)
                           VALUE "312831303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
          03 W-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
      *              *** CALENDARIO DE DIAS UTEIS (FERIADO.DAT) ***
       77 ST-FER       PIC X(02) VALUE "00".
       77 W-FER-ABERTO PIC X(01) VALUE "N".
       77 W-EH-UTIL    PIC X(01) VALUE "S".
       77 W-DIA-SEMANA PIC 9(01) VALUE ZEROS.
       77 W-ULT-UTIL   PIC 9(02) VALUE ZEROS.
       77 W-ZL-ANO     PIC 9(04) VALUE ZEROS.
       77 W-ZL-MES     PIC 9(02) VALUE ZEROS.
       77 W-ZL-SEC     PIC 9(02) VALUE ZEROS.
       77 W-ZL-AA      PIC 9(02) VALUE ZEROS.
       77 W-ZL-T1      PIC 9(03) VALUE ZEROS.
       77 W-ZL-T2      PIC 9(02) VALUE ZEROS.
       77 W-ZL-T3      PIC 9(02) VALUE ZEROS.
       77 W-ZL-SOMA    PIC 9(04) VALUE ZEROS.
       77 W-ZL-QUOC    PIC 9(04) VALUE ZEROS.
       77 W-ZL-RESTO   PIC 9(01) VALUE ZEROS.
       01 W-DATA-UTIL.
          03 W-UTIL-ANO PIC 9(04).
          03 W-UTIL-MES PIC 9(02).
          03 W-UTIL-DIA PIC 9(02).
       01 W-DATA-UTIL-NUM REDEFINES W-DATA-UTIL PIC 9(08).
      *              *** CONFERENCIA DE CREDITO NO FECHAMENTO ***
       77 W-BLOQ-CRED  PIC X(01) VALUE "N".
       77 W-DIAS-BLOQ  PIC 9(03) VALUE 060.
       77 W-EXPOSICAO  PIC 9(09)V99 VALUE ZEROS.
       77 W-MAIOR-ATRASO PIC 9(05) VALUE ZEROS.
       77 W-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 W-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VENC  PIC 9(07) VALUE ZEROS.
       01 W-DATA-DEC.
          03 W-DT-ANO  PIC 9(04).
          03 W-DT-MES  PIC 9(02).
          03 W-DT-DIA  PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-DEC PIC 9(08).
       01 DATA-PED.
          03 ANO-PED   PIC 99.
          03 MES-PED   PIC 99.
       01 DOC-FRETE.
           03 FILLER      PIC X(17) VALUE "FRETE..........: ".
           03 DOC-FRE-VAL PIC ZZ.ZZZ.ZZ9,99.
       01 DOC-COND.
           03 FILLER      PIC X(09) VALUE "PAGTO..: ".
           03 DOC-COND-COD PIC 9(03).
           03 FILLER      PIC X(03) VALUE " - ".
           03 DOC-COND-DES PIC X(30).
       01 DOC-TOTGER.
           03 FILLER      PIC X(17) VALUE "TOTAL C/ FRETE.: ".
           03 DOC-TOG-VAL PIC ZZ.ZZZ.ZZ9,99.
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
      *              *** FILIAL DO OPERADOR E FAIXA DE NUMERACAO ***
      *              *** DE PEDIDO DELA (CEP140/CLAFIL)          ***
       77 W-FIL-OPER   PIC 9(02) VALUE 01.
       77 W-PED-INI    PIC 9(06) VALUE ZEROS.
       77 W-PED-FIM    PIC 9(06) VALUE ZEROS.
       77 W-PROX-PED   PIC 9(06) VALUE ZEROS.
      *              *** KIT (COMPKIT.DAT): COMPONENTES DO ITEM,  ***
      *              *** QUANTOS KITS O SALDO DELES MONTA E O     ***
      *              *** CUSTO DO KIT PELOS MEDIOS DOS COMPONENTES ***
       77 ST-KIT       PIC X(02) VALUE "00".
       77 W-KIT-ABERTO PIC X(01) VALUE "N".
       77 W-KIT-PRODUTO PIC 9(06) VALUE ZEROS.
       77 W-QT-KIT     PIC 9(02) VALUE ZEROS.
       77 W-IND-KIT    PIC 9(02) VALUE ZEROS.
       77 W-DISP-KIT   PIC 9(05) VALUE ZEROS.
       77 W-DISP-COMP  PIC 9(05) VALUE ZEROS.
       77 W-QTDE-KIT   PIC 9(05) VALUE ZEROS.
       77 W-QTDE-COMP  PIC 9(07) VALUE ZEROS.
       77 W-CUSTO-KIT  PIC 9(07)V99 VALUE ZEROS.
       77 W-KIT-PRESO  PIC X(01) VALUE "N".
       01 W-REG-KIT    PIC X(90) VALUE SPACES.
       01 TAB-KIT.
          03 TK-ITEM OCCURS 10 TIMES.
             05 TK-COMPONENTE PIC 9(06).
             05 TK-QTDE       PIC 9(03).
      *              *** OPERADOR ASSINADO NO MENU (CEP043) -     ***
      *              *** ITEM EXTERNAL COMPARTILHADO DA RUN-UNIT;  ***
      *              *** RODANDO AVULSO FICA VAZIO E A TELA PEDE   ***
       01 W-OPERADOR-MENU  PIC X(10) EXTERNAL.
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
      *-----------
       SCREEN SECTION.

               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 04  COLUMN 01
               VALUE  " (PEDIDO 0 = PROXIMO NUMERO DA FILIAL)".
           05  LINE 05  COLUMN 01
               VALUE  " PEDIDO:                      CLIENTE:".
           05  LINE 06  COLUMN 01
               VALUE  " CIDADE:                                UF:".
           05  LINE 16  COLUMN 01
               VALUE  " VENDEDOR (0=BALCAO):".
           05  LINE 17  COLUMN 01
               VALUE  " COND. PAGAMENTO (0=A VISTA):".
           05  TPEDIDO
               LINE 05  COLUMN 10  PIC 9(06)
               USING  PED-NUMERO
               LINE 16  COLUMN 23  PIC 9(04)
               USING  PED-VENDEDOR
               HIGHLIGHT.
           05  TCONDPAG
               LINE 17  COLUMN 31  PIC 9(03)
               USING  PED-CONDPAG
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                      OPEN INPUT CADVEND
                   ELSE
                      NEXT SENTENCE.
           OPEN INPUT CONDPAG
           IF ST-CPG NOT = "00"
               IF ST-CPG = "30"
                      OPEN OUTPUT CONDPAG
                      CLOSE CONDPAG
                      OPEN INPUT CONDPAG
                   ELSE
                      NEXT SENTENCE.
           OPEN INPUT FERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-ABERTO.
           OPEN INPUT TABICMS
           IF ST-TAB = "00"
              MOVE "S" TO W-TEM-TAB
                      OPEN I-O DUPREC
                   ELSE
                      NEXT SENTENCE.
           OPEN INPUT COMPKIT
           IF ST-KIT = "00"
              MOVE "S" TO W-KIT-ABERTO.
           OPEN INPUT CODALT
           IF ST-ALT = "00"
              MOVE "S" TO W-ALT-ABERTO.
           OPEN INPUT TABPRECO
           IF ST-TP = "00"
              MOVE "S" TO W-TP-ABERTO.
           OPEN INPUT PROMO
           IF ST-PRM = "00"
              MOVE "S" TO W-PRM-ABERTO.
           OPEN INPUT TERRIT
           IF ST-TER = "00"
              MOVE "S" TO W-TER-ABERTO.
           OPEN INPUT PEDCOMP
           IF ST-PC = "00"
              MOVE "S" TO W-PC-ABERTO.
           OPEN INPUT PEDCITEM
           IF ST-PCI = "00"
              MOVE "S" TO W-PCI-ABERTO.
      ***********************************************
      * O OPERADOR VEM DO MENU (CEP043) QUANDO O     *
      * PROGRAMA E CHAMADO DE LA; SO PEDE NA TELA    *
                   GO TO INC-OP1.
      *              TETO DE DESCONTO DO PERFIL (CEP033/CLAOPER)
                MOVE PERM-DESC-MAX TO W-DESC-MAX.
      *              FILIAL DO OPERADOR: DA O DEPOSITO DA LOJA PARA
      *              O ESPELHO EM SALDEP E A FAIXA DE NUMERACAO
                MOVE OPER-FILIAL TO FL-CODIGO
                CALL "LEFIL"
                IF FL-SITUACAO = "N" OR "I"
                   MOVE "*** FILIAL DO OPERADOR INATIVA OU SEM CADASTRO"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OP1.
                MOVE FL-CODIGO   TO W-FIL-OPER
                MOVE FL-DEPOSITO TO W-DEP-LOJA
                MOVE FL-PED-INI  TO W-PED-INI
                MOVE FL-PED-FIM  TO W-PED-FIM.
       INC-001.
                MOVE ZEROS  TO PED-NUMERO PED-CEP PED-ENDNUM PED-TOTAL
                               PED-CODCLI PED-VENDEDOR PED-FRETE
                               PED-CONDPAG
                MOVE SPACES TO PED-CLIENTE PED-LOGRADOURO
                               PED-COMPLEMENTO PED-BAIRRO PED-CIDADE
                               PED-UF
                MOVE ZEROS  TO W-SEQ W-ITENS W-VEND-TERR
                MOVE SPACES TO W-MOTIVO-TERR
                DISPLAY TELAPEDIDO.
       INC-002.
                ACCEPT TPEDIDO
                 IF W-ACT = 02
                   CLOSE PEDIDO PEDITEM PRODUTO CADCEP CADCLI MOVIMENT
                         DOCUMENTO CADOPER DUPREC CADVEND BACKORD
                         TRAVAS SALDEP CONDPAG
                   IF W-TEM-TAB = "S"
                      CLOSE TABICMS
                   END-IF
                   IF W-TEM-FRETE = "S"
                      CLOSE TABFRETE
                   END-IF
                   IF W-FER-ABERTO = "S"
                      CLOSE FERIADO
                   END-IF
                   IF W-KIT-ABERTO = "S"
                      CLOSE COMPKIT
                      MOVE "N" TO W-KIT-ABERTO
                   END-IF
                   IF W-ALT-ABERTO = "S"
                      CLOSE CODALT
                      MOVE "N" TO W-ALT-ABERTO
                   END-IF
                   IF W-TP-ABERTO = "S"
                      CLOSE TABPRECO
                      MOVE "N" TO W-TP-ABERTO
                   END-IF
                   IF W-PRM-ABERTO = "S"
                      CLOSE PROMO
                      MOVE "N" TO W-PRM-ABERTO
                   END-IF
                   IF W-TER-ABERTO = "S"
                      CLOSE TERRIT
                      MOVE "N" TO W-TER-ABERTO
                   END-IF
                   IF W-PC-ABERTO = "S"
                      CLOSE PEDCOMP
                      MOVE "N" TO W-PC-ABERTO
                   END-IF
                   IF W-PCI-ABERTO = "S"
                      CLOSE PEDCITEM
                      MOVE "N" TO W-PCI-ABERTO
                   END-IF
                   GO TO ROT-FIM.
                IF PED-NUMERO = 0
                   PERFORM BUSCA-PROX-PED THRU BUSCA-PROX-PED-FIM
                   IF W-PROX-PED = ZEROS
                      MOVE "*** FAIXA DE PEDIDOS DA FILIAL ESGOTADA ***"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002
                   ELSE
                      MOVE W-PROX-PED TO PED-NUMERO
                      DISPLAY TPEDIDO.
                IF PED-NUMERO < W-PED-INI OR PED-NUMERO > W-PED-FIM
                   MOVE "*** NUMERO FORA DA FAIXA DA FILIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-PEDIDO01.
                   MOVE "ERRO NA LEITURA ARQUIVO PEDIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *              NUMERO QUE JA TEM DUPLICATA (PEDIDO CANCELADO COM
      *              PARCELA PAGA MANTIDA OU PLANO DE RENEGOCIACAO DO
      *              CEP102) NAO PODE SER REAPROVEITADO
                MOVE PED-NUMERO TO DUP-PEDIDO
                MOVE 01         TO DUP-PARCELA
                READ DUPREC
                IF ST-DUP = "00"
                   MOVE "*** NUMERO JA USADO NO CONTAS A RECEBER ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *
      ***********************************************
      * CODIGO DO CLIENTE (CEP065/CLACLI) - COM      *
                ACCEPT TCODCLI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-002.
      *              CLIENTE AVULSO COMPRA PELO PRECO DE LISTA
                MOVE ZEROS TO W-TAB-CLI
                IF PED-CODCLI = ZEROS
                   GO TO INC-003.
                MOVE PED-CODCLI TO COD-CLIENTE
                MOVE CLI-CEP         TO PED-CEP
                MOVE CLI-ENDNUM      TO PED-ENDNUM
                MOVE CLI-COMPLEMENTO TO PED-COMPLEMENTO
                MOVE CLI-CONDPAG     TO PED-CONDPAG
                MOVE CLI-TABELA      TO W-TAB-CLI
                MOVE CLI-CEP TO CEP
                READ CADCEP
                IF ST-CEP NOT = "00"
      ***********************************************
      * VENDEDOR DA VENDA - VALIDADO EM CADVEND.DAT  *
      * (CEP076/CLAVEND); ZERO = BALCAO SEM VENDEDOR *
      * PROPOSTO O DONO DO TERRITORIO DO CEP DE      *
      * ENTREGA; TROCAR EXIGE MOTIVO (TERRIT.LOG)    *
      ***********************************************
       INC-07P.
                MOVE PED-UF  TO W-TER-UF
                MOVE PED-CEP TO W-TER-CEP
                PERFORM BUSCA-TERRITORIO THRU BUSCA-TERRITORIO-FIM
                IF W-VEND-TERR NOT = ZEROS
                   MOVE W-VEND-TERR TO PED-VENDEDOR
                   DISPLAY TVENDEDOR
                   DISPLAY (16, 60) "TERRITORIO: " W-VEND-TERR.
       INC-007.
                ACCEPT TVENDEDOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF PED-VENDEDOR = ZEROS
                   GO TO INC-07M.
                MOVE PED-VENDEDOR TO COD-VENDEDOR
                READ CADVEND
                IF ST-VEN NOT = "00"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                DISPLAY (16, 29) NOME-VENDEDOR.
       INC-07M.
                MOVE SPACES TO W-MOTIVO-TERR
                IF W-VEND-TERR = ZEROS OR PED-VENDEDOR = W-VEND-TERR
                   GO TO INC-008.
                DISPLAY (20, 02) "MOTIVO DA TROCA DE VENDEDOR: "
                ACCEPT  (20, 32) W-MOTIVO-TERR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-MOTIVO-TERR = SPACES
                   MOVE "*** INFORME O MOTIVO DA TROCA DE VENDEDOR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-07M.
                DISPLAY (20, 02) LIMPA
                DISPLAY (20, 30) LIMPA.
      *
      ***********************************************
      * CONDICAO DE PAGAMENTO (CEP107/CLACOND) -     *
      * VEM DO CADASTRO DO CLIENTE E PODE SER TROCADA*
      * NESTE PEDIDO; ZERO = A VISTA, SEM DUPLICATA  *
      ***********************************************
       INC-008.
                ACCEPT TCONDPAG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                PERFORM BUSCA-COND THRU BUSCA-COND-FIM
                DISPLAY (17, 36) CP-DESCRICAO
                IF ST-CPG NOT = "00"
                   MOVE "*** CONDICAO DE PAGAMENTO NAO CADASTRADA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CABECALHO OK (S/N) : ".
                ACCEPT (23, 61) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                PERFORM CALCULA-DATA THRU CALCULA-DATA-FIM
                MOVE PED-DATA TO PP-DATA
                PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM
                IF W-PER-FECHADO = "S"
                   MOVE "*** PERIODO FECHADO - PEDIDO RECUSADO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE W-OPERADOR TO PED-OPERADOR
                MOVE "D" TO PED-SITUACAO
                MOVE ZEROS TO PED-DATA-EMB
                MOVE SPACES TO PED-OPER-EMB
                MOVE W-FIL-OPER TO PED-FILIAL
                WRITE REGPED
                IF ST-PED NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "W" TO JR-OPERACAO
                PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
                IF W-MOTIVO-TERR NOT = SPACES
                   MOVE PED-DATA      TO TL-DATA
                   MOVE W-OPERADOR    TO TL-OPERADOR
                   MOVE ZEROS         TO TL-ORCAMENTO
                   MOVE PED-NUMERO    TO TL-PEDIDO
                   MOVE PED-UF        TO TL-UF
                   MOVE PED-CEP       TO TL-CEP
                   MOVE W-VEND-TERR   TO TL-VEND-TERR
                   MOVE PED-VENDEDOR  TO TL-VEND-PED
                   MOVE W-MOTIVO-TERR TO TL-MOTIVO
                   PERFORM GRAVA-TLOG THRU GRAVA-TLOG-FIM.
      *
      **************************************************
      * ITENS DO PEDIDO - PRODUTO 0 ENCERRA. CADA ITEM  *
      **************************************************
       ITEM-001.
                DISPLAY (18, 02) "ITEM - PRODUTO (0=ENCERRA): "
      *              ACEITA O CODIGO INTERNO OU O LIDO NA EMBALAGEM
      *              (EAN/DUN/FORNECEDOR, CODALT.DAT DO CLAPROD)
                MOVE SPACES TO W-COD-LIDO
                ACCEPT  (18, 31) W-COD-LIDO.
                PERFORM RESOLVE-CODIGO THRU RESOLVE-CODIGO-FIM
                IF W-COD-ACHOU NOT = "S"
                   MOVE "*** CODIGO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITEM-001.
                MOVE W-COD-PRODUTO TO W-PRODUTO
                IF W-PRODUTO = ZEROS
                   GO TO FECHA-PEDIDO.
                MOVE W-PRODUTO TO CODIGO
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITEM-001.
                PERFORM CALC-PRECO-UF THRU CALC-PRECO-UF-FIM
                PERFORM PRECO-TABELA THRU PRECO-TABELA-FIM
                DISPLAY (19, 02) DESCRICAO
                DISPLAY (19, 30) "PRECO: " W-PRECO-UF
                DISPLAY (18, 53) "REGRA: " W-REGRA
      *              KIT (CEP120/CLAKIT) NAO TEM SALDO PROPRIO: O
      *              REGISTRO DO KIT E SOLTO AQUI (A BAIXA E NOS
      *              COMPONENTES) E O SALDO MOSTRADO E QUANTOS KITS
      *              OS COMPONENTES MONTAM
                MOVE CODIGO TO W-KIT-PRODUTO
                PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
                IF W-QT-KIT NOT = ZEROS
                   PERFORM LIMPA-TRAVA THRU LIMPA-TRAVA-FIM
                   UNLOCK PRODUTO
                   PERFORM CONFERE-KIT THRU CONFERE-KIT-FIM
                   GO TO ITEM-002.
                DISPLAY (19, 50) "SALDO: " ESTOQUE-ATUAL
                PERFORM CALCULA-ATP THRU CALCULA-ATP-FIM
                PERFORM MOSTRA-ATP THRU MOSTRA-ATP-FIM.
       ITEM-002.
                DISPLAY (20, 02) "QUANTIDADE: "
                IF W-COD-MULT > 1
                   DISPLAY (20, 25) "EMBALAGENS C/ " W-COD-MULT " UN"
                ELSE
                   DISPLAY (20, 25) LIMPA.
                ACCEPT  (20, 15) W-QTDE.
                IF W-QTDE = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITEM-002.
      *              CODIGO DE CAIXA: A QUANTIDADE DIGITADA E DE
      *              EMBALAGENS - O ITEM E SEMPRE EM UNIDADES
                IF W-COD-MULT > 1
                   COMPUTE W-QTDE = W-QTDE * W-COD-MULT
                           ON SIZE ERROR
                              MOVE "*** QUANTIDADE ACIMA DO LIMITE ***"
                                                          TO MENS
                              PERFORM ROT-MENS THRU ROT-MENS-FIM
                              GO TO ITEM-002.
      *              KIT SEM COMPONENTE PARA A QUANTIDADE NAO VAI
      *              PARA PENDENCIA: O BACKORDER E ATENDIDO PELA
      *              ENTRADA DO PROPRIO PRODUTO, E KIT NAO TEM ENTRADA
                IF W-QT-KIT NOT = ZEROS
                   IF W-QTDE > W-DISP-KIT
                      MOVE "*** COMPONENTES SEM SALDO P/ O KIT ***"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITEM-002
                   ELSE
                      GO TO ITEM-02A.
                IF W-QTDE > ESTOQUE-ATUAL
                   GO TO ITEM-BACKORDER.
                GO TO ITEM-02A.
      * DE PERDER A VENDA, OFERECE REGISTRAR A FALTA *
      * COMO PENDENCIA (BACKORDER): O QUE TEM NO     *
      * SALDO E VENDIDO AGORA E O RESTO FICA NO      *
      * BACKORD.DAT PARA AS ENTRADAS ATENDEREM, COM  *
      * A DATA EM QUE AS COMPRAS EM ABERTO COBREM O  *
      * PEDIDO COMO PREVISAO PARA O CLIENTE          *
      ***********************************************
       ITEM-BACKORDER.
                COMPUTE W-FALTA-BKO = W-QTDE - ESTOQUE-ATUAL
                PERFORM PROMESSA-ATP THRU PROMESSA-ATP-FIM
                DISPLAY (21, 02) "SALDO COBRE SO " ESTOQUE-ATUAL
                IF W-DATA-PROMESSA = ZEROS
                   DISPLAY (21, 25) "PREVISAO: SEM COMPRA PREVISTA"
                ELSE
                   DISPLAY (21, 25) "PREVISAO: " W-DATA-PROMESSA
                           "           ".
                DISPLAY (22, 02) LIMPA
                DISPLAY (22, 30) LIMPA
                DISPLAY (22, 02) "REGISTRA PENDENCIA DE "
                        W-FALTA-BKO " (S/N): "
                ACCEPT  (22, 34) W-OPCAO.
                MOVE PED-CLIENTE TO BK-CLIENTE
                MOVE W-FALTA-BKO TO BK-QTDE-PEND
                MOVE "A"         TO BK-SITUACAO
                MOVE W-DATA-PROMESSA TO BK-DATA-PREV
                WRITE REGBKO
                IF ST-BKO = "22"
      *              JA EXISTE PENDENCIA DO MESMO PRODUTO/PEDIDO -
                   READ BACKORD
                   ADD W-FALTA-BKO TO BK-QTDE-PEND
                   MOVE "A" TO BK-SITUACAO
                   MOVE W-DATA-PROMESSA TO BK-DATA-PREV
                   REWRITE REGBKO
                END-IF
      *              PENDENCIA NAO GRAVADA: NADA E VENDIDO, VOLTA
      *              PARA A QUANTIDADE COM O PRODUTO AINDA PRESO
      *              (COMO NA RECUSA ACIMA) PARA A BAIXA DO SALDO
                IF ST-BKO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DA PENDENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITEM-002.
                MOVE "*** PENDENCIA REGISTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF ESTOQUE-ATUAL = ZEROS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITEM-02A.
       ITEM-GRAVA.
      *              O SALDO DOS COMPONENTES PODE TER ANDADO
      *              ENQUANTO O ITEM ERA DIGITADO - CONFERE DE NOVO
                IF W-QT-KIT NOT = ZEROS
                   PERFORM CONFERE-KIT THRU CONFERE-KIT-FIM
                   IF W-QTDE > W-DISP-KIT
                      MOVE "*** COMPONENTES SEM SALDO P/ O KIT ***"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITEM-002.
                ADD 1 TO W-SEQ
                MOVE PED-NUMERO  TO ITEM-PEDIDO
                MOVE W-SEQ       TO ITEM-SEQ
                   MOVE "ERRO NA GRAVACAO DO ITEM DO PEDIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITEM-001.
                MOVE "W" TO JR-OPERACAO
                PERFORM JORNAL-PEDITEM THRU JORNAL-PEDITEM-FIM
                ADD ITEM-VALOR TO PED-TOTAL
                ADD 1 TO W-ITENS
                IF W-QT-KIT NOT = ZEROS
                   PERFORM BAIXA-KIT THRU BAIXA-KIT-FIM
                   MOVE "*** ITEM GRAVADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITEM-001.
      *              RESERVA: BAIXA O SALDO E REGISTRA O MOVIMENTO
                MOVE ESTOQUE-ATUAL TO MV-EST-ANTES
                SUBTRACT W-QTDE FROM ESTOQUE-ATUAL
                   MOVE "ERRO NA BAIXA DO ESTOQUE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "R" TO JR-OPERACAO
                PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
                COMPUTE W-DELTA-DEP = ZEROS - W-QTDE
                PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
                PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM APAGA-BACKORDER THRU APAGA-BACKORDER-FIM
                   DELETE PEDIDO RECORD
                   MOVE "D" TO JR-OPERACAO
                   PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
                   GO TO INC-001.
                PERFORM BUSCA-FRETE THRU BUSCA-FRETE-FIM
                DISPLAY (22, 02) LIMPA
                DISPLAY (22, 30) LIMPA
                DISPLAY (22, 02) "FRETE: " PED-FRETE
                PERFORM CONFERE-CREDITO THRU CONFERE-CREDITO-FIM
                IF W-BLOQ-CRED = "S"
                   MOVE "B" TO PED-SITUACAO.
                REWRITE REGPED
                IF ST-PED NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO PEDIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "R" TO JR-OPERACAO
                PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
      *              PEDIDO BLOQUEADO NAO GERA DUPLICATA: AS
      *              PARCELAS SAEM NA LIBERACAO (CEP104/LIBCRED)
                IF W-BLOQ-CRED = "S"
                   PERFORM IMPRIME-PEDIDO THRU IMPRIME-PEDIDO-FIM
                   MOVE "*** PEDIDO BLOQUEADO POR CREDITO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM GERA-DUPLICATAS THRU GERA-DUPLICATAS-FIM
                PERFORM IMPRIME-PEDIDO THRU IMPRIME-PEDIDO-FIM
                MOVE "*** PEDIDO GRAVADO E IMPRESSO ***" TO MENS
      *              VENDA DE BALCAO A VISTA E RECEBIDA NO CAIXA
      *              DO BALCAO (CEP144/CAIXA)
                IF PED-VENDEDOR = ZEROS AND PED-CONDPAG = ZEROS
                   MOVE "*** PEDIDO GRAVADO - RECEBER NO CAIXA ***"
                                                              TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      ***********************************************
      * CREDITO DO CLIENTE NO FECHAMENTO: SALDO EM   *
      * ABERTO NO DUPREC MAIS ESTE PEDIDO CONTRA O   *
      * CLI-LIMITE (ZERO = SEM LIMITE), E NENHUMA    *
      * PARCELA ABERTA COM W-DIAS-BLOQ DIAS OU MAIS  *
      * DE ATRASO (CONTAGEM COMERCIAL DE 360, COMO O *
      * AGING DO CEP071). VENDA DE BALCAO SEM CODIGO *
      * DE CLIENTE NAO E CONFERIDA                   *
      ***********************************************
       CONFERE-CREDITO.
                MOVE "N" TO W-BLOQ-CRED
                MOVE ZEROS TO W-EXPOSICAO W-MAIOR-ATRASO
                IF PED-CODCLI = ZEROS
                   GO TO CONFERE-CREDITO-FIM.
                MOVE PED-CODCLI TO COD-CLIENTE
                READ CADCLI
                IF ST-CLI NOT = "00"
                   MOVE ZEROS TO CLI-LIMITE.
                MOVE PED-DATA TO W-DATA-NUM
                COMPUTE W-DIAS-HOJE = (W-DT-ANO * 360)
                        + (W-DT-MES * 30) + W-DT-DIA
                MOVE ZEROS TO DUP-PEDIDO DUP-PARCELA
                START DUPREC KEY IS NOT LESS DUP-CHAVE
                      INVALID KEY GO TO CONFERE-CREDITO-TESTA.
       CONFERE-CREDITO-LER.
                READ DUPREC NEXT
                IF ST-DUP NOT = "00"
                   GO TO CONFERE-CREDITO-TESTA.
                IF DUP-CODCLI NOT = PED-CODCLI
                   GO TO CONFERE-CREDITO-LER.
                IF DUP-SITUACAO NOT = "A"
                   GO TO CONFERE-CREDITO-LER.
                COMPUTE W-EXPOSICAO = W-EXPOSICAO + DUP-VALOR - DUP-PAGO
      *              PARCELA COBERTA POR CHEQUE PRE-DATADO EM
      *              CUSTODIA CONTA NO SALDO MAS NAO ESTA ATRASADA
                IF DUP-REMESSA = "Q"
                   GO TO CONFERE-CREDITO-LER.
                MOVE DUP-VENCIMENTO TO W-DATA-NUM
                COMPUTE W-DIAS-VENC = (W-DT-ANO * 360)
                        + (W-DT-MES * 30) + W-DT-DIA
                IF W-DIAS-HOJE > W-DIAS-VENC
                   COMPUTE W-DIAS-ATRASO = W-DIAS-HOJE - W-DIAS-VENC
                   IF W-DIAS-ATRASO > W-MAIOR-ATRASO
                      MOVE W-DIAS-ATRASO TO W-MAIOR-ATRASO.
                GO TO CONFERE-CREDITO-LER.
       CONFERE-CREDITO-TESTA.
                ADD PED-TOTAL TO W-EXPOSICAO
                IF CLI-LIMITE NOT = ZEROS
                   IF W-EXPOSICAO > CLI-LIMITE
                      MOVE "S" TO W-BLOQ-CRED
                      DISPLAY (21, 02) "LIMITE EXCEDIDO - EM ABERTO: "
                              W-EXPOSICAO " LIMITE: " CLI-LIMITE.
                IF W-MAIOR-ATRASO NOT < W-DIAS-BLOQ
                   MOVE "S" TO W-BLOQ-CRED
                   DISPLAY (20, 02) "PARCELA EM ATRASO HA "
                           W-MAIOR-ATRASO " DIAS".
                PERFORM CHECA-CHEQUE-DEV THRU CHECA-CHEQUE-DEV-FIM
                IF W-CHQ-DEV = "S"
                   MOVE "S" TO W-BLOQ-CRED
                   DISPLAY (22, 30) "CHEQUE DEVOLVIDO SEM REGULARIZAR".
       CONFERE-CREDITO-FIM.
                EXIT.
      *
      ***********************************************
      * W-CHQ-DEV = S QUANDO O CLIENTE DO PEDIDO TEM *
      * CHEQUE DEVOLVIDO PELO BANCO AINDA NAO        *
      * REAPRESENTADO NEM RESGATADO (CEP143/CUSTCHQ, *
      * SITUACAO V). SEM CHQCUST.DAT NAO HA CHEQUE   *
      ***********************************************
       CHECA-CHEQUE-DEV.
                MOVE "N" TO W-CHQ-DEV
                OPEN INPUT CHQCUST
                IF ST-CHQ NOT = "00"
                   GO TO CHECA-CHEQUE-DEV-FIM.
                MOVE PED-CODCLI TO CHQ-CODCLI
                START CHQCUST KEY IS EQUAL CHQ-CODCLI
                      INVALID KEY GO TO CHECA-CHEQUE-DEV-FECHA.
       CHECA-CHEQUE-DEV-LER.
                READ CHQCUST NEXT
                IF ST-CHQ NOT = "00"
                   GO TO CHECA-CHEQUE-DEV-FECHA.
                IF CHQ-CODCLI NOT = PED-CODCLI
                   GO TO CHECA-CHEQUE-DEV-FECHA.
                IF CHQ-SITUACAO = "V"
                   MOVE "S" TO W-CHQ-DEV
                   GO TO CHECA-CHEQUE-DEV-FECHA.
                GO TO CHECA-CHEQUE-DEV-LER.
       CHECA-CHEQUE-DEV-FECHA.
                CLOSE CHQCUST.
       CHECA-CHEQUE-DEV-FIM.
                EXIT.
      *
      ***********************************************
      * GERA AS DUPLICATAS DO CONTAS A RECEBER NO    *
      * FECHAMENTO PELA CONDICAO DE PAGAMENTO DO     *
      * PEDIDO (CONDPAG.DAT): CADA PARCELA VENCE NOS *
      * DIAS DA CONDICAO CONTADOS DA EMISSAO (OU DO  *
      * FIM DO MES, SE "FORA O MES"), COM O SEU      *
      * PERCENTUAL DO TOTAL - PERCENTUAIS ZERADOS =  *
      * RATEIO IGUAL - E O RESTO NA ULTIMA PARCELA.  *
      * ENTRADA VENCE NA PROPRIA EMISSAO. CONDICAO   *
      * 000 = VENDA A VISTA, SEM DUPLICATA. PARCELA  *
      * QUE CAI EM SABADO, DOMINGO OU FERIADO VENCE  *
      * NO PROXIMO DIA UTIL (PROXIMO-UTIL)           *
      ***********************************************
       GERA-DUPLICATAS.
                PERFORM BUSCA-COND THRU BUSCA-COND-FIM
                IF PED-CONDPAG = ZEROS
                   GO TO GERA-DUPLICATAS-FIM.
                IF ST-CPG NOT = "00"
                   MOVE "*** CONDICAO INEXISTENTE - SEM DUPLICATA ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GERA-DUPLICATAS-FIM.
                MOVE CP-PARCELAS TO W-PARCELAS
                MOVE ZEROS TO W-PARC-SOMA W-PCT-SOMA W-PARC-IND
                DIVIDE PED-TOTAL BY W-PARCELAS
                       GIVING W-PARC-VALOR ROUNDED.
       GERA-DUP-PCT.
                ADD 1 TO W-PARC-IND
                IF W-PARC-IND NOT > W-PARCELAS
                   ADD CP-PCT (W-PARC-IND) TO W-PCT-SOMA
                   GO TO GERA-DUP-PCT.
                MOVE PED-DATA TO W-VENC-NUM
                IF CP-FORA-MES = "S"
                   PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
                   MOVE W-ULT-DIA TO W-VENC-DIA.
                MOVE W-VENC-NUM TO W-BASE-VENC
                MOVE ZEROS TO W-PARC-IND.
       GERA-DUP-LOOP.
                ADD 1 TO W-PARC-IND
                IF W-PARC-IND > W-PARCELAS
                   GO TO GERA-DUPLICATAS-FIM.
                IF W-PARC-IND = 1 AND CP-ENTRADA = "S"
                   MOVE PED-DATA TO W-VENC-NUM
                ELSE
                   MOVE W-BASE-VENC TO W-VENC-NUM
                   MOVE CP-DIAS (W-PARC-IND) TO W-SOMA-DIAS
                   PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
                   MOVE W-VENC-NUM TO W-DATA-UTIL-NUM
                   PERFORM PROXIMO-UTIL THRU PROXIMO-UTIL-FIM
                   MOVE W-DATA-UTIL-NUM TO W-VENC-NUM.
                IF W-PCT-SOMA NOT = ZEROS
                   COMPUTE W-PARC-VALOR ROUNDED =
                           PED-TOTAL * CP-PCT (W-PARC-IND) / 100.
                MOVE PED-NUMERO   TO DUP-PEDIDO
                MOVE W-PARC-IND   TO DUP-PARCELA
                MOVE PED-CODCLI   TO DUP-CODCLI
                   MOVE W-PARC-VALOR TO DUP-VALOR
                   ADD W-PARC-VALOR TO W-PARC-SOMA.
                MOVE ZEROS        TO DUP-PAGO DUP-DATA-PAGTO
                                     DUP-MULTA DUP-JUROS DUP-RENEG
                MOVE SPACES       TO DUP-MOTIVO
                MOVE "A"          TO DUP-SITUACAO
                MOVE SPACE        TO DUP-REMESSA
                MOVE PED-FILIAL   TO DUP-FILIAL
                WRITE REGDUP
                IF ST-DUP NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DA DUPLICATA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   MOVE "W" TO JR-OPERACAO
                   PERFORM JORNAL-DUPREC THRU JORNAL-DUPREC-FIM.
                GO TO GERA-DUP-LOOP.
       GERA-DUPLICATAS-FIM.
                EXIT.
      *
      ***********************************************
      * LE A CONDICAO DE PAGAMENTO DO PEDIDO; ZERO E *
      * A VISTA (NAO ESTA NO CONDPAG.DAT). ST-CPG    *
      * DIFERENTE DE "00" = CODIGO NAO CADASTRADO    *
      ***********************************************
       BUSCA-COND.
                IF PED-CONDPAG = ZEROS
                   MOVE "A VISTA" TO CP-DESCRICAO
                   MOVE ZEROS TO CP-PARCELAS
                   MOVE "00" TO ST-CPG
                   GO TO BUSCA-COND-FIM.
                MOVE PED-CONDPAG TO CP-CODIGO
                READ CONDPAG
                IF ST-CPG NOT = "00"
                   MOVE "*** NAO CADASTRADA ***" TO CP-DESCRICAO
                   MOVE ZEROS TO CP-PARCELAS.
       BUSCA-COND-FIM.
                EXIT.
      *
      ***********************************************
      * SOMA W-SOMA-DIAS DIAS CORRIDOS A W-VENC, DIA *
      * A DIA, VIRANDO MES E ANO PELO CALENDARIO     *
      ***********************************************
       SOMA-DIAS.
                IF W-SOMA-DIAS = ZEROS
                   GO TO SOMA-DIAS-FIM.
                PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
                ADD 1 TO W-VENC-DIA
                SUBTRACT 1 FROM W-SOMA-DIAS
                IF W-VENC-DIA > W-ULT-DIA
                   MOVE 01 TO W-VENC-DIA
                   ADD 1 TO W-VENC-MES
                   IF W-VENC-MES > 12
                      MOVE 01 TO W-VENC-MES
                      ADD 1 TO W-VENC-ANO.
                GO TO SOMA-DIAS.
       SOMA-DIAS-FIM.
                EXIT.
      *
      ***********************************************
      * ULTIMO DIA DO MES DE W-VENC EM W-ULT-DIA     *
      * (FEVEREIRO COM 29 NO ANO DIVISIVEL POR 4)    *
      ***********************************************
       ULTIMO-DIA.
                MOVE W-DIAS-MES (W-VENC-MES) TO W-ULT-DIA
                IF W-VENC-MES = 02
                   DIVIDE W-VENC-ANO BY 4 GIVING W-QUOC-ANO
                          REMAINDER W-RESTO-ANO
                   IF W-RESTO-ANO = ZEROS
                      MOVE 29 TO W-ULT-DIA.
       ULTIMO-DIA-FIM.
                EXIT.
      *
      ***********************************************
      * ROLA W-DATA-UTIL PARA O PROXIMO DIA UTIL -   *
      * SABADO, DOMINGO E FERIADO DO FERIADO.DAT     *
      * (CLAFER/CEP109) PASSAM PARA O DIA SEGUINTE;  *
      * DATA QUE JA E DIA UTIL FICA COMO ESTA. DIA   *
      * ALEM DO FIM DO MES (31/02) VAI PARA O MES    *
      * SEGUINTE ANTES DA VERIFICACAO                *
      ***********************************************
       PROXIMO-UTIL.
                PERFORM DIAS-MES-UTIL THRU DIAS-MES-UTIL-FIM
                IF W-UTIL-DIA > W-ULT-UTIL
                   SUBTRACT W-ULT-UTIL FROM W-UTIL-DIA
                   ADD 1 TO W-UTIL-MES
                   IF W-UTIL-MES > 12
                      MOVE 01 TO W-UTIL-MES
                      ADD 1 TO W-UTIL-ANO.
       PROXIMO-UTIL-LOOP.
                PERFORM VERIFICA-UTIL THRU VERIFICA-UTIL-FIM
                IF W-EH-UTIL = "S"
                   GO TO PROXIMO-UTIL-FIM.
                PERFORM DIAS-MES-UTIL THRU DIAS-MES-UTIL-FIM
                ADD 1 TO W-UTIL-DIA
                IF W-UTIL-DIA > W-ULT-UTIL
                   MOVE 01 TO W-UTIL-DIA
                   ADD 1 TO W-UTIL-MES
                   IF W-UTIL-MES > 12
                      MOVE 01 TO W-UTIL-MES
                      ADD 1 TO W-UTIL-ANO.
                GO TO PROXIMO-UTIL-LOOP.
       PROXIMO-UTIL-FIM.
                EXIT.
      *
      ***********************************************
      * W-EH-UTIL = S QUANDO W-DATA-UTIL E DIA UTIL: *
      * NAO E SABADO NEM DOMINGO E NAO ESTA NO       *
      * FERIADO.DAT NEM NA DATA EXATA NEM COMO       *
      * FERIADO FIXO (ANO 0000). SEM O ARQUIVO, SO O *
      * FIM DE SEMANA CONTA                          *
      ***********************************************
       VERIFICA-UTIL.
                MOVE "S" TO W-EH-UTIL
                PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
                IF W-DIA-SEMANA < 2
                   MOVE "N" TO W-EH-UTIL
                   GO TO VERIFICA-UTIL-FIM.
                IF W-FER-ABERTO NOT = "S"
                   GO TO VERIFICA-UTIL-FIM.
                MOVE W-DATA-UTIL-NUM TO FER-DATA
                READ FERIADO
                IF ST-FER = "00"
                   MOVE "N" TO W-EH-UTIL
                   GO TO VERIFICA-UTIL-FIM.
                MOVE ZEROS TO FER-ANO
                READ FERIADO
                IF ST-FER = "00"
                   MOVE "N" TO W-EH-UTIL.
       VERIFICA-UTIL-FIM.
                EXIT.
      *
      ***********************************************
      * DIA DA SEMANA DE W-DATA-UTIL PELA REGRA DE   *
      * ZELLER (JANEIRO E FEVEREIRO CONTAM COMO MES  *
      * 13 E 14 DO ANO ANTERIOR): W-DIA-SEMANA 0 =   *
      * SABADO, 1 = DOMINGO, 2 = SEGUNDA ... 6 =     *
      * SEXTA                                        *
      ***********************************************
       DIA-SEMANA.
                MOVE W-UTIL-ANO TO W-ZL-ANO
                MOVE W-UTIL-MES TO W-ZL-MES
                IF W-ZL-MES < 3
                   ADD 12 TO W-ZL-MES
                   SUBTRACT 1 FROM W-ZL-ANO.
                DIVIDE W-ZL-ANO BY 100 GIVING W-ZL-SEC REMAINDER W-ZL-AA
                COMPUTE W-ZL-T1 = (13 * (W-ZL-MES + 1)) / 5
                COMPUTE W-ZL-T2 = W-ZL-AA / 4
                COMPUTE W-ZL-T3 = W-ZL-SEC / 4
                COMPUTE W-ZL-SOMA = W-UTIL-DIA + W-ZL-T1 + W-ZL-AA
                                  + W-ZL-T2 + W-ZL-T3 + (5 * W-ZL-SEC)
                DIVIDE W-ZL-SOMA BY 7 GIVING W-ZL-QUOC
                       REMAINDER W-DIA-SEMANA.
       DIA-SEMANA-FIM.
                EXIT.
      *
      ***********************************************
      * QUANTOS DIAS TEM O MES DE W-DATA-UTIL, EM    *
      * W-ULT-UTIL (FEVEREIRO COM 29 NO ANO          *
      * DIVISIVEL POR 4)                             *
      ***********************************************
       DIAS-MES-UTIL.
                MOVE W-DIAS-MES (W-UTIL-MES) TO W-ULT-UTIL
                IF W-UTIL-MES = 02
                   DIVIDE W-UTIL-ANO BY 4 GIVING W-ZL-QUOC
                          REMAINDER W-ZL-RESTO
                   IF W-ZL-RESTO = ZEROS
                      MOVE 29 TO W-ULT-UTIL.
       DIAS-MES-UTIL-FIM.
                EXIT.
      *
      ***********************************************
      * EMITE O DOCUMENTO DO PEDIDO EM PEDVENDA.LST, *
      * RELENDO OS ITENS PELA CHAVE DO PEDIDO        *
      ***********************************************
                MOVE PED-CEP    TO DOC-CEP
                MOVE DOC-ENDER2 TO LINHA-DOC
                WRITE LINHA-DOC.
                PERFORM BUSCA-COND THRU BUSCA-COND-FIM
                MOVE PED-CONDPAG  TO DOC-COND-COD
                MOVE CP-DESCRICAO TO DOC-COND-DES
                MOVE DOC-COND TO LINHA-DOC
                WRITE LINHA-DOC.
                MOVE PED-NUMERO TO ITEM-PEDIDO
                MOVE ZEROS      TO ITEM-SEQ
                START PEDITEM KEY IS NOT LESS ITEM-CHAVE
                EXIT.
      *
      ***********************************************
      * PRECO PELA TABELA DO CLIENTE (CEP122/CLATAB) *
      * SOBRE O PRECO DE LISTA JA CALCULADO EM       *
      * W-PRECO-UF: REGRA DO PRODUTO, DEPOIS DA      *
      * CATEGORIA, DEPOIS O MARKUP DO CABECALHO. O   *
      * MARKUP ENTRA NO LUGAR DO LUCRO; SEM CUSTO    *
      * FICA O PRECO DE LISTA. POR FIM A PROMOCAO EM *
      * VIGOR (CEP123/CLAPROMO) DA TABELA OU DE      *
      * TODAS, SE FOR MENOR. O DESCONTO DO ITEM E    *
      * DADO SOBRE O PRECO QUE SAIR DAQUI            *
      ***********************************************
       PRECO-TABELA.
                MOVE "PRECO DE LISTA" TO W-REGRA
                IF W-TAB-CLI = ZEROS OR W-TP-ABERTO NOT = "S"
                   GO TO PRECO-TABELA-PROMO.
                MOVE W-TAB-CLI TO TP-TABELA
                MOVE "P"       TO TP-TIPO
                MOVE CODIGO    TO TP-REF
                READ TABPRECO
                IF ST-TP = "00"
                   IF TP-PRECO NOT = ZEROS
                      MOVE TP-PRECO         TO W-PRECO-UF
                      MOVE "TABELA-PRODUTO" TO W-REGRA
                      GO TO PRECO-TABELA-PROMO
                   ELSE
                      MOVE "MARKUP-PRODUTO" TO W-REGRA
                      GO TO PRECO-TABELA-MARKUP.
                MOVE "C"  TO TP-TIPO
                MOVE TIPO TO TP-REF
                READ TABPRECO
                IF ST-TP = "00"
                   MOVE "MARKUP-CATEGORIA" TO W-REGRA
                   GO TO PRECO-TABELA-MARKUP.
                MOVE "T"   TO TP-TIPO
                MOVE ZEROS TO TP-REF
                READ TABPRECO
                IF ST-TP NOT = "00"
                   GO TO PRECO-TABELA-PROMO.
                IF TP-MARKUP = ZEROS
                   GO TO PRECO-TABELA-PROMO.
                MOVE "MARKUP-TABELA" TO W-REGRA.
       PRECO-TABELA-MARKUP.
                IF PRECO-CUSTO = ZEROS
                   MOVE "PRECO DE LISTA" TO W-REGRA
                   GO TO PRECO-TABELA-PROMO.
                COMPUTE W-PRECO-UF ROUNDED =
                        PRECO-CUSTO * (1 + (TP-MARKUP / 100))
                                    * (1 + (IPI   / 100))
                                    * (1 + (W-ALIQ-UF / 100)).
       PRECO-TABELA-PROMO.
                IF W-PRM-ABERTO NOT = "S"
                   GO TO PRECO-TABELA-FIM.
                MOVE W-TAB-CLI TO W-TAB-PROMO
                PERFORM BUSCA-PROMO THRU BUSCA-PROMO-FIM
                IF W-TAB-CLI NOT = ZEROS
                   MOVE ZEROS TO W-TAB-PROMO
                   PERFORM BUSCA-PROMO THRU BUSCA-PROMO-FIM.
       PRECO-TABELA-FIM.
                EXIT.
      *
      ***********************************************
      * PROMOCAO DO PRODUTO PARA A TABELA EM         *
      * W-TAB-PROMO EM VIGOR NA DATA DO DOCUMENTO    *
      * - SO VALE SE BAIXAR O PRECO. O CLAPROMO NAO  *
      * DEIXA PERIODOS SE CRUZAREM, ENTAO A PRIMEIRA *
      * QUE COBRE A DATA E A UNICA                   *
      ***********************************************
       BUSCA-PROMO.
                MOVE CODIGO      TO PR-PRODUTO
                MOVE W-TAB-PROMO TO PR-TABELA
                MOVE ZEROS       TO PR-DATA-INI
                START PROMO KEY IS NOT LESS PR-CHAVE
                      INVALID KEY GO TO BUSCA-PROMO-FIM.
       BUSCA-PROMO-LER.
                READ PROMO NEXT
                IF ST-PRM NOT = "00"
                   GO TO BUSCA-PROMO-FIM.
                IF PR-PRODUTO NOT = CODIGO
                   OR PR-TABELA NOT = W-TAB-PROMO
                   GO TO BUSCA-PROMO-FIM.
                IF PR-DATA-INI > PED-DATA
                   GO TO BUSCA-PROMO-FIM.
                IF PR-DATA-FIM < PED-DATA
                   GO TO BUSCA-PROMO-LER.
                IF PR-PRECO < W-PRECO-UF
                   MOVE PR-PRECO   TO W-PRECO-UF
                   MOVE "PROMOCAO" TO W-REGRA.
       BUSCA-PROMO-FIM.
                EXIT.
      *
      ***********************************************
      * DATA DO PEDIDO COM A MESMA JANELA DE SECULO  *
      * USADA EM GRAVA-AUDIT (CEP001/CEP002)         *
      ***********************************************
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
                EXIT.
      *
      ***********************************************
      * DISPONIVEL A PROMETER DO PRODUTO EM CODIGO:  *
      * SALDO DOS DEPOSITOS (SALDEP.DAT) MENOS AS    *
      * PENDENCIAS ABERTAS (BACKORD.DAT), MAIS O QUE *
      * FALTA RECEBER DOS PEDIDOS DE COMPRA EM       *
      * ABERTO (PEDCITEM.DAT), ACUMULADO EM TAB-ATP  *
      * POR DATA PREVISTA DE ENTREGA. ITEM DE COMPRA *
      * SEM PREVISAO SO APARECE EM W-ATP-SEMDATA     *
      ***********************************************
       CALCULA-ATP.
                MOVE ZEROS TO W-QT-ATP W-ATP-SEMDATA
                PERFORM SALDO-ATP THRU SALDO-ATP-FIM
                PERFORM PENDENTE-ATP THRU PENDENTE-ATP-FIM
                COMPUTE W-ATP-HOJE = W-ATP-SALDO - W-ATP-BKO
                IF W-PC-ABERTO NOT = "S" OR W-PCI-ABERTO NOT = "S"
                   GO TO CALCULA-ATP-ACUM.
                MOVE CODIGO TO PCI-PRODUTO
                START PEDCITEM KEY IS NOT LESS PCI-PRODUTO
                      INVALID KEY GO TO CALCULA-ATP-ACUM.
       CALCULA-ATP-LER.
                READ PEDCITEM NEXT
                IF ST-PCI NOT = "00" AND NOT = "02"
                   GO TO CALCULA-ATP-ACUM.
                IF PCI-PRODUTO NOT = CODIGO
                   GO TO CALCULA-ATP-ACUM.
                IF PCI-QTDE-REC NOT < PCI-QTDE
                   GO TO CALCULA-ATP-LER.
                MOVE PCI-PEDIDO TO PC-NUMERO
                READ PEDCOMP
                IF ST-PC NOT = "00"
                   GO TO CALCULA-ATP-LER.
                IF PC-SITUACAO NOT = "A" AND NOT = "P"
                   GO TO CALCULA-ATP-LER.
                COMPUTE W-ATP-QTDE = PCI-QTDE - PCI-QTDE-REC
                IF PCI-DATA-PREV = ZEROS
                   ADD W-ATP-QTDE TO W-ATP-SEMDATA
                   GO TO CALCULA-ATP-LER.
                PERFORM INSERE-ATP THRU INSERE-ATP-FIM
                GO TO CALCULA-ATP-LER.
       CALCULA-ATP-ACUM.
                MOVE W-ATP-HOJE TO W-ATP-ACUM
                MOVE ZEROS TO W-IND-ATP.
       CALCULA-ATP-SOMA.
                ADD 1 TO W-IND-ATP
                IF W-IND-ATP > W-QT-ATP
                   GO TO CALCULA-ATP-FIM.
                ADD TA-QTDE (W-IND-ATP) TO W-ATP-ACUM
                MOVE W-ATP-ACUM TO TA-ACUM (W-IND-ATP)
                GO TO CALCULA-ATP-SOMA.
       CALCULA-ATP-FIM.
                EXIT.
      *
      *              SALDO DE TODOS OS DEPOSITOS; SEM REGISTRO NO 01
      *              O SALDO DELE E IMPLICITO (ESTOQUE-ATUAL MENOS OS
      *              OUTROS) E O TOTAL E O PROPRIO ESTOQUE-ATUAL
       SALDO-ATP.
                MOVE ZEROS TO W-ATP-SALDO
                MOVE "N"   TO W-ATP-DEP01
                MOVE CODIGO TO SD-PRODUTO
                MOVE ZEROS  TO SD-DEPOSITO
                START SALDEP KEY IS NOT LESS SD-CHAVE
                      INVALID KEY GO TO SALDO-ATP-IMPLICITO.
       SALDO-ATP-LER.
                READ SALDEP NEXT
                IF ST-SAL NOT = "00"
                   GO TO SALDO-ATP-IMPLICITO.
                IF SD-PRODUTO NOT = CODIGO
                   GO TO SALDO-ATP-IMPLICITO.
                IF SD-DEPOSITO = 01
                   MOVE "S" TO W-ATP-DEP01.
                ADD SD-SALDO TO W-ATP-SALDO
                GO TO SALDO-ATP-LER.
       SALDO-ATP-IMPLICITO.
                IF W-ATP-DEP01 NOT = "S"
                   MOVE ESTOQUE-ATUAL TO W-ATP-SALDO.
       SALDO-ATP-FIM.
                EXIT.
      *
      *              PENDENCIAS DE VENDA AINDA ABERTAS DO PRODUTO
       PENDENTE-ATP.
                MOVE ZEROS TO W-ATP-BKO
                MOVE CODIGO TO BK-PRODUTO
                MOVE ZEROS  TO BK-DATA BK-PEDIDO
                START BACKORD KEY IS NOT LESS BK-CHAVE
                      INVALID KEY GO TO PENDENTE-ATP-FIM.
       PENDENTE-ATP-LER.
                READ BACKORD NEXT
                IF ST-BKO NOT = "00"
                   GO TO PENDENTE-ATP-FIM.
                IF BK-PRODUTO NOT = CODIGO
                   GO TO PENDENTE-ATP-FIM.
                IF BK-SITUACAO = "A"
                   ADD BK-QTDE-PEND TO W-ATP-BKO.
                GO TO PENDENTE-ATP-LER.
       PENDENTE-ATP-FIM.
                EXIT.
      *
      *              ENCAIXA A ENTREGA PREVISTA NA TABELA EM ORDEM DE
      *              DATA (MESMA DATA SOMA); COM A TABELA CHEIA A
      *              ENTREGA FICA COM AS SEM PREVISAO
       INSERE-ATP.
                MOVE ZEROS TO W-IND-ATP.
       INSERE-ATP-PROCURA.
                ADD 1 TO W-IND-ATP
                IF W-IND-ATP > W-QT-ATP
                   GO TO INSERE-ATP-NOVA.
                IF TA-DATA (W-IND-ATP) = PCI-DATA-PREV
                   ADD W-ATP-QTDE TO TA-QTDE (W-IND-ATP)
                   GO TO INSERE-ATP-FIM.
                IF TA-DATA (W-IND-ATP) < PCI-DATA-PREV
                   GO TO INSERE-ATP-PROCURA.
       INSERE-ATP-NOVA.
                IF W-QT-ATP = 20
                   ADD W-ATP-QTDE TO W-ATP-SEMDATA
                   GO TO INSERE-ATP-FIM.
                MOVE W-QT-ATP TO W-IND-DESLOCA
                ADD 1 TO W-QT-ATP.
       INSERE-ATP-DESLOCA.
                IF W-IND-DESLOCA < W-IND-ATP
                   GO TO INSERE-ATP-GRAVA.
                COMPUTE W-IND-DESTINO = W-IND-DESLOCA + 1
                MOVE TA-ITEM (W-IND-DESLOCA) TO TA-ITEM (W-IND-DESTINO)
                SUBTRACT 1 FROM W-IND-DESLOCA
                GO TO INSERE-ATP-DESLOCA.
       INSERE-ATP-GRAVA.
                MOVE PCI-DATA-PREV TO TA-DATA (W-IND-ATP)
                MOVE W-ATP-QTDE    TO TA-QTDE (W-IND-ATP)
                MOVE ZEROS         TO TA-ACUM (W-IND-ATP).
       INSERE-ATP-FIM.
                EXIT.
      *
      *              LINHA 22: O DISPONIVEL DE HOJE E O ACUMULADO NAS
      *              DUAS PROXIMAS ENTREGAS PREVISTAS
       MOSTRA-ATP.
                MOVE W-ATP-HOJE TO ATPL-HOJE
                MOVE SPACES TO ATPL-PROX1 ATPL-PROX2 ATPL-SEMDATA
                IF W-QT-ATP > ZEROS
                   MOVE TA-DATA (1) TO ATPP-DATA
                   MOVE TA-ACUM (1) TO ATPP-QTDE
                   MOVE ATP-PROX    TO ATPL-PROX1.
                IF W-QT-ATP > 1
                   MOVE TA-DATA (2) TO ATPP-DATA
                   MOVE TA-ACUM (2) TO ATPP-QTDE
                   MOVE ATP-PROX    TO ATPL-PROX2.
                IF W-ATP-SEMDATA > ZEROS
                   MOVE W-ATP-SEMDATA TO ATPS-QTDE
                   MOVE ATP-SEMDATA   TO ATPL-SEMDATA.
                DISPLAY (22, 02) LIMPA
                DISPLAY (22, 30) LIMPA
                DISPLAY (22, 02) ATP-LINHA.
       MOSTRA-ATP-FIM.
                EXIT.
      *
      *              DATA PROMETIDA PARA A PENDENCIA: A PRIMEIRA
      *              ENTREGA PREVISTA EM QUE O ACUMULADO COBRE A
      *              QUANTIDADE DO ITEM (ENTREGA ATRASADA PROMETE
      *              PARA HOJE); ZERO = AS COMPRAS NAO COBREM
       PROMESSA-ATP.
                PERFORM CALCULA-DATA THRU CALCULA-DATA-FIM
                MOVE ZEROS TO W-DATA-PROMESSA W-IND-ATP.
       PROMESSA-ATP-LER.
                ADD 1 TO W-IND-ATP
                IF W-IND-ATP > W-QT-ATP
                   GO TO PROMESSA-ATP-FIM.
                IF TA-ACUM (W-IND-ATP) < W-QTDE
                   GO TO PROMESSA-ATP-LER.
                MOVE TA-DATA (W-IND-ATP) TO W-DATA-PROMESSA
                IF W-DATA-PROMESSA < PED-DATA
                   MOVE PED-DATA TO W-DATA-PROMESSA.
       PROMESSA-ATP-FIM.
                EXIT.
      *
      ***********************************************
      * GRAVA O REGISTRO NO DIARIO INDEXADO - A      *
      * SEQUENCIA DENTRO DE PRODUTO+DATA E ACHADA    *
      * TENTANDO A PROXIMA ATE A CHAVE SER INEDITA   *
                WRITE REGMOV-I
                IF ST-MOV = "22"
                   GO TO GRAVA-MOV-IDX-TENTA.
                IF ST-MOV = "00"
                   MOVE "W" TO JR-OPERACAO
                   PERFORM JORNAL-MOVIMENT THRU JORNAL-MOVIMENT-FIM.
       GRAVA-MOV-IDX-FIM.
                EXIT.
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
      * QUANTOS KITS O SALDO DOS COMPONENTES MONTA   *
      * (W-DISP-KIT, O MENOR SALDO / QTDE POR KIT) E *
      * O CUSTO DO KIT (W-CUSTO-KIT, QTDE X MEDIO DE *
      * CADA COMPONENTE). LE OS COMPONENTES SEM      *
      * TRAVA E DEVOLVE O REGISTRO DO KIT NA AREA DO *
      * PRODUTO; COMPONENTE PRESO OU SEM CADASTRO    *
      * ZERA A DISPONIBILIDADE                       *
      ***********************************************
       CONFERE-KIT.
                MOVE REGPRO TO W-REG-KIT
                MOVE 99999 TO W-DISP-KIT
                MOVE ZEROS TO W-CUSTO-KIT W-IND-KIT
                MOVE "N" TO W-KIT-PRESO.
       CONFERE-KIT-LOOP.
                ADD 1 TO W-IND-KIT
                IF W-IND-KIT > W-QT-KIT
                   GO TO CONFERE-KIT-MOSTRA.
                MOVE TK-COMPONENTE (W-IND-KIT) TO CODIGO
                READ PRODUTO
                IF ST-ERRO = "51" OR "99"
                   MOVE "S" TO W-KIT-PRESO
                   MOVE ZEROS TO W-DISP-KIT
                   GO TO CONFERE-KIT-LOOP.
                IF ST-ERRO NOT = "00"
                   MOVE ZEROS TO W-DISP-KIT
                   GO TO CONFERE-KIT-LOOP.
                DIVIDE TK-QTDE (W-IND-KIT) INTO ESTOQUE-ATUAL
                       GIVING W-DISP-COMP
                IF W-DISP-COMP < W-DISP-KIT
                   MOVE W-DISP-COMP TO W-DISP-KIT.
                IF PRECO-MEDIO NOT = ZEROS
                   COMPUTE W-CUSTO-KIT = W-CUSTO-KIT
                           + (TK-QTDE (W-IND-KIT) * PRECO-MEDIO)
                ELSE
                   COMPUTE W-CUSTO-KIT = W-CUSTO-KIT
                           + (TK-QTDE (W-IND-KIT) * PRECO-CUSTO).
                GO TO CONFERE-KIT-LOOP.
       CONFERE-KIT-MOSTRA.
                MOVE W-REG-KIT TO REGPRO
                DISPLAY (19, 50) "KITS DISP: " W-DISP-KIT
                IF W-KIT-PRESO = "S"
                   MOVE "*** COMPONENTE EM USO - TENTE DE NOVO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONFERE-KIT-FIM.
                EXIT.
      *
      ***********************************************
      * RESERVA DO ITEM DE KIT: BAIXA CADA           *
      * COMPONENTE (QTDE DO ITEM X QTDE POR KIT) COM *
      * TRAVA, ESPELHO NO DEPOSITO 01 E MOVIMENTO DE *
      * SAIDA NO DIARIO COM O NUMERO DO PEDIDO, E    *
      * REGRAVA O PRECO-MEDIO DO KIT COM O CUSTO DOS *
      * COMPONENTES. COMPONENTE PRESO OU QUE PERDEU  *
      * SALDO NO INSTANTE DA BAIXA E APONTADO E FICA *
      * PARA ACERTO NO MOVPROD (MESMA REGRA DA       *
      * CONVERSAO DO ORCVENDA/CEP067)                *
      ***********************************************
       BAIXA-KIT.
                MOVE W-QTDE TO W-QTDE-KIT
                MOVE ZEROS  TO W-IND-KIT.
       BAIXA-KIT-LOOP.
                ADD 1 TO W-IND-KIT
                IF W-IND-KIT > W-QT-KIT
                   GO TO BAIXA-KIT-CUSTO.
                MOVE TK-COMPONENTE (W-IND-KIT) TO CODIGO
                READ PRODUTO WITH LOCK
                IF ST-ERRO = "51" OR "99"
                   PERFORM MOSTRA-TRAVA THRU MOSTRA-TRAVA-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "*** BAIXA DO COMPONENTE PENDENTE - MOVPROD ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAIXA-KIT-LOOP.
                IF ST-ERRO NOT = "00"
                   MOVE "*** COMPONENTE DO KIT NAO CADASTRADO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO BAIXA-KIT-LOOP.
                PERFORM REGISTRA-TRAVA THRU REGISTRA-TRAVA-FIM
                COMPUTE W-QTDE-COMP = W-QTDE-KIT * TK-QTDE (W-IND-KIT)
                IF W-QTDE-COMP > ESTOQUE-ATUAL
                   MOVE "*** COMPONENTE SEM SALDO - BAIXA PARCIAL ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ESTOQUE-ATUAL TO W-QTDE-COMP.
                IF W-QTDE-COMP = ZEROS
                   PERFORM LIMPA-TRAVA THRU LIMPA-TRAVA-FIM
                   UNLOCK PRODUTO
                   GO TO BAIXA-KIT-LOOP.
                MOVE W-QTDE-COMP TO W-QTDE
                MOVE ESTOQUE-ATUAL TO MV-EST-ANTES
                SUBTRACT W-QTDE FROM ESTOQUE-ATUAL
                MOVE ESTOQUE-ATUAL TO MV-EST-DEPOIS
                REWRITE REGPRO
                MOVE ST-ERRO TO W-ST-SALVA
                PERFORM LIMPA-TRAVA THRU LIMPA-TRAVA-FIM
                UNLOCK PRODUTO
                IF W-ST-SALVA NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA BAIXA DO ESTOQUE" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "R" TO JR-OPERACAO
                PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
                COMPUTE W-DELTA-DEP = ZEROS - W-QTDE
                PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
                PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
                GO TO BAIXA-KIT-LOOP.
      *              KIT PRESO EM OUTRO TERMINAL FICA COM O CUSTO
      *              ANTERIOR ATE A PROXIMA VENDA
       BAIXA-KIT-CUSTO.
                MOVE W-QTDE-KIT TO W-QTDE
                MOVE W-KIT-PRODUTO TO CODIGO
                READ PRODUTO WITH LOCK
                IF ST-ERRO NOT = "00"
                   GO TO BAIXA-KIT-FIM.
                MOVE W-CUSTO-KIT TO PRECO-MEDIO
                REWRITE REGPRO
                MOVE ST-ERRO TO W-ST-SALVA
                UNLOCK PRODUTO
                IF W-ST-SALVA = "00" OR "02"
                   MOVE "R" TO JR-OPERACAO
                   PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM.
       BAIXA-KIT-FIM.
                EXIT.
      *
      ***********************************************
      * RESOLVE O CODIGO LIDO/DIGITADO (W-COD-LIDO): *
      * ATE 6 DIGITOS E O CODIGO INTERNO; MAIS QUE   *
      * ISSO (EAN-13, DUN-14, CODIGO DO FORNECEDOR)  *
      * E PROCURADO NO CODALT.DAT. DEVOLVE O CODIGO  *
      * INTERNO EM W-COD-PRODUTO (ZERO = EM BRANCO), *
      * AS UNIDADES POR EMBALAGEM EM W-COD-MULT E    *
      * W-COD-ACHOU = N QUANDO NAO RESOLVEU          *
      ***********************************************
       RESOLVE-CODIGO.
                MOVE ZEROS TO W-COD-PRODUTO
                MOVE 1 TO W-COD-MULT
                MOVE "S" TO W-COD-ACHOU
                IF W-COD-LIDO = SPACES
                   GO TO RESOLVE-CODIGO-FIM.
                MOVE 20 TO W-COD-TAM.
       RESOLVE-CODIGO-TAM.
                IF W-COD-TAM > 1
                   AND W-COD-LIDO (W-COD-TAM:1) = SPACE
                   SUBTRACT 1 FROM W-COD-TAM
                   GO TO RESOLVE-CODIGO-TAM.
                IF W-COD-TAM NOT > 6
                   AND W-COD-LIDO (1:W-COD-TAM) IS NUMERIC
                   MOVE W-COD-LIDO (1:W-COD-TAM) TO W-COD-PRODUTO
                   GO TO RESOLVE-CODIGO-FIM.
                MOVE "N" TO W-COD-ACHOU
                IF W-ALT-ABERTO NOT = "S"
                   GO TO RESOLVE-CODIGO-FIM.
                MOVE W-COD-LIDO TO ALT-CODIGO
                READ CODALT
                IF ST-ALT NOT = "00"
                   GO TO RESOLVE-CODIGO-FIM.
                MOVE ALT-PRODUTO TO W-COD-PRODUTO
                IF ALT-MULT NOT = ZEROS
                   MOVE ALT-MULT TO W-COD-MULT.
                MOVE "S" TO W-COD-ACHOU.
       RESOLVE-CODIGO-FIM.
                EXIT.
      *
      ***********************************************
      * DONO DO TERRITORIO DE W-TER-UF/W-TER-CEP EM  *
      * W-VEND-TERR (ZERO = SEM DONO): A PRIMEIRA    *
      * FAIXA DA UF COM FIM >= CEP, SE JA COMECOU    *
      ***********************************************
       BUSCA-TERRITORIO.
                MOVE ZEROS TO W-VEND-TERR
                IF W-TER-ABERTO NOT = "S"
                   GO TO BUSCA-TERRITORIO-FIM.
                MOVE W-TER-UF  TO TR-UF-FIM
                MOVE W-TER-CEP TO TR-CEP-FIM
                START TERRIT KEY IS NOT LESS TR-CHAVE-FIM
                      INVALID KEY GO TO BUSCA-TERRITORIO-FIM.
                READ TERRIT NEXT
                IF ST-TER NOT = "00"
                   GO TO BUSCA-TERRITORIO-FIM.
                IF TR-UF-FIM NOT = W-TER-UF
                   GO TO BUSCA-TERRITORIO-FIM.
                IF TR-CEP-INI > W-TER-CEP
                   GO TO BUSCA-TERRITORIO-FIM.
                MOVE TR-VENDEDOR TO W-VEND-TERR.
       BUSCA-TERRITORIO-FIM.
                EXIT.
      *
      ***********************************************
      * UMA LINHA NO TERRIT.LOG POR VENDA FEITA POR  *
      * OUTRO VENDEDOR QUE NAO O DONO DO TERRITORIO  *
      * (REG-TLOG JA PREENCHIDO ATE O MOTIVO)        *
      ***********************************************
       GRAVA-TLOG.
                ACCEPT W-HORA-TLG FROM TIME
                MOVE W-HT-HMS TO TL-HORA
                OPEN EXTEND TERRLOG
                IF ST-TLG NOT = "00"
                   OPEN OUTPUT TERRLOG
                   CLOSE TERRLOG
                   OPEN EXTEND TERRLOG.
                MOVE REG-TLOG TO LINHA-TLOG
                WRITE LINHA-TLOG
                CLOSE TERRLOG.
       GRAVA-TLOG-FIM.
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
       JORNAL-PEDITEM.
                MOVE "PEDITEM"       TO JR-ARQUIVO
                MOVE REGITEM         TO JR-IMAGEM
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-PEDITEM-FIM.
                EXIT.
       JORNAL-DUPREC.
                MOVE "DUPREC"        TO JR-ARQUIVO
                MOVE REGDUP          TO JR-IMAGEM
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-DUPREC-FIM.
                EXIT.
       GRAVA-JORNAL.
                MOVE W-OPERADOR      TO JR-OPERADOR
                MOVE "PEDVENDA"      TO JR-PROGRAMA
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
      *
      ***********************************************
      * PROXIMO NUMERO DE PEDIDO DA FILIAL: O MAIOR  *
      * PED-NUMERO DENTRO DA FAIXA + 1, PULANDO      *
      * NUMERO QUE JA TEM DUPLICATA (PEDIDO APAGADO) *
      * - SEM CONTADOR NA MEMORIA, COMO O            *
      * BUSCA-PROX-FAT DA FATURA (CEP069). FAIXA     *
      * CHEIA DEVOLVE ZERO                           *
      ***********************************************
       BUSCA-PROX-PED.
                COMPUTE W-PROX-PED = W-PED-INI - 1
                MOVE W-PED-INI TO PED-NUMERO
                START PEDIDO KEY IS NOT LESS PED-NUMERO
                      INVALID KEY GO TO BUSCA-PROX-PED-SOMA.
       BUSCA-PROX-PED-LER.
                READ PEDIDO NEXT
                IF ST-PED NOT = "00"
                   GO TO BUSCA-PROX-PED-SOMA.
                IF PED-NUMERO > W-PED-FIM
                   GO TO BUSCA-PROX-PED-SOMA.
                MOVE PED-NUMERO TO W-PROX-PED
                GO TO BUSCA-PROX-PED-LER.
       BUSCA-PROX-PED-SOMA.
                IF W-PROX-PED NOT < W-PED-FIM
                   MOVE ZEROS TO W-PROX-PED
                   GO TO BUSCA-PROX-PED-FIM.
                ADD 1 TO W-PROX-PED
                MOVE W-PROX-PED TO DUP-PEDIDO
                MOVE 01         TO DUP-PARCELA
                READ DUPREC
                IF ST-DUP = "00"
                   GO TO BUSCA-PROX-PED-SOMA.
       BUSCA-PROX-PED-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
                   MOVE PA-SECULO TO W-SECULO.
                IF PA-PIVO NOT = ZEROS
                   MOVE PA-PIVO TO W-PIVO.
                IF PA-DIAS-BLOQ NUMERIC
                   IF PA-DIAS-BLOQ NOT = ZEROS
                      MOVE PA-DIAS-BLOQ TO W-DIAS-BLOQ.
       LE-PARAMETROS-FECHA.
                CLOSE PARAMS.
       LE-PARAMETROS-FIM.
