       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPPED.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * IMPORTACAO EM LOTE DOS PEDIDOS DE VENDA DOS     *
      * REPRESENTANTES E DA LOJA VIRTUAL (PEDIMP.TXT -  *
      * LOTE, CABECALHOS, ITENS E TRAILER). CADA PEDIDO *
      * PASSA PELA MESMA CRITICA DA DIGITACAO (CEP042/  *
      * PEDVENDA): CLIENTE, CEP NO CADCEP, VENDEDOR E   *
      * TERRITORIO, CONDICAO DE PAGAMENTO, PRODUTO,     *
      * PRECO, DESCONTO E SALDO. O PEDIDO BOM E GRAVADO *
      * EM PEDIDO/PEDITEM COM A BAIXA DO ESTOQUE, A     *
      * PENDENCIA DO QUE O SALDO NAO COBRIU, O FRETE,   *
      * A CONFERENCIA DE CREDITO, AS DUPLICATAS E O     *
      * DOCUMENTO EM PEDVENDA.LST; O PEDIDO RUIM VAI    *
      * INTEIRO PARA O PEDREJ.TXT COM O MOTIVO. O       *
      * CONTROLE DE LOTES (PEDLOTE.DAT) RECUSA ARQUIVO  *
      * JA IMPORTADO E GUARDA O PONTO DE RETOMADA: UMA  *
      * RODADA INTERROMPIDA CONTINUA DO PEDIDO (E DO    *
      * ITEM) ONDE PAROU                                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PEDIMP.TXT DEVE TRAZER O REGISTRO DE LOTE (A) NA PRIMEIRA      *
      * LINHA E O TRAILER (T) COM A CONTAGEM DE LINHAS NA ULTIMA - O   *
      * ARQUIVO INCOMPLETO (TRANSMISSAO CORTADA) E RECUSADO ANTES DE   *
      * QUALQUER GRAVACAO. A RETOMADA PULA AS LINHAS JA PROCESSADAS    *
      * PELA POSICAO NO ARQUIVO, ENTAO O ARQUIVO REENVIADO PARA        *
      * RETOMAR TEM QUE SER O MESMO, SEM REORDENAR                     *
       SELECT PEDIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-IMP.
       SELECT PEDLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LT-LOTE
                    FILE STATUS  IS ST-LOT.
       SELECT REJEITA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REJ.
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
                    FILE STATUS  IS ST-ERRO
                    LOCK MODE    IS MANUAL WITH LOCK ON RECORD
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
       SELECT CADCEP   ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-CEP
                    ALTERNATE RECORD KEY IS LOGRADOURO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CIDADE WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE-BUSCA
                                                      WITH DUPLICATES.
       SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CLIENTE
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS NOME-CLIENTE
                                                      WITH DUPLICATES.
       SELECT MOVIMENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MI-CHAVE
                    FILE STATUS  IS ST-MOV.
       SELECT DOCUMENTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DOC.
       SELECT TRAVAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRV-CHAVE
                    FILE STATUS  IS ST-TRV.
       SELECT SALDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SD-CHAVE
                    FILE STATUS  IS ST-SAL.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
       SELECT BACKORD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BK-CHAVE
                    FILE STATUS  IS ST-BKO.
       SELECT TABFRETE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRETE-CHAVE
                    FILE STATUS  IS ST-FRE.
       SELECT CADVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-VENDEDOR
                    FILE STATUS  IS ST-VEN.
       SELECT TABICMS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UF-ICMS
                    FILE STATUS  IS ST-TAB.
       SELECT DUPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
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
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : PEDIDO     - CABECALHO DO PEDIDO DE VENDA           *
      * CHAVE 1     : PED-NUMERO  -  NUMERO DO PEDIDO                 *
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
      *              D=DIGITADO S=SEPARADO F=FATURADO C=CANCELADO
      *              B=BLOQUEADO POR CREDITO (LIBERA NO CEP104)
                03 PED-SITUACAO    PIC X(01).
      *              CARIMBO DO EMBARQUE (CEP068/ROMANEIO)
                03 PED-DATA-EMB    PIC 9(08).
                03 PED-OPER-EMB    PIC X(10).
      *              VENDEDOR DA VENDA (CEP076/CLAVEND); ZERO =
      *              VENDA DE BALCAO SEM VENDEDOR
                03 PED-VENDEDOR    PIC 9(04).
      *              FRETE PELA TABELA UF/FAIXA DE CEP (CEP080/
      *              CLAFRETE) - FORA DO PED-TOTAL (MERCADORIA),
      *              SOMADO NO TOTAL DO DOCUMENTO IMPRESSO
                03 PED-FRETE       PIC 9(06)V99.
      *              CONDICAO DE PAGAMENTO (CONDPAG.DAT); 000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
      *              FILIAL DO PEDIDO (A DO OPERADOR QUE RODA O LOTE)
                03 PED-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : PEDITEM    - ITENS DO PEDIDO DE VENDA               *
      * CHAVE 1     : ITEM-CHAVE  -  NUMERO DO PEDIDO + SEQUENCIA     *
      *****************************************************************
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
      *              DESCONTO NEGOCIADO NO ITEM (%) - LIMITADO PELO
      *              PERM-DESC-MAX DO PERFIL DO OPERADOR (CLAOPER)
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
                03 LUCRO           PIC 99v99.
                03 SITUACAO        PIC X(01).
                03 ESTOQUE-ATUAL   PIC 9(05).
                03 ESTOQUE-MINIMO  PIC 9(05).
                03 PRECO-CUSTO     PIC 9(05)V99.
                03 PRECO-VENDA     PIC 9(06)V99.
                03 DATA-SITUACAO   PIC 9(08).
                03 FORNECEDOR-CODIGO PIC 9(04) VALUE ZEROS.
                03 PRECO-MEDIO     PIC 9(05)V99.
      *
       FD CADCEP
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CEP              PIC 9(08).
           03 LOGRADOURO       PIC X(35).
           03 NUMERO           PIC 9(05).
           03 COMPLEMENTO      PIC X(15).
           03 BAIRRO           PIC X(25).
           03 CIDADE           PIC X(25).
           03 UF               PIC X(02).
           03 SITUACAO2        PIC X(01).
           03 CHAVE-BUSCA      PIC X(35).
      *
      *****************************************************************
      * ARQUIVO : CADCLI     - CADASTRO DE CLIENTES (CEP065/CLACLI) - *
      *                        CODIGO PREENCHE O CABECALHO DO PEDIDO; *
      *                        CODIGO ZERO = CLIENTE AVULSO DIGITADO  *
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
      *                        PRODUTO+DATA+SEQUENCIA (CEP037/        *
      *                        MOVPROD; O MOVPROD.DAT SEQUENCIAL      *
      *                        ANTIGO E CONVERTIDO PELO CEP086)       *
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
       FD DOCUMENTO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "PEDVENDA.LST".
       01 LINHA-DOC            PIC X(80).
      *
      *
      *****************************************************************
      * ARQUIVO : TRAVAS     - REGISTRO DE DONOS DE TRAVA (LOCKREG.   *
      *                        DAT): QUEM TEM QUE REGISTRO PRESO, EM  *
      *                        QUE PROGRAMA E DESDE QUANDO. O LADO    *
      *                        BLOQUEADO MOSTRA O DONO EM VEZ DE SO   *
      *                        "REGISTRO EM USO"; SOBRA DE TERMINAL   *
      *                        TRAVADO E LIMPA NO CEP091/CLALOCK      *
      *****************************************************************
       FD TRAVAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LOCKREG.DAT".
       01 REGTRAVA.
                03 TRV-CHAVE.
                   05 TRV-ARQUIVO  PIC X(08).
                   05 TRV-REG      PIC X(08).
                03 TRV-OPERADOR    PIC X(10).
                03 TRV-PROGRAMA    PIC X(08).
                03 TRV-DATA        PIC 9(08).
                03 TRV-HORA        PIC 9(06).
      *
      *****************************************************************
      * ARQUIVO : SALDEP     - SALDO POR PRODUTO E DEPOSITO (CEP037/  *
      *                        MOVPROD): TODO MOVIMENTO DE            *
      *                        ESTOQUE-ATUAL FEITO AQUI E ESPELHADO   *
      *                        NO DEPOSITO 01 (LOJA), PARA A          *
      *                        ABERTURA POR DEPOSITO NAO DESCOLAR DO  *
      *                        TOTAL                                  *
      *****************************************************************
       FD SALDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDEP.DAT".
       01 REGSAL.
                03 SD-CHAVE.
                   05 SD-PRODUTO   PIC 9(06).
                   05 SD-DEPOSITO  PIC 9(02).
                03 SD-SALDO        PIC 9(05).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 COD-OPERADOR    PIC X(10).
                03 NOME-OPERADOR   PIC X(30).
                03 OPER-PERFIL.
                   05 PERFIL-CEP.
                      07 PERM-CEP-CONSULTA  PIC X(01).
                      07 PERM-CEP-INCLUI    PIC X(01).
                      07 PERM-CEP-ALTERA    PIC X(01).
                      07 PERM-CEP-EXCLUI    PIC X(01).
                   05 PERFIL-PROD.
                      07 PERM-PROD-CONSULTA PIC X(01).
                      07 PERM-PROD-INCLUI   PIC X(01).
                      07 PERM-PROD-ALTERA   PIC X(01).
                      07 PERM-PROD-EXCLUI   PIC X(01).
                   05 PERM-BATCH            PIC X(01).
                   05 PERM-DESC-MAX         PIC 99V99.
      *              SENHA DO OPERADOR (MENUGER/CEP043): EM BRANCO
      *              FORCA A TROCA NO PROXIMO SIGN-ON; OPER-BLOQ =
      *              S TRAVA O OPERADOR APOS AS FALHAS SEGUIDAS
                03 OPER-SENHA      PIC X(08).
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *
      *****************************************************************
      * ARQUIVO : BACKORD    - PENDENCIAS DE VENDA (BACKORDER): O QUE *
      *                        O SALDO NAO COBRIU NA DIGITACAO FICA   *
      *                        REGISTRADO AQUI E E ATENDIDO PELAS     *
      *                        ENTRADAS DE ESTOQUE (CEP037/CEP082),   *
      *                        DO MAIS ANTIGO PARA O MAIS NOVO        *
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
      *              A=ABERTA T=ATENDIDA PELA ENTRADA
                03 BK-SITUACAO     PIC X(01).
      *              DATA PROMETIDA AO CLIENTE (0=SEM PREVISAO)
                03 BK-DATA-PREV    PIC 9(08).
      *
      *****************************************************************
      * ARQUIVO : TABFRETE   - TABELA DE FRETE POR UF E FAIXA DE CEP  *
      *                        (CEP080/CLAFRETE); SEM FAIXA PARA O    *
      *                        DESTINO, O PEDIDO SAI COM FRETE ZERO   *
      *                        E O OPERADOR E AVISADO                 *
      *****************************************************************
       FD TABFRETE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABFRETE.DAT".
       01 REGFRETE.
                03 FRETE-CHAVE.
                   05 FRETE-UF      PIC X(02).
                   05 FRETE-CEP-INI PIC 9(08).
                03 FRETE-CEP-FIM   PIC 9(08).
                03 FRETE-VALOR     PIC 9(06)V99.
      *
      *****************************************************************
      * ARQUIVO : CADVEND    - CADASTRO DE VENDEDORES (CEP076/        *
      *                        CLAVEND) - VALIDA O VENDEDOR DO        *
      *                        CABECALHO; A COMISSAO MENSAL SAI NO    *
      *                        CEP077/RELCOMIS                        *
      *****************************************************************
       FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REGVEND.
                03 COD-VENDEDOR    PIC 9(04).
                03 NOME-VENDEDOR   PIC X(30).
                03 VEND-COMISSAO   PIC 99V99.
      *
      *****************************************************************
      * ARQUIVO : TABICMS    - ALIQUOTA DE ICMS POR UF DE DESTINO     *
      *                        (CEP075/CLAICMS); UF SEM REGISTRO CAI  *
      *                        NA ALIQUOTA DO PROPRIO PRODUTO         *
      *****************************************************************
       FD TABICMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABICMS.DAT".
       01 REGICMS.
                03 UF-ICMS         PIC X(02).
                03 ALIQ-ICMS       PIC 99V99.
      *
      *****************************************************************
      * ARQUIVO : DUPREC     - DUPLICATAS DO CONTAS A RECEBER, UMA    *
      *                        PARCELA POR REGISTRO, GERADAS NO       *
      *                        FECHAMENTO DO PEDIDO; BAIXA NO CEP070  *
      *                        E AGING NO CEP071                      *
      *****************************************************************
       FD DUPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPREC.DAT".
       01 REGDUP.
                03 DUP-CHAVE.
                   05 DUP-PEDIDO   PIC 9(06).
                   05 DUP-PARCELA  PIC 9(02).
                03 DUP-CODCLI      PIC 9(06).
                03 DUP-CLIENTE     PIC X(30).
                03 DUP-EMISSAO     PIC 9(08).
                03 DUP-VENCIMENTO  PIC 9(08).
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
      *
      *****************************************************************
      * ARQUIVO : PEDIMP     - PEDIDOS ENVIADOS PELOS REPRESENTANTES  *
      *                        E PELA LOJA VIRTUAL, POSICOES FIXAS.   *
      *                        O PRIMEIRO BYTE DIZ O TIPO DA LINHA:   *
      *                        A = LOTE (IDENTIFICACAO DO ARQUIVO)    *
      *                        H = CABECALHO DO PEDIDO                *
      *                        I = ITEM DO PEDIDO DO H ANTERIOR       *
      *                        T = TRAILER COM O TOTAL DE LINHAS      *
      *                        (LAYOUT DE CADA TIPO NO WORKING)       *
      *****************************************************************
       FD PEDIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIMP.TXT".
       01 IMP-REG.
                03 IMP-TIPO        PIC X(01).
                03 IMP-RESTO       PIC X(149).
      *
      *****************************************************************
      * ARQUIVO : PEDLOTE    - CONTROLE DOS LOTES DE PEDIDOS JA       *
      *                        IMPORTADOS: P = EM ANDAMENTO (GUARDA O *
      *                        PONTO DE RETOMADA), C = CONCLUIDO (O   *
      *                        MESMO LOTE NAO ENTRA DE NOVO)          *
      * CHAVE 1     : LT-LOTE  -  IDENTIFICACAO DO LOTE NO ARQUIVO    *
      *****************************************************************
       FD PEDLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDLOTE.DAT".
       01 REGLOTE.
                03 LT-LOTE         PIC X(20).
                03 LT-ORIGEM       PIC X(10).
                03 LT-DATA-ARQ     PIC 9(08).
                03 LT-SITUACAO     PIC X(01).
                03 LT-DATA-INI     PIC 9(08).
                03 LT-DATA-FIM     PIC 9(08).
                03 LT-OPERADOR     PIC X(10).
      *              ULTIMA LINHA DO ULTIMO PEDIDO TERMINADO (GRAVADO
      *              OU REJEITADO) - A RETOMADA COMECA DEPOIS DELA
                03 LT-LINHA        PIC 9(07).
      *              PEDIDO QUE ESTAVA SENDO LANCADO E QUANTOS DOS
      *              SEUS ITENS JA FORAM (ZERO = NENHUM EM ANDAMENTO)
                03 LT-PEDIDO       PIC 9(06).
                03 LT-ITEM         PIC 9(03).
                03 LT-GRAVADOS     PIC 9(05).
                03 LT-BLOQUEADOS   PIC 9(05).
                03 LT-REJEITADOS   PIC 9(05).
      *
      *****************************************************************
      * ARQUIVO : REJEITA    - LINHAS DO PEDIMP.TXT DOS PEDIDOS       *
      *                        RECUSADOS NA CRITICA, COM O CODIGO E O *
      *                        TEXTO DO MOTIVO NA FRENTE DA IMAGEM    *
      *                        ORIGINAL (MOTIVOS NO WORKING). O       *
      *                        PEDIDO RECUSADO SAI INTEIRO - CABECALHO*
      *                        E TODOS OS ITENS - PARA SER CORRIGIDO  *
      *                        E REENVIADO EM OUTRO LOTE              *
      *****************************************************************
       FD REJEITA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDREJ.TXT".
       01 LINHA-REJ.
                03 REJ-MOTIVO      PIC X(02).
                03 FILLER          PIC X.
                03 REJ-TEXTO       PIC X(40).
                03 FILLER          PIC X.
                03 REJ-IMAGEM      PIC X(150).
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
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITEM      PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CEP       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-DOC       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 MENS         PIC X(50) VALUE SPACES.
      *              *** REGISTRO DE DONOS DE TRAVA (LOCKREG.DAT) ***
       77 ST-TRV       PIC X(02) VALUE "00".
       01 W-HORA-TRV.
          03 W-TRV-HH  PIC 99.
          03 FILLER    PIC X VALUE ":".
          03 W-TRV-MM  PIC 99.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-SEQ        PIC 9(02) VALUE ZEROS.
       77 W-PRODUTO    PIC 9(06) VALUE ZEROS.
       77 W-QTDE       PIC 9(05) VALUE ZEROS.
       77 W-ITENS      PIC 9(02) VALUE ZEROS.
      *              *** DESCONTO POR ITEM E TETO DO OPERADOR ***
       77 W-DESC       PIC 99V99 VALUE ZEROS.
       77 W-DESC-MAX   PIC 99V99 VALUE ZEROS.
       77 ST-VEN       PIC X(02) VALUE "00".
      *              *** FRETE PELA TABELA UF/FAIXA DE CEP ***
       77 ST-FRE       PIC X(02) VALUE "00".
       77 W-TEM-FRETE  PIC X(01) VALUE "N".
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
      *              *** PRECO PELA ALIQUOTA DE ICMS DA UF DESTINO ***
       77 ST-TAB       PIC X(02) VALUE "00".
       77 W-TEM-TAB    PIC X(01) VALUE "N".
       77 W-ALIQ-UF    PIC 99V99 VALUE ZEROS.
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
       01 W-VENC.
          03 W-VENC-ANO PIC 9(04).
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
          03 DIA-PED   PIC 99.
       01 HORA-PED.
          03 HH-PED    PIC 99.
          03 MM-PED    PIC 99.
          03 SS-PED    PIC 99.
          03 CC-PED    PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
      *              *** LINHA DO DIARIO DE MOVIMENTO (CEP037) ***
       01 REG-MOV.
          03 MV-DATA      PIC 9(08).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-HORA.
             05 MV-HH     PIC 99.
             05 MV-MM     PIC 99.
             05 MV-SS     PIC 99.
          03 FILLER       PIC X VALUE SPACE.
          03 MV-OPERADOR  PIC X(10).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-TIPO      PIC X(01).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-CODIGO    PIC 9(06).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-QTDE      PIC 9(05).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-DOCTO     PIC X(10).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-EST-ANTES PIC 9(05).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-EST-DEPOIS PIC 9(05).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-CUSTO     PIC 9(05)V99.
      *              *** LINHAS DO DOCUMENTO IMPRESSO ***
       01 DOC-CAB1.
           03 FILLER      PIC X(20) VALUE "PEDIDO DE VENDA NO. ".
           03 DOC-NUMERO  PIC 9(06).
       01 DOC-CLIENTE.
           03 FILLER      PIC X(09) VALUE "CLIENTE: ".
           03 DOC-NOME    PIC X(30).
       01 DOC-ENDER.
           03 FILLER      PIC X(09) VALUE "ENTREGA: ".
           03 DOC-LOGR    PIC X(35).
           03 FILLER      PIC X(02) VALUE ", ".
           03 DOC-ENDNUM  PIC ZZZZ9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DOC-COMPL   PIC X(15).
       01 DOC-ENDER2.
           03 FILLER      PIC X(09) VALUE SPACES.
           03 DOC-BAIRRO  PIC X(25).
           03 FILLER      PIC X(03) VALUE " - ".
           03 DOC-CIDADE  PIC X(25).
           03 FILLER      PIC X(01) VALUE "/".
           03 DOC-UF      PIC X(02).
           03 FILLER      PIC X(06) VALUE " CEP: ".
           03 DOC-CEP     PIC 9(08).
       01 DOC-ITEM.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DOCI-SEQ    PIC 9(02).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DOCI-COD    PIC 9(06).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DOCI-DESC   PIC X(25).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DOCI-QTDE   PIC ZZZZ9.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DOCI-PRECO  PIC ZZZ.ZZ9,99.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DOCI-VALOR  PIC Z.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DOCI-DESC-PCT PIC Z9,99.
       01 DOC-TOTAL.
           03 FILLER      PIC X(17) VALUE "TOTAL DO PEDIDO: ".
           03 DOC-TOT-VAL PIC ZZ.ZZZ.ZZ9,99.
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
       01 LIN-SEPARA    PIC X(78) VALUE ALL "-".
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
      *              *** ARQUIVO DE PEDIDOS, LOTE E REJEICAO ***
       77 ST-IMP       PIC X(02) VALUE "00".
       77 ST-LOT       PIC X(02) VALUE "00".
       77 ST-REJ       PIC X(02) VALUE "00".
       77 W-FIM-IMP    PIC X(01) VALUE "N".
       77 W-RETOMA     PIC X(01) VALUE "N".
       77 W-NUM-LINHA  PIC 9(07) VALUE ZEROS.
       77 W-LINHA-FIM  PIC 9(07) VALUE ZEROS.
       77 W-TOT-LINHAS PIC 9(07) VALUE ZEROS.
       77 W-ULT-TIPO   PIC X(01) VALUE SPACES.
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-PENDENCIAS PIC 9(05) VALUE ZEROS.
       77 W-AVULSAS    PIC 9(05) VALUE ZEROS.
      *              *** MOTIVO DA REJEICAO DO PEDIDO E DO ITEM ***
       77 W-MOTIVO     PIC X(02) VALUE SPACES.
       77 W-TEXTO      PIC X(40) VALUE SPACES.
       77 W-IND-ITEM   PIC 9(03) VALUE ZEROS.
       77 W-QT-ITENS   PIC 9(03) VALUE ZEROS.
       77 W-COM-SALDO  PIC 9(03) VALUE ZEROS.
       77 W-MOT-ITEM   PIC X(02) VALUE SPACES.
       77 W-EXCESSO    PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-TEXTO-ITEM.
          03 FILLER       PIC X(05) VALUE "ITEM ".
          03 W-TI-NUM     PIC 9(03).
          03 FILLER       PIC X(02) VALUE ": ".
          03 W-TI-TEXTO   PIC X(30).
      *              *** ESPERA PELO PRODUTO PRESO EM OUTRO TERMINAL ***
       77 W-TENTA      PIC 9(02) VALUE ZEROS.
       77 W-MAX-TENTA  PIC 9(02) VALUE 10.
       77 W-ESPERA     PIC 9(07) VALUE ZEROS.
       77 W-TEMPO-ESPERA PIC 9(07) VALUE 0500000.
      *              *** LAYOUTS DAS LINHAS DO PEDIMP.TXT ***
      *              A - LOTE: IDENTIFICACAO UNICA DO ARQUIVO NA ORIGEM
       01 W-IMP-LOTE.
          03 IA-TIPO      PIC X(01).
          03 IA-LOTE      PIC X(20).
          03 IA-ORIGEM    PIC X(10).
          03 IA-DATA      PIC 9(08).
          03 FILLER       PIC X(111).
      *              H - CABECALHO: CLIENTE ZERO = AVULSO (NOME E CEP
      *              OBRIGATORIOS); CEP, NUMERO E COMPLEMENTO EM
      *              BRANCO = OS DO CADASTRO; VENDEDOR ZERO = DONO DO
      *              TERRITORIO; CONDICAO EM BRANCO = A DO CLIENTE;
      *              MOTIVO OBRIGATORIO QUANDO O VENDEDOR NAO E O
      *              DONO DO TERRITORIO
       01 W-IMP-CAB.
          03 IH-TIPO      PIC X(01).
          03 IH-PEDIDO    PIC 9(06).
          03 IH-CODCLI    PIC 9(06).
          03 IH-CLIENTE   PIC X(30).
          03 IH-CEP       PIC 9(08).
          03 IH-CEP-X REDEFINES IH-CEP PIC X(08).
          03 IH-ENDNUM    PIC 9(05).
          03 IH-ENDNUM-X REDEFINES IH-ENDNUM PIC X(05).
          03 IH-COMPL     PIC X(15).
          03 IH-VENDEDOR  PIC 9(04).
          03 IH-VENDEDOR-X REDEFINES IH-VENDEDOR PIC X(04).
          03 IH-CONDPAG   PIC 9(03).
          03 IH-CONDPAG-X REDEFINES IH-CONDPAG PIC X(03).
          03 IH-MOTIVO    PIC X(30).
          03 FILLER       PIC X(42).
      *              I - ITEM: CODIGO INTERNO OU DA EMBALAGEM (EAN/DUN/
      *              FORNECEDOR, CODALT), QUANTIDADE NA UNIDADE DO
      *              CODIGO, PRECO UNITARIO COMBINADO (ZERO = NAO
      *              CONFERE) E DESCONTO %
       01 W-IMP-ITEM.
          03 II-TIPO      PIC X(01).
          03 II-PEDIDO    PIC 9(06).
          03 II-PRODUTO   PIC X(20).
          03 II-QTDE      PIC 9(05).
          03 II-PRECO     PIC 9(06)V99.
          03 II-DESC      PIC 99V99.
          03 FILLER       PIC X(106).
      *              T - TRAILER: TOTAL DE LINHAS DO ARQUIVO, CONTANDO
      *              O LOTE E O PROPRIO TRAILER
       01 W-IMP-TRL.
          03 IT-TIPO      PIC X(01).
          03 IT-LINHAS    PIC 9(07).
          03 FILLER       PIC X(142).
      *              *** PEDIDO CARREGADO DO ARQUIVO: CABECALHO ***
      *              *** E ATE 99 ITENS (ITEM-SEQ TEM 2 DIGITOS), ***
      *              *** COM O QUE A CRITICA APUROU DE CADA UM    ***
       01 W-CAB-IMAGEM PIC X(150) VALUE SPACES.
       01 TAB-ITEM.
          03 TI-ITEM OCCURS 99 TIMES.
             05 TI-IMAGEM     PIC X(150).
             05 TI-PRODUTO    PIC 9(06).
             05 TI-QTDE       PIC 9(05).
             05 TI-PRECO      PIC 9(06)V99.
             05 TI-DESC       PIC 99V99.
             05 TI-KIT        PIC X(01).
             05 TI-MOTIVO     PIC X(02).
             05 TI-TEXTO      PIC X(40).
      *              *** MOTIVOS DE REJEICAO ***
      *              01 = CAMPO NUMERICO INVALIDO NO CABECALHO
      *              02 = NUMERO DE PEDIDO INVALIDO
      *              03 = PEDIDO JA EXISTE
      *              04 = NUMERO JA USADO NO CONTAS A RECEBER
      *              05 = CLIENTE NAO CADASTRADO
      *              06 = CLIENTE AVULSO SEM NOME
      *              07 = CEP NAO CADASTRADO
      *              08 = VENDEDOR NAO CADASTRADO
      *              09 = TROCA DE VENDEDOR DO TERRITORIO SEM MOTIVO
      *              10 = CONDICAO DE PAGAMENTO NAO CADASTRADA
      *              11 = PEDIDO SEM ITENS
      *              12 = PEDIDO COM MAIS DE 99 ITENS
      *              13 = ITEM DE OUTRO PEDIDO OU COM CAMPO INVALIDO
      *              14 = CODIGO DE PRODUTO NAO CADASTRADO
      *              15 = PRODUTO NAO ESTA ATIVO
      *              16 = QUANTIDADE INVALIDA
      *              17 = PRECO DIVERGENTE DO PRECO DO SISTEMA
      *              18 = DESCONTO ACIMA DO LIMITE DO OPERADOR
      *              19 = COMPONENTES SEM SALDO PARA O KIT
      *              20 = NENHUM ITEM COM SALDO (SO PENDENCIA)
      *              21 = ITEM SEM CABECALHO DE PEDIDO
      *              22 = TIPO DE LINHA INVALIDO
      *              23 = ERRO NA GRAVACAO DO ITEM
      *              24 = NUMERO FORA DA FAIXA DA FILIAL DO OPERADOR
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** IMPORTACAO DE PEDIDOS DE VENDA EM LOTE ***".
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-DATA THRU CALCULA-DATA-FIM.
           MOVE PED-DATA TO W-HOJE.
      *              OS PEDIDOS ENTRAM COM A DATA DE HOJE - COM VENDAS
      *              OU ESTOQUE FECHADO NO MES, NADA E IMPORTADO
           MOVE W-HOJE TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - IMPORTACAO NAO PERMITIDA ***"
              GOBACK.
           PERFORM CONFERE-ARQUIVO THRU CONFERE-ARQUIVO-FIM.
           IF W-MOTIVO NOT = SPACES
              DISPLAY "*** " W-TEXTO " ***"
              GOBACK.
           DISPLAY "LOTE........: " IA-LOTE.
           DISPLAY "ORIGEM......: " IA-ORIGEM "  DATA: " IA-DATA.
           DISPLAY "LINHAS......: " W-TOT-LINHAS.
           OPEN I-O PEDLOTE
           IF ST-LOT = "30"
              OPEN OUTPUT PEDLOTE
              CLOSE PEDLOTE
              OPEN I-O PEDLOTE.
           IF ST-LOT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDLOTE.DAT"
              GOBACK.
      *              LOTE CONCLUIDO NAO ENTRA DE NOVO; LOTE EM
      *              ANDAMENTO E UMA RODADA INTERROMPIDA - RETOMA
           MOVE IA-LOTE TO LT-LOTE
           READ PEDLOTE
           IF ST-LOT = "00" AND LT-SITUACAO = "C"
              DISPLAY "*** LOTE JA IMPORTADO EM " LT-DATA-FIM
                      " POR " LT-OPERADOR " ***"
              DISPLAY "*** GRAVADOS: " LT-GRAVADOS
                      "  REJEITADOS: " LT-REJEITADOS " ***"
              CLOSE PEDLOTE
              GOBACK.
           IF ST-LOT = "00"
              MOVE "S" TO W-RETOMA
              DISPLAY "*** LOTE INTERROMPIDO EM " LT-DATA-INI
                      " - RETOMA DEPOIS DA LINHA " LT-LINHA
              IF LT-PEDIDO NOT = ZEROS
                 DISPLAY "*** PEDIDO " LT-PEDIDO " EM ANDAMENTO, "
                         LT-ITEM " ITEM(NS) JA LANCADO(S)".
           DISPLAY "CONFIRMA A IMPORTACAO  (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** IMPORTACAO CANCELADA PELO OPERADOR ***"
              CLOSE PEDLOTE
              GOBACK.
           IF W-RETOMA = "S"
              GO TO ABRE-ARQUIVOS.
           MOVE IA-LOTE    TO LT-LOTE
           MOVE IA-ORIGEM  TO LT-ORIGEM
           MOVE IA-DATA    TO LT-DATA-ARQ
           IF IA-DATA NOT NUMERIC
              MOVE ZEROS TO LT-DATA-ARQ.
           MOVE "P"        TO LT-SITUACAO
           MOVE W-HOJE     TO LT-DATA-INI
           MOVE ZEROS      TO LT-DATA-FIM LT-PEDIDO LT-ITEM
                              LT-GRAVADOS LT-BLOQUEADOS LT-REJEITADOS
           MOVE W-OPERADOR TO LT-OPERADOR
      *              A LINHA 1 E O PROPRIO REGISTRO DE LOTE
           MOVE 1          TO LT-LINHA
           WRITE REGLOTE
           IF ST-LOT NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PEDLOTE.DAT - ST " ST-LOT
              CLOSE PEDLOTE
              GOBACK.
      *
       ABRE-ARQUIVOS.
           OPEN I-O TRAVAS
           IF ST-TRV = "30"
              OPEN OUTPUT TRAVAS
              CLOSE TRAVAS
              OPEN I-O TRAVAS.
           OPEN I-O PEDIDO
           IF ST-PED = "30"
              OPEN OUTPUT PEDIDO
              CLOSE PEDIDO
              OPEN I-O PEDIDO.
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO.DAT"
              GO TO ROT-ABORTA.
           OPEN I-O PEDITEM
           IF ST-ITEM = "30"
              OPEN OUTPUT PEDITEM
              CLOSE PEDITEM
              OPEN I-O PEDITEM.
           IF ST-ITEM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDITEM.DAT"
              GO TO ROT-ABORTA.
           OPEN I-O PRODUTO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO.DAT"
              GO TO ROT-ABORTA.
           OPEN INPUT CADCEP
           IF ST-CEP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCEP.DAT"
              GO TO ROT-ABORTA.
           OPEN INPUT CADCLI
           IF ST-CLI = "30"
              OPEN OUTPUT CADCLI
              CLOSE CADCLI
              OPEN INPUT CADCLI.
           OPEN I-O MOVIMENT
           IF ST-MOV NOT = "00"
              OPEN OUTPUT MOVIMENT
              CLOSE MOVIMENT
              OPEN I-O MOVIMENT.
           OPEN EXTEND DOCUMENTO
           IF ST-DOC NOT = "00"
              OPEN OUTPUT DOCUMENTO
              CLOSE DOCUMENTO
              OPEN EXTEND DOCUMENTO.
           OPEN INPUT CADVEND
           IF ST-VEN = "30"
              OPEN OUTPUT CADVEND
              CLOSE CADVEND
              OPEN INPUT CADVEND.
           OPEN INPUT CONDPAG
           IF ST-CPG = "30"
              OPEN OUTPUT CONDPAG
              CLOSE CONDPAG
              OPEN INPUT CONDPAG.
           OPEN INPUT FERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-ABERTO.
           OPEN INPUT TABICMS
           IF ST-TAB = "00"
              MOVE "S" TO W-TEM-TAB.
           OPEN INPUT TABFRETE
           IF ST-FRE = "00"
              MOVE "S" TO W-TEM-FRETE.
           OPEN I-O BACKORD
           IF ST-BKO = "30"
              OPEN OUTPUT BACKORD
              CLOSE BACKORD
              OPEN I-O BACKORD.
           OPEN I-O SALDEP
           IF ST-SAL = "30"
              OPEN OUTPUT SALDEP
              CLOSE SALDEP
              OPEN I-O SALDEP.
           OPEN I-O DUPREC
           IF ST-DUP = "30"
              OPEN OUTPUT DUPREC
              CLOSE DUPREC
              OPEN I-O DUPREC.
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
           OPEN EXTEND REJEITA
           IF ST-REJ NOT = "00"
              OPEN OUTPUT REJEITA
              CLOSE REJEITA
              OPEN EXTEND REJEITA.
           IF ST-REJ NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO PEDREJ.TXT"
              GO TO ROT-ABORTA.
           MOVE SPACES TO LINHA-REJ
           MOVE "**"   TO REJ-MOTIVO
           STRING "LOTE " DELIMITED BY SIZE
                  IA-LOTE DELIMITED BY SIZE
                  " EM "  DELIMITED BY SIZE
                  W-HOJE  DELIMITED BY SIZE
                  INTO REJ-TEXTO
           WRITE LINHA-REJ.
           OPEN INPUT PEDIMP
           IF ST-IMP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO PEDIMP.TXT"
              GO TO ROT-ABORTA.
      *
      ***********************************************
      * PULA O QUE A RODADA ANTERIOR JA TERMINOU E   *
      * LE A PRIMEIRA LINHA A PROCESSAR; PEDIDO QUE  *
      * FICOU PELA METADE E CONTINUADO DO ITEM ONDE  *
      * PAROU                                        *
      ***********************************************
       PULA-LINHAS.
           IF W-NUM-LINHA < LT-LINHA
              PERFORM LE-LINHA THRU LE-LINHA-FIM
              IF W-FIM-IMP = "S"
                 DISPLAY "*** ARQUIVO NAO CONFERE COM A RETOMADA ***"
                 GO TO ROT-ABORTA
              ELSE
                 GO TO PULA-LINHAS.
           PERFORM LE-LINHA THRU LE-LINHA-FIM
           IF LT-PEDIDO NOT = ZEROS
              GO TO RETOMA-PEDIDO.
      *
       PROCESSA-LINHA.
           IF W-FIM-IMP = "S" OR IMP-TIPO = "T"
              GO TO ROT-FIM.
           IF IMP-TIPO = "H"
              GO TO PROCESSA-PEDIDO.
      *              LINHA SOLTA: ITEM SEM CABECALHO OU TIPO
      *              DESCONHECIDO VAI SOZINHA PARA A REJEICAO
           MOVE SPACES TO LINHA-REJ
           MOVE "22" TO REJ-MOTIVO
           MOVE "TIPO DE LINHA INVALIDO" TO REJ-TEXTO
           IF IMP-TIPO = "I"
              MOVE "21" TO REJ-MOTIVO
              MOVE "ITEM SEM CABECALHO DE PEDIDO" TO REJ-TEXTO.
           MOVE IMP-REG TO REJ-IMAGEM
           WRITE LINHA-REJ
           ADD 1 TO W-AVULSAS
           MOVE W-NUM-LINHA TO LT-LINHA
           PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM
           PERFORM LE-LINHA THRU LE-LINHA-FIM
           GO TO PROCESSA-LINHA.
      *
       PROCESSA-PEDIDO.
           PERFORM CARREGA-PEDIDO THRU CARREGA-PEDIDO-FIM
           ADD 1 TO W-LIDOS
           IF W-MOTIVO NOT = SPACES
              GO TO PROCESSA-REJEITA.
       PROCESSA-CRITICA.
           PERFORM CRITICA-CABECALHO THRU CRITICA-CABECALHO-FIM
           IF W-MOTIVO NOT = SPACES
              GO TO PROCESSA-REJEITA.
           PERFORM CRITICA-ITENS THRU CRITICA-ITENS-FIM
           IF W-MOTIVO NOT = SPACES
              GO TO PROCESSA-REJEITA.
           PERFORM LANCA-PEDIDO THRU LANCA-PEDIDO-FIM
           GO TO PROCESSA-LINHA.
       PROCESSA-REJEITA.
           PERFORM REJEITA-PEDIDO THRU REJEITA-PEDIDO-FIM
           GO TO PROCESSA-LINHA.
      *
      ***********************************************
      * RETOMADA DO PEDIDO QUE A RODADA ANTERIOR     *
      * DEIXOU PELA METADE: SEM O CABECALHO GRAVADO  *
      * ELE E CRITICADO DO ZERO; COM O CABECALHO, OS *
      * TOTAIS SAO REFEITOS PELOS ITENS JA GRAVADOS  *
      * E O LANCAMENTO SEGUE DO ITEM SEGUINTE AO     *
      * ULTIMO DO PONTO DE RETOMADA                  *
      ***********************************************
       RETOMA-PEDIDO.
           IF W-FIM-IMP = "S" OR IMP-TIPO NOT = "H"
              DISPLAY "*** ARQUIVO NAO CONFERE COM A RETOMADA ***"
              GO TO ROT-ABORTA.
           PERFORM CARREGA-PEDIDO THRU CARREGA-PEDIDO-FIM
           ADD 1 TO W-LIDOS
           IF IH-PEDIDO NOT = LT-PEDIDO
              DISPLAY "*** ARQUIVO NAO CONFERE COM A RETOMADA ***"
              GO TO ROT-ABORTA.
           MOVE LT-PEDIDO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED = "23"
              MOVE ZEROS TO LT-PEDIDO LT-ITEM
              GO TO PROCESSA-CRITICA.
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA LEITURA DO PEDIDO " LT-PEDIDO
              GO TO ROT-ABORTA.
           DISPLAY "*** RETOMANDO O PEDIDO " PED-NUMERO " ***"
           MOVE ZEROS TO W-TAB-CLI
           IF PED-CODCLI NOT = ZEROS
              MOVE PED-CODCLI TO COD-CLIENTE
              READ CADCLI
              IF ST-CLI = "00"
                 MOVE CLI-TABELA TO W-TAB-CLI.
           PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
           PERFORM CRITICA-ITENS THRU CRITICA-ITENS-FIM
           MOVE LT-ITEM TO W-IND-ITEM
           PERFORM LANCA-ITENS THRU LANCA-ITENS-FIM
           PERFORM FECHA-PEDIDO THRU FECHA-PEDIDO-FIM
           GO TO PROCESSA-LINHA.
      *
      ***********************************************
      * CONFERE O ARQUIVO INTEIRO ANTES DE GRAVAR    *
      * QUALQUER COISA: LOTE (A) NA PRIMEIRA LINHA,  *
      * TRAILER (T) NA ULTIMA E A CONTAGEM DO        *
      * TRAILER BATENDO COM AS LINHAS LIDAS. W-MOTIVO*
      * PREENCHIDO = ARQUIVO RECUSADO (W-TEXTO DIZ   *
      * POR QUE)                                     *
      ***********************************************
       CONFERE-ARQUIVO.
           MOVE SPACES TO W-MOTIVO W-TEXTO W-ULT-TIPO
           MOVE ZEROS  TO W-TOT-LINHAS
           OPEN INPUT PEDIMP
           IF ST-IMP NOT = "00"
              MOVE "**" TO W-MOTIVO
              MOVE "ERRO NA ABERTURA DO PEDIMP.TXT" TO W-TEXTO
              GO TO CONFERE-ARQUIVO-FIM.
           READ PEDIMP
               AT END
                  MOVE "**" TO W-MOTIVO
                  MOVE "ARQUIVO PEDIMP.TXT VAZIO" TO W-TEXTO
                  GO TO CONFERE-ARQUIVO-FECHA.
           ADD 1 TO W-TOT-LINHAS
           MOVE IMP-REG TO W-IMP-LOTE
           IF IA-TIPO NOT = "A" OR IA-LOTE = SPACES
              MOVE "**" TO W-MOTIVO
              MOVE "ARQUIVO SEM REGISTRO DE LOTE (A)" TO W-TEXTO
              GO TO CONFERE-ARQUIVO-FECHA.
       CONFERE-ARQUIVO-LER.
           READ PEDIMP
               AT END
                  GO TO CONFERE-ARQUIVO-TRL.
           ADD 1 TO W-TOT-LINHAS
           MOVE IMP-TIPO TO W-ULT-TIPO
           IF IMP-TIPO = "T"
              MOVE IMP-REG TO W-IMP-TRL.
           GO TO CONFERE-ARQUIVO-LER.
       CONFERE-ARQUIVO-TRL.
           IF W-ULT-TIPO NOT = "T"
              MOVE "**" TO W-MOTIVO
              MOVE "ARQUIVO SEM TRAILER - INCOMPLETO" TO W-TEXTO
              GO TO CONFERE-ARQUIVO-FECHA.
           IF IT-LINHAS NOT NUMERIC
              MOVE "**" TO W-MOTIVO
              MOVE "CONTAGEM DO TRAILER NAO CONFERE" TO W-TEXTO
              GO TO CONFERE-ARQUIVO-FECHA.
           IF IT-LINHAS NOT = W-TOT-LINHAS
              MOVE "**" TO W-MOTIVO
              MOVE "CONTAGEM DO TRAILER NAO CONFERE" TO W-TEXTO.
       CONFERE-ARQUIVO-FECHA.
           CLOSE PEDIMP.
       CONFERE-ARQUIVO-FIM.
           EXIT.
      *
       LE-LINHA.
           READ PEDIMP
               AT END
                  MOVE "S" TO W-FIM-IMP
                  GO TO LE-LINHA-FIM.
           ADD 1 TO W-NUM-LINHA.
       LE-LINHA-FIM.
           EXIT.
      *
      ***********************************************
      * CARREGA O PEDIDO DA LINHA H CORRENTE E OS    *
      * SEUS ITENS ATE A PROXIMA LINHA QUE NAO E I,  *
      * QUE FICA LIDA PARA A VOLTA SEGUINTE. PASSANDO*
      * DE 99 ITENS O PEDIDO JA SAI REJEITADO AQUI E *
      * O EXCESSO VAI DIRETO PARA A REJEICAO         *
      ***********************************************
       CARREGA-PEDIDO.
           MOVE IMP-REG TO W-IMP-CAB W-CAB-IMAGEM
           MOVE W-NUM-LINHA TO W-LINHA-FIM
           MOVE ZEROS  TO W-QT-ITENS
           MOVE SPACES TO W-MOTIVO W-TEXTO
           MOVE "N"    TO W-EXCESSO.
       CARREGA-PEDIDO-LER.
           PERFORM LE-LINHA THRU LE-LINHA-FIM
           IF W-FIM-IMP = "S"
              GO TO CARREGA-PEDIDO-FIM.
           IF IMP-TIPO NOT = "I"
              GO TO CARREGA-PEDIDO-FIM.
           MOVE W-NUM-LINHA TO W-LINHA-FIM
           IF W-QT-ITENS < 99
              ADD 1 TO W-QT-ITENS
              MOVE IMP-REG TO TI-IMAGEM (W-QT-ITENS)
              MOVE SPACES  TO TI-MOTIVO (W-QT-ITENS)
                              TI-TEXTO (W-QT-ITENS)
              GO TO CARREGA-PEDIDO-LER.
           IF W-EXCESSO NOT = "S"
              MOVE "S"  TO W-EXCESSO
              MOVE "12" TO W-MOTIVO
              MOVE "PEDIDO COM MAIS DE 99 ITENS" TO W-TEXTO
              PERFORM GRAVA-REJ-PEDIDO THRU GRAVA-REJ-PEDIDO-FIM.
           MOVE SPACES   TO LINHA-REJ
           MOVE W-MOTIVO TO REJ-MOTIVO
           MOVE W-TEXTO  TO REJ-TEXTO
           MOVE IMP-REG  TO REJ-IMAGEM
           WRITE LINHA-REJ
           GO TO CARREGA-PEDIDO-LER.
       CARREGA-PEDIDO-FIM.
           EXIT.
      *
      ***********************************************
      * CRITICA DO CABECALHO - A MESMA DA DIGITACAO  *
      * (CEP042/PEDVENDA, INC-002 A INC-008), QUE    *
      * MONTA O REGPED: NUMERO INEDITO NO PEDIDO E   *
      * NO CONTAS A RECEBER, CLIENTE DO CADASTRO OU  *
      * AVULSO COM NOME, CEP NO CADCEP, VENDEDOR     *
      * (DONO DO TERRITORIO QUANDO NAO VEM; OUTRO SO *
      * COM MOTIVO) E CONDICAO DE PAGAMENTO          *
      ***********************************************
       CRITICA-CABECALHO.
           MOVE SPACES TO W-MOTIVO W-TEXTO
           IF IH-PEDIDO NOT NUMERIC OR IH-CODCLI NOT NUMERIC
              GO TO CRITICA-CAB-NUMERICO.
           IF IH-CEP-X NOT = SPACES AND IH-CEP NOT NUMERIC
              GO TO CRITICA-CAB-NUMERICO.
           IF IH-ENDNUM-X NOT = SPACES AND IH-ENDNUM NOT NUMERIC
              GO TO CRITICA-CAB-NUMERICO.
           IF IH-VENDEDOR-X NOT = SPACES AND IH-VENDEDOR NOT NUMERIC
              GO TO CRITICA-CAB-NUMERICO.
           IF IH-CONDPAG-X NOT = SPACES AND IH-CONDPAG NOT NUMERIC
              GO TO CRITICA-CAB-NUMERICO.
           MOVE IH-PEDIDO TO PED-NUMERO
           IF PED-NUMERO = ZEROS
              MOVE "02" TO W-MOTIVO
              MOVE "NUMERO DE PEDIDO INVALIDO" TO W-TEXTO
              GO TO CRITICA-CABECALHO-FIM.
           IF PED-NUMERO < W-PED-INI OR PED-NUMERO > W-PED-FIM
              MOVE "24" TO W-MOTIVO
              MOVE "NUMERO FORA DA FAIXA DA FILIAL" TO W-TEXTO
              GO TO CRITICA-CABECALHO-FIM.
           READ PEDIDO
           IF ST-PED = "00"
              MOVE "03" TO W-MOTIVO
              MOVE "PEDIDO JA EXISTE" TO W-TEXTO
              GO TO CRITICA-CABECALHO-FIM.
           IF ST-PED NOT = "23"
              DISPLAY "ERRO NA LEITURA DO PEDIDO " PED-NUMERO
              GO TO ROT-ABORTA.
           MOVE PED-NUMERO TO DUP-PEDIDO
           MOVE 01         TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP = "00"
              MOVE "04" TO W-MOTIVO
              MOVE "NUMERO JA USADO NO CONTAS A RECEBER" TO W-TEXTO
              GO TO CRITICA-CABECALHO-FIM.
           MOVE IH-PEDIDO TO PED-NUMERO
           MOVE W-HOJE    TO PED-DATA
           MOVE ZEROS  TO PED-CEP PED-ENDNUM PED-TOTAL PED-CODCLI
                          PED-VENDEDOR PED-FRETE PED-CONDPAG
           MOVE SPACES TO PED-CLIENTE PED-LOGRADOURO PED-COMPLEMENTO
                          PED-BAIRRO PED-CIDADE PED-UF
           MOVE ZEROS  TO W-TAB-CLI W-VEND-TERR
           MOVE SPACES TO W-MOTIVO-TERR
           IF IH-CODCLI = ZEROS
              GO TO CRITICA-CAB-AVULSO.
           MOVE IH-CODCLI TO COD-CLIENTE PED-CODCLI
           READ CADCLI
           IF ST-CLI NOT = "00"
              MOVE "05" TO W-MOTIVO
              MOVE "CLIENTE NAO CADASTRADO" TO W-TEXTO
              GO TO CRITICA-CABECALHO-FIM.
           MOVE NOME-CLIENTE    TO PED-CLIENTE
           MOVE CLI-CEP         TO PED-CEP
           MOVE CLI-ENDNUM      TO PED-ENDNUM
           MOVE CLI-COMPLEMENTO TO PED-COMPLEMENTO
           MOVE CLI-CONDPAG     TO PED-CONDPAG
           MOVE CLI-TABELA      TO W-TAB-CLI
      *              CEP DE ENTREGA NO ARQUIVO VALE SOBRE O DO
      *              CADASTRO, COMO A TROCA DO CEP NA DIGITACAO
           IF IH-CEP-X NOT = SPACES
              GO TO CRITICA-CAB-CEP.
           MOVE CLI-CEP TO CEP
           READ CADCEP
           IF ST-CEP = "00"
              GO TO CRITICA-CAB-ENDERECO.
           MOVE "07" TO W-MOTIVO
           MOVE "CEP DO CLIENTE NAO CADASTRADO" TO W-TEXTO
           GO TO CRITICA-CABECALHO-FIM.
       CRITICA-CAB-AVULSO.
           IF IH-CLIENTE = SPACES
              MOVE "06" TO W-MOTIVO
              MOVE "CLIENTE AVULSO SEM NOME" TO W-TEXTO
              GO TO CRITICA-CABECALHO-FIM.
           MOVE IH-CLIENTE TO PED-CLIENTE.
       CRITICA-CAB-CEP.
           IF IH-CEP-X = SPACES
              MOVE ZEROS TO IH-CEP.
           MOVE IH-CEP TO PED-CEP CEP
           READ CADCEP
           IF ST-CEP NOT = "00"
              MOVE "07" TO W-MOTIVO
              MOVE "CEP NAO CADASTRADO" TO W-TEXTO
              GO TO CRITICA-CABECALHO-FIM.
       CRITICA-CAB-ENDERECO.
           MOVE LOGRADOURO TO PED-LOGRADOURO
           MOVE BAIRRO     TO PED-BAIRRO
           MOVE CIDADE     TO PED-CIDADE
           MOVE UF         TO PED-UF
           IF IH-ENDNUM-X NOT = SPACES
              MOVE IH-ENDNUM TO PED-ENDNUM.
           IF IH-COMPL NOT = SPACES
              MOVE IH-COMPL TO PED-COMPLEMENTO.
           MOVE PED-UF  TO W-TER-UF
           MOVE PED-CEP TO W-TER-CEP
           PERFORM BUSCA-TERRITORIO THRU BUSCA-TERRITORIO-FIM
           MOVE W-VEND-TERR TO PED-VENDEDOR
           IF IH-VENDEDOR-X NOT = SPACES AND IH-VENDEDOR NOT = ZEROS
              MOVE IH-VENDEDOR TO PED-VENDEDOR.
           IF PED-VENDEDOR = ZEROS
              GO TO CRITICA-CAB-COND.
           MOVE PED-VENDEDOR TO COD-VENDEDOR
           READ CADVEND
           IF ST-VEN NOT = "00"
              MOVE "08" TO W-MOTIVO
              MOVE "VENDEDOR NAO CADASTRADO" TO W-TEXTO
              GO TO CRITICA-CABECALHO-FIM.
           IF W-VEND-TERR = ZEROS OR PED-VENDEDOR = W-VEND-TERR
              GO TO CRITICA-CAB-COND.
           IF IH-MOTIVO = SPACES
              MOVE "09" TO W-MOTIVO
              MOVE "VENDEDOR FORA DO TERRITORIO SEM MOTIVO"
                                                        TO W-TEXTO
              GO TO CRITICA-CABECALHO-FIM.
           MOVE IH-MOTIVO TO W-MOTIVO-TERR.
       CRITICA-CAB-COND.
           IF IH-CONDPAG-X NOT = SPACES
              MOVE IH-CONDPAG TO PED-CONDPAG.
           PERFORM BUSCA-COND THRU BUSCA-COND-FIM
           IF ST-CPG NOT = "00"
              MOVE "10" TO W-MOTIVO
              MOVE "CONDICAO DE PAGAMENTO NAO CADASTRADA" TO W-TEXTO
              GO TO CRITICA-CABECALHO-FIM.
           IF W-QT-ITENS = ZEROS
              MOVE "11" TO W-MOTIVO
              MOVE "PEDIDO SEM ITENS" TO W-TEXTO.
           GO TO CRITICA-CABECALHO-FIM.
       CRITICA-CAB-NUMERICO.
           MOVE "01" TO W-MOTIVO
           MOVE "CAMPO NUMERICO INVALIDO NO CABECALHO" TO W-TEXTO.
       CRITICA-CABECALHO-FIM.
           EXIT.
      *
      ***********************************************
      * CRITICA DOS ITENS - A MESMA DA DIGITACAO     *
      * (ITEM-001 A ITEM-02A): CODIGO RESOLVIDO PELO *
      * CODALT, PRODUTO ATIVO, QUANTIDADE, PRECO DE  *
      * LISTA/TABELA/PROMOCAO PELA UF DE DESTINO     *
      * (O PRECO DO ARQUIVO, QUANDO VEM, TEM QUE     *
      * BATER), DESCONTO DENTRO DO TETO DO OPERADOR  *
      * E KIT COM COMPONENTES PARA A QUANTIDADE.     *
      * FALTA DE SALDO NAO REJEITA - VIRA PENDENCIA -*
      * MAS PEDIDO SEM SALDO EM NENHUM ITEM E        *
      * RECUSADO, COMO NA DIGITACAO. TODOS OS ITENS  *
      * SAO CRITICADOS E CADA UM GUARDA O SEU MOTIVO;*
      * W-MOTIVO FICA COM O PRIMEIRO                 *
      ***********************************************
       CRITICA-ITENS.
           MOVE ZEROS TO W-IND-ITEM W-COM-SALDO.
       CRITICA-ITENS-LOOP.
           ADD 1 TO W-IND-ITEM
           IF W-IND-ITEM > W-QT-ITENS
              GO TO CRITICA-ITENS-SALDO.
           MOVE TI-IMAGEM (W-IND-ITEM) TO W-IMP-ITEM
           MOVE SPACES TO TI-MOTIVO (W-IND-ITEM) TI-TEXTO (W-IND-ITEM)
           MOVE "N"    TO TI-KIT (W-IND-ITEM)
           IF II-PEDIDO NOT NUMERIC OR II-QTDE NOT NUMERIC
              OR II-PRECO NOT NUMERIC OR II-DESC NOT NUMERIC
              MOVE "13" TO W-MOT-ITEM
              MOVE "CAMPO NUMERICO INVALIDO" TO W-TI-TEXTO
              GO TO CRITICA-ITENS-ERRO.
           IF II-PEDIDO NOT = IH-PEDIDO
              MOVE "13" TO W-MOT-ITEM
              MOVE "ITEM DE OUTRO PEDIDO" TO W-TI-TEXTO
              GO TO CRITICA-ITENS-ERRO.
           MOVE II-PRODUTO TO W-COD-LIDO
           PERFORM RESOLVE-CODIGO THRU RESOLVE-CODIGO-FIM
           IF W-COD-ACHOU NOT = "S" OR W-COD-PRODUTO = ZEROS
              MOVE "14" TO W-MOT-ITEM
              MOVE "CODIGO NAO CADASTRADO" TO W-TI-TEXTO
              GO TO CRITICA-ITENS-ERRO.
           MOVE W-COD-PRODUTO TO CODIGO
           PERFORM LE-PRODUTO THRU LE-PRODUTO-FIM
           IF ST-ERRO NOT = "00"
              MOVE "14" TO W-MOT-ITEM
              MOVE "PRODUTO NAO CADASTRADO" TO W-TI-TEXTO
              GO TO CRITICA-ITENS-ERRO.
           IF SITUACAO NOT = "A"
              MOVE "15" TO W-MOT-ITEM
              MOVE "PRODUTO NAO ESTA ATIVO" TO W-TI-TEXTO
              GO TO CRITICA-ITENS-ERRO.
           IF II-QTDE = ZEROS
              MOVE "16" TO W-MOT-ITEM
              MOVE "QUANTIDADE INVALIDA" TO W-TI-TEXTO
              GO TO CRITICA-ITENS-ERRO.
      *              CODIGO DE CAIXA: A QUANTIDADE E DE EMBALAGENS -
      *              O ITEM E SEMPRE EM UNIDADES
           COMPUTE W-QTDE = II-QTDE * W-COD-MULT
                   ON SIZE ERROR
                      MOVE "16" TO W-MOT-ITEM
                      MOVE "QUANTIDADE ACIMA DO LIMITE" TO W-TI-TEXTO
                      GO TO CRITICA-ITENS-ERRO.
           PERFORM CALC-PRECO-UF THRU CALC-PRECO-UF-FIM
           PERFORM PRECO-TABELA THRU PRECO-TABELA-FIM
           IF II-PRECO NOT = ZEROS AND II-PRECO NOT = W-PRECO-UF
              MOVE "17" TO W-MOT-ITEM
              MOVE "PRECO DIVERGENTE DO SISTEMA" TO W-TI-TEXTO
              GO TO CRITICA-ITENS-ERRO.
           IF II-DESC > W-DESC-MAX
              MOVE "18" TO W-MOT-ITEM
              MOVE "DESCONTO ACIMA DO LIMITE" TO W-TI-TEXTO
              GO TO CRITICA-ITENS-ERRO.
           MOVE CODIGO     TO TI-PRODUTO (W-IND-ITEM)
           MOVE W-QTDE     TO TI-QTDE (W-IND-ITEM)
           MOVE W-PRECO-UF TO TI-PRECO (W-IND-ITEM)
           MOVE II-DESC    TO TI-DESC (W-IND-ITEM)
      *              KIT NAO VAI PARA PENDENCIA: SEM COMPONENTES PARA
      *              A QUANTIDADE O ITEM E RECUSADO
           MOVE CODIGO TO W-KIT-PRODUTO
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT = ZEROS
              IF ESTOQUE-ATUAL > ZEROS
                 ADD 1 TO W-COM-SALDO
                 GO TO CRITICA-ITENS-LOOP
              ELSE
                 GO TO CRITICA-ITENS-LOOP.
           PERFORM CONFERE-KIT THRU CONFERE-KIT-FIM
           IF W-QTDE > W-DISP-KIT
              MOVE "19" TO W-MOT-ITEM
              MOVE "COMPONENTES SEM SALDO P/ O KIT" TO W-TI-TEXTO
              GO TO CRITICA-ITENS-ERRO.
           MOVE "S" TO TI-KIT (W-IND-ITEM)
           ADD 1 TO W-COM-SALDO
           GO TO CRITICA-ITENS-LOOP.
       CRITICA-ITENS-ERRO.
           MOVE W-IND-ITEM   TO W-TI-NUM
           MOVE W-MOT-ITEM   TO TI-MOTIVO (W-IND-ITEM)
           MOVE W-TEXTO-ITEM TO TI-TEXTO (W-IND-ITEM)
           IF W-MOTIVO = SPACES
              MOVE W-MOT-ITEM   TO W-MOTIVO
              MOVE W-TEXTO-ITEM TO W-TEXTO.
           GO TO CRITICA-ITENS-LOOP.
       CRITICA-ITENS-SALDO.
           IF W-MOTIVO = SPACES AND W-COM-SALDO = ZEROS
              MOVE "20" TO W-MOTIVO
              MOVE "NENHUM ITEM COM SALDO - SO PENDENCIA" TO W-TEXTO.
       CRITICA-ITENS-FIM.
           EXIT.
      *
      ***********************************************
      * LANCA O PEDIDO APROVADO NA CRITICA: O PONTO  *
      * DE RETOMADA MARCA O PEDIDO EM ANDAMENTO      *
      * ANTES DO CABECALHO SER GRAVADO E AVANCA A    *
      * CADA ITEM LANCADO                            *
      ***********************************************
       LANCA-PEDIDO.
           MOVE PED-NUMERO TO LT-PEDIDO
           MOVE ZEROS      TO LT-ITEM
           PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM
           MOVE W-OPERADOR TO PED-OPERADOR
           MOVE "D"        TO PED-SITUACAO
           MOVE ZEROS      TO PED-DATA-EMB PED-TOTAL
           MOVE SPACES     TO PED-OPER-EMB
           MOVE W-FIL-OPER TO PED-FILIAL
           WRITE REGPED
           IF ST-PED NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO PEDIDO " PED-NUMERO
                      " - ST " ST-PED
              GO TO ROT-ABORTA.
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
           MOVE ZEROS TO W-SEQ W-ITENS W-IND-ITEM
           PERFORM LANCA-ITENS THRU LANCA-ITENS-FIM
           PERFORM FECHA-PEDIDO THRU FECHA-PEDIDO-FIM.
       LANCA-PEDIDO-FIM.
           EXIT.
      *
      ***********************************************
      * LANCA OS ITENS A PARTIR DE W-IND-ITEM + 1:   *
      * O QUE O SALDO NAO COBRE VIRA PENDENCIA E O   *
      * RESTO BAIXA O ESTOQUE (KIT BAIXA OS          *
      * COMPONENTES), COM O MOVIMENTO DE SAIDA NO    *
      * DIARIO - MESMA SEQUENCIA DO ITEM-GRAVA DA    *
      * DIGITACAO. ITEM QUE NA RETOMADA NAO PASSA    *
      * MAIS NA CRITICA VAI SOZINHO PARA A REJEICAO  *
      ***********************************************
       LANCA-ITENS.
           ADD 1 TO W-IND-ITEM
           IF W-IND-ITEM > W-QT-ITENS
              GO TO LANCA-ITENS-FIM.
           IF TI-MOTIVO (W-IND-ITEM) NOT = SPACES
              PERFORM REJEITA-ITEM THRU REJEITA-ITEM-FIM
              GO TO LANCA-ITENS-PROX.
           MOVE TI-PRODUTO (W-IND-ITEM) TO CODIGO
           MOVE TI-QTDE (W-IND-ITEM)    TO W-QTDE
           MOVE TI-PRECO (W-IND-ITEM)   TO W-PRECO-UF
           MOVE TI-DESC (W-IND-ITEM)    TO W-DESC
           IF TI-KIT (W-IND-ITEM) = "S"
              GO TO LANCA-ITENS-KIT.
           PERFORM TRAVA-PRODUTO THRU TRAVA-PRODUTO-FIM
           IF ST-ERRO NOT = "00"
              MOVE "14" TO W-MOT-ITEM
              MOVE "PRODUTO NAO CADASTRADO" TO W-TI-TEXTO
              GO TO LANCA-ITENS-ERRO.
           PERFORM REGISTRA-TRAVA THRU REGISTRA-TRAVA-FIM
           IF W-QTDE > ESTOQUE-ATUAL
              PERFORM LANCA-PENDENCIA THRU LANCA-PENDENCIA-FIM.
           IF W-QTDE = ZEROS
              PERFORM LIMPA-TRAVA THRU LIMPA-TRAVA-FIM
              UNLOCK PRODUTO
              GO TO LANCA-ITENS-PROX.
           PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
           IF ST-ITEM NOT = "00" AND NOT = "02"
              PERFORM LIMPA-TRAVA THRU LIMPA-TRAVA-FIM
              UNLOCK PRODUTO
              MOVE "23" TO W-MOT-ITEM
              MOVE "ERRO NA GRAVACAO DO ITEM" TO W-TI-TEXTO
              GO TO LANCA-ITENS-ERRO.
      *              RESERVA: BAIXA O SALDO E REGISTRA O MOVIMENTO
           MOVE ESTOQUE-ATUAL TO MV-EST-ANTES
           SUBTRACT W-QTDE FROM ESTOQUE-ATUAL
           MOVE ESTOQUE-ATUAL TO MV-EST-DEPOIS
           REWRITE REGPRO
           MOVE ST-ERRO TO W-ST-SALVA
           PERFORM LIMPA-TRAVA THRU LIMPA-TRAVA-FIM
           UNLOCK PRODUTO
           IF W-ST-SALVA NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA BAIXA DO ESTOQUE DO PRODUTO " CODIGO
                      " - ST " W-ST-SALVA
              GO TO ROT-ABORTA.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
           COMPUTE W-DELTA-DEP = ZEROS - W-QTDE
           PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           GO TO LANCA-ITENS-PROX.
      *              O SALDO DOS COMPONENTES PODE TER ANDADO DESDE A
      *              CRITICA - CONFERE DE NOVO ANTES DE BAIXAR
       LANCA-ITENS-KIT.
           PERFORM LE-PRODUTO THRU LE-PRODUTO-FIM
           IF ST-ERRO NOT = "00"
              MOVE "14" TO W-MOT-ITEM
              MOVE "PRODUTO NAO CADASTRADO" TO W-TI-TEXTO
              GO TO LANCA-ITENS-ERRO.
           MOVE CODIGO TO W-KIT-PRODUTO
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           PERFORM CONFERE-KIT THRU CONFERE-KIT-FIM
           IF W-QTDE > W-DISP-KIT
              MOVE "19" TO W-MOT-ITEM
              MOVE "COMPONENTES SEM SALDO P/ O KIT" TO W-TI-TEXTO
              GO TO LANCA-ITENS-ERRO.
           PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
           IF ST-ITEM NOT = "00" AND NOT = "02"
              MOVE "23" TO W-MOT-ITEM
              MOVE "ERRO NA GRAVACAO DO ITEM" TO W-TI-TEXTO
              GO TO LANCA-ITENS-ERRO.
           PERFORM BAIXA-KIT THRU BAIXA-KIT-FIM
           GO TO LANCA-ITENS-PROX.
       LANCA-ITENS-ERRO.
           MOVE W-IND-ITEM   TO W-TI-NUM
           MOVE W-MOT-ITEM   TO TI-MOTIVO (W-IND-ITEM)
           MOVE W-TEXTO-ITEM TO TI-TEXTO (W-IND-ITEM)
           PERFORM REJEITA-ITEM THRU REJEITA-ITEM-FIM.
       LANCA-ITENS-PROX.
           MOVE W-IND-ITEM TO LT-ITEM
           PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM
           GO TO LANCA-ITENS.
       LANCA-ITENS-FIM.
           EXIT.
      *
      ***********************************************
      * GRAVA O ITEM DO PEDIDO (ITEM-GRAVA DA        *
      * DIGITACAO) E SOMA NO TOTAL                   *
      ***********************************************
       GRAVA-ITEM.
           ADD 1 TO W-SEQ
           MOVE PED-NUMERO  TO ITEM-PEDIDO
           MOVE W-SEQ       TO ITEM-SEQ
           MOVE CODIGO      TO ITEM-PRODUTO
           MOVE DESCRICAO   TO ITEM-DESCRICAO
           MOVE W-QTDE      TO ITEM-QTDE
           MOVE W-PRECO-UF  TO ITEM-PRECO
           MOVE W-DESC      TO ITEM-DESC-PCT
           COMPUTE ITEM-VALOR ROUNDED = W-QTDE * W-PRECO-UF
                            * (1 - (W-DESC / 100))
           WRITE REGITEM
           IF ST-ITEM NOT = "00" AND NOT = "02"
              SUBTRACT 1 FROM W-SEQ
              GO TO GRAVA-ITEM-FIM.
           MOVE "W" TO JR-OPERACAO
           PERFORM JORNAL-PEDITEM THRU JORNAL-PEDITEM-FIM
           ADD ITEM-VALOR TO PED-TOTAL
           ADD 1 TO W-ITENS.
       GRAVA-ITEM-FIM.
           EXIT.
      *
      ***********************************************
      * SALDO NAO COBRE A QUANTIDADE: A FALTA VIRA   *
      * PENDENCIA (BACKORDER) COM A DATA PROMETIDA   *
      * PELAS COMPRAS EM ABERTO E O ITEM FICA COM O  *
      * QUE O SALDO COBRE (ZERO = SO PENDENCIA) -    *
      * NA DIGITACAO O OPERADOR CONFIRMA; NA         *
      * IMPORTACAO A PENDENCIA E SEMPRE REGISTRADA   *
      ***********************************************
       LANCA-PENDENCIA.
           COMPUTE W-FALTA-BKO = W-QTDE - ESTOQUE-ATUAL
           PERFORM CALCULA-ATP THRU CALCULA-ATP-FIM
           PERFORM PROMESSA-ATP THRU PROMESSA-ATP-FIM
           MOVE CODIGO      TO BK-PRODUTO
           MOVE PED-DATA    TO BK-DATA
           MOVE PED-NUMERO  TO BK-PEDIDO
           MOVE PED-CLIENTE TO BK-CLIENTE
           MOVE W-FALTA-BKO TO BK-QTDE-PEND
           MOVE "A"         TO BK-SITUACAO
           MOVE W-DATA-PROMESSA TO BK-DATA-PREV
           WRITE REGBKO
           IF ST-BKO NOT = "22"
              GO TO LANCA-PENDENCIA-TESTA.
      *              JA EXISTE PENDENCIA DO MESMO PRODUTO/PEDIDO -
      *              SOMA NA QUE ESTA LA
           READ BACKORD
           ADD W-FALTA-BKO TO BK-QTDE-PEND
           MOVE "A" TO BK-SITUACAO
           MOVE W-DATA-PROMESSA TO BK-DATA-PREV
           REWRITE REGBKO.
       LANCA-PENDENCIA-TESTA.
           IF ST-BKO NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DA PENDENCIA DO PEDIDO "
                      PED-NUMERO " PRODUTO " CODIGO
           ELSE
              ADD 1 TO W-PENDENCIAS.
           MOVE ESTOQUE-ATUAL TO W-QTDE.
       LANCA-PENDENCIA-FIM.
           EXIT.
      *
      ***********************************************
      * FECHAMENTO DO PEDIDO (FECHA-PEDIDO DA        *
      * DIGITACAO): SEM NENHUM ITEM LANCADO O PEDIDO *
      * E DESFEITO COM AS PENDENCIAS E VAI PARA A    *
      * REJEICAO; SENAO FRETE, CREDITO, DUPLICATAS   *
      * (NAO NO BLOQUEADO) E O DOCUMENTO IMPRESSO    *
      ***********************************************
       FECHA-PEDIDO.
           IF W-ITENS NOT = ZEROS
              GO TO FECHA-PEDIDO-GRAVA.
           PERFORM APAGA-BACKORDER THRU APAGA-BACKORDER-FIM
           DELETE PEDIDO RECORD
           MOVE "D" TO JR-OPERACAO
           PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
           MOVE "20" TO W-MOTIVO
           MOVE "NENHUM ITEM COM SALDO - SO PENDENCIA" TO W-TEXTO
           PERFORM REJEITA-PEDIDO THRU REJEITA-PEDIDO-FIM
           GO TO FECHA-PEDIDO-FIM.
       FECHA-PEDIDO-GRAVA.
           PERFORM BUSCA-FRETE THRU BUSCA-FRETE-FIM
           PERFORM CONFERE-CREDITO THRU CONFERE-CREDITO-FIM
           IF W-BLOQ-CRED = "S"
              MOVE "B" TO PED-SITUACAO.
           REWRITE REGPED
           IF ST-PED NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO PEDIDO " PED-NUMERO
                      " - ST " ST-PED
              GO TO ROT-ABORTA.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
      *              PEDIDO BLOQUEADO NAO GERA DUPLICATA: AS
      *              PARCELAS SAEM NA LIBERACAO (CEP104/LIBCRED)
           IF W-BLOQ-CRED = "S"
              ADD 1 TO LT-BLOQUEADOS
              DISPLAY "PEDIDO " PED-NUMERO
                      " GRAVADO - BLOQUEADO POR CREDITO"
           ELSE
              PERFORM GERA-DUPLICATAS THRU GERA-DUPLICATAS-FIM.
           PERFORM IMPRIME-PEDIDO THRU IMPRIME-PEDIDO-FIM
           ADD 1 TO LT-GRAVADOS
           MOVE W-LINHA-FIM TO LT-LINHA
           MOVE ZEROS       TO LT-PEDIDO LT-ITEM
           PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM.
       FECHA-PEDIDO-FIM.
           EXIT.
      *
      ***********************************************
      * TOTAIS DO PEDIDO RETOMADO PELOS ITENS QUE A  *
      * RODADA ANTERIOR JA GRAVOU                    *
      ***********************************************
       SOMA-ITENS.
           MOVE ZEROS TO W-SEQ W-ITENS PED-TOTAL
           MOVE PED-NUMERO TO ITEM-PEDIDO
           MOVE ZEROS      TO ITEM-SEQ
           START PEDITEM KEY IS NOT LESS ITEM-CHAVE
                 INVALID KEY GO TO SOMA-ITENS-FIM.
       SOMA-ITENS-LER.
           READ PEDITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO SOMA-ITENS-FIM.
           IF ITEM-PEDIDO NOT = PED-NUMERO
              GO TO SOMA-ITENS-FIM.
           ADD ITEM-VALOR TO PED-TOTAL
           ADD 1 TO W-ITENS
           MOVE ITEM-SEQ TO W-SEQ
           GO TO SOMA-ITENS-LER.
       SOMA-ITENS-FIM.
           EXIT.
      *
      ***********************************************
      * PEDIDO RECUSADO: CABECALHO E ITENS VAO PARA  *
      * O PEDREJ.TXT (SE O EXCESSO DE ITENS JA NAO   *
      * MANDOU) E O PONTO DE RETOMADA PASSA DELE     *
      ***********************************************
       REJEITA-PEDIDO.
           IF W-EXCESSO NOT = "S"
              PERFORM GRAVA-REJ-PEDIDO THRU GRAVA-REJ-PEDIDO-FIM.
           ADD 1 TO LT-REJEITADOS
           DISPLAY "PEDIDO " IH-PEDIDO " REJEITADO - " W-TEXTO
           MOVE W-LINHA-FIM TO LT-LINHA
           MOVE ZEROS       TO LT-PEDIDO LT-ITEM
           PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM.
       REJEITA-PEDIDO-FIM.
           EXIT.
      *
      *              O ITEM COM MOTIVO PROPRIO LEVA O DELE; OS OUTROS
      *              LEVAM O MOTIVO DO PEDIDO
       GRAVA-REJ-PEDIDO.
           MOVE SPACES       TO LINHA-REJ
           MOVE W-MOTIVO     TO REJ-MOTIVO
           MOVE W-TEXTO      TO REJ-TEXTO
           MOVE W-CAB-IMAGEM TO REJ-IMAGEM
           WRITE LINHA-REJ
           MOVE ZEROS TO W-IND-ITEM.
       GRAVA-REJ-PEDIDO-LOOP.
           ADD 1 TO W-IND-ITEM
           IF W-IND-ITEM > W-QT-ITENS
              GO TO GRAVA-REJ-PEDIDO-FIM.
           MOVE SPACES       TO LINHA-REJ
           MOVE W-MOTIVO     TO REJ-MOTIVO
           MOVE W-TEXTO      TO REJ-TEXTO
           IF TI-MOTIVO (W-IND-ITEM) NOT = SPACES
              MOVE TI-MOTIVO (W-IND-ITEM) TO REJ-MOTIVO
              MOVE TI-TEXTO (W-IND-ITEM)  TO REJ-TEXTO.
           MOVE TI-IMAGEM (W-IND-ITEM) TO REJ-IMAGEM
           WRITE LINHA-REJ
           GO TO GRAVA-REJ-PEDIDO-LOOP.
       GRAVA-REJ-PEDIDO-FIM.
           EXIT.
      *
       REJEITA-ITEM.
           MOVE SPACES TO LINHA-REJ
           MOVE TI-MOTIVO (W-IND-ITEM) TO REJ-MOTIVO
           MOVE TI-TEXTO (W-IND-ITEM)  TO REJ-TEXTO
           MOVE TI-IMAGEM (W-IND-ITEM) TO REJ-IMAGEM
           WRITE LINHA-REJ
           DISPLAY "PEDIDO " PED-NUMERO " " TI-TEXTO (W-IND-ITEM)
                   " - NAO LANCADO".
       REJEITA-ITEM-FIM.
           EXIT.
      *
      ***********************************************
      * REGRAVA O PONTO DE RETOMADA DO LOTE          *
      ***********************************************
       GRAVA-LOTE.
           REWRITE REGLOTE
           IF ST-LOT NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PEDLOTE.DAT - ST " ST-LOT.
       GRAVA-LOTE-FIM.
           EXIT.
      *
      ***********************************************
      * LEITURA DO PRODUTO SEM E COM TRAVA. PRODUTO  *
      * PRESO EM OUTRO TERMINAL E ESPERADO ALGUMAS   *
      * VEZES; PRESO ALEM DISSO, A RODADA PARA E     *
      * RETOMA DALI QUANDO FOR RODADA DE NOVO        *
      ***********************************************
       LE-PRODUTO.
           MOVE ZEROS TO W-TENTA.
       LE-PRODUTO-TENTA.
           READ PRODUTO
           IF ST-ERRO NOT = "51" AND NOT = "99"
              GO TO LE-PRODUTO-FIM.
           PERFORM ESPERA-TRAVA THRU ESPERA-TRAVA-FIM
           GO TO LE-PRODUTO-TENTA.
       LE-PRODUTO-FIM.
           EXIT.
      *
       TRAVA-PRODUTO.
           MOVE ZEROS TO W-TENTA.
       TRAVA-PRODUTO-TENTA.
           READ PRODUTO WITH LOCK
           IF ST-ERRO NOT = "51" AND NOT = "99"
              GO TO TRAVA-PRODUTO-FIM.
           PERFORM ESPERA-TRAVA THRU ESPERA-TRAVA-FIM
           GO TO TRAVA-PRODUTO-TENTA.
       TRAVA-PRODUTO-FIM.
           EXIT.
      *
       ESPERA-TRAVA.
           ADD 1 TO W-TENTA
           IF W-TENTA > W-MAX-TENTA
              PERFORM MOSTRA-TRAVA THRU MOSTRA-TRAVA-FIM
              DISPLAY "PRODUTO " CODIGO " - " MENS
              GO TO ROT-ABORTA.
           MOVE ZEROS TO W-ESPERA.
       ESPERA-TRAVA-LOOP.
           ADD 1 TO W-ESPERA
           IF W-ESPERA < W-TEMPO-ESPERA
              GO TO ESPERA-TRAVA-LOOP.
       ESPERA-TRAVA-FIM.
           EXIT.
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
                 DISPLAY "PEDIDO " PED-NUMERO " LIMITE EXCEDIDO - "
                         "EM ABERTO: " W-EXPOSICAO " LIMITE: "
                         CLI-LIMITE.
           IF W-MAIOR-ATRASO NOT < W-DIAS-BLOQ
              MOVE "S" TO W-BLOQ-CRED
              DISPLAY "PEDIDO " PED-NUMERO " PARCELA EM ATRASO HA "
                      W-MAIOR-ATRASO " DIAS".
           PERFORM CHECA-CHEQUE-DEV THRU CHECA-CHEQUE-DEV-FIM
           IF W-CHQ-DEV = "S"
              MOVE "S" TO W-BLOQ-CRED
              DISPLAY "PEDIDO " PED-NUMERO " CHEQUE DEVOLVIDO SEM "
                      "REGULARIZAR".
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
           MOVE PED-CLIENTE  TO DUP-CLIENTE
           MOVE PED-DATA     TO DUP-EMISSAO
           MOVE W-VENC-NUM   TO DUP-VENCIMENTO
           IF W-PARC-IND = W-PARCELAS
              COMPUTE DUP-VALOR = PED-TOTAL - W-PARC-SOMA
           ELSE
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
       IMPRIME-PEDIDO.
           MOVE LIN-SEPARA TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE PED-NUMERO TO DOC-NUMERO
           MOVE DOC-CAB1 TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE PED-CLIENTE TO DOC-NOME
           MOVE DOC-CLIENTE TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE PED-LOGRADOURO  TO DOC-LOGR
           MOVE PED-ENDNUM      TO DOC-ENDNUM
           MOVE PED-COMPLEMENTO TO DOC-COMPL
           MOVE DOC-ENDER TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE PED-BAIRRO TO DOC-BAIRRO
           MOVE PED-CIDADE TO DOC-CIDADE
           MOVE PED-UF     TO DOC-UF
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
                 INVALID KEY GO TO IMPRIME-TOTAL.
       IMPRIME-ITEM.
           READ PEDITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO IMPRIME-TOTAL.
           IF ITEM-PEDIDO NOT = PED-NUMERO
              GO TO IMPRIME-TOTAL.
           MOVE ITEM-SEQ       TO DOCI-SEQ
           MOVE ITEM-PRODUTO   TO DOCI-COD
           MOVE ITEM-DESCRICAO TO DOCI-DESC
           MOVE ITEM-QTDE      TO DOCI-QTDE
           MOVE ITEM-PRECO     TO DOCI-PRECO
           MOVE ITEM-VALOR     TO DOCI-VALOR
           MOVE ITEM-DESC-PCT  TO DOCI-DESC-PCT
           MOVE DOC-ITEM       TO LINHA-DOC
           WRITE LINHA-DOC
           GO TO IMPRIME-ITEM.
       IMPRIME-TOTAL.
           MOVE PED-TOTAL TO DOC-TOT-VAL
           MOVE DOC-TOTAL TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE PED-FRETE TO DOC-FRE-VAL
           MOVE DOC-FRETE TO LINHA-DOC
           WRITE LINHA-DOC
           COMPUTE DOC-TOG-VAL = PED-TOTAL + PED-FRETE
           MOVE DOC-TOTGER TO LINHA-DOC
           WRITE LINHA-DOC.
       IMPRIME-PEDIDO-FIM.
           EXIT.
      *
      ***********************************************
      * APAGA AS PENDENCIAS DE BACKORDER AINDA       *
      * ABERTAS DO PEDIDO (BACKORD.DAT NAO E         *
      * INDEXADO POR PEDIDO - VARRE O ARQUIVO)       *
      ***********************************************
       APAGA-BACKORDER.
           MOVE ZEROS TO BK-PRODUTO BK-DATA BK-PEDIDO
           START BACKORD KEY IS NOT LESS BK-CHAVE
                 INVALID KEY GO TO APAGA-BACKORDER-FIM.
       APAGA-BACKORDER-LER.
           READ BACKORD NEXT
           IF ST-BKO NOT = "00"
              GO TO APAGA-BACKORDER-FIM.
           IF BK-PEDIDO = PED-NUMERO
              AND BK-SITUACAO = "A"
              DELETE BACKORD RECORD.
           GO TO APAGA-BACKORDER-LER.
       APAGA-BACKORDER-FIM.
           EXIT.
      *
      ***********************************************
      * BUSCA O FRETE DO DESTINO NA TABELA UF/FAIXA  *
      * DE CEP (CEP080/CLAFRETE): ANDA PELAS FAIXAS  *
      * DA UF E PARA NA QUE CONTEM O CEP DE ENTREGA; *
      * SEM FAIXA O FRETE FICA ZERADO E O OPERADOR   *
      * E AVISADO                                    *
      ***********************************************
       BUSCA-FRETE.
           MOVE ZEROS TO PED-FRETE
           IF W-TEM-FRETE NOT = "S"
              GO TO BUSCA-FRETE-AVISA.
           MOVE PED-UF TO FRETE-UF
           MOVE ZEROS  TO FRETE-CEP-INI
           START TABFRETE KEY IS NOT LESS FRETE-CHAVE
                 INVALID KEY GO TO BUSCA-FRETE-AVISA.
       BUSCA-FRETE-LER.
           READ TABFRETE NEXT
           IF ST-FRE NOT = "00"
              GO TO BUSCA-FRETE-AVISA.
           IF FRETE-UF NOT = PED-UF
              GO TO BUSCA-FRETE-AVISA.
           IF PED-CEP NOT < FRETE-CEP-INI
              AND PED-CEP NOT > FRETE-CEP-FIM
              MOVE FRETE-VALOR TO PED-FRETE
              GO TO BUSCA-FRETE-FIM.
           GO TO BUSCA-FRETE-LER.
       BUSCA-FRETE-AVISA.
           MOVE "*** SEM FAIXA DE FRETE P/ O DESTINO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BUSCA-FRETE-FIM.
           EXIT.
      *
      ***********************************************
      * PRECO DE VENDA PELA ALIQUOTA DE ICMS DA UF   *
      * DE DESTINO DO PEDIDO (TABICMS.DAT, CEP075/   *
      * CLAICMS) - MESMA FORMULA DO CALC-PRECO DO    *
      * CLAPROD, TROCANDO SO A ALIQUOTA; UF SEM      *
      * REGISTRO OU SEM TABELA USA O ICMS DO         *
      * PRODUTO, E PRODUTO SEM CUSTO FICA NO         *
      * PRECO-VENDA DO CADASTRO                      *
      ***********************************************
       CALC-PRECO-UF.
           MOVE ICMS TO W-ALIQ-UF
           IF W-TEM-TAB = "S"
              MOVE PED-UF TO UF-ICMS
              READ TABICMS
              IF ST-TAB = "00"
                 MOVE ALIQ-ICMS TO W-ALIQ-UF.
           IF PRECO-CUSTO = ZEROS
              MOVE PRECO-VENDA TO W-PRECO-UF
              GO TO CALC-PRECO-UF-FIM.
           COMPUTE W-PRECO-UF ROUNDED =
                   PRECO-CUSTO * (1 + (LUCRO / 100))
                               * (1 + (IPI   / 100))
                               * (1 + (W-ALIQ-UF / 100)).
       CALC-PRECO-UF-FIM.
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
       CALCULA-DATA.
           ACCEPT DATA-PED FROM DATE
           IF ANO-PED < W-PIVO
              COMPUTE PED-DATA = ((W-SECULO * 100) + ANO-PED)
                               * 10000 + (MES-PED * 100) + DIA-PED
           ELSE
              COMPUTE PED-DATA = (((W-SECULO - 1) * 100) + ANO-PED)
                               * 10000 + (MES-PED * 100) + DIA-PED.
       CALCULA-DATA-FIM.
           EXIT.
      *
      ***********************************************
      * GRAVA O MOVIMENTO DE SAIDA NO DIARIO         *
      * (CEP037/MOVPROD, PARAGRAFO GRAVA-MOV)        *
      ***********************************************
       GRAVA-MOV.
           ACCEPT DATA-PED FROM DATE
           ACCEPT HORA-PED FROM TIME
           IF ANO-PED < W-PIVO
              COMPUTE MV-DATA = ((W-SECULO * 100) + ANO-PED)
                               * 10000 + (MES-PED * 100) + DIA-PED
           ELSE
              COMPUTE MV-DATA = (((W-SECULO - 1) * 100) + ANO-PED)
                               * 10000 + (MES-PED * 100) + DIA-PED.
           MOVE HH-PED        TO MV-HH
           MOVE MM-PED        TO MV-MM
           MOVE SS-PED        TO MV-SS
           MOVE W-OPERADOR    TO MV-OPERADOR
           MOVE "S"           TO MV-TIPO
           MOVE CODIGO        TO MV-CODIGO
           MOVE W-QTDE        TO MV-QTDE
           MOVE SPACES        TO MV-DOCTO
           STRING "PED " PED-NUMERO DELIMITED BY SIZE
                  INTO MV-DOCTO
      *              CUSTO CARREGADO NA LINHA: MEDIO DO CADASTRO
      *              (ULTIMO CUSTO QUANDO O MEDIO AINDA NAO EXISTE)
           MOVE PRECO-MEDIO   TO MV-CUSTO
           IF MV-CUSTO = ZEROS
              MOVE PRECO-CUSTO TO MV-CUSTO.
           PERFORM GRAVA-MOV-IDX THRU GRAVA-MOV-IDX-FIM
           IF ST-MOV NOT = "00"
              MOVE "ERRO NA GRAVACAO DO DIARIO DE MOVIMENTO"
                                                     TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-MOV-FIM.
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
              IF W-SALDO-DEP < ZEROS
                 MOVE ZEROS TO W-SALDO-DEP
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
       SOMA-OUTROS-DEP.
           MOVE ZEROS TO W-SOMA-DEP
           MOVE CODIGO TO SD-PRODUTO
           MOVE ZEROS  TO SD-DEPOSITO
           START SALDEP KEY IS NOT LESS SD-CHAVE
                 INVALID KEY GO TO SOMA-OUTROS-DEP-FIM.
       SOMA-OUTROS-DEP-LER.
           READ SALDEP NEXT
           IF ST-SAL NOT = "00"
              GO TO SOMA-OUTROS-DEP-FIM.
           IF SD-PRODUTO NOT = CODIGO
              GO TO SOMA-OUTROS-DEP-FIM.
           IF SD-DEPOSITO NOT = 01
              ADD SD-SALDO TO W-SOMA-DEP.
           GO TO SOMA-OUTROS-DEP-LER.
       SOMA-OUTROS-DEP-FIM.
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
      *              DATA PROMETIDA PARA A PENDENCIA: A PRIMEIRA
      *              ENTREGA PREVISTA EM QUE O ACUMULADO COBRE A
      *              QUANTIDADE DO ITEM (ENTREGA ATRASADA PROMETE
      *              PARA HOJE); ZERO = AS COMPRAS NAO COBREM
       PROMESSA-ATP.
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
      ***********************************************
       GRAVA-MOV-IDX.
           MOVE MV-CODIGO     TO MI-PRODUTO
           MOVE MV-DATA       TO MI-DATA
           MOVE ZEROS         TO MI-SEQ
           MOVE MV-HORA       TO MI-HORA
           MOVE MV-OPERADOR   TO MI-OPERADOR
           MOVE MV-TIPO       TO MI-TIPO
           MOVE MV-QTDE       TO MI-QTDE
           MOVE MV-DOCTO      TO MI-DOCTO
           MOVE MV-EST-ANTES  TO MI-EST-ANTES
           MOVE MV-EST-DEPOIS TO MI-EST-DEPOIS
           MOVE MV-CUSTO      TO MI-CUSTO.
       GRAVA-MOV-IDX-TENTA.
           ADD 1 TO MI-SEQ
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
              GO TO ROT-ABORTA.
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
           MOVE "IMPPED"        TO JR-PROGRAMA
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
      * DONO DE TRAVA: AO PRENDER UM REGISTRO O      *
      * PROGRAMA SE ANOTA NO LOCKREG.DAT; AO SOLTAR, *
      * APAGA A ANOTACAO. O LADO BLOQUEADO LE AQUI   *
      * QUEM E O DONO E DESDE QUANDO, EM VEZ DE      *
      * PROCURAR PELO CORREDOR                       *
      ***********************************************
       REGISTRA-TRAVA.
           MOVE "PRODUTO " TO TRV-ARQUIVO
           MOVE CODIGO TO TRV-REG
           MOVE W-OPERADOR TO TRV-OPERADOR
           MOVE "IMPPED" TO TRV-PROGRAMA
           ACCEPT DATA-PED FROM DATE
           ACCEPT HORA-PED FROM TIME
           IF ANO-PED < W-PIVO
              COMPUTE TRV-DATA = ((W-SECULO * 100) + ANO-PED)
                     * 10000 + (MES-PED * 100) + DIA-PED
           ELSE
              COMPUTE TRV-DATA = (((W-SECULO - 1) * 100)
                     + ANO-PED) * 10000 + (MES-PED * 100)
                     + DIA-PED.
           MOVE HORA-PED (1:6) TO TRV-HORA
           WRITE REGTRAVA
           IF ST-TRV = "22"
              REWRITE REGTRAVA.
       REGISTRA-TRAVA-FIM.
           EXIT.
      *
       LIMPA-TRAVA.
           MOVE "PRODUTO " TO TRV-ARQUIVO
           MOVE CODIGO TO TRV-REG
           DELETE TRAVAS RECORD.
       LIMPA-TRAVA-FIM.
           EXIT.
      *
       MOSTRA-TRAVA.
           MOVE "*** REGISTRO EM USO, TENTE NOVAMENTE ***"
                                                  TO MENS
           MOVE "PRODUTO " TO TRV-ARQUIVO
           MOVE CODIGO TO TRV-REG
           READ TRAVAS
           IF ST-TRV NOT = "00"
              GO TO MOSTRA-TRAVA-FIM.
           MOVE TRV-HORA (1:2) TO W-TRV-HH
           MOVE TRV-HORA (3:2) TO W-TRV-MM
           MOVE SPACES TO MENS
           STRING "EM USO POR " DELIMITED BY SIZE
                  TRV-OPERADOR  DELIMITED BY SIZE
                  " EM "        DELIMITED BY SIZE
                  TRV-PROGRAMA  DELIMITED BY SIZE
                  " DESDE "     DELIMITED BY SIZE
                  W-HORA-TRV    DELIMITED BY SIZE
                  INTO MENS.
       MOSTRA-TRAVA-FIM.
           EXIT.
      *
      ***********************************************
      * IDENTIFICACAO DO OPERADOR E CONFERENCIA DA   *
      * PERMISSAO DE BATCH DO PERFIL (CEP033/        *
      * CLAOPER) - SO O "N" EXPLICITO NEGA. O TETO   *
      * DE DESCONTO DO OPERADOR QUE RODA A           *
      * IMPORTACAO VALE PARA TODOS OS ITENS DO LOTE, *
      * E A FILIAL DELE DA O DEPOSITO DA LOJA E A    *
      * FAIXA DE NUMERACAO DOS PEDIDOS               *
      ***********************************************
       VALIDA-OPERADOR.
           OPEN INPUT CADOPER
           IF ST-OPER NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADOPER.DAT"
              GOBACK.
       VALIDA-OPERADOR-LER.
           DISPLAY "OPERADOR : ".
           ACCEPT W-OPERADOR.
           MOVE W-OPERADOR TO COD-OPERADOR
           READ CADOPER
           IF ST-OPER NOT = "00"
              DISPLAY "*** OPERADOR NAO CADASTRADO ***"
              GO TO VALIDA-OPERADOR-LER.
           IF PERM-BATCH = "N"
              DISPLAY "*** OPERADOR SEM PERMISSAO DE BATCH ***"
              CLOSE CADOPER
              GOBACK.
           MOVE PERM-DESC-MAX TO W-DESC-MAX
           MOVE OPER-FILIAL TO FL-CODIGO
           CLOSE CADOPER
           CALL "LEFIL"
           IF FL-SITUACAO = "N" OR "I"
              DISPLAY "*** FILIAL DO OPERADOR INATIVA OU SEM "
                      "CADASTRO ***"
              GOBACK.
           MOVE FL-CODIGO   TO W-FIL-OPER
           MOVE FL-DEPOSITO TO W-DEP-LOJA
           MOVE FL-PED-INI  TO W-PED-INI
           MOVE FL-PED-FIM  TO W-PED-FIM.
       VALIDA-OPERADOR-FIM.
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
           IF PA-DIAS-BLOQ NUMERIC
              IF PA-DIAS-BLOQ NOT = ZEROS
                 MOVE PA-DIAS-BLOQ TO W-DIAS-BLOQ.
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      ***********************************************
      * AVISO DAS ROTINAS DA DIGITACAO, NA SAIDA DA  *
      * RODADA COM O NUMERO DO PEDIDO                *
      ***********************************************
       ROT-MENS.
           DISPLAY "PEDIDO " PED-NUMERO " " MENS.
       ROT-MENS-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           MOVE "C"    TO LT-SITUACAO
           MOVE W-HOJE TO LT-DATA-FIM
           MOVE W-NUM-LINHA TO LT-LINHA
           MOVE ZEROS  TO LT-PEDIDO LT-ITEM
           PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM
           DISPLAY "*** IMPORTACAO DO LOTE " LT-LOTE " CONCLUIDA ***"
           GO TO ROT-FECHA.
      *
      *              O LOTE FICA EM ANDAMENTO COM O PONTO DE RETOMADA
      *              DO ULTIMO PEDIDO/ITEM TERMINADO
       ROT-ABORTA.
           DISPLAY "*** IMPORTACAO INTERROMPIDA - RODE DE NOVO PARA "
                   "RETOMAR O LOTE ***"
           MOVE 8 TO RETURN-CODE.
       ROT-FECHA.
           CLOSE PEDIMP PEDLOTE REJEITA PEDIDO PEDITEM PRODUTO
                 CADCEP CADCLI MOVIMENT DOCUMENTO DUPREC CADVEND
                 BACKORD TRAVAS SALDEP CONDPAG
           IF W-TEM-TAB = "S"
              CLOSE TABICMS.
           IF W-TEM-FRETE = "S"
              CLOSE TABFRETE.
           IF W-FER-ABERTO = "S"
              CLOSE FERIADO.
           IF W-KIT-ABERTO = "S"
              CLOSE COMPKIT.
           IF W-ALT-ABERTO = "S"
              CLOSE CODALT.
           IF W-TP-ABERTO = "S"
              CLOSE TABPRECO.
           IF W-PRM-ABERTO = "S"
              CLOSE PROMO.
           IF W-TER-ABERTO = "S"
              CLOSE TERRIT.
           IF W-PC-ABERTO = "S"
              CLOSE PEDCOMP.
           IF W-PCI-ABERTO = "S"
              CLOSE PEDCITEM.
           DISPLAY "*** PEDIDOS LIDOS.............: " W-LIDOS.
           DISPLAY "*** PEDIDOS GRAVADOS NO LOTE..: " LT-GRAVADOS.
           DISPLAY "***   BLOQUEADOS POR CREDITO..: " LT-BLOQUEADOS.
           DISPLAY "*** PEDIDOS REJEITADOS NO LOTE: " LT-REJEITADOS.
           DISPLAY "*** PENDENCIAS REGISTRADAS....: " W-PENDENCIAS.
           DISPLAY "*** LINHAS SOLTAS REJEITADAS..: " W-AVULSAS.
           DISPLAY "*** REJEICOES: PEDREJ.TXT - DOCUMENTOS: "
                   "PEDVENDA.LST ***".
           GOBACK.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
