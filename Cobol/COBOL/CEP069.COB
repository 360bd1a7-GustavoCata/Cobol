      * NUMERACAO VEM DO PROPRIO LIVRO E SOBREVIVE A    *
      * QUEDA DA MAQUINA. MODO 2 LISTA AS FATURAS DO    *
      * ANO-MES PARA O LIVRO FISCAL (RELFAT.LST).       *
      * O PEDIDO FATURADO RECEBE PED-SITUACAO = F.      *
      * MODO 3 CANCELA A FATURA DENTRO DO PRAZO DE      *
      * PA-DIAS-CANC DIAS DA EMISSAO: DEVOLVE OS ITENS  *
      * AO ESTOQUE (MOVIMENT.DAT), APAGA AS PARCELAS    *
      * AINDA EM ABERTO E FORA DO BANCO E O PEDIDO      *
      * VOLTA COMO R (A REFATURAR); O NUMERO FICA NO    *
      * LIVRO MARCADO CANCELADO. REFATURAR UM PEDIDO R  *
      * BAIXA O ESTOQUE E GERA AS PARCELAS DE NOVO.     *
      * MES FISCAL FECHADO NO LIVFIS (CEP111) NAO       *
      * RECEBE FATURA NOVA NEM CANCELAMENTO.            *
      * CADA FATURA EMITIDA GERA O ARQUIVO DE INTERFACE *
      * DO EMISSOR DA NF-E (NFEnnnnnn.TXT); O MODO 4 LE *
      * O RETORNO DO EMISSOR (NFERET.TXT) E GUARDA A    *
      * CHAVE DE ACESSO E O PROTOCOLO OU A REJEICAO NO  *
      * LIVRO, O MODO 5 LISTA AS NF-E SEM AUTORIZACAO   *
      * (NFEPEND.LST) E O MODO 6 REGERA O ARQUIVO DA    *
      * FATURA REJEITADA. O CPF/CNPJ E A IE DO CLIENTE  *
      * (CADCLI) SAEM NA FATURA E NA NF-E               *
      * A FATURA EMITIDA GRAVA OS EVENTOS CONTABEIS FAT *
      * (MERCADORIA), FIP (IPI) E FIC (ICMS) NO         *
      * CTBPEND.DAT; O CANCELAMENTO GRAVA OS MESMOS     *
      * EVENTOS COMO ESTORNO                            *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    LOCK MODE    IS MANUAL WITH LOCK ON RECORD
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
       SELECT TABICMS ASSIGN TO DISK
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
       SELECT CONDPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CODIGO
                    FILE STATUS  IS ST-CPG.
       SELECT MOVIMENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MI-CHAVE
                    FILE STATUS  IS ST-MOV.
       SELECT SALDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SD-CHAVE
                    FILE STATUS  IS ST-SAL.
       SELECT DUPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DUP-CHAVE
                    FILE STATUS  IS ST-DUP.
       SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CLIENTE
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS NOME-CLIENTE
                                                      WITH DUPLICATES.
       SELECT NFE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-NFE.
       SELECT NFERET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RET.
       SELECT APURA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-AP.
       SELECT CTBPEND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTB.
       SELECT COMPKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-KIT.
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
      * ARQUIVO : FATREG     - LIVRO DE FATURAS EMITIDAS, UMA POR     *
      *                        REGISTRO. A PROXIMA NUMERACAO E O      *
      *                        MAIOR FAT-NUMERO + 1 - NADA FICA SO    *
      *                        NA MEMORIA PARA SE PERDER NO RESTART.  *
      *                        FATURA CANCELADA (MODO 3) CONTINUA NO  *
      *                        LIVRO COM FAT-SITUACAO = C, SEM        *
      *                        ABRIR BURACO NA NUMERACAO              *
      *****************************************************************
       FD FATREG
               LABEL RECORD IS STANDARD
                03 FAT-ICMS        PIC 9(08)V99.
                03 FAT-TOTAL       PIC 9(08)V99.
                03 FAT-OPERADOR    PIC X(10).
      *              BRANCO = VALIDA; C = CANCELADA EM FAT-DATA-CANC
      *              POR FAT-OPER-CANC (LEIAUTE NOVO - CEP110/CONVFAT)
                03 FAT-SITUACAO    PIC X(01).
                03 FAT-DATA-CANC   PIC 9(08).
                03 FAT-OPER-CANC   PIC X(10).
                03 FAT-MOTIVO      PIC X(30).
      *              NF-E: P = ARQUIVO GERADO, AGUARDANDO O RETORNO;
      *              A = AUTORIZADA (CHAVE E PROTOCOLO); R = REJEITADA
      *              (MOTIVO); BRANCO = EMITIDA ANTES DA INTERFACE
      *              (LEIAUTE NOVO - CEP112/CONVNFE)
                03 FAT-NFE-SITUACAO  PIC X(01).
                03 FAT-NFE-CHAVE     PIC X(44).
                03 FAT-NFE-PROTOCOLO PIC X(15).
                03 FAT-NFE-DATA      PIC 9(08).
                03 FAT-NFE-MOTIVO    PIC X(30).
      *              FILIAL EMITENTE (A DO PEDIDO); O NUMERO SAI DA
      *              FAIXA DE FATURA DELA NO CADFIL (CEP140/CLAFIL)
                03 FAT-FILIAL        PIC 9(02).
      *
       FD DOCUMENTO
              LABEL RECORD IS STANDARD
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS W-NOME-REL.
       01 LINHA-REL            PIC X(80).
      *
       FD CADOPER
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : CONDPAG    - CONDICAO DE PAGAMENTO (CEP107/CLACOND):*
      *                        SO LEITURA, PARA IMPRIMIR NA FATURA A  *
      *                        CONDICAO COMBINADA NO PEDIDO E GERAR   *
      *                        AS PARCELAS DO PEDIDO REFATURADO       *
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
      * ARQUIVO : MOVIMENT   - DIARIO DE MOVIMENTOS INDEXADO POR      *
      *                        PRODUTO+DATA+SEQUENCIA (CEP037/        *
      *                        MOVPROD): ENTRADA DE ESTORNO NO        *
      *                        CANCELAMENTO E SAIDA NA REFATURA       *
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
      * ARQUIVO : SALDEP     - SALDO POR PRODUTO E DEPOSITO (CEP037/  *
      *                        MOVPROD): TODO MOVIMENTO DE            *
      *                        ESTOQUE-ATUAL FEITO AQUI E ESPELHADO   *
      *                        NO DEPOSITO 01 (LOJA)                  *
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
      *****************************************************************
      * ARQUIVO : DUPREC     - DUPLICATAS DO CONTAS A RECEBER (MESMO  *
      *                        LEIAUTE DO PEDVENDA/CEP042): O         *
      *                        CANCELAMENTO APAGA AS PARCELAS EM      *
      *                        ABERTO, A REFATURA GERA DE NOVO        *
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
                03 DUP-SITUACAO    PIC X(01).
                03 DUP-REMESSA     PIC X(01).
                03 DUP-MULTA       PIC 9(08)V99.
                03 DUP-JUROS       PIC 9(08)V99.
                03 DUP-RENEG       PIC 9(06).
                03 DUP-MOTIVO      PIC X(30).
      *              FILIAL DONA DO TITULO - A MESMA DO PEDIDO
                03 DUP-FILIAL      PIC 9(02).
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
      *
      *****************************************************************
      * ARQUIVO : APURA      - APURACAO MENSAL DO ICMS/IPI (CEP111/   *
      *                        LIVFIS); AP-SITUACAO F = MES FISCAL    *
      *                        FECHADO, QUE NAO RECEBE LANCAMENTO     *
      *****************************************************************
       FD APURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APURA.DAT".
       01 REGAP.
                03 AP-CHAVE.
                   05 AP-ANOMES     PIC 9(06).
                   05 AP-IMPOSTO    PIC X(04).
                03 AP-DEBITOS      PIC 9(10)V99.
                03 AP-CREDITOS     PIC 9(10)V99.
                03 AP-CRED-ANT     PIC 9(10)V99.
                03 AP-RECOLHER     PIC 9(10)V99.
                03 AP-CRED-TRANSP  PIC 9(10)V99.
                03 AP-SITUACAO     PIC X(01).
                03 AP-DATA-FECHA   PIC 9(08).
                03 AP-OPERADOR     PIC X(10).
      *
      *****************************************************************
      * ARQUIVO : CADCLI     - CADASTRO DE CLIENTES (CEP065/CLACLI):  *
      *                        SO LEITURA, PARA O DOCUMENTO DO        *
      *                        CLIENTE NA FATURA E O BLOCO DO         *
      *                        DESTINATARIO DA NF-E                   *
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
      * ARQUIVO : NFE        - INTERFACE PARA O EMISSOR DA NF-E, UM   *
      *                        ARQUIVO POR FATURA (NFEnnnnnn.TXT).    *
      *                        POSICIONAL, TIPO DO REGISTRO NAS DUAS  *
      *                        PRIMEIRAS POSICOES: 10 IDENTIFICACAO,  *
      *                        20 EMITENTE, 30 DESTINATARIO, 40 ITEM, *
      *                        50 TOTAIS, 60 DUPLICATA, 99 FIM.       *
      *                        VALORES SEM PONTO, 2 DECIMAIS          *
      *****************************************************************
       FD NFE
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS W-NOME-NFE.
       01 LINHA-NFE            PIC X(200).
      *
      *****************************************************************
      * ARQUIVO : NFERET     - RETORNO DO EMISSOR DA NF-E: UMA LINHA  *
      *                        POR FATURA, A = AUTORIZADA COM CHAVE E *
      *                        PROTOCOLO, R = REJEITADA COM MOTIVO    *
      *****************************************************************
       FD NFERET
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "NFERET.TXT".
       01 REGRET.
                03 RET-FATURA      PIC 9(06).
                03 RET-SITUACAO    PIC X(01).
                03 RET-CHAVE       PIC X(44).
                03 RET-PROTOCOLO   PIC X(15).
                03 RET-DATA        PIC 9(08).
                03 RET-MOTIVO      PIC X(30).
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
      *                        ESTORNO E A REFATURA MOVEM OS          *
      *                        COMPONENTES, NAO O CODIGO DO KIT       *
      *****************************************************************
       FD COMPKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                   05 KIT-PRODUTO    PIC 9(06).
                   05 KIT-COMPONENTE PIC 9(06).
                03 KIT-QTDE        PIC 9(03).
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
       77 ST-DOC       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 ST-CPG       PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-MODO       PIC 9(01) VALUE ZEROS.
       77 W-NUMERO     PIC 9(06) VALUE ZEROS.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *              *** CANCELAMENTO DE FATURA E REFATURA ***
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-SAL       PIC X(02) VALUE "00".
       77 ST-DUP       PIC X(02) VALUE "00".
       77 W-DIAS-CANC  PIC 9(02) VALUE ZEROS.
       77 W-DIAS-FAT   PIC 9(07) VALUE ZEROS.
       77 W-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-ITENS      PIC 9(02) VALUE ZEROS.
       77 W-MOVIDOS    PIC 9(02) VALUE ZEROS.
       77 W-PRESOS     PIC 9(02) VALUE ZEROS.
       77 W-TIPO-MOV   PIC X(01) VALUE SPACES.
       77 W-DOCTO-MOV  PIC X(10) VALUE SPACES.
       77 W-ST-SALVA   PIC X(02) VALUE "00".
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
      *              *** FILIAL DO OPERADOR, FAIXA DE FATURA DELA E ***
      *              *** FILIAL DO DOCUMENTO (ZERO VALE 01)         ***
       77 W-FIL-OPER   PIC 9(02) VALUE 01.
       77 W-FAT-INI    PIC 9(06) VALUE ZEROS.
       77 W-FAT-FIM    PIC 9(06) VALUE ZEROS.
       77 W-FIL-DOC    PIC 9(02) VALUE ZEROS.
      *              *** QUANTIDADE DA LINHA DO DIARIO - A DO ITEM ***
      *              *** OU A DO COMPONENTE QUANDO O ITEM E KIT    ***
       77 W-QTDE-MOV   PIC 9(05) VALUE ZEROS.
      *              *** KIT (COMPKIT.DAT) E SEUS COMPONENTES ***
       77 ST-KIT       PIC X(02) VALUE "00".
       77 W-KIT-ABERTO PIC X(01) VALUE "N".
       77 W-KIT-PRODUTO PIC 9(06) VALUE ZEROS.
       77 W-QT-KIT     PIC 9(02) VALUE ZEROS.
       77 W-IND-KIT    PIC 9(02) VALUE ZEROS.
       77 W-KIT-OK     PIC X(01) VALUE "S".
       01 TAB-KIT.
          03 TK-ITEM OCCURS 10 TIMES.
             05 TK-COMPONENTE PIC 9(06).
             05 TK-QTDE       PIC 9(03).
       77 W-CANCELADAS PIC 9(05) VALUE ZEROS.
       77 W-REL-MERC   PIC 9(08)V99 VALUE ZEROS.
       77 W-REL-IPI    PIC 9(08)V99 VALUE ZEROS.
       77 W-REL-ICMS   PIC 9(08)V99 VALUE ZEROS.
       77 W-REL-TOTAL  PIC 9(08)V99 VALUE ZEROS.
       01 W-DATA-DEC.
          03 W-DT-ANO  PIC 9(04).
          03 W-DT-MES  PIC 9(02).
          03 W-DT-DIA  PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-DEC PIC 9(08).
       01 HORA-MOV.
          03 HH-MOV    PIC 99.
          03 MM-MOV    PIC 99.
          03 SS-MOV    PIC 99.
          03 CC-MOV    PIC 99.
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
      *              *** GERACAO DE DUPLICATAS (CONTAS A RECEBER) ***
       77 W-PARCELAS   PIC 9(02) VALUE ZEROS.
       77 W-PARC-IND   PIC 9(02) VALUE ZEROS.
       77 W-PARC-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 W-PARC-SOMA  PIC 9(08)V99 VALUE ZEROS.
       77 W-PCT-SOMA   PIC 9(05)V99 VALUE ZEROS.
       77 W-SOMA-DIAS  PIC 9(03) VALUE ZEROS.
       77 W-ULT-DIA    PIC 9(02) VALUE ZEROS.
       77 W-QUOC-ANO   PIC 9(04) VALUE ZEROS.
       77 W-RESTO-ANO  PIC 9(01) VALUE ZEROS.
       77 W-BASE-VENC  PIC 9(08) VALUE ZEROS.
       01 W-VENC.
          03 W-VENC-ANO PIC 9(04).
          03 W-VENC-MES PIC 9(02).
          03 W-VENC-DIA PIC 9(02).
       01 W-VENC-NUM REDEFINES W-VENC PIC 9(08).
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
      *              *** LINHAS DO DOCUMENTO IMPRESSO ***
       01 DOC-CAB0.
           03 DOC-EMPRESA PIC X(20).
       01 DOC-CLIENTE.
           03 FILLER      PIC X(09) VALUE "CLIENTE: ".
           03 DOC-NOME    PIC X(30).
       01 DOC-DOCTO.
           03 FILLER      PIC X(09) VALUE "CPF/CNPJ:".
           03 DOC-DOCUMENTO PIC X(18).
           03 FILLER      PIC X(06) VALUE "  IE: ".
           03 DOC-IE      PIC X(14).
       01 DOC-ENDER2.
           03 FILLER      PIC X(09) VALUE SPACES.
           03 DOC-CIDADE  PIC X(25).
           03 DOC-UF      PIC X(02).
           03 FILLER      PIC X(06) VALUE " CEP: ".
           03 DOC-CEP     PIC 9(08).
       01 DOC-COND.
           03 FILLER      PIC X(23) VALUE "CONDICAO DE PAGAMENTO: ".
           03 DOC-COND-COD PIC 9(03).
           03 FILLER      PIC X(03) VALUE " - ".
           03 DOC-COND-DES PIC X(30).
       01 DET-TITULO.
           03 FILLER      PIC X(05) VALUE " SEQ ".
           03 FILLER      PIC X(08) VALUE "CODIGO  ".
           03 RELD-ICMS   PIC Z.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 RELD-TOTAL  PIC ZZ.ZZZ.ZZ9,99.
      *              FATURA CANCELADA SAI NA SEQUENCIA, SEM VALORES
       01 REL-CANC.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 RELC-FAT    PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 RELC-DATA   PIC 9(08).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 RELC-PED    PIC 9(06).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 FILLER      PIC X(15) VALUE "*** CANCELADA: ".
           03 RELC-MOTIVO PIC X(30).
       01 REL-TOT.
           03 FILLER      PIC X(25) VALUE "TOTAL SEM AS CANCELADAS: ".
           03 RELT-MERC   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 RELT-IPI    PIC Z.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 RELT-ICMS   PIC Z.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 RELT-TOTAL  PIC ZZ.ZZZ.ZZ9,99.
      *              *** MES FISCAL FECHADO (LIVFIS/CEP111) ***
       77 ST-AP        PIC X(02) VALUE "00".
       77 W-MES-FISCAL PIC 9(06) VALUE ZEROS.
       77 W-MES-FECHADO PIC X(01) VALUE "N".
      *              *** INTERFACE DA NF-E ***
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-NFE       PIC X(02) VALUE "00".
       77 ST-RET       PIC X(02) VALUE "00".
       77 W-NOME-REL   PIC X(20) VALUE "RELFAT.LST".
       77 W-NOME-NFE   PIC X(20) VALUE SPACES.
       77 W-EMP-CNPJ   PIC 9(14) VALUE ZEROS.
       77 W-EMP-IE     PIC X(14) VALUE SPACES.
       77 W-EMP-UF     PIC X(02) VALUE SPACES.
       77 W-NFE-LINHAS PIC 9(05) VALUE ZEROS.
       77 W-NFE-IPI    PIC 9(08)V99 VALUE ZEROS.
       77 W-NFE-ICMS   PIC 9(08)V99 VALUE ZEROS.
       77 W-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 W-RET-LIDOS  PIC 9(05) VALUE ZEROS.
       77 W-RET-AUT    PIC 9(05) VALUE ZEROS.
       77 W-RET-REJ    PIC 9(05) VALUE ZEROS.
       77 W-RET-IGN    PIC 9(05) VALUE ZEROS.
       77 W-DOC-EDIT   PIC X(18) VALUE SPACES.
       01 W-DOC        PIC 9(14) VALUE ZEROS.
       01 W-DOC-X REDEFINES W-DOC PIC X(14).
       01 NFE-R10.
          03 FILLER         PIC X(02) VALUE "10".
          03 N10-FATURA     PIC 9(06).
          03 N10-SERIE      PIC 9(03) VALUE 001.
          03 N10-DATA       PIC 9(08).
          03 N10-NATUREZA   PIC X(30) VALUE "VENDA DE MERCADORIA".
          03 N10-PEDIDO     PIC 9(06).
          03 N10-CONDPAG    PIC 9(03).
       01 NFE-R20.
          03 FILLER         PIC X(02) VALUE "20".
          03 N20-CNPJ       PIC 9(14).
          03 N20-IE         PIC X(14).
          03 N20-RAZAO      PIC X(20).
          03 N20-UF         PIC X(02).
       01 NFE-R30.
          03 FILLER         PIC X(02) VALUE "30".
          03 N30-CODCLI     PIC 9(06).
          03 N30-NOME       PIC X(30).
          03 N30-LOGRADOURO PIC X(35).
          03 N30-NUMERO     PIC 9(05).
          03 N30-COMPLEMENTO PIC X(15).
          03 N30-BAIRRO     PIC X(25).
          03 N30-CIDADE     PIC X(25).
          03 N30-UF         PIC X(02).
          03 N30-CEP        PIC 9(08).
          03 N30-FONE       PIC X(12).
      *              F = CPF, J = CNPJ, BRANCO = CLIENTE SEM DOCUMENTO
          03 N30-TIPO-DOC   PIC X(01).
          03 N30-DOCUMENTO  PIC 9(14).
          03 N30-IE         PIC X(14).
       01 NFE-R40.
          03 FILLER         PIC X(02) VALUE "40".
          03 N40-SEQ        PIC 9(02).
          03 N40-PRODUTO    PIC 9(06).
          03 N40-DESCRICAO  PIC X(25).
          03 N40-QTDE       PIC 9(05).
          03 N40-PRECO      PIC 9(06)V99.
          03 N40-VALOR      PIC 9(08)V99.
          03 N40-ALIQ-IPI   PIC 9(02)V99.
          03 N40-VAL-IPI    PIC 9(08)V99.
          03 N40-ALIQ-ICMS  PIC 9(02)V99.
          03 N40-VAL-ICMS   PIC 9(08)V99.
       01 NFE-R50.
          03 FILLER         PIC X(02) VALUE "50".
          03 N50-MERC       PIC 9(10)V99.
          03 N50-FRETE      PIC 9(10)V99.
          03 N50-IPI        PIC 9(10)V99.
          03 N50-ICMS       PIC 9(10)V99.
          03 N50-TOTAL      PIC 9(10)V99.
       01 NFE-R60.
          03 FILLER         PIC X(02) VALUE "60".
          03 N60-PARCELA    PIC 9(02).
          03 N60-VENCIMENTO PIC 9(08).
          03 N60-VALOR      PIC 9(08)V99.
       01 NFE-R99.
          03 FILLER         PIC X(02) VALUE "99".
          03 N99-REGISTROS  PIC 9(05).
      *              *** LISTA DAS NF-E PENDENTES (NFEPEND.LST) ***
       01 PEN-CAB1.
           03 FILLER      PIC X(40)
                 VALUE "NF-E SEM AUTORIZACAO DO EMISSOR - EM: ".
           03 PEN-HOJE    PIC 9(08).
       01 PEN-TITULO.
           03 FILLER      PIC X(08) VALUE " FATURA ".
           03 FILLER      PIC X(10) VALUE "   DATA   ".
           03 FILLER      PIC X(08) VALUE " PEDIDO ".
           03 FILLER      PIC X(23) VALUE "CLIENTE".
           03 FILLER      PIC X(30) VALUE "SITUACAO DA NF-E".
       01 PEN-DET.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 PEND-FAT    PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 PEND-DATA   PIC 9(08).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 PEND-PED    PIC 9(06).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 PEND-CLI    PIC X(22).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 PEND-SIT    PIC X(11).
           03 PEND-MOTIVO PIC X(30).
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
                 DISPLAY "ERRO NA ABERTURA DO LIVRO FATREG.DAT"
                 GOBACK.
       MODO-001.
           DISPLAY "1=EMITIR FATURA  2=LISTAR FATURAS DO MES  "
                   "3=CANCELAR FATURA".
           DISPLAY "4=RETORNO DA NF-E  5=NF-E PENDENTES  "
                   "6=REGERAR ARQUIVO DA NF-E  0=SAIR".
           ACCEPT W-MODO.
           IF W-MODO = 0
              CLOSE FATREG
              GO TO FAT-INICIO.
           IF W-MODO = 2
              GO TO LISTA-INICIO.
           IF W-MODO = 3
              GO TO CAN-INICIO.
           IF W-MODO = 4
              GO TO RET-INICIO.
           IF W-MODO = 5
              GO TO PEN-INICIO.
           IF W-MODO = 6
              GO TO REG-INICIO.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO MODO-001.
      *
           ACCEPT W-NUMERO.
           IF W-NUMERO = ZEROS
              GO TO MODO-001.
           COMPUTE W-MES-FISCAL = W-HOJE / 100
           PERFORM CHECA-MES-FISCAL THRU CHECA-MES-FISCAL-FIM
           IF W-MES-FECHADO = "S"
              DISPLAY "*** MES FISCAL " W-MES-FISCAL " FECHADO - "
                      "FATURA NAO EMITIDA ***"
              GO TO MODO-001.
           MOVE W-HOJE TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - FATURA NAO EMITIDA ***"
              GO TO MODO-001.
           OPEN I-O PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO.DAT"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDITEM.DAT"
              CLOSE PEDIDO FATREG
              GOBACK.
           OPEN I-O PRODUTO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO.DAT"
              CLOSE PEDIDO PEDITEM FATREG
              GOBACK.
           PERFORM ABRE-KIT THRU ABRE-KIT-FIM
           MOVE W-NUMERO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
           IF PED-SITUACAO = "C"
              DISPLAY "*** PEDIDO CANCELADO - NAO FATURA ***"
              GO TO FAT-VOLTA.
           IF PED-SITUACAO = "B"
              DISPLAY "*** PEDIDO BLOQUEADO POR CREDITO - NAO "
                      "FATURA ***"
              GO TO FAT-VOLTA.
           IF PED-SITUACAO = "F"
              DISPLAY "*** PEDIDO JA FATURADO ***"
              GO TO FAT-VOLTA.
      *              CADA FILIAL FATURA OS SEUS PEDIDOS: A BAIXA SAI
      *              DO DEPOSITO DELA E O NUMERO DA FAIXA DELA
           MOVE PED-FILIAL TO W-FIL-DOC
           IF W-FIL-DOC = ZEROS
              MOVE 01 TO W-FIL-DOC.
           IF W-FIL-DOC NOT = W-FIL-OPER
              DISPLAY "*** PEDIDO DA FILIAL " W-FIL-DOC " - NAO FATURA"
                      " NESTA FILIAL ***"
              GO TO FAT-VOLTA.
      *              PEDIDO DE FATURA CANCELADA (MODO 3) TEVE OS ITENS
      *              DEVOLVIDOS AO ESTOQUE: SO REFATURA COM TODOS
      *              DESTRAVADOS E COM SALDO PARA BAIXAR DE NOVO
           IF PED-SITUACAO = "R"
              MOVE "S" TO W-TIPO-MOV
              PERFORM CONFERE-ITENS THRU CONFERE-ITENS-FIM
              IF W-PRESOS NOT = ZEROS
                 DISPLAY "*** ITENS PRESOS, SEM CADASTRO OU SEM "
                         "SALDO - PEDIDO NAO REFATURADO ***"
                 GO TO FAT-VOLTA.
           PERFORM BUSCA-ICMS-UF THRU BUSCA-ICMS-UF-FIM
           DISPLAY "CLIENTE: " PED-CLIENTE.
           DISPLAY "TOTAL..: " PED-TOTAL.
              DISPLAY "*** EMISSAO RECUSADA PELO OPERADOR ***"
              GO TO FAT-VOLTA.
           PERFORM BUSCA-PROX-FAT THRU BUSCA-PROX-FAT-FIM
           IF W-PROX-FAT = ZEROS
              DISPLAY "*** FAIXA DE FATURAS DA FILIAL ESGOTADA - "
                      "AMPLIE NO CADASTRO DE FILIAIS ***"
              GO TO FAT-VOLTA.
           PERFORM EMITE-FATURA THRU EMITE-FATURA-FIM
           IF PED-SITUACAO = "R"
              PERFORM REFATURA THRU REFATURA-FIM.
           PERFORM GERA-NFE THRU GERA-NFE-FIM
           MOVE "F" TO PED-SITUACAO
           REWRITE REGPED
           IF ST-PED NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO PEDIDO"
           ELSE
              MOVE "R" TO JR-OPERACAO
              PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM.
           DISPLAY "*** FATURA " W-PROX-FAT " EMITIDA ***".
       FAT-VOLTA.
           CLOSE PEDIDO PEDITEM PRODUTO
           PERFORM FECHA-KIT THRU FECHA-KIT-FIM
           GO TO FAT-INICIO.
      *
      ***********************************************
      *
      ***********************************************
      * A PROXIMA NUMERACAO E O MAIOR FAT-NUMERO DO  *
      * LIVRO DENTRO DA FAIXA DA FILIAL + 1 - VARRE  *
      * O LIVRO EM VEZ DE GUARDAR CONTADOR NA        *
      * MEMORIA, PARA SOBREVIVER A QUEDA. FAIXA      *
      * CHEIA DEVOLVE ZERO                           *
      ***********************************************
       BUSCA-PROX-FAT.
           COMPUTE W-PROX-FAT = W-FAT-INI - 1
           MOVE W-FAT-INI TO FAT-NUMERO
           START FATREG KEY IS NOT LESS FAT-NUMERO
                 INVALID KEY GO TO BUSCA-PROX-FAT-SOMA.
       BUSCA-PROX-FAT-LER.
           READ FATREG NEXT
           IF ST-FAT NOT = "00"
              GO TO BUSCA-PROX-FAT-SOMA.
           IF FAT-NUMERO > W-FAT-FIM
              GO TO BUSCA-PROX-FAT-SOMA.
           MOVE FAT-NUMERO TO W-PROX-FAT
           GO TO BUSCA-PROX-FAT-LER.
       BUSCA-PROX-FAT-SOMA.
           IF W-PROX-FAT NOT < W-FAT-FIM
              MOVE ZEROS TO W-PROX-FAT
              GO TO BUSCA-PROX-FAT-FIM.
           ADD 1 TO W-PROX-FAT.
       BUSCA-PROX-FAT-FIM.
           EXIT.
           MOVE PED-CLIENTE TO DOC-NOME
           MOVE DOC-CLIENTE TO LINHA-DOC
           WRITE LINHA-DOC
           PERFORM BUSCA-CLIENTE THRU BUSCA-CLIENTE-FIM
           PERFORM EDITA-DOC THRU EDITA-DOC-FIM
           MOVE W-DOC-EDIT  TO DOC-DOCUMENTO
           MOVE CLI-IE      TO DOC-IE
           MOVE DOC-DOCTO   TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE PED-CIDADE TO DOC-CIDADE
           MOVE PED-UF     TO DOC-UF
           MOVE PED-CEP    TO DOC-CEP
           MOVE DOC-ENDER2 TO LINHA-DOC
           WRITE LINHA-DOC
           PERFORM BUSCA-COND THRU BUSCA-COND-FIM
           MOVE PED-CONDPAG  TO DOC-COND-COD
           MOVE CP-DESCRICAO TO DOC-COND-DES
           MOVE DOC-COND TO LINHA-DOC
           WRITE LINHA-DOC
           MOVE DET-TITULO TO LINHA-DOC
           WRITE LINHA-DOC.
           MOVE PED-NUMERO TO ITEM-PEDIDO
           MOVE W-TOT-ICMS  TO FAT-ICMS
           MOVE W-TOT-GERAL TO FAT-TOTAL
           MOVE W-OPERADOR  TO FAT-OPERADOR
           MOVE SPACE       TO FAT-SITUACAO
           MOVE ZEROS       TO FAT-DATA-CANC
           MOVE SPACES      TO FAT-OPER-CANC FAT-MOTIVO
           MOVE "P"         TO FAT-NFE-SITUACAO
           MOVE SPACES      TO FAT-NFE-CHAVE FAT-NFE-PROTOCOLO
                               FAT-NFE-MOTIVO
           MOVE ZEROS       TO FAT-NFE-DATA
           MOVE W-FIL-OPER  TO FAT-FILIAL
           WRITE REGFAT
           IF ST-FAT NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO LIVRO FATREG.DAT"
           ELSE
              MOVE SPACE TO CT-ESTORNO
              PERFORM EVENTOS-FATURA THRU EVENTOS-FATURA-FIM.
       EMITE-FATURA-FIM.
           EXIT.
      *
      ***********************************************
      * DESCRICAO DA CONDICAO DE PAGAMENTO DO PEDIDO *
      * (000 = A VISTA, FORA DO CONDPAG.DAT)         *
      ***********************************************
       BUSCA-COND.
           MOVE "A VISTA" TO CP-DESCRICAO
           IF PED-CONDPAG = ZEROS
              GO TO BUSCA-COND-FIM.
           MOVE SPACES TO CP-DESCRICAO
           OPEN INPUT CONDPAG
           IF ST-CPG NOT = "00"
              GO TO BUSCA-COND-FIM.
           MOVE PED-CONDPAG TO CP-CODIGO
           READ CONDPAG
           IF ST-CPG NOT = "00"
              MOVE SPACES TO CP-DESCRICAO.
           CLOSE CONDPAG.
       BUSCA-COND-FIM.
           EXIT.
      *
      **************************************************
      * MODO 2 - LISTA AS FATURAS DO ANO-MES INFORMADO  *
      * PARA O LIVRO FISCAL                             *
           ACCEPT W-ANOMES.
           IF W-ANOMES = ZEROS
              GO TO MODO-001.
           MOVE "RELFAT.LST" TO W-NOME-REL
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELFAT.LST"
              GO TO MODO-001.
           MOVE ZEROS TO W-LISTADAS W-CANCELADAS
           MOVE ZEROS TO W-REL-MERC W-REL-IPI W-REL-ICMS W-REL-TOTAL
           MOVE W-ANOMES TO REL-ANOMES
           MOVE REL-CAB1 TO LINHA-REL
           WRITE LINHA-REL
           IF W-FAT-ANOMES NOT = W-ANOMES
              GO TO LISTA-LER.
           ADD 1 TO W-LISTADAS
      *              A CANCELADA APARECE NA SEQUENCIA DO LIVRO MAS
      *              FICA FORA DOS TOTAIS DO MES
           IF FAT-SITUACAO = "C"
              ADD 1 TO W-CANCELADAS
              MOVE FAT-NUMERO TO RELC-FAT
              MOVE FAT-DATA   TO RELC-DATA
              MOVE FAT-PEDIDO TO RELC-PED
              MOVE FAT-MOTIVO TO RELC-MOTIVO
              MOVE REL-CANC   TO LINHA-REL
              WRITE LINHA-REL
              GO TO LISTA-LER.
           ADD FAT-MERC    TO W-REL-MERC
           ADD FAT-IPI     TO W-REL-IPI
           ADD FAT-ICMS    TO W-REL-ICMS
           ADD FAT-TOTAL   TO W-REL-TOTAL
           MOVE FAT-NUMERO TO RELD-FAT
           MOVE FAT-DATA   TO RELD-DATA
           MOVE FAT-PEDIDO TO RELD-PED
           WRITE LINHA-REL
           GO TO LISTA-LER.
       LISTA-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-REL-MERC  TO RELT-MERC
           MOVE W-REL-IPI   TO RELT-IPI
           MOVE W-REL-ICMS  TO RELT-ICMS
           MOVE W-REL-TOTAL TO RELT-TOTAL
           MOVE REL-TOT     TO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELATORIO
           DISPLAY "*** FATURAS LISTADAS: " W-LISTADAS
                   " (CANCELADAS: " W-CANCELADAS ") - RELFAT.LST ***"
           GO TO MODO-001.
      *
      **************************************************
      * MODO 3 - CANCELAMENTO DA FATURA, SO DENTRO DO  *
      * PRAZO DE PA-DIAS-CANC DIAS DA EMISSAO: ESTORNA *
      * OS ITENS NO ESTOQUE, APAGA AS PARCELAS EM      *
      * ABERTO, MARCA A FATURA CANCELADA COM MOTIVO E  *
      * OPERADOR E DEVOLVE O PEDIDO COMO R (A          *
      * REFATURAR). O NUMERO NAO E REUSADO             *
      **************************************************
       CAN-INICIO.
           DISPLAY "NUMERO DA FATURA (0 = VOLTAR) : ".
           ACCEPT W-NUMERO.
           IF W-NUMERO = ZEROS
              GO TO MODO-001.
           MOVE W-NUMERO TO FAT-NUMERO
           READ FATREG
           IF ST-FAT NOT = "00"
              DISPLAY "*** FATURA NAO ENCONTRADA ***"
              GO TO CAN-INICIO.
           IF FAT-SITUACAO = "C"
              DISPLAY "*** FATURA JA CANCELADA EM " FAT-DATA-CANC
                      " POR " FAT-OPER-CANC " ***"
              GO TO CAN-INICIO.
      *              O ESTORNO VOLTA AO DEPOSITO DA FILIAL EMITENTE
           MOVE FAT-FILIAL TO W-FIL-DOC
           IF W-FIL-DOC = ZEROS
              MOVE 01 TO W-FIL-DOC.
           IF W-FIL-DOC NOT = W-FIL-OPER
              DISPLAY "*** FATURA DA FILIAL " W-FIL-DOC " - NAO "
                      "CANCELA NESTA FILIAL ***"
              GO TO CAN-INICIO.
      *              FATURA DE MES FISCAL FECHADO JA ESTA NO LIVRO
      *              ENTREGUE; O CAMINHO E A DEVOLUCAO (CEP074)
           COMPUTE W-MES-FISCAL = FAT-DATA / 100
           PERFORM CHECA-MES-FISCAL THRU CHECA-MES-FISCAL-FIM
           IF W-MES-FECHADO = "S"
              DISPLAY "*** FATURA DO MES FISCAL " W-MES-FISCAL
                      " JA FECHADO - NAO CANCELA ***"
              GO TO CAN-INICIO.
           MOVE FAT-DATA TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM
           IF W-PER-FECHADO = "S"
              DISPLAY "*** FATURA DO PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - NAO CANCELA ***"
              GO TO CAN-INICIO.
      *              PRAZO EM DIAS CORRIDOS DESDE A EMISSAO, NA CONTA
      *              COMERCIAL (ANO X 360 + MES X 30 + DIA)
           MOVE FAT-DATA TO W-DATA-NUM
           COMPUTE W-DIAS-FAT = (W-DT-ANO * 360) + (W-DT-MES * 30)
                              + W-DT-DIA
           MOVE W-HOJE TO W-DATA-NUM
           COMPUTE W-DIAS-HOJE = (W-DT-ANO * 360) + (W-DT-MES * 30)
                               + W-DT-DIA
           IF W-DIAS-HOJE - W-DIAS-FAT > W-DIAS-CANC
              DISPLAY "*** FATURA EMITIDA EM " FAT-DATA " - FORA DO "
                      "PRAZO DE " W-DIAS-CANC " DIA(S) ***"
              GO TO CAN-INICIO.
           OPEN I-O PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO.DAT"
              CLOSE FATREG
              GOBACK.
           OPEN INPUT PEDITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDITEM.DAT"
              CLOSE PEDIDO FATREG
              GOBACK.
           OPEN I-O PRODUTO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO.DAT"
              CLOSE PEDIDO PEDITEM FATREG
              GOBACK.
           PERFORM ABRE-KIT THRU ABRE-KIT-FIM
           MOVE FAT-PEDIDO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "*** PEDIDO " FAT-PEDIDO " DA FATURA NAO "
                      "ENCONTRADO ***"
              GO TO CAN-VOLTA.
      *              SO O PEDIDO AINDA FATURADO VOLTA; DEVOLVIDO OU
      *              CANCELADO POR OUTRO CAMINHO JA MEXEU NO ESTOQUE
           IF PED-SITUACAO NOT = "F"
              DISPLAY "*** PEDIDO " FAT-PEDIDO " NAO ESTA COMO "
                      "FATURADO (SITUACAO " PED-SITUACAO ") ***"
              GO TO CAN-VOLTA.
           DISPLAY "PEDIDO.: " FAT-PEDIDO.
           DISPLAY "CLIENTE: " FAT-CLIENTE.
           DISPLAY "TOTAL..: " FAT-TOTAL.
       CAN-MOTIVO.
           DISPLAY "MOTIVO DO CANCELAMENTO : ".
           MOVE SPACES TO W-MOTIVO
           ACCEPT W-MOTIVO.
           IF W-MOTIVO = SPACES
              DISPLAY "*** O MOTIVO E OBRIGATORIO ***"
              GO TO CAN-MOTIVO.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CANCELAMENTO RECUSADO PELO OPERADOR ***"
              GO TO CAN-VOLTA.
           MOVE "E" TO W-TIPO-MOV
           PERFORM CONFERE-ITENS THRU CONFERE-ITENS-FIM
           IF W-PRESOS NOT = ZEROS
              DISPLAY "*** HA ITENS PRESOS OU SEM CADASTRO - NADA "
                      "FOI ESTORNADO, TENTE DE NOVO ***"
              GO TO CAN-VOLTA.
           MOVE SPACES TO W-DOCTO-MOV
           STRING "CNF " FAT-NUMERO DELIMITED BY SIZE
                  INTO W-DOCTO-MOV
           PERFORM MOVIMENTA-ITENS THRU MOVIMENTA-ITENS-FIM
      *              MESMA REGRA DO CANCPED (CEP066): ITEM PRESO NO
      *              MEIO TEMPO NAO SEGURA O CANCELAMENTO - RETENTAR
      *              CREDITARIA EM DOBRO OS JA ESTORNADOS
           IF W-MOVIDOS NOT = W-ITENS
              DISPLAY "AVISO: " W-MOVIDOS " DE " W-ITENS
                      " ITENS ESTORNADOS - LANCE A ENTRADA DOS"
              DISPLAY "ITENS APONTADOS ACIMA NO MOVPROD (A FATURA"
                      " SERA MARCADA CANCELADA).".
           PERFORM APAGA-DUPLICATAS THRU APAGA-DUPLICATAS-FIM
           MOVE "C"        TO FAT-SITUACAO
           MOVE W-HOJE     TO FAT-DATA-CANC
           MOVE W-OPERADOR TO FAT-OPER-CANC
           MOVE W-MOTIVO   TO FAT-MOTIVO
           REWRITE REGFAT
           IF ST-FAT NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO LIVRO FATREG.DAT"
           ELSE
              MOVE "S" TO CT-ESTORNO
              PERFORM EVENTOS-FATURA THRU EVENTOS-FATURA-FIM.
           MOVE "R" TO PED-SITUACAO
           REWRITE REGPED
           IF ST-PED NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO PEDIDO"
           ELSE
              MOVE "R" TO JR-OPERACAO
              PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM.
           DISPLAY "*** FATURA " FAT-NUMERO " CANCELADA - PEDIDO "
                   PED-NUMERO " A REFATURAR ***".
      *              A NF-E AUTORIZADA SO CAI COM O EVENTO DE
      *              CANCELAMENTO, FEITO NO PROPRIO EMISSOR
           IF FAT-NFE-SITUACAO = "A"
              DISPLAY "*** CANCELE TAMBEM A NF-E NO EMISSOR - CHAVE "
                      FAT-NFE-CHAVE " ***".
       CAN-VOLTA.
           CLOSE PEDIDO PEDITEM PRODUTO
           PERFORM FECHA-KIT THRU FECHA-KIT-FIM
           GO TO CAN-INICIO.
      *
      **************************************************
      * MODO 4 - RETORNO DO EMISSOR DA NF-E             *
      * (NFERET.TXT): CADA LINHA AUTORIZA (CHAVE DE     *
      * ACESSO E PROTOCOLO) OU REJEITA (MOTIVO) UMA     *
      * FATURA DO LIVRO. FATURA JA AUTORIZADA NAO MUDA  *
      * MAIS; A REJEITADA VOLTA PELO MODO 6 E ESPERA UM *
      * RETORNO NOVO                                    *
      **************************************************
       RET-INICIO.
           OPEN INPUT NFERET
           IF ST-RET NOT = "00"
              DISPLAY "*** NFERET.TXT NAO ENCONTRADO - ST " ST-RET
                      " ***"
              GO TO MODO-001.
           MOVE ZEROS TO W-RET-LIDOS W-RET-AUT W-RET-REJ W-RET-IGN.
       RET-LER.
           READ NFERET
               AT END
                   GO TO RET-FIM.
           ADD 1 TO W-RET-LIDOS
           IF RET-FATURA NOT NUMERIC
              DISPLAY "LINHA " W-RET-LIDOS " SEM NUMERO DE FATURA - "
                      "IGNORADA"
              ADD 1 TO W-RET-IGN
              GO TO RET-LER.
           MOVE RET-FATURA TO FAT-NUMERO
           READ FATREG
           IF ST-FAT NOT = "00"
              DISPLAY "FATURA " RET-FATURA " NAO ENCONTRADA NO LIVRO "
                      "- IGNORADA"
              ADD 1 TO W-RET-IGN
              GO TO RET-LER.
           IF FAT-NFE-SITUACAO = "A"
              DISPLAY "FATURA " RET-FATURA " JA AUTORIZADA - CHAVE "
                      FAT-NFE-CHAVE
              ADD 1 TO W-RET-IGN
              GO TO RET-LER.
           IF RET-SITUACAO = "R"
              GO TO RET-REJEITA.
           IF RET-SITUACAO NOT = "A"
              DISPLAY "FATURA " RET-FATURA " COM SITUACAO DE RETORNO "
                      "INVALIDA (" RET-SITUACAO ") - IGNORADA"
              ADD 1 TO W-RET-IGN
              GO TO RET-LER.
      *              FATURA CANCELADA NO MEIO TEMPO: A AUTORIZACAO
      *              FICA REGISTRADA E A NF-E TEM DE CAIR NO EMISSOR
           IF FAT-SITUACAO = "C"
              DISPLAY "AVISO: FATURA " RET-FATURA " CANCELADA COM "
                      "NF-E AUTORIZADA - CANCELE A NF-E NO EMISSOR".
           MOVE "A"           TO FAT-NFE-SITUACAO
           MOVE RET-CHAVE     TO FAT-NFE-CHAVE
           MOVE RET-PROTOCOLO TO FAT-NFE-PROTOCOLO
           MOVE W-HOJE        TO FAT-NFE-DATA
           IF RET-DATA NUMERIC AND RET-DATA NOT = ZEROS
              MOVE RET-DATA TO FAT-NFE-DATA.
           MOVE SPACES        TO FAT-NFE-MOTIVO
           ADD 1 TO W-RET-AUT
           GO TO RET-GRAVA.
       RET-REJEITA.
           MOVE "R"           TO FAT-NFE-SITUACAO
           MOVE RET-MOTIVO    TO FAT-NFE-MOTIVO
           DISPLAY "FATURA " RET-FATURA " REJEITADA: " RET-MOTIVO
           ADD 1 TO W-RET-REJ.
       RET-GRAVA.
           REWRITE REGFAT
           IF ST-FAT NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA FATURA " FAT-NUMERO.
           GO TO RET-LER.
       RET-FIM.
           CLOSE NFERET
           DISPLAY "*** RETORNO: " W-RET-LIDOS " LINHA(S) - "
                   W-RET-AUT " AUTORIZADA(S), " W-RET-REJ
                   " REJEITADA(S), " W-RET-IGN " IGNORADA(S) ***"
           GO TO MODO-001.
      *
      **************************************************
      * MODO 5 - LISTA AS FATURAS VALIDAS CUJA NF-E     *
      * AINDA NAO FOI AUTORIZADA: AGUARDANDO O RETORNO  *
      * DO EMISSOR OU REJEITADAS (NFEPEND.LST)          *
      **************************************************
       PEN-INICIO.
           MOVE "NFEPEND.LST" TO W-NOME-REL
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO NFEPEND.LST"
              GO TO MODO-001.
           MOVE ZEROS TO W-PENDENTES
           MOVE W-HOJE TO PEN-HOJE
           MOVE PEN-CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE PEN-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO FAT-NUMERO
           START FATREG KEY IS NOT LESS FAT-NUMERO
                 INVALID KEY GO TO PEN-FIM.
       PEN-LER.
           READ FATREG NEXT
           IF ST-FAT NOT = "00"
              GO TO PEN-FIM.
           IF FAT-SITUACAO = "C"
              GO TO PEN-LER.
           IF FAT-NFE-SITUACAO NOT = "P" AND NOT = "R"
              GO TO PEN-LER.
           ADD 1 TO W-PENDENTES
           MOVE FAT-NUMERO  TO PEND-FAT
           MOVE FAT-DATA    TO PEND-DATA
           MOVE FAT-PEDIDO  TO PEND-PED
           MOVE FAT-CLIENTE TO PEND-CLI
           IF FAT-NFE-SITUACAO = "R"
              MOVE "REJEITADA: "   TO PEND-SIT
              MOVE FAT-NFE-MOTIVO  TO PEND-MOTIVO
           ELSE
              MOVE "AGUARDANDO"    TO PEND-SIT
              MOVE "RETORNO DO EMISSOR" TO PEND-MOTIVO.
           MOVE PEN-DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO PEN-LER.
       PEN-FIM.
           CLOSE RELATORIO
           DISPLAY "*** NF-E PENDENTES: " W-PENDENTES
                   " - NFEPEND.LST ***"
           GO TO MODO-001.
      *
      **************************************************
      * MODO 6 - REGERA O ARQUIVO DA NF-E DE UMA FATURA *
      * VALIDA AINDA NAO AUTORIZADA (REJEITADA, OU      *
      * ARQUIVO PERDIDO) COM OS DADOS ATUAIS DO PEDIDO  *
      * E DO CLIENTE; A FATURA VOLTA A AGUARDAR O       *
      * RETORNO                                         *
      **************************************************
       REG-INICIO.
           DISPLAY "NUMERO DA FATURA (0 = VOLTAR) : ".
           ACCEPT W-NUMERO.
           IF W-NUMERO = ZEROS
              GO TO MODO-001.
           MOVE W-NUMERO TO FAT-NUMERO
           READ FATREG
           IF ST-FAT NOT = "00"
              DISPLAY "*** FATURA NAO ENCONTRADA ***"
              GO TO REG-INICIO.
           IF FAT-SITUACAO = "C"
              DISPLAY "*** FATURA CANCELADA - NAO GERA NF-E ***"
              GO TO REG-INICIO.
           IF FAT-NFE-SITUACAO = "A"
              DISPLAY "*** NF-E JA AUTORIZADA - CHAVE " FAT-NFE-CHAVE
                      " ***"
              GO TO REG-INICIO.
           IF FAT-NFE-SITUACAO = "R"
              DISPLAY "REJEITADA: " FAT-NFE-MOTIVO.
           OPEN INPUT PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO.DAT"
              CLOSE FATREG
              GOBACK.
           OPEN INPUT PEDITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDITEM.DAT"
              CLOSE PEDIDO FATREG
              GOBACK.
           OPEN INPUT PRODUTO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO.DAT"
              CLOSE PEDIDO PEDITEM FATREG
              GOBACK.
           MOVE FAT-PEDIDO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "*** PEDIDO " FAT-PEDIDO " DA FATURA NAO "
                      "ENCONTRADO ***"
              GO TO REG-VOLTA.
           PERFORM BUSCA-ICMS-UF THRU BUSCA-ICMS-UF-FIM
           PERFORM GERA-NFE THRU GERA-NFE-FIM
           IF W-NFE-LINHAS = ZEROS
              GO TO REG-VOLTA.
           MOVE "P"    TO FAT-NFE-SITUACAO
           MOVE SPACES TO FAT-NFE-MOTIVO
           REWRITE REGFAT
           IF ST-FAT NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO LIVRO FATREG.DAT".
       REG-VOLTA.
           CLOSE PEDIDO PEDITEM PRODUTO
           GO TO REG-INICIO.
      *
      ***********************************************
      * GERA O ARQUIVO DE INTERFACE DA NF-E DA       *
      * FATURA EM REGFAT (NFEnnnnnn.TXT) COM O       *
      * PEDIDO EM REGPED: IDENTIFICACAO, EMITENTE    *
      * (CLAPARM), DESTINATARIO, ITENS COM OS        *
      * IMPOSTOS NA MESMA CONTA DO EMITE-ITEM,       *
      * TOTAIS E AS PARCELAS DO RECEBER. IMPOSTO     *
      * RECALCULADO QUE NAO BATE COM O LIVRO         *
      * (CADASTRO ALTERADO DEPOIS DA EMISSAO) FICA   *
      * APONTADO NO CONSOLE; OS TOTAIS SAEM COMO     *
      * ESTAO NO LIVRO. W-NFE-LINHAS = ZERO QUANDO O *
      * ARQUIVO NAO FOI GERADO                       *
      ***********************************************
       GERA-NFE.
           MOVE ZEROS TO W-NFE-LINHAS W-NFE-IPI W-NFE-ICMS
           MOVE SPACES TO W-NOME-NFE
           STRING "NFE" FAT-NUMERO ".TXT" DELIMITED BY SIZE
                  INTO W-NOME-NFE
           OPEN OUTPUT NFE
           IF ST-NFE NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO " W-NOME-NFE " - ST " ST-NFE
                      " - REGERE PELO MODO 6"
              GO TO GERA-NFE-FIM.
           MOVE FAT-NUMERO  TO N10-FATURA
           MOVE FAT-DATA    TO N10-DATA
           MOVE PED-NUMERO  TO N10-PEDIDO
           MOVE PED-CONDPAG TO N10-CONDPAG
           MOVE NFE-R10 TO LINHA-NFE
           PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
           MOVE W-EMP-CNPJ  TO N20-CNPJ
           MOVE W-EMP-IE    TO N20-IE
           MOVE W-EMPRESA   TO N20-RAZAO
           MOVE W-EMP-UF    TO N20-UF
           MOVE NFE-R20 TO LINHA-NFE
           PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
           MOVE PED-CODCLI      TO N30-CODCLI
           MOVE PED-CLIENTE     TO N30-NOME
           MOVE PED-LOGRADOURO  TO N30-LOGRADOURO
           MOVE PED-ENDNUM      TO N30-NUMERO
           MOVE PED-COMPLEMENTO TO N30-COMPLEMENTO
           MOVE PED-BAIRRO      TO N30-BAIRRO
           MOVE PED-CIDADE      TO N30-CIDADE
           MOVE PED-UF          TO N30-UF
           MOVE PED-CEP         TO N30-CEP
           PERFORM BUSCA-CLIENTE THRU BUSCA-CLIENTE-FIM
           MOVE CLI-FONE        TO N30-FONE
           MOVE CLI-TIPO-DOC    TO N30-TIPO-DOC
           MOVE CLI-DOCUMENTO   TO N30-DOCUMENTO
           MOVE CLI-IE          TO N30-IE
           IF CLI-TIPO-DOC = SPACE
              DISPLAY "AVISO: CLIENTE " PED-CODCLI " SEM CPF/CNPJ NO "
                      "CADASTRO - O EMISSOR VAI REJEITAR A NF-E".
           MOVE NFE-R30 TO LINHA-NFE
           PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
           MOVE PED-NUMERO TO ITEM-PEDIDO
           MOVE ZEROS      TO ITEM-SEQ
           START PEDITEM KEY IS NOT LESS ITEM-CHAVE
                 INVALID KEY GO TO GERA-NFE-TOTAIS.
       GERA-NFE-ITEM.
           READ PEDITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO GERA-NFE-TOTAIS.
           IF ITEM-PEDIDO NOT = PED-NUMERO
              GO TO GERA-NFE-TOTAIS.
           MOVE ITEM-PRODUTO TO CODIGO
           READ PRODUTO
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO IPI ICMS.
           IF W-TEM-UF = "S"
              MOVE W-ALIQ-UF TO ICMS.
           COMPUTE W-VAL-IPI  ROUNDED = ITEM-VALOR * IPI  / 100
           COMPUTE W-VAL-ICMS ROUNDED = ITEM-VALOR * ICMS / 100
           ADD W-VAL-IPI  TO W-NFE-IPI
           ADD W-VAL-ICMS TO W-NFE-ICMS
           MOVE ITEM-SEQ       TO N40-SEQ
           MOVE ITEM-PRODUTO   TO N40-PRODUTO
           MOVE ITEM-DESCRICAO TO N40-DESCRICAO
           MOVE ITEM-QTDE      TO N40-QTDE
           MOVE ITEM-PRECO     TO N40-PRECO
           MOVE ITEM-VALOR     TO N40-VALOR
           MOVE IPI            TO N40-ALIQ-IPI
           MOVE W-VAL-IPI      TO N40-VAL-IPI
           MOVE ICMS           TO N40-ALIQ-ICMS
           MOVE W-VAL-ICMS     TO N40-VAL-ICMS
           MOVE NFE-R40 TO LINHA-NFE
           PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
           GO TO GERA-NFE-ITEM.
       GERA-NFE-TOTAIS.
           IF W-NFE-IPI NOT = FAT-IPI OR W-NFE-ICMS NOT = FAT-ICMS
              DISPLAY "AVISO: IPI/ICMS DOS ITENS (" W-NFE-IPI " / "
                      W-NFE-ICMS ") DIFERE DA FATURA - CONFIRA O "
                      "CADASTRO DOS PRODUTOS".
           MOVE FAT-MERC   TO N50-MERC
           MOVE PED-FRETE  TO N50-FRETE
           MOVE FAT-IPI    TO N50-IPI
           MOVE FAT-ICMS   TO N50-ICMS
           COMPUTE N50-TOTAL = FAT-TOTAL + PED-FRETE
           MOVE NFE-R50 TO LINHA-NFE
           PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
      *              PARCELAS DO RECEBER DO PEDIDO; A RENEGOCIADA JA
      *              FOI SUBSTITUIDA E NAO VAI PARA A NOTA
           OPEN INPUT DUPREC
           IF ST-DUP NOT = "00"
              GO TO GERA-NFE-FECHA.
           MOVE PED-NUMERO TO DUP-PEDIDO
           MOVE ZEROS      TO DUP-PARCELA
           START DUPREC KEY IS NOT LESS DUP-CHAVE
                 INVALID KEY GO TO GERA-NFE-DUP-FIM.
       GERA-NFE-DUP.
           READ DUPREC NEXT
           IF ST-DUP NOT = "00"
              GO TO GERA-NFE-DUP-FIM.
           IF DUP-PEDIDO NOT = PED-NUMERO
              GO TO GERA-NFE-DUP-FIM.
           IF DUP-SITUACAO = "C"
              GO TO GERA-NFE-DUP.
           MOVE DUP-PARCELA    TO N60-PARCELA
           MOVE DUP-VENCIMENTO TO N60-VENCIMENTO
           MOVE DUP-VALOR      TO N60-VALOR
           MOVE NFE-R60 TO LINHA-NFE
           PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
           GO TO GERA-NFE-DUP.
       GERA-NFE-DUP-FIM.
           CLOSE DUPREC.
       GERA-NFE-FECHA.
           COMPUTE N99-REGISTROS = W-NFE-LINHAS + 1
           MOVE NFE-R99 TO LINHA-NFE
           PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
           CLOSE NFE
           DISPLAY "*** ARQUIVO DA NF-E: " W-NOME-NFE " ***".
       GERA-NFE-FIM.
           EXIT.
      *
       GRAVA-NFE.
           WRITE LINHA-NFE
           IF ST-NFE NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO " W-NOME-NFE " - ST "
                      ST-NFE.
           ADD 1 TO W-NFE-LINHAS.
       GRAVA-NFE-FIM.
           EXIT.
      *
      ***********************************************
      * CADASTRO DO CLIENTE DO PEDIDO (PED-CODCLI)   *
      * EM REGCLI; SEM CADCLI.DAT OU SEM O CLIENTE,  *
      * VOLTA SEM TELEFONE E SEM DOCUMENTO           *
      ***********************************************
       BUSCA-CLIENTE.
           MOVE SPACES TO CLI-FONE CLI-TIPO-DOC CLI-IE
           MOVE ZEROS  TO CLI-DOCUMENTO
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              GO TO BUSCA-CLIENTE-FIM.
           MOVE PED-CODCLI TO COD-CLIENTE
           READ CADCLI
           IF ST-CLI NOT = "00"
              MOVE SPACES TO CLI-FONE CLI-TIPO-DOC CLI-IE
              MOVE ZEROS  TO CLI-DOCUMENTO.
           CLOSE CADCLI.
       BUSCA-CLIENTE-FIM.
           EXIT.
      *
      ***********************************************
      * CPF/CNPJ DO CLIENTE EM REGCLI NO FORMATO     *
      * IMPRESSO (999.999.999-99 OU                  *
      * 99.999.999/9999-99) EM W-DOC-EDIT            *
      ***********************************************
       EDITA-DOC.
           MOVE SPACES TO W-DOC-EDIT
           MOVE CLI-DOCUMENTO TO W-DOC
           IF CLI-TIPO-DOC = "F"
              STRING W-DOC-X (4:3) "." W-DOC-X (7:3) "."
                     W-DOC-X (10:3) "-" W-DOC-X (13:2)
                     DELIMITED BY SIZE INTO W-DOC-EDIT
              GO TO EDITA-DOC-FIM.
           IF CLI-TIPO-DOC = "J"
              STRING W-DOC-X (1:2) "." W-DOC-X (3:3) "."
                     W-DOC-X (6:3) "/" W-DOC-X (9:4) "-"
                     W-DOC-X (13:2)
                     DELIMITED BY SIZE INTO W-DOC-EDIT
              GO TO EDITA-DOC-FIM.
           MOVE "NAO CADASTRADO" TO W-DOC-EDIT.
       EDITA-DOC-FIM.
           EXIT.
      *
      ***********************************************
      * CONFERE ANTES DE MEXER NO ESTOQUE: TODO     *
      * PRODUTO DOS ITENS DO PEDIDO PRECISA EXISTIR *
      * E ESTAR DESTRAVADO (CAN-CHECA DO CANCPED/   *
      * CEP066); NA SAIDA DA REFATURA (W-TIPO-MOV = *
      * S) TAMBEM COM SALDO PARA A QUANTIDADE.      *
      * W-PRESOS = QUANTOS ITENS NAO PASSARAM       *
      ***********************************************
       CONFERE-ITENS.
           MOVE ZEROS TO W-PRESOS
           MOVE PED-NUMERO TO ITEM-PEDIDO
           MOVE ZEROS      TO ITEM-SEQ
           START PEDITEM KEY IS NOT LESS ITEM-CHAVE
                 INVALID KEY GO TO CONFERE-ITENS-FIM.
       CONFERE-ITENS-LER.
           READ PEDITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO CONFERE-ITENS-FIM.
           IF ITEM-PEDIDO NOT = PED-NUMERO
              GO TO CONFERE-ITENS-FIM.
           MOVE ITEM-PRODUTO TO W-KIT-PRODUTO
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT NOT = ZEROS
              PERFORM CONFERE-KIT THRU CONFERE-KIT-FIM
              GO TO CONFERE-ITENS-LER.
           MOVE ITEM-PRODUTO TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO = "51" OR "99"
              DISPLAY "REGISTRO EM USO: " ITEM-PRODUTO
              ADD 1 TO W-PRESOS
              GO TO CONFERE-ITENS-LER.
           IF ST-ERRO NOT = "00"
              DISPLAY "PRODUTO NAO CADASTRADO: " ITEM-PRODUTO
              ADD 1 TO W-PRESOS
              GO TO CONFERE-ITENS-LER.
           IF W-TIPO-MOV = "S"
              AND ESTOQUE-ATUAL < ITEM-QTDE
              DISPLAY "SALDO INSUFICIENTE: " ITEM-PRODUTO
                      " SALDO " ESTOQUE-ATUAL " QTDE " ITEM-QTDE
              ADD 1 TO W-PRESOS.
           UNLOCK PRODUTO
           GO TO CONFERE-ITENS-LER.
       CONFERE-ITENS-FIM.
           EXIT.
      *
      ***********************************************
      * MOVIMENTA CADA ITEM DO PEDIDO NO ESTOQUE:   *
      * W-TIPO-MOV = E DEVOLVE A QUANTIDADE (ESTORNO*
      * DO CANCELAMENTO), S BAIXA DE NOVO (REFATURA)*
      * TRAVA O REGISTRO, ESPELHA NO DEPOSITO 01 E  *
      * GRAVA O DIARIO COM O DOCUMENTO W-DOCTO-MOV  *
      ***********************************************
       MOVIMENTA-ITENS.
           MOVE ZEROS TO W-ITENS W-MOVIDOS
           OPEN I-O SALDEP
           IF ST-SAL NOT = "00"
              IF ST-SAL = "30"
                 OPEN OUTPUT SALDEP
                 CLOSE SALDEP
                 OPEN I-O SALDEP
              ELSE
                 NEXT SENTENCE.
           OPEN I-O MOVIMENT
           IF ST-MOV NOT = "00"
                      OPEN OUTPUT MOVIMENT
                      CLOSE MOVIMENT
                      OPEN I-O MOVIMENT.
           MOVE PED-NUMERO TO ITEM-PEDIDO
           MOVE ZEROS      TO ITEM-SEQ
           START PEDITEM KEY IS NOT LESS ITEM-CHAVE
                 INVALID KEY GO TO MOVIMENTA-ITENS-FECHA.
       MOVIMENTA-ITENS-LER.
           READ PEDITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO MOVIMENTA-ITENS-FECHA.
           IF ITEM-PEDIDO NOT = PED-NUMERO
              GO TO MOVIMENTA-ITENS-FECHA.
           ADD 1 TO W-ITENS
           MOVE ITEM-PRODUTO TO W-KIT-PRODUTO
           PERFORM CARREGA-KIT THRU CARREGA-KIT-FIM
           IF W-QT-KIT NOT = ZEROS
              PERFORM MOVIMENTA-KIT THRU MOVIMENTA-KIT-FIM
              IF W-KIT-OK = "S"
                 ADD 1 TO W-MOVIDOS
                 GO TO MOVIMENTA-ITENS-LER
              ELSE
                 GO TO MOVIMENTA-ITENS-LER.
           MOVE ITEM-PRODUTO TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO = "51" OR "99"
              DISPLAY "REGISTRO EM USO, MOVIMENTO PENDENTE: "
                      ITEM-PRODUTO
              GO TO MOVIMENTA-ITENS-LER.
           IF ST-ERRO NOT = "00"
              DISPLAY "ITEM DE PRODUTO NAO CADASTRADO: " ITEM-PRODUTO
              GO TO MOVIMENTA-ITENS-LER.
           IF W-TIPO-MOV = "S"
              AND ESTOQUE-ATUAL < ITEM-QTDE
              UNLOCK PRODUTO
              DISPLAY "SALDO INSUFICIENTE, BAIXA PENDENTE: "
                      ITEM-PRODUTO
              GO TO MOVIMENTA-ITENS-LER.
           MOVE ESTOQUE-ATUAL TO MV-EST-ANTES
           IF W-TIPO-MOV = "E"
              ADD ITEM-QTDE TO ESTOQUE-ATUAL
              MOVE ITEM-QTDE TO W-DELTA-DEP
           ELSE
              SUBTRACT ITEM-QTDE FROM ESTOQUE-ATUAL
              COMPUTE W-DELTA-DEP = ZEROS - ITEM-QTDE.
           MOVE ESTOQUE-ATUAL TO MV-EST-DEPOIS
           REWRITE REGPRO
           MOVE ST-ERRO TO W-ST-SALVA
           UNLOCK PRODUTO
           IF W-ST-SALVA NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA ATUALIZACAO DO PRODUTO " ITEM-PRODUTO
              GO TO MOVIMENTA-ITENS-LER.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
           PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
           MOVE ITEM-QTDE TO W-QTDE-MOV
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           ADD 1 TO W-MOVIDOS
           GO TO MOVIMENTA-ITENS-LER.
       MOVIMENTA-ITENS-FECHA.
           CLOSE MOVIMENT SALDEP.
       MOVIMENTA-ITENS-FIM.
           EXIT.
      *
      ***********************************************
      * COMPKIT.DAT (CEP120/CLAKIT) E OPCIONAL: SEM  *
      * ELE NENHUM PRODUTO E KIT                     *
      ***********************************************
       ABRE-KIT.
           MOVE "N" TO W-KIT-ABERTO
           OPEN INPUT COMPKIT
           IF ST-KIT = "00"
              MOVE "S" TO W-KIT-ABERTO.
       ABRE-KIT-FIM.
           EXIT.
       FECHA-KIT.
           IF W-KIT-ABERTO = "S"
              CLOSE COMPKIT
              MOVE "N" TO W-KIT-ABERTO.
       FECHA-KIT-FIM.
           EXIT.
      *
      ***********************************************
      * CARREGA EM TAB-KIT OS COMPONENTES DO PRODUTO *
      * W-KIT-PRODUTO; W-QT-KIT = ZERO QUANDO O      *
      * PRODUTO NAO E KIT                            *
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
      * CONFERE-ITENS DO ITEM DE KIT: CADA          *
      * COMPONENTE PRECISA EXISTIR, ESTAR DESTRAVADO*
      * E, NA REFATURA (S), TER SALDO PARA A QTDE   *
      * DO ITEM X A QTDE POR KIT                    *
      ***********************************************
       CONFERE-KIT.
           MOVE ZEROS TO W-IND-KIT.
       CONFERE-KIT-LOOP.
           ADD 1 TO W-IND-KIT
           IF W-IND-KIT > W-QT-KIT
              GO TO CONFERE-KIT-FIM.
           MOVE TK-COMPONENTE (W-IND-KIT) TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO = "51" OR "99"
              DISPLAY "REGISTRO EM USO: " CODIGO
                      " (COMPONENTE DO KIT " ITEM-PRODUTO ")"
              ADD 1 TO W-PRESOS
              GO TO CONFERE-KIT-LOOP.
           IF ST-ERRO NOT = "00"
              DISPLAY "COMPONENTE NAO CADASTRADO: " CODIGO
                      " (KIT " ITEM-PRODUTO ")"
              ADD 1 TO W-PRESOS
              GO TO CONFERE-KIT-LOOP.
           COMPUTE W-QTDE-MOV = ITEM-QTDE * TK-QTDE (W-IND-KIT)
           IF W-TIPO-MOV = "S"
              AND ESTOQUE-ATUAL < W-QTDE-MOV
              DISPLAY "SALDO INSUFICIENTE: " CODIGO
                      " SALDO " ESTOQUE-ATUAL " QTDE " W-QTDE-MOV
              ADD 1 TO W-PRESOS.
           UNLOCK PRODUTO
           GO TO CONFERE-KIT-LOOP.
       CONFERE-KIT-FIM.
           EXIT.
      *
      ***********************************************
      * MOVIMENTA-ITENS DO ITEM DE KIT: CADA        *
      * COMPONENTE ENTRA (E) OU SAI (S) COM A QTDE  *
      * DO ITEM X A QTDE POR KIT. W-KIT-OK = N SE   *
      * ALGUM COMPONENTE FICOU PENDENTE             *
      ***********************************************
       MOVIMENTA-KIT.
           MOVE "S" TO W-KIT-OK
           MOVE ZEROS TO W-IND-KIT.
       MOVIMENTA-KIT-LOOP.
           ADD 1 TO W-IND-KIT
           IF W-IND-KIT > W-QT-KIT
              GO TO MOVIMENTA-KIT-FIM.
           MOVE TK-COMPONENTE (W-IND-KIT) TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO = "51" OR "99"
              DISPLAY "REGISTRO EM USO, MOVIMENTO PENDENTE: "
                      CODIGO " (KIT " ITEM-PRODUTO ")"
              MOVE "N" TO W-KIT-OK
              GO TO MOVIMENTA-KIT-LOOP.
           IF ST-ERRO NOT = "00"
              DISPLAY "COMPONENTE NAO CADASTRADO: " CODIGO
                      " (KIT " ITEM-PRODUTO ")"
              MOVE "N" TO W-KIT-OK
              GO TO MOVIMENTA-KIT-LOOP.
           COMPUTE W-QTDE-MOV = ITEM-QTDE * TK-QTDE (W-IND-KIT)
           IF W-TIPO-MOV = "S"
              AND ESTOQUE-ATUAL < W-QTDE-MOV
              UNLOCK PRODUTO
              DISPLAY "SALDO INSUFICIENTE, BAIXA PENDENTE: "
                      CODIGO " (KIT " ITEM-PRODUTO ")"
              MOVE "N" TO W-KIT-OK
              GO TO MOVIMENTA-KIT-LOOP.
           MOVE ESTOQUE-ATUAL TO MV-EST-ANTES
           IF W-TIPO-MOV = "E"
              ADD W-QTDE-MOV TO ESTOQUE-ATUAL
              MOVE W-QTDE-MOV TO W-DELTA-DEP
           ELSE
              SUBTRACT W-QTDE-MOV FROM ESTOQUE-ATUAL
              COMPUTE W-DELTA-DEP = ZEROS - W-QTDE-MOV.
           MOVE ESTOQUE-ATUAL TO MV-EST-DEPOIS
           REWRITE REGPRO
           MOVE ST-ERRO TO W-ST-SALVA
           UNLOCK PRODUTO
           IF W-ST-SALVA NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA ATUALIZACAO DO PRODUTO " CODIGO
              MOVE "N" TO W-KIT-OK
              GO TO MOVIMENTA-KIT-LOOP.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
           PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           GO TO MOVIMENTA-KIT-LOOP.
       MOVIMENTA-KIT-FIM.
           EXIT.
      *
      ***********************************************
      * REFATURA DO PEDIDO R: BAIXA DE NOVO O       *
      * ESTOQUE QUE O CANCELAMENTO DEVOLVEU (A      *
      * CONFERENCIA FOI FEITA ANTES DE EMITIR) E    *
      * GERA AS PARCELAS QUE ELE APAGOU             *
      ***********************************************
       REFATURA.
           MOVE SPACES TO W-DOCTO-MOV
           STRING "FAT " W-PROX-FAT DELIMITED BY SIZE
                  INTO W-DOCTO-MOV
           PERFORM MOVIMENTA-ITENS THRU MOVIMENTA-ITENS-FIM
           IF W-MOVIDOS NOT = W-ITENS
              DISPLAY "AVISO: " W-MOVIDOS " DE " W-ITENS
                      " ITENS BAIXADOS - LANCE A SAIDA DOS"
              DISPLAY "ITENS APONTADOS ACIMA NO MOVPROD.".
           PERFORM GERA-DUPLICATAS THRU GERA-DUPLICATAS-FIM.
       REFATURA-FIM.
           EXIT.
      *
      ***********************************************
      * APAGA AS PARCELAS DO PEDIDO DA FATURA       *
      * CANCELADA QUE AINDA ESTAO EM ABERTO (REGRA  *
      * DO APAGA-DUPLICATAS DO CANCPED/CEP066).     *
      * FICAM NO RECEBER E SAO APONTADAS NO CONSOLE *
      * A PAGA, A RENEGOCIADA, A COM PAGAMENTO      *
      * PARCIAL E A JA ENVIADA AO BANCO (REMBANCO/  *
      * CEP072) - ESSA SO SAI PELA INSTRUCAO DE     *
      * BAIXA NO BANCO                              *
      ***********************************************
       APAGA-DUPLICATAS.
           OPEN I-O DUPREC
           IF ST-DUP NOT = "00"
              GO TO APAGA-DUPLICATAS-FIM.
           MOVE ZEROS TO W-PARC-IND.
       APAGA-DUP-LOOP.
           ADD 1 TO W-PARC-IND
           IF W-PARC-IND > 12
              GO TO APAGA-DUP-FECHA.
           MOVE PED-NUMERO TO DUP-PEDIDO
           MOVE W-PARC-IND TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP NOT = "00"
              GO TO APAGA-DUP-LOOP.
           IF DUP-SITUACAO = "P"
              DISPLAY "PARCELA JA PAGA, MANTIDA NO RECEBER: "
                      W-PARC-IND
              GO TO APAGA-DUP-LOOP.
           IF DUP-SITUACAO = "C"
              DISPLAY "PARCELA RENEGOCIADA, MANTIDA NO RECEBER: "
                      W-PARC-IND
              GO TO APAGA-DUP-LOOP.
           IF DUP-PAGO NOT = ZEROS
              DISPLAY "PARCELA COM PAGAMENTO PARCIAL, MANTIDA: "
                      W-PARC-IND
              GO TO APAGA-DUP-LOOP.
           IF DUP-REMESSA = "S"
              DISPLAY "PARCELA JA ENVIADA AO BANCO, MANTIDA: "
                      W-PARC-IND
              GO TO APAGA-DUP-LOOP.
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
       APAGA-DUPLICATAS-FIM.
           EXIT.
      *
      ***********************************************
      * GERA AS PARCELAS DO PEDIDO REFATURADO NA    *
      * MESMA REGRA DO GERA-DUPLICATAS DO LIBCRED   *
      * (CEP104): CONDICAO DO PEDIDO, EMISSAO E     *
      * VENCIMENTOS CONTADOS DE HOJE E ROLADOS PARA *
      * O PROXIMO DIA UTIL. PARCELA QUE O           *
      * CANCELAMENTO MANTEVE (PAGA OU NO BANCO) JA  *
      * OCUPA A CHAVE E FICA COMO ESTA, NO LUGAR DA *
      * NOVA                                        *
      ***********************************************
       GERA-DUPLICATAS.
           MOVE ZEROS TO W-PARCELAS
           IF PED-CONDPAG = ZEROS
              GO TO GERA-DUPLICATAS-FIM.
           OPEN INPUT CONDPAG
           IF ST-CPG NOT = "00"
              DISPLAY "*** CONDPAG.DAT INDISPONIVEL - SEM DUPLICATA "
                      "***"
              GO TO GERA-DUPLICATAS-FIM.
           MOVE PED-CONDPAG TO CP-CODIGO
           READ CONDPAG
           IF ST-CPG NOT = "00"
              DISPLAY "*** CONDICAO INEXISTENTE - SEM DUPLICATA ***"
              CLOSE CONDPAG
              GO TO GERA-DUPLICATAS-FIM.
           CLOSE CONDPAG
           OPEN I-O DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO DUPREC.DAT - ST " ST-DUP
              GO TO GERA-DUPLICATAS-FIM.
           MOVE "N" TO W-FER-ABERTO
           OPEN INPUT FERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-ABERTO.
           MOVE CP-PARCELAS TO W-PARCELAS
           MOVE ZEROS TO W-PARC-SOMA W-PCT-SOMA W-PARC-IND
           DIVIDE PED-TOTAL BY W-PARCELAS
                  GIVING W-PARC-VALOR ROUNDED.
       GERA-DUP-PCT.
           ADD 1 TO W-PARC-IND
           IF W-PARC-IND NOT > W-PARCELAS
              ADD CP-PCT (W-PARC-IND) TO W-PCT-SOMA
              GO TO GERA-DUP-PCT.
           MOVE W-HOJE TO W-VENC-NUM
           IF CP-FORA-MES = "S"
              PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
              MOVE W-ULT-DIA TO W-VENC-DIA.
           MOVE W-VENC-NUM TO W-BASE-VENC
           MOVE ZEROS TO W-PARC-IND.
       GERA-DUP-LOOP.
           ADD 1 TO W-PARC-IND
           IF W-PARC-IND > W-PARCELAS
              GO TO GERA-DUP-FECHA.
           IF W-PARC-IND = 1 AND CP-ENTRADA = "S"
              MOVE W-HOJE TO W-VENC-NUM
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
           MOVE W-HOJE       TO DUP-EMISSAO
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
           MOVE W-FIL-OPER   TO DUP-FILIAL
           WRITE REGDUP
           IF ST-DUP = "22"
              DISPLAY "PARCELA " W-PARC-IND " MANTIDA DA FATURA "
                      "CANCELADA"
              GO TO GERA-DUP-LOOP.
           IF ST-DUP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DA DUPLICATA " DUP-PEDIDO
                      "/" DUP-PARCELA " - ST " ST-DUP
           ELSE
              MOVE "W" TO JR-OPERACAO
              PERFORM JORNAL-DUPREC THRU JORNAL-DUPREC-FIM.
           GO TO GERA-DUP-LOOP.
       GERA-DUP-FECHA.
           CLOSE DUPREC
           IF W-FER-ABERTO = "S"
              CLOSE FERIADO.
       GERA-DUPLICATAS-FIM.
           EXIT.
      *
      ***********************************************
      * SOMA W-SOMA-DIAS DIAS CORRIDOS A W-VENC, DIA*
      * A DIA, VIRANDO MES E ANO PELO CALENDARIO    *
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
      * ULTIMO DIA DO MES DE W-VENC EM W-ULT-DIA    *
      * (FEVEREIRO COM 29 NO ANO DIVISIVEL POR 4)   *
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
      * GRAVA O MOVIMENTO W-TIPO-MOV NO DIARIO      *
      * (CEP037/MOVPROD, PARAGRAFO GRAVA-MOV)       *
      ***********************************************
       GRAVA-MOV.
           ACCEPT HORA-MOV FROM TIME
           MOVE W-HOJE        TO MV-DATA
           MOVE HH-MOV        TO MV-HH
           MOVE MM-MOV        TO MV-MM
           MOVE SS-MOV        TO MV-SS
           MOVE W-OPERADOR    TO MV-OPERADOR
           MOVE W-TIPO-MOV    TO MV-TIPO
           MOVE CODIGO        TO MV-CODIGO
           MOVE W-QTDE-MOV    TO MV-QTDE
           MOVE W-DOCTO-MOV   TO MV-DOCTO
           MOVE PRECO-MEDIO   TO MV-CUSTO
           IF MV-CUSTO = ZEROS
              MOVE PRECO-CUSTO TO MV-CUSTO.
           PERFORM GRAVA-MOV-IDX THRU GRAVA-MOV-IDX-FIM
           IF ST-MOV NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO DIARIO DE MOVIMENTO".
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
      * IDENTIFICACAO DO OPERADOR (CEP001/CEP002,    *
      * PARAGRAFO INC-OP1). A FILIAL DELE DA O       *
      * DEPOSITO DA BAIXA E A FAIXA DE FATURA        *
      ***********************************************
       VALIDA-OPERADOR.
           OPEN INPUT CADOPER
           IF ST-OPER NOT = "00"
              DISPLAY "*** OPERADOR NAO CADASTRADO ***"
              GO TO VALIDA-OPERADOR-LER.
           MOVE OPER-FILIAL TO FL-CODIGO
           CLOSE CADOPER
           CALL "LEFIL"
           IF FL-SITUACAO = "N" OR "I"
              DISPLAY "*** FILIAL DO OPERADOR INATIVA OU SEM "
                      "CADASTRO ***"
              GOBACK.
           MOVE FL-CODIGO   TO W-FIL-OPER
           MOVE FL-DEPOSITO TO W-DEP-LOJA
           MOVE FL-FAT-INI  TO W-FAT-INI
           MOVE FL-FAT-FIM  TO W-FAT-FIM.
       VALIDA-OPERADOR-FIM.
           EXIT.
      *
           EXIT.
      *
      ***********************************************
      * MES FISCAL FECHADO NO LIVFIS (CEP111): COM A *
      * APURACAO DO ANO-MES W-MES-FISCAL EM F, NADA  *
      * MAIS E LANCADO NELE. SEM APURA.DAT NENHUM    *
      * MES ESTA FECHADO                             *
      ***********************************************
       CHECA-MES-FISCAL.
           MOVE "N" TO W-MES-FECHADO
           OPEN INPUT APURA
           IF ST-AP NOT = "00"
              GO TO CHECA-MES-FISCAL-FIM.
           MOVE W-MES-FISCAL TO AP-ANOMES
           MOVE "ICMS"       TO AP-IMPOSTO
           READ APURA
           IF ST-AP = "00" AND AP-SITUACAO = "F"
              MOVE "S" TO W-MES-FECHADO.
           CLOSE APURA.
       CHECA-MES-FISCAL-FIM.
           EXIT.
      *
      ***********************************************
      * LE OS PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      * NA PARTIDA; SEM ARQUIVO OU CAMPO ZERADO,    *
      * VALEM OS PADROES LOCAIS                     *
              MOVE PA-SECULO TO W-SECULO.
           IF PA-PIVO NOT = ZEROS
              MOVE PA-PIVO TO W-PIVO.
      *              REGISTRO GRAVADO ANTES DO PRAZO EXISTIR CHEGA COM
      *              BRANCOS - FICA O PADRAO (SO NO MESMO DIA)
           IF PA-DIAS-CANC NUMERIC
              MOVE PA-DIAS-CANC TO W-DIAS-CANC.
           IF PA-CNPJ-EMP NUMERIC
              MOVE PA-CNPJ-EMP TO W-EMP-CNPJ.
           MOVE PA-IE-EMP TO W-EMP-IE
           MOVE PA-UF-EMP TO W-EMP-UF.
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      ***********************************************
      * EVENTOS CONTABEIS DA FATURA: MERCADORIA, IPI *
      * E ICMS, CADA UM COM AS SUAS CONTAS NO        *
      * CLACTB. NO CANCELAMENTO (CT-ESTORNO = S)     *
      * SAEM NA DATA DE HOJE COM DEBITO E CREDITO    *
      * INVERTIDOS                                   *
      ***********************************************
       EVENTOS-FATURA.
           IF CT-ESTORNO = "S"
              MOVE W-HOJE   TO CT-DATA
           ELSE
              MOVE FAT-DATA TO CT-DATA.
           MOVE ZEROS  TO CT-CUSTO
           MOVE SPACES TO CT-DOCTO CT-HISTORICO
           STRING "NF " FAT-NUMERO DELIMITED BY SIZE INTO CT-DOCTO
           STRING "FATURA " FAT-NUMERO " " FAT-CLIENTE
                  DELIMITED BY SIZE INTO CT-HISTORICO
           MOVE "FAT"    TO CT-EVENTO
           MOVE FAT-MERC TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM
           MOVE "FIP"    TO CT-EVENTO
           MOVE FAT-IPI  TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM
           MOVE "FIC"    TO CT-EVENTO
           MOVE FAT-ICMS TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM.
       EVENTOS-FATURA-FIM.
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
           MOVE "FATURA" TO CT-ORIGEM
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
           MOVE "FATURA"        TO JR-PROGRAMA
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
