       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBCRED.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * LIBERACAO DE PEDIDO BLOQUEADO POR CREDITO - O   *
      * PEDVENDA (CEP042) E O ORCVENDA (CEP067) GRAVAM  *
      * PED-SITUACAO = B QUANDO O CLIENTE ESTOURA O     *
      * LIMITE (CLI-LIMITE) OU TEM PARCELA ABERTA EM    *
      * ATRASO HA PA-DIAS-BLOQ DIAS OU MAIS. SO O       *
      * OPERADOR COM PERM-LIB-CRED = S (CEP033/CLAOPER) *
      * LIBERA: O PEDIDO VOLTA A D (DIGITADO), AS       *
      * DUPLICATAS QUE O FECHAMENTO DEIXOU DE GERAR     *
      * SAEM AQUI, E CADA LIBERACAO VAI PARA O          *
      * LIBCRED.LOG COM QUEM, QUANDO E POR QUE          *
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
       SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CLIENTE
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS NOME-CLIENTE
                                                      WITH DUPLICATES.
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
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
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
       SELECT LIBLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
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
      *              B=BLOQUEADO POR CREDITO
                03 PED-SITUACAO    PIC X(01).
                03 PED-DATA-EMB    PIC 9(08).
                03 PED-OPER-EMB    PIC X(10).
                03 PED-VENDEDOR    PIC 9(04).
                03 PED-FRETE       PIC 9(06)V99.
      *              CONDICAO DE PAGAMENTO (CONDPAG.DAT); 000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
                03 PED-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : CADCLI     - CADASTRO DE CLIENTES (CEP065/CLACLI)   *
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
      * ARQUIVO : DUPREC     - DUPLICATAS DO CONTAS A RECEBER (MESMO  *
      *                        LEIAUTE DO CEP042)                     *
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
                03 OPER-SENHA      PIC X(08).
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : LIBLOG     - RASTRO DAS LIBERACOES DE CREDITO,      *
      *                        UMA LINHA POR PEDIDO LIBERADO          *
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
       FD LIBLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIBCRED.LOG".
       01 LINHA-LOG            PIC X(132).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-CHQ       PIC X(02) VALUE "00".
      *              *** S = CLIENTE COM CHEQUE DEVOLVIDO SEM ***
      *              *** REGULARIZAR NA CUSTODIA (CHQCUST)     ***
       77 W-CHQ-DEV    PIC X(01) VALUE "N".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 ST-LOG       PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-NUMERO     PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-BLOQUEADOS PIC 9(05) VALUE ZEROS.
       77 W-LIBERADOS  PIC 9(05) VALUE ZEROS.
      *              *** SITUACAO DE CREDITO DO CLIENTE ***
       77 W-DIAS-BLOQ  PIC 9(03) VALUE 060.
       77 W-LIMITE     PIC 9(08)V99 VALUE ZEROS.
       77 W-EM-ABERTO  PIC 9(09)V99 VALUE ZEROS.
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
      *              *** GERACAO DE DUPLICATAS (CONTAS A RECEBER) ***
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
       77 W-CONDPAG    PIC 9(03) VALUE ZEROS.
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
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 HORA-ATU.
          03 HH-ATU    PIC 99.
          03 MM-ATU    PIC 99.
          03 SS-ATU    PIC 99.
          03 CC-ATU    PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *              *** LINHA DO RASTRO DE LIBERACAO ***
       01 REG-LOG.
          03 RL-DATA      PIC 9(08).
          03 FILLER       PIC X VALUE SPACE.
          03 RL-HORA.
             05 RL-HH     PIC 99.
             05 RL-MM     PIC 99.
             05 RL-SS     PIC 99.
          03 FILLER       PIC X VALUE SPACE.
          03 RL-OPERADOR  PIC X(10).
          03 FILLER       PIC X VALUE SPACE.
          03 RL-PEDIDO    PIC 9(06).
          03 FILLER       PIC X VALUE SPACE.
          03 RL-CODCLI    PIC 9(06).
          03 FILLER       PIC X VALUE SPACE.
          03 RL-TOTAL     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X VALUE SPACE.
          03 RL-EXPOSICAO PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X VALUE SPACE.
          03 RL-LIMITE    PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X VALUE SPACE.
          03 RL-ATRASO    PIC ZZZZ9.
          03 FILLER       PIC X VALUE SPACE.
          03 RL-CONDPAG   PIC 9(03).
          03 FILLER       PIC X VALUE SPACE.
          03 RL-PARCELAS  PIC 9(02).
          03 FILLER       PIC X VALUE SPACE.
          03 RL-MOTIVO    PIC X(30).
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
           DISPLAY "*** LIBERACAO DE PEDIDO BLOQUEADO POR CREDITO ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM.
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - LIBERACAO NAO PERMITIDA ***"
              GOBACK.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           OPEN I-O PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO.DAT"
              GOBACK.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              IF ST-CLI = "30"
                 OPEN OUTPUT CADCLI
                 CLOSE CADCLI
                 OPEN INPUT CADCLI
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCLI.DAT"
                 CLOSE PEDIDO
                 GOBACK.
           OPEN I-O DUPREC
           IF ST-DUP NOT = "00"
              IF ST-DUP = "30"
                 OPEN OUTPUT DUPREC
                 CLOSE DUPREC
                 OPEN I-O DUPREC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO DUPREC.DAT - ST " ST-DUP
                 CLOSE PEDIDO CADCLI
                 GOBACK.
           OPEN INPUT CONDPAG
           IF ST-CPG NOT = "00"
              IF ST-CPG = "30"
                 OPEN OUTPUT CONDPAG
                 CLOSE CONDPAG
                 OPEN INPUT CONDPAG.
           OPEN INPUT FERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-ABERTO.
           OPEN EXTEND LIBLOG
           IF ST-LOG NOT = "00"
              OPEN OUTPUT LIBLOG
              CLOSE LIBLOG
              OPEN EXTEND LIBLOG.
      *
       LIB-000.
           PERFORM LISTA-BLOQUEADOS THRU LISTA-BLOQUEADOS-FIM
           IF W-BLOQUEADOS = ZEROS
              DISPLAY "*** NENHUM PEDIDO BLOQUEADO POR CREDITO ***"
              GO TO ROT-FIM.
       LIB-001.
           DISPLAY "PEDIDO A LIBERAR (0 = ENCERRAR) : ".
           ACCEPT W-NUMERO.
           IF W-NUMERO = ZEROS
              GO TO ROT-FIM.
           MOVE W-NUMERO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "*** PEDIDO NAO ENCONTRADO ***"
              GO TO LIB-001.
           IF PED-SITUACAO NOT = "B"
              DISPLAY "*** PEDIDO NAO ESTA BLOQUEADO POR CREDITO ***"
              GO TO LIB-001.
           PERFORM CONFERE-CREDITO THRU CONFERE-CREDITO-FIM
           DISPLAY "CLIENTE...........: " PED-CODCLI " " PED-CLIENTE.
           DISPLAY "TOTAL DO PEDIDO...: " PED-TOTAL.
           DISPLAY "EM ABERTO NO REC..: " W-EM-ABERTO.
           DISPLAY "EM ABERTO + PEDIDO: " W-EXPOSICAO.
           IF W-LIMITE = ZEROS
              DISPLAY "LIMITE DE CREDITO.: SEM LIMITE"
           ELSE
              DISPLAY "LIMITE DE CREDITO.: " W-LIMITE.
           DISPLAY "MAIOR ATRASO......: " W-MAIOR-ATRASO " DIAS".
       LIB-002.
           DISPLAY "MOTIVO DA LIBERACAO : ".
           ACCEPT W-MOTIVO.
           IF W-MOTIVO = SPACES
              DISPLAY "*** MOTIVO E OBRIGATORIO ***"
              GO TO LIB-002.
      *              AS PARCELAS SAEM DA CONDICAO DE PAGAMENTO DO
      *              PEDIDO (CEP107/CLACOND); O LIBERADOR PODE TROCAR
      *              A CONDICAO COMBINADA COM O CLIENTE NA LIBERACAO
       LIB-003.
           MOVE PED-CONDPAG TO W-CONDPAG
           PERFORM BUSCA-COND THRU BUSCA-COND-FIM
           DISPLAY "CONDICAO DE PAGTO.: " PED-CONDPAG " " CP-DESCRICAO.
           DISPLAY "MANTEM A CONDICAO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO = "S" OR "s"
              GO TO LIB-004.
       LIB-03A.
           DISPLAY "NOVA CONDICAO DE PAGAMENTO (0=A VISTA) : ".
           ACCEPT W-CONDPAG.
           PERFORM BUSCA-COND THRU BUSCA-COND-FIM
           IF ST-CPG NOT = "00"
              DISPLAY "*** CONDICAO DE PAGAMENTO NAO CADASTRADA ***"
              GO TO LIB-03A.
           DISPLAY "CONDICAO DE PAGTO.: " W-CONDPAG " " CP-DESCRICAO.
           MOVE W-CONDPAG TO PED-CONDPAG.
       LIB-004.
           DISPLAY "CONFIRMA A LIBERACAO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** LIBERACAO RECUSADA PELO OPERADOR ***"
              GO TO LIB-001.
           MOVE "D" TO PED-SITUACAO
           REWRITE REGPED
           IF ST-PED NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO PEDIDO - ST " ST-PED
              GO TO LIB-001.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
           PERFORM GERA-DUPLICATAS THRU GERA-DUPLICATAS-FIM
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-LIBERADOS
           DISPLAY "*** PEDIDO " PED-NUMERO " LIBERADO ***".
           GO TO LIB-001.
      *
      ***********************************************
      * LISTA OS PEDIDOS QUE ESTAO PRESOS NO CREDITO *
      ***********************************************
       LISTA-BLOQUEADOS.
           MOVE ZEROS TO W-BLOQUEADOS
           MOVE ZEROS TO PED-NUMERO
           START PEDIDO KEY IS NOT LESS PED-NUMERO
                 INVALID KEY GO TO LISTA-BLOQUEADOS-FIM.
       LISTA-BLOQUEADOS-LER.
           READ PEDIDO NEXT
           IF ST-PED NOT = "00"
              GO TO LISTA-BLOQUEADOS-FIM.
           IF PED-SITUACAO NOT = "B"
              GO TO LISTA-BLOQUEADOS-LER.
           ADD 1 TO W-BLOQUEADOS
           DISPLAY "PED " PED-NUMERO " " PED-DATA " " PED-CLIENTE
                   " TOTAL " PED-TOTAL
           GO TO LISTA-BLOQUEADOS-LER.
       LISTA-BLOQUEADOS-FIM.
           EXIT.
      *
      ***********************************************
      * SITUACAO DE CREDITO DO CLIENTE HOJE, NA      *
      * MESMA CONTA DO CONFERE-CREDITO DO PEDVENDA   *
      * (CEP042): SALDO DAS PARCELAS EM ABERTO, O    *
      * MESMO SALDO SOMADO AO PEDIDO, E O MAIOR      *
      * ATRASO NA CONTAGEM COMERCIAL DE 360          *
      ***********************************************
       CONFERE-CREDITO.
           MOVE ZEROS TO W-EM-ABERTO W-MAIOR-ATRASO W-LIMITE
           IF PED-CODCLI = ZEROS
              GO TO CONFERE-CREDITO-SOMA.
           MOVE PED-CODCLI TO COD-CLIENTE
           READ CADCLI
           IF ST-CLI = "00"
              MOVE CLI-LIMITE TO W-LIMITE.
           MOVE W-HOJE TO W-DATA-NUM
           COMPUTE W-DIAS-HOJE = (W-DT-ANO * 360)
                   + (W-DT-MES * 30) + W-DT-DIA
           MOVE ZEROS TO DUP-PEDIDO DUP-PARCELA
           START DUPREC KEY IS NOT LESS DUP-CHAVE
                 INVALID KEY GO TO CONFERE-CREDITO-SOMA.
       CONFERE-CREDITO-LER.
           READ DUPREC NEXT
           IF ST-DUP NOT = "00"
              GO TO CONFERE-CREDITO-SOMA.
           IF DUP-CODCLI NOT = PED-CODCLI
              GO TO CONFERE-CREDITO-LER.
           IF DUP-SITUACAO NOT = "A"
              GO TO CONFERE-CREDITO-LER.
           COMPUTE W-EM-ABERTO = W-EM-ABERTO + DUP-VALOR - DUP-PAGO
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
       CONFERE-CREDITO-SOMA.
           COMPUTE W-EXPOSICAO = W-EM-ABERTO + PED-TOTAL.
           IF W-LIMITE NOT = ZEROS
              IF W-EXPOSICAO > W-LIMITE
                 DISPLAY "*** LIMITE DE CREDITO EXCEDIDO ***".
           IF W-MAIOR-ATRASO NOT < W-DIAS-BLOQ
              DISPLAY "*** PARCELA EM ATRASO HA " W-DIAS-BLOQ
                      " DIAS OU MAIS ***".
           IF PED-CODCLI NOT = ZEROS
              PERFORM CHECA-CHEQUE-DEV THRU CHECA-CHEQUE-DEV-FIM
              IF W-CHQ-DEV = "S"
                 DISPLAY "*** CLIENTE COM CHEQUE DEVOLVIDO SEM "
                         "REGULARIZAR ***".
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
      * GERA AS DUPLICATAS QUE O FECHAMENTO RETEVE,  *
      * NA MESMA REGRA DO GERA-DUPLICATAS DO         *
      * PEDVENDA (CEP042) - CONDICAO DE PAGAMENTO DO *
      * PEDIDO - COM EMISSAO E VENCIMENTOS CONTADOS  *
      * A PARTIR DA LIBERACAO E ROLADOS PARA O       *
      * PROXIMO DIA UTIL                             *
      ***********************************************
       GERA-DUPLICATAS.
           MOVE ZEROS TO W-PARCELAS
           MOVE PED-CONDPAG TO W-CONDPAG
           PERFORM BUSCA-COND THRU BUSCA-COND-FIM
           IF PED-CONDPAG = ZEROS
              GO TO GERA-DUPLICATAS-FIM.
           IF ST-CPG NOT = "00"
              DISPLAY "*** CONDICAO INEXISTENTE - SEM DUPLICATA ***"
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
           MOVE W-HOJE TO W-VENC-NUM
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
           MOVE PED-FILIAL   TO DUP-FILIAL
           WRITE REGDUP
           IF ST-DUP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DA DUPLICATA " DUP-PEDIDO
                      "/" DUP-PARCELA " - ST " ST-DUP
           ELSE
              MOVE "W" TO JR-OPERACAO
              PERFORM JORNAL-DUPREC THRU JORNAL-DUPREC-FIM.
           GO TO GERA-DUP-LOOP.
       GERA-DUPLICATAS-FIM.
           EXIT.
      *
      ***********************************************
      * LE A CONDICAO DE PAGAMENTO W-CONDPAG; ZERO E *
      * A VISTA (NAO ESTA NO CONDPAG.DAT). ST-CPG    *
      * DIFERENTE DE "00" = CODIGO NAO CADASTRADO    *
      ***********************************************
       BUSCA-COND.
           IF W-CONDPAG = ZEROS
              MOVE "A VISTA" TO CP-DESCRICAO
              MOVE ZEROS TO CP-PARCELAS
              MOVE "00" TO ST-CPG
              GO TO BUSCA-COND-FIM.
           MOVE W-CONDPAG TO CP-CODIGO
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
      * UMA LINHA NO LIBCRED.LOG POR LIBERACAO       *
      ***********************************************
       GRAVA-LOG.
           ACCEPT HORA-ATU FROM TIME
           MOVE W-HOJE         TO RL-DATA
           MOVE HH-ATU         TO RL-HH
           MOVE MM-ATU         TO RL-MM
           MOVE SS-ATU         TO RL-SS
           MOVE W-OPERADOR     TO RL-OPERADOR
           MOVE PED-NUMERO     TO RL-PEDIDO
           MOVE PED-CODCLI     TO RL-CODCLI
           MOVE PED-TOTAL      TO RL-TOTAL
           MOVE W-EXPOSICAO    TO RL-EXPOSICAO
           MOVE W-LIMITE       TO RL-LIMITE
           MOVE W-MAIOR-ATRASO TO RL-ATRASO
           MOVE PED-CONDPAG    TO RL-CONDPAG
           MOVE W-PARCELAS     TO RL-PARCELAS
           MOVE W-MOTIVO       TO RL-MOTIVO
           MOVE REG-LOG        TO LINHA-LOG
           WRITE LINHA-LOG
           IF ST-LOG NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO LIBCRED.LOG - ST " ST-LOG.
       GRAVA-LOG-FIM.
           EXIT.
      *
      ***********************************************
      * IDENTIFICACAO DO OPERADOR E CONFERENCIA DA   *
      * PERMISSAO DE LIBERAR CREDITO DO PERFIL       *
      * (CEP033/CLAOPER) - SO O "S" EXPLICITO LIBERA *
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
           IF PERM-LIB-CRED NOT = "S"
              DISPLAY "*** OPERADOR SEM PERMISSAO DE LIBERAR "
                      "CREDITO ***"
              CLOSE CADOPER
              GOBACK.
           CLOSE CADOPER.
       VALIDA-OPERADOR-FIM.
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
       ROT-FIM.
           CLOSE PEDIDO CADCLI DUPREC LIBLOG CONDPAG.
           IF W-FER-ABERTO = "S"
              CLOSE FERIADO.
           DISPLAY "*** PEDIDOS LIBERADOS: " W-LIBERADOS.
           GOBACK.
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
       JORNAL-DUPREC.
           MOVE "DUPREC"        TO JR-ARQUIVO
           MOVE REGDUP          TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-DUPREC-FIM.
           EXIT.
       GRAVA-JORNAL.
           MOVE W-OPERADOR      TO JR-OPERADOR
           MOVE "LIBCRED"       TO JR-PROGRAMA
           CALL "GRVJORN".
       GRAVA-JORNAL-FIM.
           EXIT.
      *
      ***********************************************
      * PERIODO FECHADO PELO FECHMES (CEP085): A     *
      * DATA EM PP-DATA EM MES JA FECHADO NOS        *
      * MODULOS DE VENDAS E FINANCEIRO NAO RECEBE    *
      * LANCAMENTO (VERPER/CEP137)                   *
      ***********************************************
       CHECA-PERIODO.
           MOVE "N" TO W-PER-FECHADO
           MOVE "VEN" TO PP-MODULO
           CALL "VERPER"
           IF PP-SITUACAO = "F"
              MOVE "S" TO W-PER-FECHADO
              GO TO CHECA-PERIODO-FIM.
           MOVE "FIN" TO PP-MODULO
           CALL "VERPER"
           IF PP-SITUACAO = "F"
              MOVE "S" TO W-PER-FECHADO.
       CHECA-PERIODO-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
