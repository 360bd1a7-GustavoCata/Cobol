      * DIFERENTE (RECALCULANDO O PRECO-VENDA COM A     *
      * FORMULA DO CLAPROD) E IMPRIME A NOTA DE         *
      * DIVERGENCIA DO QUE VEIO A MENOS OU A MAIS       *
      * (RECEBE.LST). A NOTA FICA ESCRITURADA NO LIVRO  *
      * DE ENTRADAS (LIVENT.DAT) COM OS CREDITOS DE     *
      * ICMS/IPI PARA A APURACAO DO LIVFIS (CEP111); EM *
      * MES FISCAL JA FECHADO NAO HA RECEBIMENTO        *
      * A NOTA ESCRITURADA GRAVA OS EVENTOS CONTABEIS   *
      * ENT (VALOR DA NOTA), EIP (CREDITO DE IPI) E EIC *
      * (CREDITO DE ICMS) NO CTBPEND.DAT                *
      * PRODUTO CONTROLADO POR LOTE (PRODLOTE.DAT,      *
      * CEP118/CLALOTE) SO ENTRA COM LOTE E VALIDADE -  *
      * A QUANTIDADE DA LINHA PODE SER REPARTIDA EM ATE *
      * 10 LOTES, SOMADOS NO SALDLOTE.DAT DO DEPOSITO   *
      * 01                                              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCI-CHAVE
                    ALTERNATE RECORD KEY IS PCI-PRODUTO WITH DUPLICATES
                    FILE STATUS  IS ST-PCI.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT DUPPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-PAG.
       SELECT LIVENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LE-CHAVE
                    FILE STATUS  IS ST-LE
                    ALTERNATE RECORD KEY IS LE-DATA WITH DUPLICATES.
       SELECT APURA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-AP.
       SELECT CTBPEND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTB.
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
       SELECT CODALT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALT-CODIGO
                    FILE STATUS  IS ST-ALT
                    ALTERNATE RECORD KEY IS ALT-PRODUTO
                                                      WITH DUPLICATES.
       SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 PCI-QTDE-REC    PIC 9(05).
                03 PCI-DATA-REC    PIC 9(08).
                03 PCI-CUSTO-REC   PIC 9(05)V99.
                03 PCI-DATA-PREV   PIC 9(08).
      *
       FD PRODUTO
               LABEL RECORD IS STANDARD
                03 BK-CLIENTE      PIC X(30).
                03 BK-QTDE-PEND    PIC 9(05).
                03 BK-SITUACAO     PIC X(01).
                03 BK-DATA-PREV    PIC 9(08).
      *
       FD BACKALOC
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
      * ARQUIVO : DUPPAG     - CONTAS A PAGAR: PARCELAS DA NOTA DO    *
      *                        FORNECEDOR, GERADAS NO ENCERRAMENTO DO *
      *                        RECEBIMENTO E BAIXADAS NO CEP096/      *
      *                        BAIXAPAG                               *
      *****************************************************************
       FD DUPPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPPAG.DAT".
       01 REGPAG.
                03 PAG-CHAVE.
                   05 PAG-FORNECEDOR PIC 9(04).
                   05 PAG-DOCTO      PIC X(10).
                   05 PAG-PARCELA    PIC 9(02).
                03 PAG-NOME-FORN   PIC X(30).
                03 PAG-PEDCOMP     PIC 9(06).
                03 PAG-EMISSAO     PIC 9(08).
                03 PAG-VENCIMENTO  PIC 9(08).
                03 PAG-VALOR       PIC 9(08)V99.
                03 PAG-PAGO        PIC 9(08)V99.
                03 PAG-DATA-PAGTO  PIC 9(08).
                03 PAG-SITUACAO    PIC X(01).
      *
      *****************************************************************
      * ARQUIVO : LIVENT     - LIVRO DE ENTRADAS: UMA NOTA POR        *
      *                        FORNECEDOR + NOTA, GRAVADA NO          *
      *                        ENCERRAMENTO, COM OS CREDITOS          *
      *                        DESTACADOS. LE-VALOR = MERCADORIA COM  *
      *                        ICMS DENTRO; A PAGAR = LE-VALOR+LE-IPI *
      *****************************************************************
       FD LIVENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIVENT.DAT".
       01 REGLE.
                03 LE-CHAVE.
                   05 LE-FORNECEDOR PIC 9(04).
                   05 LE-NOTA       PIC X(10).
                03 LE-DATA         PIC 9(08).
                03 LE-PEDCOMP      PIC 9(06).
                03 LE-NOME-FORN    PIC X(30).
                03 LE-VALOR        PIC 9(08)V99.
                03 LE-IPI          PIC 9(08)V99.
                03 LE-ICMS         PIC 9(08)V99.
                03 LE-OPERADOR     PIC X(10).
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
      *                        COM A VALIDADE DO LOTE                 *
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
       77 ST-PC        PIC X(02) VALUE "00".
       77 ST-PCI       PIC X(02) VALUE "00".
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
       01 DATA-MOV.
          03 ANO-MOV   PIC 99.
          03 MES-MOV   PIC 99.
          03 BKA-CLIENTE  PIC X(30).
          03 FILLER       PIC X(08) VALUE " QTDE: ".
          03 BKA-QTDE     PIC ZZZZ9.
      *              *** CONTAS A PAGAR DA NOTA (DUPPAG.DAT) ***
       77 ST-PAG       PIC X(02) VALUE "00".
       77 W-VALOR-NF   PIC 9(08)V99 VALUE ZEROS.
       77 W-PARCELAS   PIC 9(01) VALUE ZEROS.
       77 W-PARC-IND   PIC 9(02) VALUE ZEROS.
       77 W-PARC-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 W-PARC-SOMA  PIC 9(08)V99 VALUE ZEROS.
       77 W-VALOR-PAGAR PIC 9(08)V99 VALUE ZEROS.
       77 W-PARC-ANT   PIC 9(02) VALUE ZEROS.
       77 W-DIA-BASE   PIC 9(02) VALUE ZEROS.
       01 W-VENC.
          03 W-VENC-ANO PIC 9(04).
          03 W-VENC-MES PIC 9(02).
          03 W-VENC-DIA PIC 9(02).
       01 W-VENC-NUM REDEFINES W-VENC PIC 9(08).
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
      *              *** LIVRO DE ENTRADAS (LIVENT.DAT) ***
       77 ST-LE        PIC X(02) VALUE "00".
       77 W-NF-IPI     PIC 9(08)V99 VALUE ZEROS.
       77 W-NF-ICMS    PIC 9(08)V99 VALUE ZEROS.
       77 W-VAL-IPI    PIC 9(08)V99 VALUE ZEROS.
       77 W-VAL-ICMS   PIC 9(08)V99 VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
      *              *** MES FISCAL FECHADO (LIVFIS/CEP111) ***
       77 ST-AP        PIC X(02) VALUE "00".
       77 W-MES-FISCAL PIC 9(06) VALUE ZEROS.
       77 W-MES-FECHADO PIC X(01) VALUE "N".
      *              *** LOTE E VALIDADE (PRODLOTE/SALDLOTE) ***
       77 ST-PL        PIC X(02) VALUE "00".
       77 ST-LOT       PIC X(02) VALUE "00".
       77 W-PL-ABERTO  PIC X(01) VALUE "N".
       77 W-CONTROLA   PIC X(01) VALUE "N".
       77 W-LOTE       PIC X(15) VALUE SPACES.
       77 W-QTDE-LOTE  PIC 9(05) VALUE ZEROS.
       77 W-FALTA-LOTE PIC 9(05) VALUE ZEROS.
       77 W-SOMA-LOTES PIC 9(05) VALUE ZEROS.
       77 W-QT-LOTES   PIC 9(02) VALUE ZEROS.
       77 W-IND-LOTE   PIC 9(02) VALUE ZEROS.
       77 W-ULT-DIA    PIC 9(02) VALUE ZEROS.
       77 W-SOMA-DIAS  PIC 9(04) VALUE ZEROS.
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
      *              *** LOTES DA LINHA EM RECEBIMENTO ***
       01 TAB-LOTES.
          03 TL-ITEM OCCURS 10 TIMES.
             05 TL-LOTE      PIC X(15).
             05 TL-VALIDADE  PIC 9(08).
             05 TL-QTDE      PIC 9(05).
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
           COMPUTE W-MES-FISCAL = W-HOJE / 100
           PERFORM CHECA-MES-FISCAL THRU CHECA-MES-FISCAL-FIM.
           IF W-MES-FECHADO = "S"
              DISPLAY "*** MES FISCAL " W-MES-FISCAL " FECHADO - "
                      "RECEBIMENTO NAO PERMITIDO ***"
              GOBACK.
           MOVE W-HOJE TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM.
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - RECEBIMENTO NAO PERMITIDO ***"
              GOBACK.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           OPEN I-O SALDEP
           IF ST-SAL NOT = "00"
                      OPEN OUTPUT MOVIMENT
                      CLOSE MOVIMENT
                      OPEN I-O MOVIMENT.
      *              SEM PRODLOTE.DAT NENHUM PRODUTO E CONTROLADO
      *              POR LOTE E O RECEBIMENTO SEGUE COMO ANTES
           OPEN INPUT PRODLOTE
           IF ST-PL = "00"
              MOVE "S" TO W-PL-ABERTO.
           MOVE "N" TO W-ALT-ABERTO
           OPEN INPUT CODALT
           IF ST-ALT = "00"
              MOVE "S" TO W-ALT-ABERTO.
           OPEN INPUT FERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-ABERTO.
           OPEN I-O SALDLOTE
           IF ST-LOT = "30"
              OPEN OUTPUT SALDLOTE
              CLOSE SALDLOTE
              OPEN I-O SALDLOTE.
      *
       REC-001.
           DISPLAY "PEDIDO DE COMPRA (0 = ENCERRAR) : ".
              DISPLAY "*** INFORME A NOTA ***"
              GO TO REC-002.
           MOVE "N" TO W-ALGUM
           MOVE ZEROS TO W-VALOR-NF W-NF-IPI W-NF-ICMS
           MOVE W-NUMERO TO PCI-PEDIDO
           MOVE ZEROS    TO PCI-SEQ
           START PEDCITEM KEY IS NOT LESS PCI-CHAVE
                   PCI-DESCRICAO.
           DISPLAY "PEDIDO: " PCI-QTDE "  JA RECEBIDO: " PCI-QTDE-REC
                   "  PENDENTE: " W-PENDENTE.
      *
      ***********************************************
      * CONFERENCIA PELA EMBALAGEM: O CODIGO LIDO NA *
      * CAIXA (EAN/DUN/FORNECEDOR - CODALT.DAT) TEM  *
      * QUE SER DO PRODUTO DA LINHA; CODIGO DE CAIXA *
      * FAZ A QUANTIDADE SER DIGITADA EM EMBALAGENS. *
      * ENTER SEM LEITURA SEGUE EM UNIDADES          *
      ***********************************************
       REC-LEITURA.
           DISPLAY "CODIGO DA EMBALAGEM (ENTER = SEM LEITURA) : ".
           MOVE SPACES TO W-COD-LIDO
           ACCEPT W-COD-LIDO.
           PERFORM RESOLVE-CODIGO THRU RESOLVE-CODIGO-FIM
           IF W-COD-ACHOU NOT = "S"
              DISPLAY "*** CODIGO NAO CADASTRADO ***"
              GO TO REC-LEITURA.
           IF W-COD-PRODUTO NOT = ZEROS
              AND W-COD-PRODUTO NOT = PCI-PRODUTO
              DISPLAY "*** CODIGO LIDO E DO PRODUTO " W-COD-PRODUTO
                      ", NAO DESTE ITEM ***"
              GO TO REC-LEITURA.
       REC-QTDE.
           IF W-COD-MULT > 1
              DISPLAY "EMBALAGENS RECEBIDAS (C/ " W-COD-MULT
                      " UN, 0 = PULA ITEM) : "
           ELSE
              DISPLAY "QUANTIDADE RECEBIDA AGORA (0 = PULA ITEM) : ".
           ACCEPT W-QTDE.
           IF W-QTDE = ZEROS
              GO TO REC-ITEM.
           IF W-COD-MULT > 1
              COMPUTE W-QTDE = W-QTDE * W-COD-MULT
                      ON SIZE ERROR
                         DISPLAY "*** QUANTIDADE ACIMA DO LIMITE ***"
                         GO TO REC-QTDE.
           IF W-COD-MULT > 1
              DISPLAY "UNIDADES: " W-QTDE.
       REC-CUSTO.
           DISPLAY "CUSTO DA NOTA (0 = MANTEM O DO PEDIDO) : ".
           ACCEPT W-CUSTO.
              MOVE PCI-CUSTO TO W-CUSTO.
      *
      ***********************************************
      * PRODUTO CONTROLADO POR LOTE: REPARTE A       *
      * QUANTIDADE RECEBIDA NOS LOTES DA NOTA, CADA  *
      * UM COM A SUA VALIDADE, ANTES DE MEXER NO     *
      * ESTOQUE - LOTE EM BRANCO DESISTE DO ITEM     *
      ***********************************************
       REC-LOTE.
           MOVE "N"   TO W-CONTROLA
           MOVE ZEROS TO W-QT-LOTES W-SOMA-LOTES
           IF W-PL-ABERTO NOT = "S"
              GO TO REC-APLICA.
           MOVE PCI-PRODUTO TO PL-PRODUTO
           READ PRODLOTE
           IF ST-PL NOT = "00"
              GO TO REC-APLICA.
           MOVE "S" TO W-CONTROLA
           DISPLAY "PRODUTO CONTROLADO POR LOTE E VALIDADE".
       REC-LOTE-NUM.
           COMPUTE W-FALTA-LOTE = W-QTDE - W-SOMA-LOTES
           DISPLAY "LOTE (FALTAM " W-FALTA-LOTE
                   " UNIDADES, BRANCO = PULA ITEM) : ".
           ACCEPT W-LOTE.
           IF W-LOTE = SPACES
              DISPLAY "*** ITEM PULADO - NADA LANCADO ***"
              GO TO REC-ITEM.
           MOVE 1 TO W-IND-LOTE.
       REC-LOTE-REPETIDO.
           IF W-IND-LOTE > W-QT-LOTES
              GO TO REC-LOTE-VAL.
           IF TL-LOTE (W-IND-LOTE) = W-LOTE
              DISPLAY "*** LOTE JA INFORMADO NESTE ITEM ***"
              GO TO REC-LOTE-NUM.
           ADD 1 TO W-IND-LOTE
           GO TO REC-LOTE-REPETIDO.
       REC-LOTE-VAL.
           IF PL-VIDA-UTIL NOT = ZEROS
              DISPLAY "VALIDADE AAAAMMDD (0 = HOJE + " PL-VIDA-UTIL
                      " DIAS) : "
           ELSE
              DISPLAY "VALIDADE AAAAMMDD : ".
           ACCEPT W-VALID-NUM.
           IF W-VALID-NUM = ZEROS
              IF PL-VIDA-UTIL = ZEROS
                 DISPLAY "*** INFORME A VALIDADE ***"
                 GO TO REC-LOTE-VAL
              ELSE
                 MOVE W-HOJE       TO W-VALID-NUM
                 MOVE PL-VIDA-UTIL TO W-SOMA-DIAS
                 PERFORM SOMA-VALIDADE THRU SOMA-VALIDADE-FIM
                 DISPLAY "VALIDADE ASSUMIDA: " W-VALID-NUM.
           IF W-VALID-MES < 01 OR W-VALID-MES > 12
              DISPLAY "*** VALIDADE INVALIDA ***"
              GO TO REC-LOTE-VAL.
           PERFORM ULTIMO-DIA-VAL THRU ULTIMO-DIA-VAL-FIM
           IF W-VALID-DIA < 01 OR W-VALID-DIA > W-ULT-DIA
              DISPLAY "*** VALIDADE INVALIDA ***"
              GO TO REC-LOTE-VAL.
           IF W-VALID-NUM NOT > W-HOJE
              DISPLAY "*** LOTE JA VENCIDO - NAO ENTRA NO ESTOQUE ***"
              GO TO REC-LOTE-NUM.
      *              LOTE QUE JA TEM SALDO NO DEPOSITO DA LOJA E O
      *              MESMO LOTE DO FABRICANTE - A VALIDADE TEM DE BATER
           MOVE PCI-PRODUTO TO LT-PRODUTO
           MOVE W-DEP-LOJA  TO LT-DEPOSITO
           MOVE W-LOTE      TO LT-LOTE
           READ SALDLOTE
           IF ST-LOT = "00" AND LT-VALIDADE NOT = W-VALID-NUM
              DISPLAY "*** LOTE JA CADASTRADO COM VALIDADE "
                      LT-VALIDADE " ***"
              GO TO REC-LOTE-VAL.
       REC-LOTE-QTD.
      *              O DECIMO LOTE LEVA O RESTANTE DA LINHA
           IF W-QT-LOTES = 9
              MOVE W-FALTA-LOTE TO W-QTDE-LOTE
              DISPLAY "QUANTIDADE DO LOTE: " W-QTDE-LOTE
           ELSE
              DISPLAY "QUANTIDADE DO LOTE (0 = TODO O RESTANTE) : "
              ACCEPT W-QTDE-LOTE
              IF W-QTDE-LOTE = ZEROS
                 MOVE W-FALTA-LOTE TO W-QTDE-LOTE.
           IF W-QTDE-LOTE > W-FALTA-LOTE
              DISPLAY "*** MAIOR QUE O QUE FALTA REPARTIR ***"
              GO TO REC-LOTE-QTD.
           ADD 1 TO W-QT-LOTES
           MOVE W-LOTE      TO TL-LOTE (W-QT-LOTES)
           MOVE W-VALID-NUM TO TL-VALIDADE (W-QT-LOTES)
           MOVE W-QTDE-LOTE TO TL-QTDE (W-QT-LOTES)
           ADD W-QTDE-LOTE  TO W-SOMA-LOTES
           IF W-SOMA-LOTES < W-QTDE
              GO TO REC-LOTE-NUM.
      *
      ***********************************************
      * DA A ENTRADA NO ESTOQUE COM TRAVA, ATUALIZA  *
      * O CUSTO QUANDO A NOTA DIFERE (RECALCULANDO O *
      * PRECO-VENDA COMO O CLAPROD) E REGISTRA O     *
           IF W-ST-SALVA NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA ENTRADA DO ESTOQUE, ITEM PULADO"
              GO TO REC-ITEM.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
           MOVE W-QTDE TO W-DELTA-DEP
           PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           IF W-CONTROLA = "S"
              PERFORM GRAVA-LOTES THRU GRAVA-LOTES-FIM.
           PERFORM ALOCA-BACKORDER THRU ALOCA-BACKORDER-FIM
           ADD W-QTDE  TO PCI-QTDE-REC
           MOVE W-HOJE TO PCI-DATA-REC
           IF ST-PCI NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO ITEM DO PEDIDO".
           MOVE "S" TO W-ALGUM
           COMPUTE W-VALOR-NF = W-VALOR-NF + (W-QTDE * W-CUSTO)
      *              CREDITO PELAS TAXAS DO CADASTRO (O REGISTRO DO
      *              PRODUTO CONTINUA NA AREA DEPOIS DO UNLOCK); O
      *              DESTACADO NA NOTA PODE SUBSTITUIR NO ENCERRAMENTO
           COMPUTE W-VAL-IPI  ROUNDED = W-QTDE * W-CUSTO * IPI  / 100
           COMPUTE W-VAL-ICMS ROUNDED = W-QTDE * W-CUSTO * ICMS / 100
           ADD W-VAL-IPI  TO W-NF-IPI
           ADD W-VAL-ICMS TO W-NF-ICMS
           ADD 1 TO W-RECEBIDOS
           DISPLAY "*** ENTRADA LANCADA ***"
           GO TO REC-ITEM.
              REWRITE REGPC
              IF ST-PC NOT = "00" AND NOT = "02"
                 DISPLAY "ERRO NA REGRAVACAO DO PEDIDO DE COMPRA".
           PERFORM GRAVA-LIVENT THRU GRAVA-LIVENT-FIM
           PERFORM GERA-DUPPAG THRU GERA-DUPPAG-FIM
           DISPLAY "*** RECEBIMENTO ENCERRADO - SITUACAO: "
                   PC-SITUACAO " - DIVERGENCIAS: " W-DIVERGE " ***"
           DISPLAY "*** NOTA DE DIVERGENCIA: RECEBE.LST ***"
           GO TO REC-001.
      *
      ***********************************************
      * CONTAS A PAGAR: A NOTA RECEBIDA VIRA PARCELAS*
      * EM DUPPAG.DAT (FORNECEDOR + NOTA + PARCELA)  *
      * PELO VALOR DA MERCADORIA MAIS O IPI DA NOTA. *
      * VENCIMENTO MENSAL NO DIA DO RECEBIMENTO      *
      * (LIMITADO AO ULTIMO DIA DO MES) E, CAINDO EM *
      * DIA SEM EXPEDIENTE, NO PROXIMO DIA UTIL;     *
      * SOBRA DO RATEIO NA ULTIMA - MESMA REGRA DA   *
      * GERACAO DE DUPLICATAS DO PEDVENDA (CEP042).  *
      * OUTRO RECEBIMENTO DA MESMA NOTA ENTRA COMO   *
      * PARCELAS SEGUINTES AS JA LANCADAS            *
      ***********************************************
       GERA-DUPPAG.
           COMPUTE W-VALOR-PAGAR = W-VALOR-NF + W-NF-IPI
           IF W-VALOR-PAGAR = ZEROS
              GO TO GERA-DUPPAG-FIM.
           OPEN I-O DUPPAG
           IF ST-PAG NOT = "00"
              IF ST-PAG = "30"
                 OPEN OUTPUT DUPPAG
                 CLOSE DUPPAG
                 OPEN I-O DUPPAG
              ELSE
                 NEXT SENTENCE.
           IF ST-PAG NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO DUPPAG.DAT"
              GO TO GERA-DUPPAG-FIM.
           MOVE ZEROS TO W-PARC-ANT.
       GERA-DUPPAG-ANT.
           MOVE PC-FORNECEDOR TO PAG-FORNECEDOR
           MOVE W-NOTA        TO PAG-DOCTO
           COMPUTE PAG-PARCELA = W-PARC-ANT + 1
           READ DUPPAG
           IF ST-PAG = "00"
              ADD 1 TO W-PARC-ANT
              GO TO GERA-DUPPAG-ANT.
           IF W-PARC-ANT NOT = ZEROS
              DISPLAY "*** NOTA JA TEM " W-PARC-ANT " PARCELA(S) NO "
                      "CONTAS A PAGAR - ESTE RECEBIMENTO ENTRA COMO "
                      "PARCELAS SEGUINTES ***".
           DISPLAY "MERCADORIA.....: " W-VALOR-NF.
           DISPLAY "IPI DA NOTA....: " W-NF-IPI.
           DISPLAY "VALOR A PAGAR..: " W-VALOR-PAGAR.
       GERA-DUPPAG-PARC.
           DISPLAY "PARCELAS A PAGAR (1 A 9) : ".
           ACCEPT W-PARCELAS.
           IF W-PARCELAS = ZEROS
              DISPLAY "*** INFORME AO MENOS UMA PARCELA ***"
              GO TO GERA-DUPPAG-PARC.
           IF W-PARC-ANT + W-PARCELAS > 99
              DISPLAY "*** NOTA SEM NUMERO DE PARCELA LIVRE ***"
              GO TO GERA-DUPPAG-PARC.
           MOVE ZEROS TO W-PARC-SOMA
           DIVIDE W-VALOR-PAGAR BY W-PARCELAS
                  GIVING W-PARC-VALOR ROUNDED
           MOVE W-HOJE TO W-VENC-NUM
           MOVE W-VENC-DIA TO W-DIA-BASE
           MOVE ZEROS TO W-PARC-IND.
       GERA-DUPPAG-LOOP.
           ADD 1 TO W-PARC-IND
           IF W-PARC-IND > W-PARCELAS
              GO TO GERA-DUPPAG-FECHA.
      *              MES SEGUINTE, NO DIA DO RECEBIMENTO OU NO ULTIMO
      *              DIA DO MES QUANDO ELE FOR MAIS CURTO (31/01 ->
      *              28/02 -> 31/03)
           MOVE 01 TO W-VENC-DIA
           ADD 1 TO W-VENC-MES
           IF W-VENC-MES > 12
              MOVE 01 TO W-VENC-MES
              ADD 1 TO W-VENC-ANO.
           PERFORM ULTIMO-DIA THRU ULTIMO-DIA-FIM
           IF W-DIA-BASE > W-ULT-DIA
              MOVE W-ULT-DIA TO W-VENC-DIA
           ELSE
              MOVE W-DIA-BASE TO W-VENC-DIA.
           MOVE W-VENC-NUM TO W-DATA-UTIL-NUM
           PERFORM PROXIMO-UTIL THRU PROXIMO-UTIL-FIM
           MOVE PC-FORNECEDOR TO PAG-FORNECEDOR
           MOVE W-NOTA        TO PAG-DOCTO
           COMPUTE PAG-PARCELA = W-PARC-ANT + W-PARC-IND
           MOVE PC-NOME-FORN  TO PAG-NOME-FORN
           MOVE W-NUMERO      TO PAG-PEDCOMP
           MOVE W-HOJE        TO PAG-EMISSAO
           MOVE W-DATA-UTIL-NUM TO PAG-VENCIMENTO
           IF W-PARC-IND = W-PARCELAS
              COMPUTE PAG-VALOR = W-VALOR-PAGAR - W-PARC-SOMA
           ELSE
              MOVE W-PARC-VALOR TO PAG-VALOR
              ADD W-PARC-VALOR TO W-PARC-SOMA.
           MOVE ZEROS         TO PAG-PAGO PAG-DATA-PAGTO
           MOVE "A"           TO PAG-SITUACAO
           WRITE REGPAG
           IF ST-PAG NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DA PARCELA A PAGAR".
           DISPLAY "PARCELA " PAG-PARCELA " VENC " PAG-VENCIMENTO
                   " VALOR " PAG-VALOR
           GO TO GERA-DUPPAG-LOOP.
       GERA-DUPPAG-FECHA.
           CLOSE DUPPAG.
       GERA-DUPPAG-FIM.
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
      * DATA QUE JA E DIA UTIL FICA COMO ESTA        *
      ***********************************************
       PROXIMO-UTIL.
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
           GO TO PROXIMO-UTIL.
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
      * LIVRO DE ENTRADAS: A NOTA RECEBIDA E        *
      * ESCRITURADA COM O VALOR CONTABIL E OS       *
      * CREDITOS DE ICMS/IPI. O CALCULADO PELAS     *
      * TAXAS DO CADASTRO E MOSTRADO; SE A NOTA     *
      * DESTACOU OUTRO VALOR, O OPERADOR DIGITA O DA*
      * NOTA. NOTA JA ESCRITURADA NAO E GRAVADA DE  *
      * NOVO                                        *
      ***********************************************
       GRAVA-LIVENT.
           IF W-VALOR-NF = ZEROS
              GO TO GRAVA-LIVENT-FIM.
           OPEN I-O LIVENT
           IF ST-LE NOT = "00"
              IF ST-LE = "30"
                 OPEN OUTPUT LIVENT
                 CLOSE LIVENT
                 OPEN I-O LIVENT
              ELSE
                 NEXT SENTENCE.
           IF ST-LE NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO LIVENT.DAT"
              GO TO GRAVA-LIVENT-FIM.
           MOVE PC-FORNECEDOR TO LE-FORNECEDOR
           MOVE W-NOTA        TO LE-NOTA
           READ LIVENT
           IF ST-LE = "00"
              DISPLAY "*** NOTA JA ESCRITURADA NO LIVRO DE ENTRADAS ***"
              GO TO GRAVA-LIVENT-FECHA.
           DISPLAY "CREDITO DE ICMS CALCULADO: " W-NF-ICMS.
           DISPLAY "CREDITO DE IPI CALCULADO.: " W-NF-IPI.
           DISPLAY "A NOTA DESTACA ESTES VALORES (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO = "S" OR "s"
              GO TO GRAVA-LIVENT-GRAVA.
           DISPLAY "ICMS DESTACADO NA NOTA : ".
           ACCEPT W-NF-ICMS.
           DISPLAY "IPI DESTACADO NA NOTA .: ".
           ACCEPT W-NF-IPI.
       GRAVA-LIVENT-GRAVA.
           MOVE PC-FORNECEDOR TO LE-FORNECEDOR
           MOVE W-NOTA        TO LE-NOTA
           MOVE W-HOJE        TO LE-DATA
           MOVE W-NUMERO      TO LE-PEDCOMP
           MOVE PC-NOME-FORN  TO LE-NOME-FORN
           MOVE W-VALOR-NF    TO LE-VALOR
           MOVE W-NF-IPI      TO LE-IPI
           MOVE W-NF-ICMS     TO LE-ICMS
           MOVE W-OPERADOR    TO LE-OPERADOR
           WRITE REGLE
           IF ST-LE NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO LIVRO DE ENTRADAS"
           ELSE
              PERFORM EVENTOS-ENTRADA THRU EVENTOS-ENTRADA-FIM.
       GRAVA-LIVENT-FECHA.
           CLOSE LIVENT.
       GRAVA-LIVENT-FIM.
           EXIT.
      *
      ***********************************************
      * ENTRADA DE ESTOQUE ATENDE AS PENDENCIAS DE   *
      * VENDA DO PRODUTO (BACKORD.DAT, CEP042), DA   *
      * MAIS ANTIGA PARA A MAIS NOVA, E AVISA O      *
           EXIT.
      *
      ***********************************************
      * SOMA OS LOTES DA LINHA NO SALDLOTE DO        *
      * DEPOSITO DA LOJA DA FILIAL (W-DEP-LOJA, O    *
      * MESMO DO SALDEP) - LOTE NOVO NASCE COM A     *
      * NOTA E O FORNECEDOR DA ENTRADA               *
      ***********************************************
       GRAVA-LOTES.
           MOVE 1 TO W-IND-LOTE.
       GRAVA-LOTES-LOOP.
           IF W-IND-LOTE > W-QT-LOTES
              GO TO GRAVA-LOTES-FIM.
           MOVE PCI-PRODUTO          TO LT-PRODUTO
           MOVE W-DEP-LOJA           TO LT-DEPOSITO
           MOVE TL-LOTE (W-IND-LOTE) TO LT-LOTE
           READ SALDLOTE
           IF ST-LOT = "00"
              ADD TL-QTDE (W-IND-LOTE) TO LT-SALDO
              REWRITE REGLOT
           ELSE
              MOVE TL-VALIDADE (W-IND-LOTE) TO LT-VALIDADE
              MOVE TL-QTDE (W-IND-LOTE)     TO LT-SALDO
              MOVE W-HOJE                   TO LT-DATA-ENT
              MOVE PC-FORNECEDOR            TO LT-FORNECEDOR
              MOVE W-NOTA                   TO LT-NOTA
              WRITE REGLOT.
           IF ST-LOT NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO SALDO DO LOTE "
                      TL-LOTE (W-IND-LOTE).
           ADD 1 TO W-IND-LOTE
           GO TO GRAVA-LOTES-LOOP.
       GRAVA-LOTES-FIM.
           EXIT.
      *
      ***********************************************
      * SOMA W-SOMA-DIAS DIAS CORRIDOS A W-VALID     *
      ***********************************************
       SOMA-VALIDADE.
           IF W-SOMA-DIAS = ZEROS
              GO TO SOMA-VALIDADE-FIM.
           PERFORM ULTIMO-DIA-VAL THRU ULTIMO-DIA-VAL-FIM
           ADD 1 TO W-VALID-DIA
           SUBTRACT 1 FROM W-SOMA-DIAS
           IF W-VALID-DIA > W-ULT-DIA
              MOVE 01 TO W-VALID-DIA
              ADD 1 TO W-VALID-MES
              IF W-VALID-MES > 12
                 MOVE 01 TO W-VALID-MES
                 ADD 1 TO W-VALID-ANO.
           GO TO SOMA-VALIDADE.
       SOMA-VALIDADE-FIM.
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
      ***********************************************
      * IDENTIFICACAO DO OPERADOR (CEP001/CEP002,    *
      * PARAGRAFO INC-OP1). A FILIAL DELE DA O       *
      * DEPOSITO DA LOJA DO ESPELHO EM SALDEP        *
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
           MOVE FL-DEPOSITO TO W-DEP-LOJA.
       VALIDA-OPERADOR-FIM.
           EXIT.
      *
                               * 10000 + (MES-MOV * 100) + DIA-MOV.
       CALCULA-HOJE-FIM.
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
       ROT-FIM.
           CLOSE PEDCOMP PEDCITEM PRODUTO MOVIMENT SALDEP SALDLOTE.
           IF W-PL-ABERTO = "S"
              CLOSE PRODLOTE.
           IF W-ALT-ABERTO = "S"
              CLOSE CODALT.
           IF W-FER-ABERTO = "S"
              CLOSE FERIADO.
           DISPLAY "*** ENTRADAS LANCADAS: " W-RECEBIDOS.
           GOBACK.
      *
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      ***********************************************
      * EVENTOS CONTABEIS DA NOTA DE ENTRADA: VALOR  *
      * CONTABIL (ENT) E OS CREDITOS DE IPI (EIP) E  *
      * DE ICMS (EIC) ESCRITURADOS NO LIVENT         *
      ***********************************************
       EVENTOS-ENTRADA.
           MOVE LE-DATA TO CT-DATA
           MOVE SPACE  TO CT-ESTORNO
           MOVE ZEROS  TO CT-CUSTO
           MOVE SPACES TO CT-DOCTO CT-HISTORICO
           STRING "NE " LE-FORNECEDOR " " LE-NOTA
                  DELIMITED BY SIZE INTO CT-DOCTO
           STRING "NF " LE-NOTA " " LE-NOME-FORN
                  DELIMITED BY SIZE INTO CT-HISTORICO
           MOVE "ENT"    TO CT-EVENTO
           MOVE LE-VALOR TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM
           MOVE "EIP"    TO CT-EVENTO
           MOVE LE-IPI   TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM
           MOVE "EIC"    TO CT-EVENTO
           MOVE LE-ICMS  TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM.
       EVENTOS-ENTRADA-FIM.
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
           MOVE "RECEBE" TO CT-ORIGEM
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
       GRAVA-JORNAL.
           MOVE W-OPERADOR      TO JR-OPERADOR
           MOVE "RECEBE"        TO JR-PROGRAMA
           CALL "GRVJORN".
       GRAVA-JORNAL-FIM.
           EXIT.
      *
      ***********************************************
      * PERIODO FECHADO PELO FECHMES (CEP085): A     *
      * DATA EM PP-DATA EM MES JA FECHADO NO MODULO  *
      * DE ESTOQUE NAO RECEBE LANCAMENTO             *
      * (VERPER/CEP137)                              *
      ***********************************************
       CHECA-PERIODO.
           MOVE "N" TO W-PER-FECHADO
           MOVE "EST" TO PP-MODULO
           CALL "VERPER"
           IF PP-SITUACAO = "F"
              MOVE "S" TO W-PER-FECHADO.
       CHECA-PERIODO-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
