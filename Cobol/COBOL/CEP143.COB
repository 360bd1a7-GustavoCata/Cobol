       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCHQ.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CUSTODIA DE CHEQUES PRE-DATADOS - O CHEQUE      *
      * RECEBIDO DO CLIENTE FICA EM CUSTODIA COBRINDO   *
      * ATE 5 PARCELAS DO DUPREC, QUE FICAM MARCADAS    *
      * (DUP-REMESSA = "Q") E SO SAO BAIXADAS QUANDO O  *
      * DEPOSITO DO CHEQUE E CONFIRMADO. A LISTA DO DIA *
      * (CHQDEP.LST) TRAZ OS CHEQUES BONS PARA ATE A    *
      * DATA; O CHEQUE DEVOLVIDO PELO BANCO REABRE AS   *
      * PARCELAS, ESTORNA O EVENTO CONTABIL CHQ E       *
      * BLOQUEIA O CREDITO DO CLIENTE (CONFERE-CREDITO  *
      * DO PEDVENDA/ORCVENDA/IMPPED) ATE SER            *
      * REAPRESENTADO OU RESGATADO                      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CHQCUST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-NUMERO
                    FILE STATUS  IS ST-CHQ
                    ALTERNATE RECORD KEY IS CHQ-CODCLI
                                                      WITH DUPLICATES.
       SELECT DUPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DUP-CHAVE
                    FILE STATUS  IS ST-DUP.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT CTBPEND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTB.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : CHQCUST    - CHEQUES PRE-DATADOS EM CUSTODIA, COM   *
      *                        AS PARCELAS DO DUPREC COBERTAS         *
      * CHAVE 1     : CHQ-NUMERO - NUMERO DA CUSTODIA                 *
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
      *              C = EM CUSTODIA; D = DEPOSITADO (PARCELAS
      *              BAIXADAS); V = DEVOLVIDO PELO BANCO (BLOQUEIA O
      *              CREDITO); R = DEVOLVIDO E RESGATADO PELO CLIENTE;
      *              X = DEVOLVIDO AO CLIENTE ANTES DO DEPOSITO
                03 CHQ-SITUACAO    PIC X(01).
                03 CHQ-OPERADOR    PIC X(10).
                03 CHQ-FILIAL      PIC 9(02).
                03 CHQ-QTDE-PARC   PIC 9(01).
                03 CHQ-PARCELAS OCCURS 5 TIMES.
                   05 CHQ-PC-PEDIDO  PIC 9(06).
                   05 CHQ-PC-PARCELA PIC 9(02).
                   05 CHQ-PC-VALOR   PIC 9(08)V99.
      *
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
      *              S = ENVIADA AO BANCO (REMBANCO/CEP072);
      *              Q = COBERTA POR CHEQUE EM CUSTODIA (CHQCUST)
                03 DUP-REMESSA     PIC X(01).
                03 DUP-MULTA       PIC 9(08)V99.
                03 DUP-JUROS       PIC 9(08)V99.
                03 DUP-RENEG       PIC 9(06).
                03 DUP-MOTIVO      PIC X(30).
                03 DUP-FILIAL      PIC 9(02).
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
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "CHQDEP.LST".
       01 LINHA-REL            PIC X(100).
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
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 ST-CHQ       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-MODO       PIC 9(01) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-NUMERO     PIC 9(06) VALUE ZEROS.
       77 W-PEDIDO     PIC 9(06) VALUE ZEROS.
       77 W-PARCELA    PIC 9(02) VALUE ZEROS.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-SALDO      PIC 9(08)V99 VALUE ZEROS.
       77 W-SALDO-TOT  PIC 9(09)V99 VALUE ZEROS.
       77 W-RESTANTE   PIC 9(08)V99 VALUE ZEROS.
       77 W-DATA       PIC 9(08) VALUE ZEROS.
       77 W-DATA-LIM   PIC 9(08) VALUE ZEROS.
       77 W-ALINEA     PIC 9(02) VALUE ZEROS.
       77 W-IND        PIC 9(01) VALUE ZEROS.
       77 W-IND2       PIC 9(01) VALUE ZEROS.
       77 W-PROX-CHQ   PIC 9(06) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-PODE       PIC X(01) VALUE "S".
      *              *** CUSTODIA COMPLETA (CHQCUST.DAT) GUARDADA ***
      *              *** ENQUANTO AS PARCELAS SAO CONFERIDAS       ***
       01 W-CHQ-SALVO  PIC X(213) VALUE SPACES.
      *              *** FILIAL DO OPERADOR (CEP141/LEFIL) E DA  ***
      *              *** LISTA DE DEPOSITO (ZERO = TODAS)        ***
       77 W-FIL-OPER   PIC 9(02) VALUE ZEROS.
       77 W-FIL-REL    PIC 9(02) VALUE ZEROS.
       77 W-FIL-CHQ    PIC 9(02) VALUE ZEROS.
      *              *** CONTADORES DA RODADA ***
       77 W-RECEBIDOS  PIC 9(05) VALUE ZEROS.
       77 W-DEPOSITADOS PIC 9(05) VALUE ZEROS.
       77 W-DEVOLVIDOS PIC 9(05) VALUE ZEROS.
       77 W-RENEGOCIADAS PIC 9(01) VALUE ZEROS.
       77 W-QTDE-LIS   PIC 9(05) VALUE ZEROS.
       77 W-TOT-LIS    PIC 9(10)V99 VALUE ZEROS.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
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
      *              *** LISTA DE DEPOSITO (CHQDEP.LST) ***
       01 CAB1.
           03 FILLER      PIC X(44)
             VALUE "CHEQUES PRE-DATADOS A DEPOSITAR - BONS ATE ".
           03 CAB1-DATA   PIC 9(08).
           03 FILLER      PIC X(10) VALUE "  FILIAL: ".
           03 CAB1-FIL    PIC X(05).
       01 DET-TITULO.
           03 FILLER      PIC X(07) VALUE "CUSTOD ".
           03 FILLER      PIC X(26) VALUE "CLIENTE".
           03 FILLER      PIC X(04) VALUE "BCO ".
           03 FILLER      PIC X(05) VALUE "AGEN ".
           03 FILLER      PIC X(11) VALUE "CONTA".
           03 FILLER      PIC X(07) VALUE "CHEQUE ".
           03 FILLER      PIC X(09) VALUE "BOM PARA ".
           03 FILLER      PIC X(13) VALUE "        VALOR".
       01 DET.
           03 DET-NUM     PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-CLI     PIC X(25).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-BCO     PIC 9(03).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-AGE     PIC 9(04).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-CTA     PIC X(10).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-CHQ     PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-BOM     PIC 9(08).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-VALOR   PIC ZZ.ZZZ.ZZ9,99.
       01 TOT-LIN.
           03 FILLER      PIC X(26) VALUE "TOTAL A DEPOSITAR - QTDE: ".
           03 TOT-QTDE    PIC ZZZZ9.
           03 FILLER      PIC X(46) VALUE SPACES.
           03 TOT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CUSTODIA DE CHEQUES PRE-DATADOS ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           OPEN I-O DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "*** NAO HA DUPLICATAS GERADAS (DUPREC.DAT) ***"
              GOBACK.
           OPEN I-O CHQCUST
           IF ST-CHQ NOT = "00"
              OPEN OUTPUT CHQCUST
              CLOSE CHQCUST
              OPEN I-O CHQCUST.
           IF ST-CHQ NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CHQCUST.DAT - ST " ST-CHQ
              CLOSE DUPREC
              GOBACK.
      *
       CHQ-000.
           DISPLAY "1=RECEBER CHEQUE  2=LISTA DE DEPOSITO  "
                   "3=CONFIRMAR DEPOSITO".
           DISPLAY "4=DEVOLUCAO DO BANCO  5=REAPRESENTAR/RESGATAR  "
                   "6=DEVOLVER AO CLIENTE".
           DISPLAY "OPCAO (0 = ENCERRAR) : ".
           ACCEPT W-MODO.
           IF W-MODO = 0
              GO TO ROT-FIM.
           IF W-MODO = 1
              GO TO REC-001.
           IF W-MODO = 2
              PERFORM LISTA-DEPOSITO THRU LISTA-DEPOSITO-FIM
              GO TO CHQ-000.
           IF W-MODO = 3
              GO TO DEP-001.
           IF W-MODO = 4
              GO TO DEV-001.
           IF W-MODO = 5
              GO TO REG-001.
           IF W-MODO = 6
              GO TO DCL-001.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO CHQ-000.
      *
      ***********************************************
      * RECEBIMENTO DO CHEQUE: AS PARCELAS EM ABERTO *
      * DO MESMO CLIENTE (FORA DA COBRANCA BANCARIA  *
      * E DE OUTRO CHEQUE) E DEPOIS OS DADOS DO      *
      * CHEQUE. O VALOR COBRE AS PARCELAS NA ORDEM   *
      * DIGITADA; SO A ULTIMA PODE FICAR COBERTA EM  *
      * PARTE E A QUE NAO RECEBE NADA SAI DA LISTA   *
      ***********************************************
       REC-001.
           MOVE SPACES TO REGCHQ
           MOVE ZEROS  TO CHQ-QTDE-PARC W-SALDO-TOT W-IND.
       REC-01A.
           ADD 1 TO W-IND
           IF W-IND > 5
              GO TO REC-002.
           MOVE ZEROS TO CHQ-PC-PEDIDO (W-IND) CHQ-PC-PARCELA (W-IND)
                         CHQ-PC-VALOR (W-IND)
           GO TO REC-01A.
       REC-002.
           DISPLAY "PEDIDO DA PARCELA (0 = FIM DAS PARCELAS) : ".
           ACCEPT W-PEDIDO.
           IF W-PEDIDO = ZEROS
              IF CHQ-QTDE-PARC = ZEROS
                 GO TO CHQ-000
              ELSE
                 GO TO REC-003.
           DISPLAY "PARCELA : ".
           ACCEPT W-PARCELA.
           MOVE W-PEDIDO  TO DUP-PEDIDO
           MOVE W-PARCELA TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "*** PARCELA NAO ENCONTRADA ***"
              GO TO REC-002.
           IF DUP-SITUACAO NOT = "A"
              DISPLAY "*** PARCELA NAO ESTA EM ABERTO ***"
              GO TO REC-002.
           IF DUP-REMESSA = "S"
              DISPLAY "*** PARCELA EM COBRANCA BANCARIA ***"
              GO TO REC-002.
           IF DUP-REMESSA = "Q"
              DISPLAY "*** PARCELA JA COBERTA POR CHEQUE EM "
                      "CUSTODIA ***"
              GO TO REC-002.
           IF CHQ-QTDE-PARC NOT = ZEROS
              IF DUP-CODCLI NOT = CHQ-CODCLI
                 DISPLAY "*** PARCELA DE OUTRO CLIENTE ***"
                 GO TO REC-002.
           PERFORM CONFERE-REPETIDA THRU CONFERE-REPETIDA-FIM
           IF W-ACHOU = "S"
              DISPLAY "*** PARCELA JA INFORMADA NESTE CHEQUE ***"
              GO TO REC-002.
           IF CHQ-QTDE-PARC = ZEROS
              MOVE DUP-CODCLI  TO CHQ-CODCLI
              MOVE DUP-CLIENTE TO CHQ-CLIENTE
              MOVE DUP-FILIAL  TO CHQ-FILIAL
              IF CHQ-FILIAL = ZEROS
                 MOVE 01 TO CHQ-FILIAL.
           ADD 1 TO CHQ-QTDE-PARC
           MOVE CHQ-QTDE-PARC TO W-IND
           MOVE DUP-PEDIDO  TO CHQ-PC-PEDIDO (W-IND)
           MOVE DUP-PARCELA TO CHQ-PC-PARCELA (W-IND)
           COMPUTE CHQ-PC-VALOR (W-IND) = DUP-VALOR - DUP-PAGO
           ADD CHQ-PC-VALOR (W-IND) TO W-SALDO-TOT
           DISPLAY "CLIENTE: " DUP-CLIENTE "  VENC " DUP-VENCIMENTO
                   "  SALDO " CHQ-PC-VALOR (W-IND).
           IF CHQ-QTDE-PARC < 5
              GO TO REC-002.
           DISPLAY "*** LIMITE DE 5 PARCELAS POR CHEQUE ***".
       REC-003.
           DISPLAY "SALDO DAS PARCELAS: " W-SALDO-TOT.
           DISPLAY "BANCO : ".
           ACCEPT CHQ-BANCO.
           DISPLAY "AGENCIA : ".
           ACCEPT CHQ-AGENCIA.
           DISPLAY "CONTA : ".
           ACCEPT CHQ-CONTA.
           DISPLAY "NUMERO DO CHEQUE : ".
           ACCEPT CHQ-CHEQUE.
           IF CHQ-BANCO = ZEROS OR CHQ-CHEQUE = ZEROS
              DISPLAY "*** BANCO E NUMERO DO CHEQUE SAO "
                      "OBRIGATORIOS ***"
              GO TO REC-003.
       REC-004.
           DISPLAY "VALOR DO CHEQUE (0 = SALDO DAS PARCELAS) : ".
           ACCEPT CHQ-VALOR.
           IF CHQ-VALOR = ZEROS
              MOVE W-SALDO-TOT TO CHQ-VALOR.
           IF CHQ-VALOR > W-SALDO-TOT
              DISPLAY "*** VALOR MAIOR QUE O SALDO DAS PARCELAS ***"
              GO TO REC-004.
       REC-005.
           DISPLAY "BOM PARA (AAAAMMDD, 0 = HOJE) : ".
           ACCEPT CHQ-BOM-PARA.
           IF CHQ-BOM-PARA = ZEROS
              MOVE W-HOJE TO CHQ-BOM-PARA.
           IF CHQ-BOM-PARA < W-HOJE
              DISPLAY "*** DATA ANTERIOR A HOJE ***"
              GO TO REC-005.
           PERFORM RATEIA-CHEQUE THRU RATEIA-CHEQUE-FIM
           DISPLAY "CONFIRMA A CUSTODIA (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CHEQUE NAO REGISTRADO ***"
              GO TO CHQ-000.
           MOVE REGCHQ TO W-CHQ-SALVO
           PERFORM BUSCA-PROX-CHQ THRU BUSCA-PROX-CHQ-FIM
           MOVE W-CHQ-SALVO TO REGCHQ
           MOVE W-PROX-CHQ TO CHQ-NUMERO
           MOVE W-HOJE     TO CHQ-RECEBIDO
           MOVE ZEROS      TO CHQ-DEPOSITO CHQ-DEVOLUCAO CHQ-ALINEA
           MOVE "C"        TO CHQ-SITUACAO
           MOVE W-OPERADOR TO CHQ-OPERADOR
           WRITE REGCHQ
           IF ST-CHQ NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CHQCUST.DAT - ST " ST-CHQ
              GO TO CHQ-000.
           PERFORM MARCA-PARCELAS THRU MARCA-PARCELAS-FIM
           ADD 1 TO W-RECEBIDOS
           DISPLAY "*** CHEQUE EM CUSTODIA NUMERO " CHQ-NUMERO " ***".
           GO TO CHQ-000.
      *
      ***********************************************
      * W-ACHOU = S QUANDO A PARCELA LIDA JA ESTA NA *
      * LISTA DO CHEQUE EM DIGITACAO                 *
      ***********************************************
       CONFERE-REPETIDA.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IND2.
       CONFERE-REPETIDA-LOOP.
           ADD 1 TO W-IND2
           IF W-IND2 > CHQ-QTDE-PARC
              GO TO CONFERE-REPETIDA-FIM.
           IF CHQ-PC-PEDIDO (W-IND2) = DUP-PEDIDO
              AND CHQ-PC-PARCELA (W-IND2) = DUP-PARCELA
              MOVE "S" TO W-ACHOU
              GO TO CONFERE-REPETIDA-FIM.
           GO TO CONFERE-REPETIDA-LOOP.
       CONFERE-REPETIDA-FIM.
           EXIT.
      *
      ***********************************************
      * DISTRIBUI O VALOR DO CHEQUE PELAS PARCELAS,  *
      * NA ORDEM: CADA UMA LEVA O SEU SALDO ATE O    *
      * VALOR ACABAR. A PARCELA QUE NAO RECEBE NADA  *
      * FICA FORA DO CHEQUE (CHQ-QTDE-PARC)          *
      ***********************************************
       RATEIA-CHEQUE.
           MOVE CHQ-VALOR TO W-RESTANTE
           MOVE ZEROS TO W-IND W-IND2.
       RATEIA-CHEQUE-LOOP.
           ADD 1 TO W-IND
           IF W-IND > CHQ-QTDE-PARC
              GO TO RATEIA-CHEQUE-QTDE.
           IF W-RESTANTE = ZEROS
              DISPLAY "PARCELA " CHQ-PC-PEDIDO (W-IND) "/"
                      CHQ-PC-PARCELA (W-IND) " FICA FORA DO CHEQUE"
              MOVE ZEROS TO CHQ-PC-PEDIDO (W-IND)
                            CHQ-PC-PARCELA (W-IND)
                            CHQ-PC-VALOR (W-IND)
              GO TO RATEIA-CHEQUE-LOOP.
           IF CHQ-PC-VALOR (W-IND) > W-RESTANTE
              MOVE W-RESTANTE TO CHQ-PC-VALOR (W-IND).
           SUBTRACT CHQ-PC-VALOR (W-IND) FROM W-RESTANTE
           MOVE W-IND TO W-IND2
           DISPLAY "PARCELA " CHQ-PC-PEDIDO (W-IND) "/"
                   CHQ-PC-PARCELA (W-IND) " COBERTA: "
                   CHQ-PC-VALOR (W-IND)
           GO TO RATEIA-CHEQUE-LOOP.
       RATEIA-CHEQUE-QTDE.
           MOVE W-IND2 TO CHQ-QTDE-PARC.
       RATEIA-CHEQUE-FIM.
           EXIT.
      *
      ***********************************************
      * PROXIMO NUMERO DE CUSTODIA = MAIOR NUMERO DO *
      * CHQCUST + 1, COMO O BUSCA-PROX-FAT DA FATURA *
      ***********************************************
       BUSCA-PROX-CHQ.
           MOVE ZEROS TO W-PROX-CHQ CHQ-NUMERO
           START CHQCUST KEY IS NOT LESS CHQ-NUMERO
                 INVALID KEY GO TO BUSCA-PROX-CHQ-SOMA.
       BUSCA-PROX-CHQ-LER.
           READ CHQCUST NEXT
           IF ST-CHQ NOT = "00"
              GO TO BUSCA-PROX-CHQ-SOMA.
           MOVE CHQ-NUMERO TO W-PROX-CHQ
           GO TO BUSCA-PROX-CHQ-LER.
       BUSCA-PROX-CHQ-SOMA.
           ADD 1 TO W-PROX-CHQ.
       BUSCA-PROX-CHQ-FIM.
           EXIT.
      *
      ***********************************************
      * MARCA AS PARCELAS DO CHEQUE COMO COBERTAS    *
      * (DUP-REMESSA = Q): FICAM FORA DA BAIXA, DA   *
      * REMESSA BANCARIA E DA RENEGOCIACAO ATE O     *
      * DEPOSITO OU A DEVOLUCAO DO CHEQUE            *
      ***********************************************
       MARCA-PARCELAS.
           MOVE ZEROS TO W-IND.
       MARCA-PARCELAS-LOOP.
           ADD 1 TO W-IND
           IF W-IND > CHQ-QTDE-PARC
              GO TO MARCA-PARCELAS-FIM.
           MOVE CHQ-PC-PEDIDO (W-IND)  TO DUP-PEDIDO
           MOVE CHQ-PC-PARCELA (W-IND) TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "*** PARCELA " DUP-PEDIDO "/" DUP-PARCELA
                      " NAO ENCONTRADA ***"
              GO TO MARCA-PARCELAS-LOOP.
           MOVE "Q" TO DUP-REMESSA
           PERFORM REGRAVA-DUP THRU REGRAVA-DUP-FIM
           GO TO MARCA-PARCELAS-LOOP.
       MARCA-PARCELAS-FIM.
           EXIT.
      *
      ***********************************************
      * LISTA DE DEPOSITO DO DIA (CHQDEP.LST): OS    *
      * CHEQUES EM CUSTODIA BONS PARA ATE A DATA,    *
      * DA FILIAL PEDIDA (ZERO = TODAS), COM O TOTAL *
      ***********************************************
       LISTA-DEPOSITO.
           PERFORM PEDE-FILTRO THRU PEDE-FILTRO-FIM
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CHQDEP.LST"
              GO TO LISTA-DEPOSITO-FIM.
           MOVE W-DATA-LIM TO CAB1-DATA
           IF W-FIL-REL = ZEROS
              MOVE "TODAS" TO CAB1-FIL
           ELSE
              MOVE W-FIL-REL TO CAB1-FIL.
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-QTDE-LIS W-TOT-LIS CHQ-NUMERO
           START CHQCUST KEY IS NOT LESS CHQ-NUMERO
                 INVALID KEY GO TO LISTA-DEPOSITO-TOTAL.
       LISTA-DEPOSITO-LER.
           READ CHQCUST NEXT
           IF ST-CHQ NOT = "00"
              GO TO LISTA-DEPOSITO-TOTAL.
           PERFORM CHEQUE-A-DEPOSITAR THRU CHEQUE-A-DEPOSITAR-FIM
           IF W-PODE NOT = "S"
              GO TO LISTA-DEPOSITO-LER.
           MOVE CHQ-NUMERO   TO DET-NUM
           MOVE CHQ-CLIENTE  TO DET-CLI
           MOVE CHQ-BANCO    TO DET-BCO
           MOVE CHQ-AGENCIA  TO DET-AGE
           MOVE CHQ-CONTA    TO DET-CTA
           MOVE CHQ-CHEQUE   TO DET-CHQ
           MOVE CHQ-BOM-PARA TO DET-BOM
           MOVE CHQ-VALOR    TO DET-VALOR
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTDE-LIS
           ADD CHQ-VALOR TO W-TOT-LIS
           GO TO LISTA-DEPOSITO-LER.
       LISTA-DEPOSITO-TOTAL.
           MOVE W-QTDE-LIS TO TOT-QTDE
           MOVE W-TOT-LIS  TO TOT-VALOR
           MOVE TOT-LIN TO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELATORIO
           DISPLAY "*** LISTA GERADA: CHQDEP.LST - " W-QTDE-LIS
                   " CHEQUES ***".
       LISTA-DEPOSITO-FIM.
           EXIT.
      *
      ***********************************************
      * DATA LIMITE (BOM PARA) E FILIAL DA LISTA E   *
      * DA CONFIRMACAO DO DEPOSITO                   *
      ***********************************************
       PEDE-FILTRO.
           DISPLAY "CHEQUES BONS PARA ATE (AAAAMMDD, 0 = HOJE) : ".
           ACCEPT W-DATA-LIM.
           IF W-DATA-LIM = ZEROS
              MOVE W-HOJE TO W-DATA-LIM.
           DISPLAY "FILIAL (0 = TODAS) : ".
           ACCEPT W-FIL-REL.
       PEDE-FILTRO-FIM.
           EXIT.
      *
      ***********************************************
      * W-PODE = S QUANDO O CHEQUE LIDO ESTA EM      *
      * CUSTODIA, BOM PARA ATE W-DATA-LIM E NA       *
      * FILIAL PEDIDA (ZERO NO CHEQUE VALE 01)       *
      ***********************************************
       CHEQUE-A-DEPOSITAR.
           MOVE "N" TO W-PODE
           IF CHQ-SITUACAO NOT = "C"
              GO TO CHEQUE-A-DEPOSITAR-FIM.
           IF CHQ-BOM-PARA > W-DATA-LIM
              GO TO CHEQUE-A-DEPOSITAR-FIM.
           MOVE CHQ-FILIAL TO W-FIL-CHQ
           IF W-FIL-CHQ = ZEROS
              MOVE 01 TO W-FIL-CHQ.
           IF W-FIL-REL NOT = ZEROS AND W-FIL-CHQ NOT = W-FIL-REL
              GO TO CHEQUE-A-DEPOSITAR-FIM.
           MOVE "S" TO W-PODE.
       CHEQUE-A-DEPOSITAR-FIM.
           EXIT.
      *
      ***********************************************
      * CONFIRMACAO DO DEPOSITO: PERCORRE OS CHEQUES *
      * DA LISTA E O OPERADOR CONFIRMA UM A UM. O    *
      * DEPOSITADO BAIXA AS PARCELAS PELA PARTE QUE  *
      * CADA UMA TEM NO CHEQUE E GRAVA O EVENTO CHQ  *
      ***********************************************
       DEP-001.
           PERFORM PEDE-FILTRO THRU PEDE-FILTRO-FIM.
       DEP-002.
           DISPLAY "DATA DO DEPOSITO (0 = HOJE) : ".
           ACCEPT W-DATA.
           IF W-DATA = ZEROS
              MOVE W-HOJE TO W-DATA.
           MOVE W-DATA TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - DATA NAO PERMITIDA ***"
              GO TO DEP-002.
           MOVE ZEROS TO CHQ-NUMERO
           START CHQCUST KEY IS NOT LESS CHQ-NUMERO
                 INVALID KEY GO TO DEP-FIM.
       DEP-003.
           READ CHQCUST NEXT
           IF ST-CHQ NOT = "00"
              GO TO DEP-FIM.
           PERFORM CHEQUE-A-DEPOSITAR THRU CHEQUE-A-DEPOSITAR-FIM
           IF W-PODE NOT = "S"
              GO TO DEP-003.
           DISPLAY "CUSTODIA " CHQ-NUMERO " " CHQ-CLIENTE.
           DISPLAY "  BANCO " CHQ-BANCO " AG " CHQ-AGENCIA " CONTA "
                   CHQ-CONTA " CHEQUE " CHQ-CHEQUE.
           DISPLAY "  BOM PARA " CHQ-BOM-PARA "  VALOR " CHQ-VALOR.
       DEP-004.
           DISPLAY "DEPOSITADO (S/N, F = FIM) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO = "F" OR "f"
              GO TO DEP-FIM.
           IF W-OPCAO = "N" OR "n"
              GO TO DEP-003.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO DEP-004.
           MOVE ZEROS TO W-IND.
       DEP-005.
           ADD 1 TO W-IND
           IF W-IND > CHQ-QTDE-PARC
              GO TO DEP-006.
           MOVE CHQ-PC-PEDIDO (W-IND)  TO DUP-PEDIDO
           MOVE CHQ-PC-PARCELA (W-IND) TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "*** PARCELA " DUP-PEDIDO "/" DUP-PARCELA
                      " NAO ENCONTRADA - VERIFICAR ***"
              GO TO DEP-005.
           IF DUP-SITUACAO NOT = "A"
              DISPLAY "*** PARCELA " DUP-PEDIDO "/" DUP-PARCELA
                      " NAO ESTA MAIS EM ABERTO - VERIFICAR ***"
              GO TO DEP-005.
           ADD CHQ-PC-VALOR (W-IND) TO DUP-PAGO
           MOVE W-DATA TO DUP-DATA-PAGTO
           IF DUP-PAGO NOT < DUP-VALOR
              MOVE "P" TO DUP-SITUACAO.
           MOVE SPACE TO DUP-REMESSA
           PERFORM REGRAVA-DUP THRU REGRAVA-DUP-FIM
           GO TO DEP-005.
       DEP-006.
           MOVE "D"    TO CHQ-SITUACAO
           MOVE W-DATA TO CHQ-DEPOSITO
           PERFORM REGRAVA-CHQ THRU REGRAVA-CHQ-FIM
           MOVE W-DATA TO CT-DATA
           MOVE SPACE  TO CT-ESTORNO
           PERFORM EVENTO-CHEQUE THRU EVENTO-CHEQUE-FIM
           ADD 1 TO W-DEPOSITADOS
           DISPLAY "*** DEPOSITO CONFIRMADO - PARCELAS BAIXADAS ***"
           GO TO DEP-003.
       DEP-FIM.
           GO TO CHQ-000.
      *
      ***********************************************
      * CHEQUE DEVOLVIDO PELO BANCO (ALINEA): AS     *
      * PARCELAS VOLTAM A FICAR EM ABERTO PELA PARTE *
      * QUE O CHEQUE TINHA BAIXADO, O EVENTO CHQ E   *
      * ESTORNADO E O CLIENTE FICA COM O CREDITO     *
      * BLOQUEADO ATE O CHEQUE SER REGULARIZADO      *
      ***********************************************
       DEV-001.
           DISPLAY "NUMERO DA CUSTODIA (0 = VOLTAR) : ".
           ACCEPT W-NUMERO.
           IF W-NUMERO = ZEROS
              GO TO CHQ-000.
           PERFORM LE-CHEQUE THRU LE-CHEQUE-FIM
           IF ST-CHQ NOT = "00"
              GO TO DEV-001.
           IF CHQ-SITUACAO NOT = "D"
              DISPLAY "*** CHEQUE NAO ESTA DEPOSITADO ***"
              GO TO DEV-001.
       DEV-002.
           DISPLAY "ALINEA DA DEVOLUCAO : ".
           ACCEPT W-ALINEA.
           IF W-ALINEA = ZEROS
              DISPLAY "*** ALINEA E OBRIGATORIA ***"
              GO TO DEV-002.
       DEV-003.
           DISPLAY "DATA DA DEVOLUCAO (0 = HOJE) : ".
           ACCEPT W-DATA.
           IF W-DATA = ZEROS
              MOVE W-HOJE TO W-DATA.
           IF W-DATA < CHQ-DEPOSITO
              DISPLAY "*** DATA ANTERIOR AO DEPOSITO " CHQ-DEPOSITO
                      " ***"
              GO TO DEV-003.
           MOVE W-DATA TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - DATA NAO PERMITIDA ***"
              GO TO DEV-003.
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO DEV-001.
           MOVE ZEROS TO W-IND W-RENEGOCIADAS.
       DEV-004.
           ADD 1 TO W-IND
           IF W-IND > CHQ-QTDE-PARC
              GO TO DEV-005.
           MOVE CHQ-PC-PEDIDO (W-IND)  TO DUP-PEDIDO
           MOVE CHQ-PC-PARCELA (W-IND) TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "*** PARCELA " DUP-PEDIDO "/" DUP-PARCELA
                      " NAO ENCONTRADA - VERIFICAR ***"
              GO TO DEV-004.
      *              RENEGOCIADA (RENEGOC/CEP102) DEPOIS DO DEPOSITO:
      *              A DIVIDA JA ESTA NO PLANO NOVO E REABRIR A
      *              ORIGINAL A CONTARIA DUAS VEZES - FICA COMO ESTA
      *              PARA ACERTO MANUAL
           IF DUP-SITUACAO = "C"
              ADD 1 TO W-RENEGOCIADAS
              DISPLAY "*** PARCELA " DUP-PEDIDO "/" DUP-PARCELA
                      " RENEGOCIADA NO PLANO " DUP-RENEG
                      " - NAO REABERTA ***"
              GO TO DEV-004.
           IF DUP-PAGO > CHQ-PC-VALOR (W-IND)
              SUBTRACT CHQ-PC-VALOR (W-IND) FROM DUP-PAGO
           ELSE
              MOVE ZEROS TO DUP-PAGO.
           MOVE "A"   TO DUP-SITUACAO
           IF DUP-PAGO = ZEROS
              MOVE ZEROS TO DUP-DATA-PAGTO.
           MOVE SPACE TO DUP-REMESSA
           PERFORM REGRAVA-DUP THRU REGRAVA-DUP-FIM
           DISPLAY "PARCELA " DUP-PEDIDO "/" DUP-PARCELA
                   " REABERTA - SALDO " DUP-VALOR " PAGO " DUP-PAGO
           GO TO DEV-004.
       DEV-005.
           MOVE "V"      TO CHQ-SITUACAO
           MOVE W-DATA   TO CHQ-DEVOLUCAO
           MOVE W-ALINEA TO CHQ-ALINEA
           PERFORM REGRAVA-CHQ THRU REGRAVA-CHQ-FIM
           MOVE W-DATA TO CT-DATA
           MOVE "S"    TO CT-ESTORNO
           PERFORM EVENTO-CHEQUE THRU EVENTO-CHEQUE-FIM
           ADD 1 TO W-DEVOLVIDOS
           DISPLAY "*** CHEQUE DEVOLVIDO - CREDITO DO CLIENTE "
                   "BLOQUEADO ***"
           IF W-RENEGOCIADAS NOT = ZEROS
              DISPLAY "*** " W-RENEGOCIADAS " PARCELA(S) RENEGOCIADA(S)"
                      " - ACERTAR A PARTE DO CHEQUE NO PLANO DE "
                      "RENEGOCIACAO ***".
           GO TO DEV-001.
      *
      ***********************************************
      * CHEQUE DEVOLVIDO: REAPRESENTADO (VOLTA PARA  *
      * A CUSTODIA COM NOVO BOM PARA, SE AS PARCELAS *
      * AINDA ESTAO EM ABERTO COM SALDO PARA A PARTE *
      * DO CHEQUE) OU RESGATADO PELO CLIENTE, QUE    *
      * PAGOU A DIVIDA DE OUTRA FORMA NA BAIXADUP    *
      ***********************************************
       REG-001.
           DISPLAY "NUMERO DA CUSTODIA (0 = VOLTAR) : ".
           ACCEPT W-NUMERO.
           IF W-NUMERO = ZEROS
              GO TO CHQ-000.
           PERFORM LE-CHEQUE THRU LE-CHEQUE-FIM
           IF ST-CHQ NOT = "00"
              GO TO REG-001.
           IF CHQ-SITUACAO NOT = "V"
              DISPLAY "*** CHEQUE NAO ESTA DEVOLVIDO ***"
              GO TO REG-001.
           DISPLAY "DEVOLVIDO EM " CHQ-DEVOLUCAO " ALINEA "
                   CHQ-ALINEA.
       REG-002.
           DISPLAY "1=REAPRESENTAR  2=RESGATADO PELO CLIENTE  "
                   "0=VOLTAR : ".
           ACCEPT W-MODO.
           IF W-MODO = 0
              GO TO REG-001.
           IF W-MODO = 2
              MOVE "R" TO CHQ-SITUACAO
              PERFORM REGRAVA-CHQ THRU REGRAVA-CHQ-FIM
              DISPLAY "*** CHEQUE RESGATADO ***"
              GO TO REG-001.
           IF W-MODO NOT = 1
              GO TO REG-002.
           PERFORM CONFERE-REAPRESENTA THRU CONFERE-REAPRESENTA-FIM
           IF W-PODE NOT = "S"
              DISPLAY "*** CHEQUE NAO PODE SER REAPRESENTADO ***"
              GO TO REG-001.
       REG-003.
           DISPLAY "NOVO BOM PARA (AAAAMMDD, 0 = HOJE) : ".
           ACCEPT W-DATA.
           IF W-DATA = ZEROS
              MOVE W-HOJE TO W-DATA.
           IF W-DATA < W-HOJE
              DISPLAY "*** DATA ANTERIOR A HOJE ***"
              GO TO REG-003.
           MOVE W-DATA TO CHQ-BOM-PARA
           MOVE ZEROS  TO CHQ-DEPOSITO
           MOVE "C"    TO CHQ-SITUACAO
           PERFORM REGRAVA-CHQ THRU REGRAVA-CHQ-FIM
           PERFORM MARCA-PARCELAS THRU MARCA-PARCELAS-FIM
           DISPLAY "*** CHEQUE DE VOLTA A CUSTODIA ***"
           GO TO REG-001.
      *
      ***********************************************
      * W-PODE = S QUANDO TODAS AS PARCELAS DO       *
      * CHEQUE CONTINUAM EM ABERTO, FORA DE OUTRO    *
      * CHEQUE E DA COBRANCA BANCARIA, COM SALDO QUE *
      * COMPORTA A PARTE DO CHEQUE                   *
      ***********************************************
       CONFERE-REAPRESENTA.
           MOVE "S" TO W-PODE
           MOVE ZEROS TO W-IND.
       CONFERE-REAPRESENTA-LOOP.
           ADD 1 TO W-IND
           IF W-IND > CHQ-QTDE-PARC
              GO TO CONFERE-REAPRESENTA-FIM.
           MOVE CHQ-PC-PEDIDO (W-IND)  TO DUP-PEDIDO
           MOVE CHQ-PC-PARCELA (W-IND) TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP NOT = "00"
              MOVE "N" TO W-PODE
              GO TO CONFERE-REAPRESENTA-FIM.
           COMPUTE W-SALDO = DUP-VALOR - DUP-PAGO
           IF DUP-SITUACAO NOT = "A" OR DUP-REMESSA = "S" OR "Q"
              OR W-SALDO < CHQ-PC-VALOR (W-IND)
              DISPLAY "PARCELA " DUP-PEDIDO "/" DUP-PARCELA
                      " SIT " DUP-SITUACAO " SALDO " W-SALDO
              MOVE "N" TO W-PODE
              GO TO CONFERE-REAPRESENTA-FIM.
           GO TO CONFERE-REAPRESENTA-LOOP.
       CONFERE-REAPRESENTA-FIM.
           EXIT.
      *
      ***********************************************
      * CHEQUE DEVOLVIDO AO CLIENTE ANTES DO         *
      * DEPOSITO: AS PARCELAS SAEM DA CUSTODIA E     *
      * VOLTAM PARA A BAIXA NORMAL                   *
      ***********************************************
       DCL-001.
           DISPLAY "NUMERO DA CUSTODIA (0 = VOLTAR) : ".
           ACCEPT W-NUMERO.
           IF W-NUMERO = ZEROS
              GO TO CHQ-000.
           PERFORM LE-CHEQUE THRU LE-CHEQUE-FIM
           IF ST-CHQ NOT = "00"
              GO TO DCL-001.
           IF CHQ-SITUACAO NOT = "C"
              DISPLAY "*** CHEQUE NAO ESTA EM CUSTODIA ***"
              GO TO DCL-001.
           DISPLAY "CONFIRMA A DEVOLUCAO AO CLIENTE (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO DCL-001.
           MOVE ZEROS TO W-IND.
       DCL-002.
           ADD 1 TO W-IND
           IF W-IND > CHQ-QTDE-PARC
              GO TO DCL-003.
           MOVE CHQ-PC-PEDIDO (W-IND)  TO DUP-PEDIDO
           MOVE CHQ-PC-PARCELA (W-IND) TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP NOT = "00"
              GO TO DCL-002.
           IF DUP-REMESSA NOT = "Q"
              GO TO DCL-002.
           MOVE SPACE TO DUP-REMESSA
           PERFORM REGRAVA-DUP THRU REGRAVA-DUP-FIM
           GO TO DCL-002.
       DCL-003.
           MOVE "X" TO CHQ-SITUACAO
           PERFORM REGRAVA-CHQ THRU REGRAVA-CHQ-FIM
           DISPLAY "*** CHEQUE DEVOLVIDO AO CLIENTE - PARCELAS "
                   "LIBERADAS ***"
           GO TO DCL-001.
      *
      ***********************************************
      * LE A CUSTODIA W-NUMERO E MOSTRA O CHEQUE     *
      ***********************************************
       LE-CHEQUE.
           MOVE W-NUMERO TO CHQ-NUMERO
           READ CHQCUST
           IF ST-CHQ NOT = "00"
              DISPLAY "*** CUSTODIA NAO ENCONTRADA ***"
              GO TO LE-CHEQUE-FIM.
           DISPLAY "CLIENTE: " CHQ-CODCLI " " CHQ-CLIENTE.
           DISPLAY "BANCO " CHQ-BANCO " AG " CHQ-AGENCIA " CONTA "
                   CHQ-CONTA " CHEQUE " CHQ-CHEQUE.
           DISPLAY "VALOR " CHQ-VALOR " BOM PARA " CHQ-BOM-PARA
                   " SITUACAO " CHQ-SITUACAO.
       LE-CHEQUE-FIM.
           EXIT.
      *
       REGRAVA-DUP.
           REWRITE REGDUP
           IF ST-DUP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA DUPLICATA " DUP-PEDIDO
                      "/" DUP-PARCELA
              GO TO REGRAVA-DUP-FIM.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-DUPREC THRU JORNAL-DUPREC-FIM.
       REGRAVA-DUP-FIM.
           EXIT.
      *
       REGRAVA-CHQ.
           REWRITE REGCHQ
           IF ST-CHQ NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO CHQCUST.DAT - ST " ST-CHQ.
       REGRAVA-CHQ-FIM.
           EXIT.
      *
      ***********************************************
      * IDENTIFICACAO DO OPERADOR (CEP001/CEP002,    *
      * PARAGRAFO INC-OP1) E DA SUA FILIAL           *
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
           MOVE OPER-FILIAL TO FL-CODIGO
           CLOSE CADOPER
           CALL "LEFIL"
           IF FL-SITUACAO = "N" OR "I"
              DISPLAY "*** FILIAL DO OPERADOR INATIVA OU SEM "
                      "CADASTRO ***"
              GOBACK.
           MOVE FL-CODIGO TO W-FIL-OPER.
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
           CLOSE DUPREC CHQCUST.
           DISPLAY "*** CHEQUES RECEBIDOS.....: " W-RECEBIDOS.
           DISPLAY "*** DEPOSITOS CONFIRMADOS.: " W-DEPOSITADOS.
           DISPLAY "*** CHEQUES DEVOLVIDOS....: " W-DEVOLVIDOS.
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
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      ***********************************************
      * EVENTO CONTABIL DO CHEQUE COMPENSADO (CHQ) - *
      * NA DEVOLUCAO O MESMO EVENTO VAI ESTORNADO    *
      * (CT-ESTORNO = S, MONTADO PELO CHAMADOR)      *
      ***********************************************
       EVENTO-CHEQUE.
           MOVE ZEROS  TO CT-CUSTO
           MOVE SPACES TO CT-DOCTO CT-HISTORICO
           STRING "CH " CHQ-NUMERO
                  DELIMITED BY SIZE INTO CT-DOCTO
           STRING "CHEQUE " CHQ-CHEQUE " " CHQ-CLIENTE
                  DELIMITED BY SIZE INTO CT-HISTORICO
           MOVE "CHQ"     TO CT-EVENTO
           MOVE CHQ-VALOR TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM.
       EVENTO-CHEQUE-FIM.
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
           MOVE "CUSTCHQ" TO CT-ORIGEM
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
       JORNAL-DUPREC.
           MOVE "DUPREC"        TO JR-ARQUIVO
           MOVE REGDUP          TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-DUPREC-FIM.
           EXIT.
       GRAVA-JORNAL.
           MOVE W-OPERADOR      TO JR-OPERADOR
           MOVE "CUSTCHQ"       TO JR-PROGRAMA
           CALL "GRVJORN".
       GRAVA-JORNAL-FIM.
           EXIT.
      *
      ***********************************************
      * PERIODO FECHADO PELO FECHMES (CEP085): A     *
      * DATA EM PP-DATA EM MES JA FECHADO NO MODULO  *
      * DE FINANCEIRO NAO RECEBE LANCAMENTO          *
      * (VERPER/CEP137)                              *
      ***********************************************
       CHECA-PERIODO.
           MOVE "N" TO W-PER-FECHADO
           MOVE "FIN" TO PP-MODULO
           CALL "VERPER"
           IF PP-SITUACAO = "F"
              MOVE "S" TO W-PER-FECHADO.
       CHECA-PERIODO-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
