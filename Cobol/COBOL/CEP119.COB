       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELVALID.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * RELATORIO DE VALIDADE DOS LOTES - VARRE O SALDO *
      * POR LOTE (SALDLOTE.DAT) E LISTA, POR DEPOSITO,  *
      * O QUE JA ESTA VENCIDO E AINDA TEM SALDO E O QUE *
      * VENCE DENTRO DO HORIZONTE DE DIAS DO PARAMS     *
      * (PA-DIAS-VALID, PADRAO 30), VALIDADE MAIS       *
      * PROXIMA PRIMEIRO, COM O VALOR DO SALDO PELO     *
      * CUSTO MEDIO - A COMPRA E A LOJA PASSAM A VER O  *
      * QUE VAI PERDER ANTES DE PERDER. RODA TODA       *
      * SEGUNDA-FEIRA NO NOTURNO (CEP053) E TAMBEM PELO *
      * MENU DE RELATORIOS                              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SALDLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LT-CHAVE
                    FILE STATUS  IS ST-LOT.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
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
      *              S-GRUPO 1 = VENCIDO, 2 = A VENCER NO HORIZONTE
       SD SORTWK.
       01 SORT-REC.
           03 S-GRUPO          PIC 9(01).
           03 S-VALIDADE       PIC 9(08).
           03 S-PRODUTO        PIC 9(06).
           03 S-DEPOSITO       PIC 9(02).
           03 S-LOTE           PIC X(15).
           03 S-SALDO          PIC 9(05).
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "RELVALID.LST".
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
       77 ST-LOT       PIC X(02) VALUE "00".
       77 ST-PRO       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-PRO-ABERTO PIC X(01) VALUE "N".
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-LISTADOS   PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VALID PIC 9(03) VALUE 030.
       77 W-LIMITE     PIC 9(08) VALUE ZEROS.
       77 W-GRUPO-ANT  PIC 9(01) VALUE ZEROS.
       77 W-CUSTO      PIC 9(05)V99 VALUE ZEROS.
       77 W-VALOR      PIC 9(10)V99 VALUE ZEROS.
       77 W-QT-GRUPO   PIC 9(07) VALUE ZEROS.
       77 W-VL-GRUPO   PIC 9(12)V99 VALUE ZEROS.
       77 W-ULT-DIA    PIC 9(02) VALUE ZEROS.
       77 W-SOMA-DIAS  PIC 9(04) VALUE ZEROS.
       77 W-QUOC-ANO   PIC 9(04) VALUE ZEROS.
       77 W-RESTO-ANO  PIC 9(01) VALUE ZEROS.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-VENC.
          03 W-VENC-ANO PIC 9(04).
          03 W-VENC-MES PIC 9(02).
          03 W-VENC-DIA PIC 9(02).
       01 W-VENC-NUM REDEFINES W-VENC PIC 9(08).
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
       01 CAB1.
           03 FILLER      PIC X(38)
                 VALUE "VALIDADE DOS LOTES EM ESTOQUE - DATA: ".
           03 CAB1-DIA    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 CAB1-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 CAB1-ANO    PIC 9(04).
       01 CAB-VENCIDO   PIC X(60)
             VALUE "*** LOTES VENCIDOS COM SALDO ***".
       01 CAB-AVENCER.
           03 FILLER      PIC X(32)
                 VALUE "*** LOTES QUE VENCEM EM ATE ".
           03 CAB-DIAS    PIC ZZ9.
           03 FILLER      PIC X(10) VALUE " DIAS ***".
       01 DET-TITULO.
           03 FILLER      PIC X(11) VALUE "  VALIDADE ".
           03 FILLER      PIC X(08) VALUE " CODIGO ".
           03 FILLER      PIC X(26) VALUE "DESCRICAO".
           03 FILLER      PIC X(04) VALUE "DP ".
           03 FILLER      PIC X(16) VALUE "LOTE".
           03 FILLER      PIC X(07) VALUE "  SALDO".
           03 FILLER      PIC X(15) VALUE "      VALOR".
       01 DET.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-DIA     PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 DET-MES     PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 DET-ANO     PIC 9(04).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-COD     PIC 9(06).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-DESC    PIC X(25).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-DEP     PIC 9(02).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-LOTE    PIC X(15).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-SALDO   PIC ZZZZ9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-VALOR   PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 TOT-GRUPO.
           03 FILLER      PIC X(30)
                 VALUE "  TOTAL DO GRUPO - LOTES: ".
           03 TOTG-QTDE   PIC ZZZ.ZZ9.
           03 FILLER      PIC X(12) VALUE "   VALOR: ".
           03 TOTG-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-NADA      PIC X(60)
             VALUE "  NENHUM LOTE NESTA SITUACAO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE ZEROS TO W-JOB-LIDOS W-JOB-GRAVADOS
      *              LIMITE DO AVISO = HOJE + HORIZONTE EM DIAS
      *              CORRIDOS
           MOVE W-HOJE       TO W-VENC-NUM
           MOVE W-DIAS-VALID TO W-SOMA-DIAS
           PERFORM SOMA-DIAS THRU SOMA-DIAS-FIM
           MOVE W-VENC-NUM   TO W-LIMITE
           OPEN INPUT PRODUTO
           IF ST-PRO = "00"
              MOVE "S" TO W-PRO-ABERTO.
           SORT SORTWK ON ASCENDING KEY S-GRUPO S-VALIDADE S-PRODUTO
                                        S-DEPOSITO S-LOTE
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
                    OUTPUT PROCEDURE IS GRAVA-RELATORIO THRU GRAVA-FIM.
           IF W-PRO-ABERTO = "S"
              CLOSE PRODUTO.
           MOVE W-LIDOS    TO W-JOB-LIDOS
           MOVE W-LISTADOS TO W-JOB-GRAVADOS
           DISPLAY "*** VALIDADE GERADA: RELVALID.LST ***".
           DISPLAY "*** LOTES LIDOS: " W-LIDOS "  LISTADOS: "
                   W-LISTADOS.
           GOBACK.
      *
      ***********************************************
      * CARREGA O SORT COM OS LOTES COM SALDO JA     *
      * VENCIDOS OU QUE VENCEM ATE O LIMITE; SEM     *
      * SALDLOTE.DAT O RELATORIO SAI VAZIO           *
      ***********************************************
       CARREGA-SORT.
           OPEN INPUT SALDLOTE
           IF ST-LOT NOT = "00"
              DISPLAY "*** NAO HA SALDO POR LOTE (SALDLOTE.DAT) ***"
              GO TO CARREGA-SORT-FIM.
       CARREGA-SORT-LER.
           READ SALDLOTE NEXT RECORD
           IF ST-LOT NOT = "00"
              GO TO CARREGA-SORT-FECHA.
           ADD 1 TO W-LIDOS
           IF LT-SALDO = ZEROS
              GO TO CARREGA-SORT-LER.
           IF LT-VALIDADE > W-LIMITE
              GO TO CARREGA-SORT-LER.
           IF LT-VALIDADE < W-HOJE
              MOVE 1 TO S-GRUPO
           ELSE
              MOVE 2 TO S-GRUPO.
           MOVE LT-VALIDADE TO S-VALIDADE
           MOVE LT-PRODUTO  TO S-PRODUTO
           MOVE LT-DEPOSITO TO S-DEPOSITO
           MOVE LT-LOTE     TO S-LOTE
           MOVE LT-SALDO    TO S-SALDO
           RELEASE SORT-REC
           GO TO CARREGA-SORT-LER.
       CARREGA-SORT-FECHA.
           CLOSE SALDLOTE.
       CARREGA-SORT-FIM.
           EXIT.
      *
       GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELVALID.LST"
              GO TO GRAVA-FIM.
           MOVE W-HOJE TO W-VENC-NUM
           MOVE W-VENC-DIA TO CAB1-DIA
           MOVE W-VENC-MES TO CAB1-MES
           MOVE W-VENC-ANO TO CAB1-ANO
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
      *              O GRUPO DOS VENCIDOS SAI SEMPRE, MESMO VAZIO
           MOVE 1 TO W-GRUPO-ANT
           PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM.
       LER-SORT.
           RETURN SORTWK AT END GO TO ENCERRA-GRUPOS.
           IF S-GRUPO NOT = W-GRUPO-ANT
              PERFORM TOTALIZA-GRUPO THRU TOTALIZA-GRUPO-FIM
              MOVE S-GRUPO TO W-GRUPO-ANT
              PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM.
           ADD 1 TO W-LISTADOS
           MOVE SPACES TO DET-DESC
           MOVE ZEROS  TO W-CUSTO
           IF W-PRO-ABERTO = "S"
              MOVE S-PRODUTO TO CODIGO
              READ PRODUTO
              IF ST-PRO = "00"
                 MOVE DESCRICAO TO DET-DESC
      *              MEDIO ZERADO = AINDA SEM ENTRADA RECALCULADA,
      *              VALE O ULTIMO PRECO-CUSTO (CEP094/CONVPROD)
                 IF PRECO-MEDIO NOT = ZEROS
                    MOVE PRECO-MEDIO TO W-CUSTO
                 ELSE
                    MOVE PRECO-CUSTO TO W-CUSTO.
           COMPUTE W-VALOR = S-SALDO * W-CUSTO
           MOVE S-VALIDADE TO W-VENC-NUM
           MOVE W-VENC-DIA TO DET-DIA
           MOVE W-VENC-MES TO DET-MES
           MOVE W-VENC-ANO TO DET-ANO
           MOVE S-PRODUTO  TO DET-COD
           MOVE S-DEPOSITO TO DET-DEP
           MOVE S-LOTE     TO DET-LOTE
           MOVE S-SALDO    TO DET-SALDO
           MOVE W-VALOR    TO DET-VALOR
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL
           ADD 1       TO W-QT-GRUPO
           ADD W-VALOR TO W-VL-GRUPO
           GO TO LER-SORT.
      *
       ENCERRA-GRUPOS.
           PERFORM TOTALIZA-GRUPO THRU TOTALIZA-GRUPO-FIM
      *              SEM NENHUM LOTE A VENCER O GRUPO 2 SAI VAZIO
           IF W-GRUPO-ANT = 1
              MOVE 2 TO W-GRUPO-ANT
              PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM
              PERFORM TOTALIZA-GRUPO THRU TOTALIZA-GRUPO-FIM.
           GO TO GRAVA-FIM.
      *
      ***********************************************
      * CABECALHO DO GRUPO (VENCIDOS / A VENCER)     *
      ***********************************************
       ABRE-GRUPO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF W-GRUPO-ANT = 1
              MOVE CAB-VENCIDO TO LINHA-REL
           ELSE
              MOVE W-DIAS-VALID TO CAB-DIAS
              MOVE CAB-AVENCER TO LINHA-REL.
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-QT-GRUPO W-VL-GRUPO.
       ABRE-GRUPO-FIM.
           EXIT.
      *
      ***********************************************
      * FECHA O GRUPO COM A CONTAGEM DE LOTES E O    *
      * VALOR DO SALDO                               *
      ***********************************************
       TOTALIZA-GRUPO.
           IF W-QT-GRUPO = ZEROS
              MOVE LIN-NADA TO LINHA-REL
              WRITE LINHA-REL
              GO TO TOTALIZA-GRUPO-FIM.
           MOVE W-QT-GRUPO TO TOTG-QTDE
           MOVE W-VL-GRUPO TO TOTG-VALOR
           MOVE TOT-GRUPO  TO LINHA-REL
           WRITE LINHA-REL.
       TOTALIZA-GRUPO-FIM.
           EXIT.
      *
       GRAVA-FIM.
           CLOSE RELATORIO.
      *
      ***********************************************
      * SOMA W-SOMA-DIAS DIAS CORRIDOS A W-VENC      *
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
      *              REGISTRO GRAVADO ANTES DO CAMPO EXISTIR CHEGA
      *              COM BRANCOS NA POSICAO
           IF PA-DIAS-VALID NUMERIC AND PA-DIAS-VALID NOT = ZEROS
              MOVE PA-DIAS-VALID TO W-DIAS-VALID.
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
