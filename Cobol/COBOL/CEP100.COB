       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCRES.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * ACERTO DAS PENDENCIAS DA CONCILIACAO BANCARIA   *
      * (CONCIL.DAT, GERADO PELO CEP099/CONCBCO) -      *
      * LISTA OS ITENS EM ABERTO (CREDITO NO BANCO SEM  *
      * BAIXA E BAIXA SEM CREDITO) E PERMITE CASAR UM   *
      * CREDITO COM UMA BAIXA NA MAO OU ENCERRAR O ITEM *
      * COM MOTIVO. TODO ACERTO GUARDA OPERADOR E DATA  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CONCIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CON-CHAVE
                    ALTERNATE RECORD KEY IS CON-DUP WITH DUPLICATES
                    FILE STATUS  IS ST-CON.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : CONCIL     - ITENS DA CONCILIACAO BANCARIA POR      *
      *                        EXTRATO: C = CONCILIADO, B = CREDITO   *
      *                        NO BANCO SEM BAIXA, L = BAIXA SEM      *
      *                        CREDITO. SITUACAO A = ABERTO, C =      *
      *                        CONCILIADO, R = RESOLVIDO AQUI.        *
      *                        CHAVE ZERADA = CONTROLE DO CEP099      *
      *****************************************************************
       FD CONCIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONCIL.DAT".
       01 REGCON.
                03 CON-CHAVE.
                   05 CON-EXTRATO  PIC 9(08).
                   05 CON-SEQ      PIC 9(05).
                03 CON-ORIGEM      PIC X(01).
                03 CON-DUP.
                   05 CON-PEDIDO   PIC 9(06).
                   05 CON-PARCELA  PIC 9(02).
                03 CON-DATA-BCO    PIC 9(08).
                03 CON-VALOR-BCO   PIC 9(08)V99.
                03 CON-DOCTO-BCO   PIC X(10).
                03 CON-HISTORICO   PIC X(30).
                03 CON-DATA-PAGTO  PIC 9(08).
                03 CON-VALOR-PAG   PIC 9(08)V99.
                03 CON-SITUACAO    PIC X(01).
                03 CON-OPERADOR    PIC X(10).
                03 CON-DATA-RES    PIC 9(08).
                03 CON-MOTIVO      PIC X(30).
      *              CHEQUE PRE-DATADO DEPOSITADO (CEP143/CUSTCHQ): UM
      *              ITEM POR CHEQUE E DEPOSITO, COM CON-DUP NA
      *              PRIMEIRA PARCELA COBERTA; ZERO = BAIXA DA PARCELA
                03 CON-CUSTODIA    PIC 9(06).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-CON       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-EXTRATO    PIC 9(08) VALUE ZEROS.
       77 W-SEQ        PIC 9(05) VALUE ZEROS.
       77 W-EXTRATO2   PIC 9(08) VALUE ZEROS.
       77 W-SEQ2       PIC 9(05) VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-PENDENTES  PIC 9(05) VALUE ZEROS.
       77 W-ACERTOS    PIC 9(05) VALUE ZEROS.
      *              *** ITEM ESCOLHIDO, GUARDADO ENQUANTO O    ***
      *              *** OUTRO LADO DO CASAMENTO E LIDO         ***
       01 W-REG-SALVO  PIC X(153).
       01 W-SALVO REDEFINES W-REG-SALVO.
          03 SV-CHAVE.
             05 SV-EXTRATO  PIC 9(08).
             05 SV-SEQ      PIC 9(05).
          03 SV-ORIGEM      PIC X(01).
          03 SV-DUP.
             05 SV-PEDIDO   PIC 9(06).
             05 SV-PARCELA  PIC 9(02).
          03 SV-DATA-BCO    PIC 9(08).
          03 SV-VALOR-BCO   PIC 9(08)V99.
          03 SV-DOCTO-BCO   PIC X(10).
          03 SV-HISTORICO   PIC X(30).
          03 SV-DATA-PAGTO  PIC 9(08).
          03 SV-VALOR-PAG   PIC 9(08)V99.
          03 SV-SITUACAO    PIC X(01).
          03 SV-OPERADOR    PIC X(10).
          03 SV-DATA-RES    PIC 9(08).
          03 SV-MOTIVO      PIC X(30).
          03 SV-CUSTODIA    PIC 9(06).
       01 W-MOT-CASADO.
          03 FILLER        PIC X(16) VALUE "CASADO C/ BAIXA ".
          03 MC-PEDIDO     PIC 9(06).
          03 FILLER        PIC X(01) VALUE "/".
          03 MC-PARCELA    PIC 9(02).
          03 FILLER        PIC X(05) VALUE SPACES.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** PENDENCIAS DA CONCILIACAO BANCARIA ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           OPEN I-O CONCIL
           IF ST-CON NOT = "00"
              DISPLAY "*** NAO HA CONCILIACAO PROCESSADA (CONCIL.DAT)"
              GOBACK.
      *
       RES-001.
           PERFORM LISTA-PENDENTES THRU LISTA-PENDENTES-FIM
           IF W-PENDENTES = ZEROS
              DISPLAY "*** NAO HA PENDENCIAS EM ABERTO ***"
              GO TO ROT-FIM.
       RES-002.
           DISPLAY "DATA DO EXTRATO DO ITEM (0 = ENCERRAR) : ".
           ACCEPT W-EXTRATO.
           IF W-EXTRATO = ZEROS
              GO TO ROT-FIM.
           DISPLAY "SEQUENCIA DO ITEM : ".
           ACCEPT W-SEQ.
           MOVE W-EXTRATO TO CON-EXTRATO
           MOVE W-SEQ     TO CON-SEQ
           READ CONCIL
           IF ST-CON NOT = "00" OR W-EXTRATO = ZEROS
              DISPLAY "*** ITEM NAO ENCONTRADO ***"
              GO TO RES-002.
           IF CON-SITUACAO NOT = "A"
              DISPLAY "*** ITEM JA ACERTADO EM " CON-DATA-RES
                      " POR " CON-OPERADOR " ***"
              GO TO RES-002.
           MOVE REGCON TO W-REG-SALVO.
       RES-003.
           IF SV-ORIGEM = "B"
              DISPLAY "CASAR COM BAIXA SEM CREDITO - DATA DO EXTRATO"
                      " DA BAIXA (0 = ENCERRAR COM MOTIVO) : "
           ELSE
              DISPLAY "CASAR COM CREDITO SEM BAIXA - DATA DO EXTRATO"
                      " DO CREDITO (0 = ENCERRAR COM MOTIVO) : ".
           ACCEPT W-EXTRATO2.
           IF W-EXTRATO2 = ZEROS
              GO TO RES-MOTIVO.
           DISPLAY "SEQUENCIA : ".
           ACCEPT W-SEQ2.
           MOVE W-EXTRATO2 TO CON-EXTRATO
           MOVE W-SEQ2     TO CON-SEQ
           READ CONCIL
           IF ST-CON NOT = "00"
              DISPLAY "*** ITEM NAO ENCONTRADO ***"
              GO TO RES-003.
           IF CON-SITUACAO NOT = "A"
              OR CON-ORIGEM = SV-ORIGEM
              OR (CON-ORIGEM NOT = "B" AND NOT = "L")
              DISPLAY "*** ITEM NAO PODE SER CASADO COM ESTE ***"
              GO TO RES-003.
           IF SV-ORIGEM = "B"
              IF SV-VALOR-BCO NOT = CON-VALOR-PAG
                 DISPLAY "*** VALORES DIFERENTES: BANCO " SV-VALOR-BCO
                         " BAIXA " CON-VALOR-PAG " ***"
                 DISPLAY "CASA ASSIM MESMO (S/N) : "
                 ACCEPT W-OPCAO
                 IF W-OPCAO NOT = "S" AND "s"
                    GO TO RES-002.
           IF SV-ORIGEM = "L"
              IF SV-VALOR-PAG NOT = CON-VALOR-BCO
                 DISPLAY "*** VALORES DIFERENTES: BAIXA " SV-VALOR-PAG
                         " BANCO " CON-VALOR-BCO " ***"
                 DISPLAY "CASA ASSIM MESMO (S/N) : "
                 ACCEPT W-OPCAO
                 IF W-OPCAO NOT = "S" AND "s"
                    GO TO RES-002.
      *              O ITEM DA BAIXA RECEBE OS DADOS DO BANCO E O DO
      *              CREDITO FICA APONTANDO A BAIXA NO MOTIVO
           IF SV-ORIGEM = "B"
              MOVE SV-DATA-BCO   TO CON-DATA-BCO
              MOVE SV-VALOR-BCO  TO CON-VALOR-BCO
              MOVE SV-DOCTO-BCO  TO CON-DOCTO-BCO
              MOVE SV-HISTORICO  TO CON-HISTORICO
              MOVE CON-PEDIDO    TO MC-PEDIDO
              MOVE CON-PARCELA   TO MC-PARCELA
              MOVE "CASADO MANUALMENTE" TO CON-MOTIVO
           ELSE
              MOVE SV-PEDIDO     TO MC-PEDIDO
              MOVE SV-PARCELA    TO MC-PARCELA
              MOVE W-MOT-CASADO  TO CON-MOTIVO.
           MOVE "C"        TO CON-SITUACAO
           MOVE W-OPERADOR TO CON-OPERADOR
           MOVE W-HOJE     TO CON-DATA-RES
           REWRITE REGCON
           IF ST-CON NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO CONCIL.DAT"
              GO TO RES-002.
           IF SV-ORIGEM = "L"
              MOVE CON-DATA-BCO  TO SV-DATA-BCO
              MOVE CON-VALOR-BCO TO SV-VALOR-BCO
              MOVE CON-DOCTO-BCO TO SV-DOCTO-BCO
              MOVE CON-HISTORICO TO SV-HISTORICO
              MOVE "CASADO MANUALMENTE" TO SV-MOTIVO
           ELSE
              MOVE W-MOT-CASADO  TO SV-MOTIVO.
           MOVE W-REG-SALVO TO REGCON
           MOVE "C"        TO CON-SITUACAO
           GO TO RES-GRAVA.
       RES-MOTIVO.
           DISPLAY "MOTIVO DO ENCERRAMENTO : ".
           ACCEPT W-MOTIVO.
           IF W-MOTIVO = SPACES
              DISPLAY "*** INFORME O MOTIVO ***"
              GO TO RES-MOTIVO.
           MOVE W-REG-SALVO TO REGCON
           MOVE W-MOTIVO   TO CON-MOTIVO
           MOVE "R"        TO CON-SITUACAO.
       RES-GRAVA.
           MOVE W-OPERADOR TO CON-OPERADOR
           MOVE W-HOJE     TO CON-DATA-RES
           REWRITE REGCON
           IF ST-CON NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO CONCIL.DAT"
              GO TO RES-002.
           ADD 1 TO W-ACERTOS
           DISPLAY "*** ITEM ACERTADO ***"
           GO TO RES-001.
      *
      ***********************************************
      * LISTA OS ITENS EM ABERTO (O REGISTRO DE      *
      * CONTROLE, CHAVE ZERADA, FICA DE FORA)        *
      ***********************************************
       LISTA-PENDENTES.
           MOVE ZEROS TO W-PENDENTES
           MOVE ZEROS TO CON-EXTRATO
           MOVE 1     TO CON-SEQ
           START CONCIL KEY IS NOT LESS CON-CHAVE
                 INVALID KEY GO TO LISTA-PENDENTES-FIM.
       LISTA-PENDENTES-LER.
           READ CONCIL NEXT
           IF ST-CON NOT = "00"
              GO TO LISTA-PENDENTES-FIM.
           IF CON-SITUACAO NOT = "A"
              GO TO LISTA-PENDENTES-LER.
           ADD 1 TO W-PENDENTES
           IF CON-ORIGEM NOT = "B" AND CON-CUSTODIA NOT = ZEROS
              DISPLAY CON-EXTRATO " " CON-SEQ " BAIXA SEM CREDITO  "
                      CON-DATA-PAGTO " " CON-VALOR-PAG " CHEQUE "
                      "CUSTODIA " CON-CUSTODIA
              GO TO LISTA-PENDENTES-LER.
           IF CON-ORIGEM = "B"
              DISPLAY CON-EXTRATO " " CON-SEQ " CREDITO SEM BAIXA  "
                      CON-DATA-BCO " " CON-VALOR-BCO " "
                      CON-HISTORICO
           ELSE
              DISPLAY CON-EXTRATO " " CON-SEQ " BAIXA SEM CREDITO  "
                      CON-DATA-PAGTO " " CON-VALOR-PAG " DUP "
                      CON-PEDIDO "/" CON-PARCELA.
           GO TO LISTA-PENDENTES-LER.
       LISTA-PENDENTES-FIM.
           EXIT.
      *
      ***********************************************
      * IDENTIFICACAO DO OPERADOR (CEP001/CEP002,    *
      * PARAGRAFO INC-OP1)                           *
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
           CLOSE CONCIL.
           DISPLAY "*** ITENS ACERTADOS: " W-ACERTOS.
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
      *---------------------*** FIM DE PROGRAMA ***--------------------*
