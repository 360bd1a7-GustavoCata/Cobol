       IDENTIFICATION DIVISION.
       PROGRAM-ID. REABPER.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * REABERTURA DE PERIODO FECHADO - FUNCAO DE       *
      * SUPERVISOR. RECUA O ULTIMO MES FECHADO DE UM    *
      * MODULO (EST/VEN/FAT/FIN) EM PERIODO.DAT PARA O  *
      * MES ANTERIOR AO REABERTO, DEIXANDO ESSE MES E   *
      * OS SEGUINTES LIVRES PARA LANCAMENTO. O MES      *
      * REABERTO FICA PENDENTE ATE O FECHMES (CEP085)   *
      * SER RODADO DE NOVO PARA ELE - O FECHMES NAO     *
      * ACEITA FECHAR MES POSTERIOR ANTES DISSO. CADA   *
      * REABERTURA GRAVA UMA LINHA NO PERIODO.LOG COM   *
      * QUEM, QUANDO E POR QUE                          *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PERIODO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-MODULO
                    FILE STATUS  IS ST-PER.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
       SELECT PERLOG ASSIGN TO DISK
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
      * ARQUIVO : PERIODO    - PERIODO FECHADO POR MODULO: O ULTIMO   *
      *                        ANO-MES FECHADO PELO FECHMES E O MES   *
      *                        REABERTO (REABPER) AGUARDANDO NOVO     *
      *                        FECHAMENTO                             *
      *****************************************************************
       FD PERIODO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.DAT".
       01 REGPER.
                03 PER-MODULO      PIC X(03).
                03 PER-FECHADO     PIC 9(06).
                03 PER-DATA-FECH   PIC 9(08).
                03 PER-OPER-FECH   PIC X(10).
                03 PER-REABERTO    PIC 9(06).
                03 PER-DATA-REAB   PIC 9(08).
                03 PER-OPER-REAB   PIC X(10).
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
      * ARQUIVO : PERLOG     - RASTRO DAS REABERTURAS DE PERIODO,     *
      *                        UMA LINHA POR MES REABERTO             *
      *****************************************************************
       FD PERLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PERIODO.LOG".
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PER       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 ST-LOG       PIC X(02) VALUE "00".
       77 ST-PAR       PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-MODULO     PIC X(03) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-FECH-ANT   PIC 9(06) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-REAB-DEC.
          03 W-RB-ANO  PIC 9(04).
          03 W-RB-MES  PIC 9(02).
       01 W-REABRE REDEFINES W-REAB-DEC PIC 9(06).
       01 W-ANT-DEC.
          03 W-AN-ANO  PIC 9(04).
          03 W-AN-MES  PIC 9(02).
       01 W-ANTERIOR REDEFINES W-ANT-DEC PIC 9(06).
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
      *              *** LINHA DO RASTRO DE REABERTURA ***
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
          03 RL-MODULO    PIC X(03).
          03 FILLER       PIC X VALUE SPACE.
          03 RL-FECH-ANT  PIC 9(06).
          03 FILLER       PIC X VALUE SPACE.
          03 RL-REABERTO  PIC 9(06).
          03 FILLER       PIC X VALUE SPACE.
          03 RL-FECH-NOVO PIC 9(06).
          03 FILLER       PIC X VALUE SPACE.
          03 RL-MOTIVO    PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** REABERTURA DE PERIODO FECHADO ***".
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           OPEN I-O PERIODO
           IF ST-PER NOT = "00"
              DISPLAY "*** NAO HA PERIODO FECHADO (PERIODO.DAT) ***"
              GOBACK.
           OPEN EXTEND PERLOG
           IF ST-LOG NOT = "00"
              OPEN OUTPUT PERLOG
              CLOSE PERLOG
              OPEN EXTEND PERLOG.
           IF ST-LOG NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO PERIODO.LOG"
              CLOSE PERIODO
              GOBACK.
       MODO-001.
           DISPLAY "MODULO (EST/VEN/FAT/FIN, BRANCO=SAIR) : ".
           ACCEPT W-MODULO.
           IF W-MODULO = SPACES
              GO TO ROT-FIM.
           IF W-MODULO NOT = "EST" AND "VEN" AND "FAT" AND "FIN"
              DISPLAY "*** MODULO INVALIDO ***"
              GO TO MODO-001.
           MOVE W-MODULO TO PER-MODULO
           READ PERIODO
           IF ST-PER NOT = "00" OR PER-FECHADO = ZEROS
              DISPLAY "*** MODULO SEM MES FECHADO ***"
              GO TO MODO-001.
           DISPLAY "ULTIMO MES FECHADO: " PER-FECHADO
                   " EM " PER-DATA-FECH " POR " PER-OPER-FECH.
           IF PER-REABERTO NOT = ZEROS
              DISPLAY "MES " PER-REABERTO
                      " JA REABERTO, AGUARDANDO O FECHMES".
       MODO-002.
           DISPLAY "MES A REABRIR (AAAAMM) : ".
           ACCEPT W-REABRE.
           IF W-REABRE = ZEROS
              GO TO MODO-001.
           IF W-RB-MES < 01 OR W-RB-MES > 12
              DISPLAY "*** MES INVALIDO ***"
              GO TO MODO-002.
           IF W-REABRE > PER-FECHADO
              DISPLAY "*** MES NAO ESTA FECHADO ***"
              GO TO MODO-002.
           MOVE W-REABRE TO W-ANTERIOR
           IF W-AN-MES = 01
              MOVE 12 TO W-AN-MES
              SUBTRACT 1 FROM W-AN-ANO
           ELSE
              SUBTRACT 1 FROM W-AN-MES.
       MODO-003.
           DISPLAY "MOTIVO DA REABERTURA : ".
           ACCEPT W-MOTIVO.
           IF W-MOTIVO = SPACES
              DISPLAY "*** INFORME O MOTIVO ***"
              GO TO MODO-003.
           DISPLAY "REABRE " W-MODULO " A PARTIR DE " W-REABRE
                   " (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** REABERTURA CANCELADA PELO OPERADOR ***"
              GO TO MODO-001.
           MOVE PER-FECHADO TO W-FECH-ANT
           MOVE W-ANTERIOR  TO PER-FECHADO
           IF PER-REABERTO = ZEROS OR PER-REABERTO > W-REABRE
              MOVE W-REABRE TO PER-REABERTO.
           MOVE W-HOJE      TO PER-DATA-REAB
           MOVE W-OPERADOR  TO PER-OPER-REAB
           REWRITE REGPER
           IF ST-PER NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PERIODO - ST " ST-PER
              GO TO MODO-001.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY "*** " W-MODULO " REABERTO A PARTIR DE " W-REABRE
                   " ***".
           DISPLAY "*** RODE O FECHMES (CEP085) DE NOVO PARA "
                   PER-REABERTO " ***".
           GO TO MODO-001.
      *
      ***********************************************
      * UMA LINHA NO PERIODO.LOG POR REABERTURA      *
      ***********************************************
       GRAVA-LOG.
           ACCEPT HORA-ATU FROM TIME
           MOVE W-HOJE         TO RL-DATA
           MOVE HH-ATU         TO RL-HH
           MOVE MM-ATU         TO RL-MM
           MOVE SS-ATU         TO RL-SS
           MOVE W-OPERADOR     TO RL-OPERADOR
           MOVE W-MODULO       TO RL-MODULO
           MOVE W-FECH-ANT     TO RL-FECH-ANT
           MOVE W-REABRE       TO RL-REABERTO
           MOVE W-ANTERIOR     TO RL-FECH-NOVO
           MOVE W-MOTIVO       TO RL-MOTIVO
           MOVE REG-LOG        TO LINHA-LOG
           WRITE LINHA-LOG
           IF ST-LOG NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PERIODO.LOG - ST " ST-LOG.
       GRAVA-LOG-FIM.
           EXIT.
      *
      ***********************************************
      * IDENTIFICACAO DO OPERADOR - REABRIR MES E    *
      * COISA DE SUPERVISOR: EXIGE A PERMISSAO DE    *
      * EXCLUSAO DE PRODUTO E A DE BATCH DO PERFIL   *
      * (CEP033)                                     *
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
           IF PERM-PROD-EXCLUI = "N" OR PERM-BATCH = "N"
              DISPLAY "*** OPERADOR SEM PERFIL DE SUPERVISOR ***"
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
       ROT-FIM.
           CLOSE PERIODO PERLOG.
           DISPLAY "*** REABERTURA DE PERIODO ENCERRADA ***".
           GOBACK.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
