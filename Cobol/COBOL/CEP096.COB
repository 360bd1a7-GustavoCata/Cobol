       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAPAG.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * BAIXA DO CONTAS A PAGAR - LISTA AS PARCELAS DA  *
      * NOTA DO FORNECEDOR (DUPPAG.DAT, GERADAS NO      *
      * ENCERRAMENTO DO RECEBE/CEP082), RECEBE O VALOR  *
      * PAGO E A DATA E MARCA A PARCELA COMO PAGA       *
      * QUANDO O ACUMULADO COBRE O VALOR - MESMA REGRA  *
      * DA BAIXA DE DUPLICATAS (CEP070/BAIXADUP)        *
      * OS DEBITOS DE DEVOLUCAO DE COMPRA DO FORNECEDOR *
      * (DEBFORN.DAT, GERADOS NO CEP117/DEVCOMP) PODEM  *
      * SER ABATIDOS NA PARCELA, COMO O CREDITO DE      *
      * DEVOLUCAO NO BAIXADUP                           *
      * O PAGAMENTO VAI PARA A CONTABILIDADE COMO       *
      * EVENTO PAG NO CTBPEND.DAT                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DUPPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-PAG.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FORNECEDOR
                    FILE STATUS  IS ST-FOR.
       SELECT DEBFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEB-CHAVE
                    FILE STATUS  IS ST-DEB.
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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : DUPPAG     - CONTAS A PAGAR: PARCELAS DA NOTA DO    *
      *                        FORNECEDOR (CEP082/RECEBE)             *
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
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
                03 COD-FORNECEDOR  PIC 9(04).
                03 NOME-FORNECEDOR PIC X(30).
                03 FORN-CEP        PIC 9(08).
                03 FORN-CONTATO    PIC X(20).
                03 FORN-TIPO-DOC   PIC X(01).
                03 FORN-DOCUMENTO  PIC 9(14).
                03 FORN-IE         PIC X(14).
      *
      *****************************************************************
      * ARQUIVO : DEBFORN    - DEBITOS DE DEVOLUCAO POR FORNECEDOR, *
      *                        UM REGISTRO POR DEVOLUCAO FECHADA      *
      *                        (CEP117/DEVCOMP); O SALDO E ABATIDO    *
      *                        AQUI NA BAIXA                          *
      *****************************************************************
       FD DEBFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEBFORN.DAT".
       01 REGDEB.
                03 DEB-CHAVE.
                   05 DEB-FORNECEDOR PIC 9(04).
                   05 DEB-SEQ        PIC 9(03).
                03 DEB-NOME-FORN   PIC X(30).
                03 DEB-PEDCOMP     PIC 9(06).
                03 DEB-NOTA        PIC X(10).
                03 DEB-DATA        PIC 9(08).
                03 DEB-VALOR       PIC 9(08)V99.
                03 DEB-SALDO       PIC 9(08)V99.
      *              A=ABERTO U=UTILIZADO
                03 DEB-SITUACAO    PIC X(01).
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
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-FOR       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-FORNECEDOR PIC 9(04) VALUE ZEROS.
       77 W-DOCTO      PIC X(10) VALUE SPACES.
       77 W-PARCELA    PIC 9(02) VALUE ZEROS.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-DATA-PAG   PIC 9(08) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-BAIXADAS   PIC 9(05) VALUE ZEROS.
      *              *** ABATIMENTO DE DEBITO DE DEVOLUCAO ***
       77 ST-DEB       PIC X(02) VALUE "00".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-RESTANTE   PIC 9(08)V99 VALUE ZEROS.
       77 W-ABATE      PIC 9(08)V99 VALUE ZEROS.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
      *              *** PERIODO FECHADO PELO FECHMES (VERPER/  ***
      *              *** CEP137) - EXTERNAL DA RUN-UNIT         ***
       01 W-PERIODO EXTERNAL.
          03 PP-MODULO     PIC X(03).
          03 PP-DATA       PIC 9(08).
          03 PP-SITUACAO   PIC X(01).
          03 PP-FECHADO    PIC 9(06).
       77 W-PER-FECHADO PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** BAIXA DO CONTAS A PAGAR ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM.
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - BAIXA NAO PERMITIDA ***"
              GOBACK.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           OPEN I-O DUPPAG
           IF ST-PAG NOT = "00"
              DISPLAY "*** NAO HA CONTAS A PAGAR (DUPPAG.DAT) ***"
              GOBACK.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CADFORN.DAT"
              CLOSE DUPPAG
              GOBACK.
      *
       PAG-001.
           DISPLAY "CODIGO DO FORNECEDOR (0 = ENCERRAR) : ".
           ACCEPT W-FORNECEDOR.
           IF W-FORNECEDOR = ZEROS
              GO TO ROT-FIM.
           MOVE W-FORNECEDOR TO COD-FORNECEDOR
           READ CADFORN
           IF ST-FOR NOT = "00"
              DISPLAY "*** FORNECEDOR NAO CADASTRADO ***"
              GO TO PAG-001.
           DISPLAY "FORNECEDOR: " NOME-FORNECEDOR.
       PAG-002.
           DISPLAY "NOTA FISCAL DO FORNECEDOR (BRANCO = OUTRO) : ".
           ACCEPT W-DOCTO.
           IF W-DOCTO = SPACES
              GO TO PAG-001.
           PERFORM LISTA-PARCELAS THRU LISTA-PARCELAS-FIM
           IF W-ACHOU = "N"
              DISPLAY "*** NOTA SEM PARCELAS A PAGAR ***"
              GO TO PAG-002.
       PAG-003.
           DISPLAY "PARCELA A BAIXAR (0 = OUTRA NOTA) : ".
           ACCEPT W-PARCELA.
           IF W-PARCELA = ZEROS
              GO TO PAG-002.
           MOVE W-FORNECEDOR TO PAG-FORNECEDOR
           MOVE W-DOCTO      TO PAG-DOCTO
           MOVE W-PARCELA    TO PAG-PARCELA
           READ DUPPAG
           IF ST-PAG NOT = "00"
              DISPLAY "*** PARCELA NAO ENCONTRADA ***"
              GO TO PAG-003.
           IF PAG-SITUACAO = "P"
              DISPLAY "*** PARCELA JA PAGA EM " PAG-DATA-PAGTO " ***"
              GO TO PAG-003.
           DISPLAY "VALOR DA PARCELA: " PAG-VALOR
                   "  JA PAGO: " PAG-PAGO.
       PAG-03A.
           DISPLAY "ABATER DEBITO DE DEVOLUCAO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO = "S" OR "s"
              PERFORM ABATE-DEBITO THRU ABATE-DEBITO-FIM
              IF PAG-SITUACAO = "P"
                 ADD 1 TO W-BAIXADAS
                 DISPLAY "*** PARCELA QUITADA COM DEBITO ***"
                 GO TO PAG-003.
       PAG-004.
           DISPLAY "VALOR PAGO (0 = VALOR RESTANTE) : ".
           ACCEPT W-VALOR.
           COMPUTE W-RESTANTE = PAG-VALOR - PAG-PAGO
           IF W-VALOR = ZEROS
              MOVE W-RESTANTE TO W-VALOR.
           IF W-VALOR > W-RESTANTE
              DISPLAY "*** VALOR MAIOR QUE O RESTANTE DA PARCELA: "
                      W-RESTANTE " ***"
              GO TO PAG-004.
           DISPLAY "DATA DO PAGAMENTO (0 = HOJE) : ".
           ACCEPT W-DATA-PAG.
           IF W-DATA-PAG = ZEROS
              MOVE W-HOJE TO W-DATA-PAG.
           MOVE W-DATA-PAG TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - DATA NAO PERMITIDA ***"
              GO TO PAG-003.
           ADD W-VALOR TO PAG-PAGO
           IF PAG-PAGO NOT < PAG-VALOR
              MOVE "P" TO PAG-SITUACAO
              MOVE W-DATA-PAG TO PAG-DATA-PAGTO.
           REWRITE REGPAG
           IF ST-PAG NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA PARCELA A PAGAR"
              GO TO PAG-003.
           PERFORM EVENTO-PAGAMENTO THRU EVENTO-PAGAMENTO-FIM
           ADD 1 TO W-BAIXADAS
           IF PAG-SITUACAO = "P"
              DISPLAY "*** PARCELA QUITADA ***"
           ELSE
              DISPLAY "*** PAGAMENTO PARCIAL ACUMULADO ***".
           GO TO PAG-003.
      *
      ***********************************************
      * ABATE OS DEBITOS DE DEVOLUCAO DO FORNECEDOR  *
      * (CEP117/DEVCOMP) NA PARCELA, DO MAIS ANTIGO  *
      * PARA O MAIS NOVO, ATE QUITAR OU ESGOTAR -    *
      * MESMA ROTINA DO ABATE-CREDITO DO BAIXADUP    *
      ***********************************************
       ABATE-DEBITO.
           OPEN I-O DEBFORN
           IF ST-DEB NOT = "00"
              DISPLAY "*** FORNECEDOR SEM DEBITOS (DEBFORN.DAT) ***"
              GO TO ABATE-DEBITO-FIM.
           MOVE PAG-FORNECEDOR TO DEB-FORNECEDOR
           MOVE ZEROS          TO DEB-SEQ
           START DEBFORN KEY IS NOT LESS DEB-CHAVE
                 INVALID KEY GO TO ABATE-DEBITO-FECHA.
       ABATE-DEBITO-LER.
           COMPUTE W-RESTANTE = PAG-VALOR - PAG-PAGO
           IF W-RESTANTE = ZEROS
              GO TO ABATE-DEBITO-FECHA.
           READ DEBFORN NEXT
           IF ST-DEB NOT = "00"
              GO TO ABATE-DEBITO-FECHA.
           IF DEB-FORNECEDOR NOT = PAG-FORNECEDOR
              GO TO ABATE-DEBITO-FECHA.
           IF DEB-SITUACAO NOT = "A"
              GO TO ABATE-DEBITO-LER.
           IF DEB-SALDO > W-RESTANTE
              MOVE W-RESTANTE TO W-ABATE
           ELSE
              MOVE DEB-SALDO TO W-ABATE.
           ADD W-ABATE TO PAG-PAGO
           SUBTRACT W-ABATE FROM DEB-SALDO
           IF DEB-SALDO = ZEROS
              MOVE "U" TO DEB-SITUACAO.
           REWRITE REGDEB
           IF ST-DEB NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO DEBITO".
           DISPLAY "DEBITO " DEB-SEQ " (NF " DEB-NOTA ") ABATIDO: "
                   W-ABATE
           GO TO ABATE-DEBITO-LER.
       ABATE-DEBITO-FECHA.
           CLOSE DEBFORN
           IF PAG-PAGO NOT < PAG-VALOR
              MOVE "P" TO PAG-SITUACAO
              MOVE W-HOJE TO PAG-DATA-PAGTO.
           REWRITE REGPAG
           IF ST-PAG NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA PARCELA A PAGAR".
       ABATE-DEBITO-FIM.
           EXIT.
      *
      ***********************************************
      * LISTA AS PARCELAS DA NOTA COM SITUACAO E     *
      * VALORES - MAIS DE UM RECEBIMENTO DA MESMA    *
      * NOTA PASSA DAS 9 PARCELAS DE UMA GERACAO     *
      ***********************************************
       LISTA-PARCELAS.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-PARCELA.
       LISTA-PARCELAS-LOOP.
           IF W-PARCELA = 99
              GO TO LISTA-PARCELAS-FIM.
           ADD 1 TO W-PARCELA
           MOVE W-FORNECEDOR TO PAG-FORNECEDOR
           MOVE W-DOCTO      TO PAG-DOCTO
           MOVE W-PARCELA    TO PAG-PARCELA
           READ DUPPAG
           IF ST-PAG NOT = "00"
              GO TO LISTA-PARCELAS-LOOP.
           IF W-ACHOU = "N"
              MOVE "S" TO W-ACHOU
              DISPLAY "PEDIDO DE COMPRA: " PAG-PEDCOMP
                      "  EMISSAO: " PAG-EMISSAO.
           DISPLAY "PARC " PAG-PARCELA " VENC " PAG-VENCIMENTO
                   " VALOR " PAG-VALOR " PAGO " PAG-PAGO
                   " SIT " PAG-SITUACAO
           GO TO LISTA-PARCELAS-LOOP.
       LISTA-PARCELAS-FIM.
           EXIT.
      *
      ***********************************************
      * EVENTO CONTABIL DO PAGAMENTO AO FORNECEDOR   *
      * (PAG), NA DATA DO PAGAMENTO - O DEBITO DE    *
      * DEVOLUCAO ABATIDO JA FOI CONTABILIZADO NA    *
      * DEVOLUCAO (DVC)                              *
      ***********************************************
       EVENTO-PAGAMENTO.
           MOVE W-DATA-PAG TO CT-DATA
           MOVE SPACE  TO CT-ESTORNO
           MOVE ZEROS  TO CT-CUSTO
           MOVE SPACES TO CT-DOCTO CT-HISTORICO
           STRING "PG" PAG-FORNECEDOR " " PAG-DOCTO "/" PAG-PARCELA
                  DELIMITED BY SIZE INTO CT-DOCTO
           STRING "NF " PAG-DOCTO " " PAG-NOME-FORN
                  DELIMITED BY SIZE INTO CT-HISTORICO
           MOVE "PAG"   TO CT-EVENTO
           MOVE W-VALOR TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM.
       EVENTO-PAGAMENTO-FIM.
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
           MOVE "BAIXAPAG" TO CT-ORIGEM
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
           CLOSE DUPPAG CADFORN.
           DISPLAY "*** BAIXAS LANCADAS: " W-BAIXADAS.
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
