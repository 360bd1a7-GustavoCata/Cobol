      * MOVIMENTO DE SAIDA NO DIARIO MOVIMENT.DAT        *
      * (CEP037). O CONSUMO MENSAL POR CENTRO DE CUSTO  *
      * SAI NO RELCUSTO (CEP059)                        *
      * CADA REQUISICAO GRAVA O EVENTO CONTABIL REQ,    *
      * COM O CENTRO DE CUSTO, NO CTBPEND.DAT           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT CTBPEND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *
      *****************************************************************
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
       77 ST-CUSTO      PIC X(02) VALUE "00".
       77 ST-ERRO       PIC X(02) VALUE "00".
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
       01 DATA-REQ.
          03 ANO-REQ   PIC 99.
          03 MES-REQ   PIC 99.
          03 MV-EST-DEPOIS PIC 9(05).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-CUSTO     PIC 9(05)V99.
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
              GOBACK.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM.
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - REQUISICAO NAO PERMITIDA ***"
              GOBACK.
           OPEN INPUT CADCUSTO
           IF ST-CUSTO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCUSTO.DAT"
           IF W-ST-SALVA NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA BAIXA DO ESTOQUE"
              GO TO ROT-FIM.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
           COMPUTE W-DELTA-DEP = ZEROS - W-QTDE
           PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
           COMPUTE W-VALOR = W-QTDE * PRECO-CUSTO
           WRITE LINHA-REQ
           IF ST-REQ NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO REQCUSTO.DAT".
           PERFORM EVENTO-REQUISICAO THRU EVENTO-REQUISICAO-FIM
           MOVE W-HOJE        TO MV-DATA
           MOVE HORA-REQ (1:2) TO MV-HH
           MOVE HORA-REQ (3:2) TO MV-MM
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
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      ***********************************************
      * EVENTO CONTABIL DA REQUISICAO (REQ), COM O   *
      * CENTRO DE CUSTO - O CLACTB PODE TER CONTA DE *
      * DESPESA PROPRIA PARA CADA CENTRO             *
      ***********************************************
       EVENTO-REQUISICAO.
           MOVE W-HOJE TO CT-DATA
           MOVE SPACE  TO CT-ESTORNO
           MOVE W-CUSTO TO CT-CUSTO
           MOVE SPACES TO CT-DOCTO CT-HISTORICO
           STRING "RQ " W-CUSTO " " W-CODIGO
                  DELIMITED BY SIZE INTO CT-DOCTO
           STRING "REQ CC " W-CUSTO " " DESCRICAO
                  DELIMITED BY SIZE INTO CT-HISTORICO
           MOVE "REQ"   TO CT-EVENTO
           MOVE W-VALOR TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM.
       EVENTO-REQUISICAO-FIM.
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
           MOVE "REQCUSTO" TO CT-ORIGEM
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
           MOVE "REQCUSTO"      TO JR-PROGRAMA
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
