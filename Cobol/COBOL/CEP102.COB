       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENEGOC.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * RENEGOCIACAO (REPARCELAMENTO) DE DUPLICATAS     *
      * VENCIDAS - JUNTA AS PARCELAS EM ABERTO E        *
      * VENCIDAS DO CLIENTE (DUPREC.DAT), CALCULA MULTA *
      * E JUROS ATE HOJE (PARAMS.DAT, MESMA CONTA DO    *
      * BAIXADUP/CEP070), CANCELA AS ORIGINAIS (DUP-    *
      * SITUACAO = C COM O MOTIVO E O NUMERO DO PLANO)  *
      * E GERA O PLANO NOVO EM DUPREC.DAT SOB UM NUMERO *
      * PROPRIO DE RENEGOCIACAO (A PARTIR DE 900001),   *
      * PARCELAS 01 A 09 COMO NO FECHAMENTO DO PEDIDO.  *
      * O RASTRO FICA EM RENEG.DAT: CABECALHO COM QUEM, *
      * QUANDO E POR QUE, E UMA LINHA POR PARCELA DE    *
      * ORIGEM COM O SALDO E OS ENCARGOS DA EPOCA.      *
      * PARCELA JA ENVIADA AO BANCO (DUP-REMESSA = S)   *
      * FICA FORA - O BANCO AINDA ESTA COBRANDO - E     *
      * TAMBEM A COBERTA POR CHEQUE PRE-DATADO EM       *
      * CUSTODIA (DUP-REMESSA = Q, CUSTCHQ/CEP143)      *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DUPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DUP-CHAVE
                    FILE STATUS  IS ST-DUP.
       SELECT RENEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REN-CHAVE
                    FILE STATUS  IS ST-REN.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
       SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *              FILIAL DONA DO TITULO; A PARCELA DO PLANO FICA
      *              COM A FILIAL DA PRIMEIRA PARCELA RENEGOCIADA
                03 DUP-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : RENEG      - RASTRO DAS RENEGOCIACOES. CHAVE =      *
      *                        NUMERO DO PLANO + SEQUENCIA:           *
      *                        SEQ 000 = CABECALHO (TIPO H), SEQ 001  *
      *                        EM DIANTE = PARCELA DE ORIGEM (TIPO    *
      *                        O). O REGISTRO 000000/000 (TIPO C)     *
      *                        GUARDA O ULTIMO NUMERO USADO           *
      *****************************************************************
       FD RENEG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RENEG.DAT".
       01 REGREN.
                03 REN-CHAVE.
                   05 REN-NUMERO   PIC 9(06).
                   05 REN-SEQ      PIC 9(03).
                03 REN-TIPO        PIC X(01).
                03 REN-CODCLI      PIC 9(06).
                03 REN-CLIENTE     PIC X(30).
                03 REN-DATA        PIC 9(08).
                03 REN-OPERADOR    PIC X(10).
                03 REN-MOTIVO      PIC X(30).
      *              PARCELA DE ORIGEM (TIPO O); NO CABECALHO,
      *              REN-VENCIMENTO E O PRIMEIRO VENCIMENTO DO PLANO
                03 REN-PEDIDO      PIC 9(06).
                03 REN-PARCELA     PIC 9(02).
                03 REN-VENCIMENTO  PIC 9(08).
                03 REN-PRINCIPAL   PIC 9(08)V99.
                03 REN-MULTA       PIC 9(08)V99.
                03 REN-JUROS       PIC 9(08)V99.
      *              S = MULTA E JUROS ENTRARAM NO VALOR DO PLANO
                03 REN-ENCARGOS    PIC X(01).
                03 REN-VALOR-PLANO PIC 9(08)V99.
                03 REN-PARCELAS    PIC 9(01).
                03 REN-ULTIMO      PIC 9(06).
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
                03 PA-FATOR-LEAD    PIC 9(01)V99.
                03 PA-IDADE-SENHA   PIC 9(03).
                03 PA-MULTA         PIC 9(02)V99.
                03 PA-JUROS-DIA     PIC 9(01)V9999.
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
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-REN       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-FUNCAO     PIC 9(01) VALUE ZEROS.
       77 W-CODCLI     PIC 9(06) VALUE ZEROS.
       77 W-NOME       PIC X(30) VALUE SPACES.
       77 W-NUMERO     PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-INCLUI     PIC X(01) VALUE "S".
       77 W-TEM-CTL    PIC X(01) VALUE "N".
       77 W-ALTERADA   PIC X(01) VALUE "N".
       77 W-PLANOS     PIC 9(05) VALUE ZEROS.
      *              *** FILIAL DO PLANO - A DA PRIMEIRA PARCELA ***
      *              *** DE ORIGEM (ZERO VALE 01)                ***
       77 W-FIL-PLANO  PIC 9(02) VALUE 01.
      *              *** PARCELAS DE ORIGEM ***
       77 W-QTDE       PIC 9(03) VALUE ZEROS.
       77 W-IND        PIC 9(03) VALUE ZEROS.
       77 W-TOT-PRINC  PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-MULTA  PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-JUROS  PIC 9(08)V99 VALUE ZEROS.
       77 W-TOT-PLANO  PIC 9(08)V99 VALUE ZEROS.
      *              *** PLANO NOVO ***
       77 W-PARCELAS   PIC 9(01) VALUE ZEROS.
       77 W-PARC-IND   PIC 9(02) VALUE ZEROS.
       77 W-PARC-VALOR PIC 9(08)V99 VALUE ZEROS.
       77 W-PARC-SOMA  PIC 9(08)V99 VALUE ZEROS.
       77 W-PRIM-VENC  PIC 9(08) VALUE ZEROS.
      *              *** ENCARGOS DE ATRASO ***
       77 W-MULTA-PCT  PIC 9(02)V99 VALUE 2,00.
       77 W-JUROS-DIA  PIC 9(01)V9999 VALUE 0,0333.
       77 W-SALDO      PIC 9(08)V99 VALUE ZEROS.
       77 W-MULTA      PIC 9(08)V99 VALUE ZEROS.
       77 W-JUROS      PIC 9(08)V99 VALUE ZEROS.
       77 W-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 W-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VENC  PIC 9(07) VALUE ZEROS.
       01 W-DATA-DEC.
          03 W-DT-ANO  PIC 9(04).
          03 W-DT-MES  PIC 9(02).
          03 W-DT-DIA  PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-DEC PIC 9(08).
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
       01 W-TAB-MESES-X    PIC X(24)
                           VALUE "312831303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
          03 W-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
       01 TAB-ORIGEM.
          03 T-ORIG OCCURS 99 TIMES.
             05 T-PEDIDO   PIC 9(06).
             05 T-PARCELA  PIC 9(02).
             05 T-VENC     PIC 9(08).
             05 T-SALDO    PIC 9(08)V99.
             05 T-MULTA    PIC 9(08)V99.
             05 T-JUROS    PIC 9(08)V99.
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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** RENEGOCIACAO DE DUPLICATAS VENCIDAS ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM.
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - RENEGOCIACAO NAO PERMITIDA ***"
              GOBACK.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           OPEN I-O DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "*** NAO HA DUPLICATAS GERADAS (DUPREC.DAT) ***"
              GOBACK.
           OPEN I-O RENEG
           IF ST-REN NOT = "00"
              IF ST-REN = "30"
                 OPEN OUTPUT RENEG
                 CLOSE RENEG
                 OPEN I-O RENEG
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO RENEG.DAT - ST " ST-REN
                 CLOSE DUPREC
                 GOBACK.
           OPEN INPUT FERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-ABERTO.
      *
       REN-000.
           DISPLAY "1 - NOVA RENEGOCIACAO  2 - CONSULTA  0 - ENCERRAR".
           ACCEPT W-FUNCAO.
           IF W-FUNCAO = ZEROS
              GO TO ROT-FIM.
           IF W-FUNCAO = 2
              PERFORM CONSULTA THRU CONSULTA-FIM
              GO TO REN-000.
           IF W-FUNCAO NOT = 1
              DISPLAY "*** OPCAO INVALIDA ***"
              GO TO REN-000.
       REN-001.
           DISPLAY "CODIGO DO CLIENTE (0 = VOLTAR) : ".
           ACCEPT W-CODCLI.
           IF W-CODCLI = ZEROS
              GO TO REN-000.
           PERFORM LISTA-VENCIDAS THRU LISTA-VENCIDAS-FIM
           IF W-QTDE = ZEROS
              DISPLAY "*** CLIENTE SEM PARCELAS VENCIDAS EM ABERTO ***"
              GO TO REN-001.
           DISPLAY "PRINCIPAL VENCIDO.: " W-TOT-PRINC.
           DISPLAY "MULTA.............: " W-TOT-MULTA.
           DISPLAY "JUROS ATE HOJE....: " W-TOT-JUROS.
       REN-002.
           DISPLAY "INCLUIR MULTA E JUROS NO PLANO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO = "S" OR "s"
              MOVE "S" TO W-INCLUI
              COMPUTE W-TOT-PLANO = W-TOT-PRINC + W-TOT-MULTA
                                  + W-TOT-JUROS
           ELSE
              IF W-OPCAO = "N" OR "n"
                 MOVE "N" TO W-INCLUI
                 MOVE W-TOT-PRINC TO W-TOT-PLANO
              ELSE
                 DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                 GO TO REN-002.
           DISPLAY "VALOR DO PLANO NOVO: " W-TOT-PLANO.
       REN-003.
           DISPLAY "NUMERO DE PARCELAS DO PLANO (1 A 9, 0 = VOLTAR) : ".
           ACCEPT W-PARCELAS.
           IF W-PARCELAS = ZEROS
              GO TO REN-001.
       REN-004.
           DISPLAY "PRIMEIRO VENCIMENTO AAAAMMDD (0 = DAQUI A 1 MES):".
           ACCEPT W-PRIM-VENC.
           IF W-PRIM-VENC = ZEROS
              MOVE W-HOJE TO W-VENC-NUM
              ADD 1 TO W-VENC-MES
              IF W-VENC-MES > 12
                 SUBTRACT 12 FROM W-VENC-MES
                 ADD 1 TO W-VENC-ANO
                 MOVE W-VENC-NUM TO W-PRIM-VENC
              ELSE
                 MOVE W-VENC-NUM TO W-PRIM-VENC.
           MOVE W-PRIM-VENC TO W-DATA-NUM
           IF W-DT-MES < 1 OR W-DT-MES > 12
              OR W-DT-DIA < 1 OR W-DT-DIA > 31
              DISPLAY "*** DATA INVALIDA ***"
              GO TO REN-004.
           IF W-PRIM-VENC < W-HOJE
              DISPLAY "*** VENCIMENTO ANTERIOR A HOJE ***"
              GO TO REN-004.
       REN-005.
           DISPLAY "MOTIVO DA RENEGOCIACAO : ".
           ACCEPT W-MOTIVO.
           IF W-MOTIVO = SPACES
              DISPLAY "*** MOTIVO E OBRIGATORIO ***"
              GO TO REN-005.
       REN-006.
           DISPLAY "CONFIRMA A RENEGOCIACAO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** RENEGOCIACAO ABANDONADA PELO OPERADOR ***"
              GO TO REN-001.
           PERFORM VERIFICA-ORIGEM THRU VERIFICA-ORIGEM-FIM
           IF W-ALTERADA = "S"
              DISPLAY "*** PARCELAS ALTERADAS NO MEIO DA RENEGOCIACAO"
              DISPLAY "    - REFACA A CONSULTA DO CLIENTE ***"
              GO TO REN-001.
           PERFORM PROXIMO-NUMERO THRU PROXIMO-NUMERO-FIM
           IF W-NUMERO = ZEROS
              GO TO REN-001.
           PERFORM GRAVA-RENEG THRU GRAVA-RENEG-FIM
           PERFORM GERA-PLANO THRU GERA-PLANO-FIM
           ADD 1 TO W-PLANOS
           DISPLAY "*** RENEGOCIACAO " W-NUMERO " GRAVADA - AS PARCELAS"
                   " NOVAS SE BAIXAM PELO NUMERO " W-NUMERO " ***".
           GO TO REN-001.
      *
      ***********************************************
      * VARRE O DUPREC ATRAS DAS PARCELAS DO CLIENTE *
      * EM ABERTO E JA VENCIDAS, GUARDA NA TABELA E  *
      * MOSTRA SALDO, MULTA E JUROS DE CADA UMA      *
      ***********************************************
       LISTA-VENCIDAS.
           MOVE ZEROS TO W-QTDE W-TOT-PRINC W-TOT-MULTA W-TOT-JUROS
           MOVE SPACES TO W-NOME
           MOVE ZEROS TO DUP-PEDIDO DUP-PARCELA
           START DUPREC KEY IS NOT LESS DUP-CHAVE
                 INVALID KEY GO TO LISTA-VENCIDAS-FIM.
       LISTA-VENCIDAS-LER.
           READ DUPREC NEXT
           IF ST-DUP NOT = "00"
              GO TO LISTA-VENCIDAS-FIM.
           IF DUP-CODCLI NOT = W-CODCLI
              GO TO LISTA-VENCIDAS-LER.
           IF DUP-SITUACAO NOT = "A"
              GO TO LISTA-VENCIDAS-LER.
           IF DUP-VENCIMENTO NOT < W-HOJE
              GO TO LISTA-VENCIDAS-LER.
      *              VENCIDA EM DIA NAO UTIL AINDA PODE SER PAGA SEM
      *              ATRASO NO PRIMEIRO DIA UTIL SEGUINTE
           MOVE DUP-VENCIMENTO TO W-DATA-UTIL-NUM
           PERFORM PROXIMO-UTIL THRU PROXIMO-UTIL-FIM
           IF W-DATA-UTIL-NUM NOT < W-HOJE
              GO TO LISTA-VENCIDAS-LER.
           IF DUP-REMESSA = "S"
              DISPLAY "PED " DUP-PEDIDO "/" DUP-PARCELA
                      " EM COBRANCA NO BANCO - FICA FORA DO PLANO"
              GO TO LISTA-VENCIDAS-LER.
           IF DUP-REMESSA = "Q"
              DISPLAY "PED " DUP-PEDIDO "/" DUP-PARCELA
                      " EM CUSTODIA DE CHEQUE - FICA FORA DO PLANO"
              GO TO LISTA-VENCIDAS-LER.
           IF W-QTDE = 99
              DISPLAY "*** LIMITE DE 99 PARCELAS POR PLANO ***"
              GO TO LISTA-VENCIDAS-FIM.
           PERFORM CALCULA-ENCARGOS THRU CALCULA-ENCARGOS-FIM
           ADD 1 TO W-QTDE
           IF W-QTDE = 1
              MOVE DUP-CLIENTE TO W-NOME
              MOVE DUP-FILIAL  TO W-FIL-PLANO
              DISPLAY "CLIENTE: " DUP-CLIENTE.
           IF W-FIL-PLANO = ZEROS
              MOVE 01 TO W-FIL-PLANO.
           MOVE DUP-PEDIDO     TO T-PEDIDO (W-QTDE)
           MOVE DUP-PARCELA    TO T-PARCELA (W-QTDE)
           MOVE DUP-VENCIMENTO TO T-VENC (W-QTDE)
           MOVE W-SALDO        TO T-SALDO (W-QTDE)
           MOVE W-MULTA        TO T-MULTA (W-QTDE)
           MOVE W-JUROS        TO T-JUROS (W-QTDE)
           ADD W-SALDO TO W-TOT-PRINC
           ADD W-MULTA TO W-TOT-MULTA
           ADD W-JUROS TO W-TOT-JUROS
           DISPLAY "PED " DUP-PEDIDO "/" DUP-PARCELA
                   " VENC " DUP-VENCIMENTO " SALDO " W-SALDO
                   " MULTA " W-MULTA " JUROS " W-JUROS
           GO TO LISTA-VENCIDAS-LER.
       LISTA-VENCIDAS-FIM.
           EXIT.
      *
      ***********************************************
      * MULTA E JUROS ATE HOJE SOBRE O SALDO - MESMA *
      * CONTA DO CALCULA-ENCARGOS DO BAIXADUP        *
      * (CEP070): DIAS NA CONTAGEM COMERCIAL DE 360, *
      * MULTA UNICA POR PARCELA, SEM ENCARGO ATE O   *
      * PRIMEIRO DIA UTIL DO VENCIMENTO              *
      ***********************************************
       CALCULA-ENCARGOS.
           COMPUTE W-SALDO = DUP-VALOR - DUP-PAGO
           MOVE ZEROS TO W-MULTA W-JUROS W-DIAS-ATRASO
           MOVE DUP-VENCIMENTO TO W-DATA-UTIL-NUM
           PERFORM PROXIMO-UTIL THRU PROXIMO-UTIL-FIM
           IF W-HOJE NOT > W-DATA-UTIL-NUM
              GO TO CALCULA-ENCARGOS-FIM.
           MOVE W-HOJE TO W-DATA-NUM
           COMPUTE W-DIAS-HOJE = (W-DT-ANO * 360)
                   + (W-DT-MES * 30) + W-DT-DIA
           MOVE DUP-VENCIMENTO TO W-DATA-NUM
           COMPUTE W-DIAS-VENC = (W-DT-ANO * 360)
                   + (W-DT-MES * 30) + W-DT-DIA
           IF W-DIAS-HOJE NOT > W-DIAS-VENC
              GO TO CALCULA-ENCARGOS-FIM.
           COMPUTE W-DIAS-ATRASO = W-DIAS-HOJE - W-DIAS-VENC
           IF DUP-MULTA = ZEROS
              COMPUTE W-MULTA ROUNDED = W-SALDO * W-MULTA-PCT / 100.
           COMPUTE W-JUROS ROUNDED = W-SALDO * W-DIAS-ATRASO
                                   * W-JUROS-DIA / 100.
       CALCULA-ENCARGOS-FIM.
           EXIT.
      *
      ***********************************************
      * RELE AS PARCELAS DE ORIGEM ANTES DE GRAVAR - *
      * SE ALGUMA FOI BAIXADA OU MEXIDA DEPOIS DA    *
      * LISTA, O PLANO NAO SAI                       *
      ***********************************************
       VERIFICA-ORIGEM.
           MOVE "N" TO W-ALTERADA
           MOVE ZEROS TO W-IND.
       VERIFICA-ORIGEM-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QTDE
              GO TO VERIFICA-ORIGEM-FIM.
           MOVE T-PEDIDO (W-IND)  TO DUP-PEDIDO
           MOVE T-PARCELA (W-IND) TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP NOT = "00"
              MOVE "S" TO W-ALTERADA
              GO TO VERIFICA-ORIGEM-FIM.
           COMPUTE W-SALDO = DUP-VALOR - DUP-PAGO
           IF DUP-SITUACAO NOT = "A" OR W-SALDO NOT = T-SALDO (W-IND)
              MOVE "S" TO W-ALTERADA
              GO TO VERIFICA-ORIGEM-FIM.
           GO TO VERIFICA-ORIGEM-LOOP.
       VERIFICA-ORIGEM-FIM.
           EXIT.
      *
      ***********************************************
      * PROXIMO NUMERO DE RENEGOCIACAO PELO REGISTRO *
      * DE CONTROLE DO RENEG.DAT (SEM ELE, COMECA EM *
      * 900001), PULANDO NUMERO QUE JA TENHA         *
      * DUPLICATA - O PLANO NUNCA SE MISTURA COM AS  *
      * PARCELAS DE UM PEDIDO                        *
      ***********************************************
       PROXIMO-NUMERO.
           MOVE ZEROS TO REN-NUMERO REN-SEQ
           READ RENEG
           IF ST-REN = "00"
              MOVE "S" TO W-TEM-CTL
              MOVE REN-ULTIMO TO W-NUMERO
           ELSE
              MOVE "N" TO W-TEM-CTL
              MOVE 900000 TO W-NUMERO.
       PROXIMO-NUMERO-LOOP.
           IF W-NUMERO > 999998
              DISPLAY "*** NUMERACAO DE RENEGOCIACAO ESGOTADA ***"
              MOVE ZEROS TO W-NUMERO
              GO TO PROXIMO-NUMERO-FIM.
           ADD 1 TO W-NUMERO
           MOVE W-NUMERO TO DUP-PEDIDO
           MOVE 01       TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP = "00"
              GO TO PROXIMO-NUMERO-LOOP.
           PERFORM LIMPA-REN THRU LIMPA-REN-FIM
           MOVE ZEROS    TO REN-NUMERO REN-SEQ
           MOVE "C"      TO REN-TIPO
           MOVE W-NUMERO TO REN-ULTIMO
           IF W-TEM-CTL = "S"
              REWRITE REGREN
           ELSE
              WRITE REGREN.
           IF ST-REN NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CONTROLE DO RENEG.DAT - ST "
                      ST-REN
              MOVE ZEROS TO W-NUMERO.
       PROXIMO-NUMERO-FIM.
           EXIT.
      *
      ***********************************************
      * GRAVA O CABECALHO E AS PARCELAS DE ORIGEM NO *
      * RENEG.DAT E CANCELA CADA ORIGINAL NO DUPREC  *
      * COM O MOTIVO E O NUMERO DO PLANO             *
      ***********************************************
       GRAVA-RENEG.
           PERFORM LIMPA-REN THRU LIMPA-REN-FIM
           MOVE W-NUMERO    TO REN-NUMERO
           MOVE ZEROS       TO REN-SEQ
           MOVE "H"         TO REN-TIPO
           MOVE W-CODCLI    TO REN-CODCLI
           MOVE W-NOME      TO REN-CLIENTE
           MOVE W-HOJE      TO REN-DATA
           MOVE W-OPERADOR  TO REN-OPERADOR
           MOVE W-MOTIVO    TO REN-MOTIVO
           MOVE W-PRIM-VENC TO REN-VENCIMENTO
           MOVE W-TOT-PRINC TO REN-PRINCIPAL
           MOVE W-TOT-MULTA TO REN-MULTA
           MOVE W-TOT-JUROS TO REN-JUROS
           MOVE W-INCLUI    TO REN-ENCARGOS
           MOVE W-TOT-PLANO TO REN-VALOR-PLANO
           MOVE W-PARCELAS  TO REN-PARCELAS
           WRITE REGREN
           IF ST-REN NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO RENEG.DAT - ST " ST-REN.
           MOVE ZEROS TO W-IND.
       GRAVA-RENEG-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-QTDE
              GO TO GRAVA-RENEG-FIM.
           MOVE W-IND               TO REN-SEQ
           MOVE "O"                 TO REN-TIPO
           MOVE T-PEDIDO (W-IND)    TO REN-PEDIDO
           MOVE T-PARCELA (W-IND)   TO REN-PARCELA
           MOVE T-VENC (W-IND)      TO REN-VENCIMENTO
           MOVE T-SALDO (W-IND)     TO REN-PRINCIPAL
           MOVE T-MULTA (W-IND)     TO REN-MULTA
           MOVE T-JUROS (W-IND)     TO REN-JUROS
           MOVE ZEROS               TO REN-VALOR-PLANO REN-PARCELAS
           WRITE REGREN
           IF ST-REN NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO RENEG.DAT - ST " ST-REN.
           MOVE T-PEDIDO (W-IND)  TO DUP-PEDIDO
           MOVE T-PARCELA (W-IND) TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "ERRO NA LEITURA DA DUPLICATA " DUP-PEDIDO
                      "/" DUP-PARCELA
              GO TO GRAVA-RENEG-LOOP.
           MOVE "C"      TO DUP-SITUACAO
           MOVE W-NUMERO TO DUP-RENEG
           MOVE W-MOTIVO TO DUP-MOTIVO
           REWRITE REGDUP
           IF ST-DUP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA DUPLICATA " DUP-PEDIDO
                      "/" DUP-PARCELA
           ELSE
              MOVE "R" TO JR-OPERACAO
              PERFORM JORNAL-DUPREC THRU JORNAL-DUPREC-FIM.
           GO TO GRAVA-RENEG-LOOP.
       GRAVA-RENEG-FIM.
           EXIT.
      *
      ***********************************************
      * GERA AS PARCELAS DO PLANO NOVO NO DUPREC -   *
      * MESMA DIVISAO DO FECHAMENTO DO PEDIDO        *
      * (CEP042): VENCIMENTO MENSAL A PARTIR DO      *
      * PRIMEIRO, ROLADO PARA O PROXIMO DIA UTIL,    *
      * RESTO DA DIVISAO NA ULTIMA PARCELA           *
      ***********************************************
       GERA-PLANO.
           MOVE ZEROS TO W-PARC-SOMA
           DIVIDE W-TOT-PLANO BY W-PARCELAS
                  GIVING W-PARC-VALOR ROUNDED
           MOVE W-PRIM-VENC TO W-VENC-NUM
           MOVE ZEROS TO W-PARC-IND.
       GERA-PLANO-LOOP.
           ADD 1 TO W-PARC-IND
           IF W-PARC-IND > W-PARCELAS
              GO TO GERA-PLANO-FIM.
           IF W-PARC-IND > 1
              ADD 1 TO W-VENC-MES
              IF W-VENC-MES > 12
                 SUBTRACT 12 FROM W-VENC-MES
                 ADD 1 TO W-VENC-ANO.
           MOVE W-NUMERO    TO DUP-PEDIDO
           MOVE W-PARC-IND  TO DUP-PARCELA
           MOVE W-CODCLI    TO DUP-CODCLI
           MOVE W-NOME      TO DUP-CLIENTE
           MOVE W-HOJE      TO DUP-EMISSAO
           MOVE W-VENC-NUM  TO W-DATA-UTIL-NUM
           PERFORM PROXIMO-UTIL THRU PROXIMO-UTIL-FIM
           MOVE W-DATA-UTIL-NUM TO DUP-VENCIMENTO
           IF W-PARC-IND = W-PARCELAS
              COMPUTE DUP-VALOR = W-TOT-PLANO - W-PARC-SOMA
           ELSE
              MOVE W-PARC-VALOR TO DUP-VALOR
              ADD W-PARC-VALOR TO W-PARC-SOMA.
           MOVE ZEROS       TO DUP-PAGO DUP-DATA-PAGTO
                               DUP-MULTA DUP-JUROS
           MOVE W-NUMERO    TO DUP-RENEG
           MOVE SPACES      TO DUP-MOTIVO
           MOVE "A"         TO DUP-SITUACAO
           MOVE SPACE       TO DUP-REMESSA
           MOVE W-FIL-PLANO TO DUP-FILIAL
           WRITE REGDUP
           IF ST-DUP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DA PARCELA " W-PARC-IND
                      " DO PLANO - ST " ST-DUP
           ELSE
              MOVE "W" TO JR-OPERACAO
              PERFORM JORNAL-DUPREC THRU JORNAL-DUPREC-FIM.
           GO TO GERA-PLANO-LOOP.
       GERA-PLANO-FIM.
           EXIT.
      *
      ***********************************************
      * CONSULTA UMA RENEGOCIACAO: CABECALHO, AS     *
      * PARCELAS DE ORIGEM E A SITUACAO ATUAL DAS    *
      * PARCELAS DO PLANO                            *
      ***********************************************
       CONSULTA.
           DISPLAY "NUMERO DA RENEGOCIACAO : ".
           ACCEPT W-NUMERO.
           MOVE W-NUMERO TO REN-NUMERO
           MOVE ZEROS    TO REN-SEQ
           READ RENEG
           IF ST-REN NOT = "00" OR REN-TIPO NOT = "H"
              DISPLAY "*** RENEGOCIACAO NAO ENCONTRADA ***"
              GO TO CONSULTA-FIM.
           DISPLAY "CLIENTE " REN-CODCLI " " REN-CLIENTE.
           DISPLAY "EM " REN-DATA " POR " REN-OPERADOR
                   " - " REN-MOTIVO.
           DISPLAY "PRINCIPAL " REN-PRINCIPAL " MULTA " REN-MULTA
                   " JUROS " REN-JUROS " INCLUIDOS: " REN-ENCARGOS.
           DISPLAY "PLANO " REN-VALOR-PLANO " EM " REN-PARCELAS
                   " PARCELA(S) A PARTIR DE " REN-VENCIMENTO.
           DISPLAY "PARCELAS DE ORIGEM:".
       CONSULTA-LER.
           READ RENEG NEXT
           IF ST-REN NOT = "00"
              GO TO CONSULTA-PLANO.
           IF REN-NUMERO NOT = W-NUMERO
              GO TO CONSULTA-PLANO.
           DISPLAY "  PED " REN-PEDIDO "/" REN-PARCELA
                   " VENC " REN-VENCIMENTO " SALDO " REN-PRINCIPAL
                   " MULTA " REN-MULTA " JUROS " REN-JUROS
           GO TO CONSULTA-LER.
       CONSULTA-PLANO.
           DISPLAY "PARCELAS DO PLANO:".
           MOVE ZEROS TO W-PARC-IND.
       CONSULTA-PLANO-LOOP.
           ADD 1 TO W-PARC-IND
           IF W-PARC-IND > 9
              GO TO CONSULTA-FIM.
           MOVE W-NUMERO   TO DUP-PEDIDO
           MOVE W-PARC-IND TO DUP-PARCELA
           READ DUPREC
           IF ST-DUP NOT = "00"
              GO TO CONSULTA-PLANO-LOOP.
           DISPLAY "  PARC " DUP-PARCELA " VENC " DUP-VENCIMENTO
                   " VALOR " DUP-VALOR " PAGO " DUP-PAGO
                   " SIT " DUP-SITUACAO
           GO TO CONSULTA-PLANO-LOOP.
       CONSULTA-FIM.
           EXIT.
      *
       LIMPA-REN.
           MOVE SPACES TO REN-TIPO REN-CLIENTE REN-OPERADOR
                          REN-MOTIVO REN-ENCARGOS
           MOVE ZEROS  TO REN-CODCLI REN-DATA REN-PEDIDO REN-PARCELA
                          REN-VENCIMENTO REN-PRINCIPAL REN-MULTA
                          REN-JUROS REN-VALOR-PLANO REN-PARCELAS
                          REN-ULTIMO.
       LIMPA-REN-FIM.
           EXIT.
      *
      ***********************************************
      * IDENTIFICACAO DO OPERADOR (CEP001/CEP002,    *
      * PARAGRAFO INC-OP1) - VAI PARA O RASTRO       *
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
       ROT-FIM.
           CLOSE DUPREC RENEG.
           IF W-FER-ABERTO = "S"
              CLOSE FERIADO.
           DISPLAY "*** RENEGOCIACOES GRAVADAS: " W-PLANOS.
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
           IF PA-MULTA NUMERIC
              IF PA-MULTA NOT = ZEROS
                 MOVE PA-MULTA TO W-MULTA-PCT.
           IF PA-JUROS-DIA NUMERIC
              IF PA-JUROS-DIA NOT = ZEROS
                 MOVE PA-JUROS-DIA TO W-JUROS-DIA.
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
       JORNAL-DUPREC.
           MOVE "DUPREC"        TO JR-ARQUIVO
           MOVE REGDUP          TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-DUPREC-FIM.
           EXIT.
       GRAVA-JORNAL.
           MOVE W-OPERADOR      TO JR-OPERADOR
           MOVE "RENEGOC"       TO JR-PROGRAMA
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
