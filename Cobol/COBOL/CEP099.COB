       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBCO.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CONCILIACAO BANCARIA - LE O EXTRATO DIARIO DO   *
      * BANCO (EXTRATO.TXT, POSICOES FIXAS) E CASA CADA *
      * CREDITO COM AS BAIXAS DE DUPREC.DAT (DUP-PAGO   *
      * MAIS MULTA E JUROS NA DUP-DATA-PAGTO, VINDAS DO *
      * CEP070/BAIXADUP E DO CEP073/RETBANCO, INCLUSIVE *
      * PAGAMENTO PARCIAL) E COM OS CHEQUES PRE-DATADOS *
      * DEPOSITADOS (CEP143/CUSTCHQ - UM CREDITO POR    *
      * CHEQUE, QUE PODE COBRIR VARIAS PARCELAS):       *
      * MESMO VALOR, CREDITO NO DIA DA BAIXA OU ATE     *
      * W-FOLGA DIAS DEPOIS.                            *
      * GRAVA O RESULTADO EM CONCIL.DAT - CONCILIADOS,  *
      * CREDITOS SEM BAIXA E BAIXAS SEM CREDITO - E     *
      * IMPRIME O RELATORIO CONCBCO.LST. AS PENDENCIAS  *
      * FICAM ABERTAS ATE O ACERTO NO CEP100/CONCRES    *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXTRATO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EXT.
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
       SELECT CONCIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CON-CHAVE
                    ALTERNATE RECORD KEY IS CON-DUP WITH DUPLICATES
                    FILE STATUS  IS ST-CON.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
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
      * ARQUIVO : EXTRATO    - EXTRATO DIARIO DO BANCO, POSICOES      *
      *                        FIXAS: TIPO 1 = HEADER COM A DATA DO   *
      *                        EXTRATO, TIPO 2 = LANCAMENTO (D/C,     *
      *                        VALOR EM CENTAVOS), TIPO 9 = TRAILER   *
      *****************************************************************
       FD EXTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.TXT".
       01 EXT-REG.
                03 EXT-TIPO        PIC X(01).
                03 EXT-DATA        PIC 9(08).
                03 EXT-DC          PIC X(01).
                03 EXT-VALOR       PIC 9(10).
                03 EXT-DOCTO       PIC X(10).
                03 EXT-HISTORICO   PIC X(30).
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
                03 DUP-REMESSA     PIC X(01).
                03 DUP-MULTA       PIC 9(08)V99.
                03 DUP-JUROS       PIC 9(08)V99.
                03 DUP-RENEG       PIC 9(06).
                03 DUP-MOTIVO      PIC X(30).
                03 DUP-FILIAL      PIC 9(02).
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
      *****************************************************************
      * ARQUIVO : CONCIL     - ITENS DA CONCILIACAO BANCARIA POR      *
      *                        EXTRATO: C = CONCILIADO, B = CREDITO   *
      *                        NO BANCO SEM BAIXA, L = BAIXA SEM      *
      *                        CREDITO. SITUACAO A = ABERTO, C =      *
      *                        CONCILIADO, R = RESOLVIDO NO CEP100.   *
      *                        CHAVE ZERADA = CONTROLE COM A DATA DO  *
      *                        ULTIMO EXTRATO PROCESSADO              *
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
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "CONCBCO.LST".
       01 LINHA-REL            PIC X(100).
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
       77 ST-EXT       PIC X(02) VALUE "00".
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-CON       PIC X(02) VALUE "00".
       77 ST-CHQ       PIC X(02) VALUE "00".
       77 W-TEM-CHQ    PIC X(01) VALUE "N".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
      *              *** DIAS DE FOLGA ENTRE A BAIXA E O CREDITO ***
      *              *** (COMPENSACAO DE CHEQUE, D+1 DO BOLETO)  ***
       77 W-FOLGA      PIC 9(02) VALUE 03.
       77 W-DATA-EXT   PIC 9(08) VALUE ZEROS.
       77 W-ULT-EXT    PIC 9(08) VALUE ZEROS.
       77 W-DN-EXT     PIC 9(07) VALUE ZEROS.
       77 W-DN-ULT     PIC 9(07) VALUE ZEROS.
       77 W-DN-PAG     PIC 9(07) VALUE ZEROS.
       77 W-DN-BCO     PIC 9(07) VALUE ZEROS.
       77 W-SEQ        PIC 9(05) VALUE ZEROS.
       77 W-IE         PIC 9(03) VALUE ZEROS.
       77 W-IP         PIC 9(03) VALUE ZEROS.
       77 W-QT-EXT     PIC 9(03) VALUE ZEROS.
       77 W-QT-POST    PIC 9(03) VALUE ZEROS.
       77 W-ESTOUROU   PIC X(01) VALUE "N".
       77 W-IND        PIC 9(01) VALUE ZEROS.
      *              *** VALORES DA PARCELA NA CARGA DAS BAIXAS ***
       77 W-RECEBIDO   PIC 9(09)V99 VALUE ZEROS.
       77 W-CHEQUES    PIC 9(09)V99 VALUE ZEROS.
       77 W-JA-CONCIL  PIC 9(09)V99 VALUE ZEROS.
       77 W-PENDENTE   PIC S9(09)V99 VALUE ZEROS.
       77 W-CHQ-ITEM   PIC X(01) VALUE "N".
      *              *** BAIXA CANDIDATA MONTADA PARA A TABELA ***
       01 W-POE.
          03 W-POE-PEDIDO   PIC 9(06).
          03 W-POE-PARCELA  PIC 9(02).
          03 W-POE-CLIENTE  PIC X(30).
          03 W-POE-DATA     PIC 9(08).
          03 W-POE-VALOR    PIC 9(08)V99.
          03 W-POE-CUSTODIA PIC 9(06).
          03 W-POE-EXT      PIC 9(08).
          03 W-POE-SEQ      PIC 9(05).
      *              *** CONTADORES DO RESUMO ***
       77 W-LIDOS      PIC 9(05) VALUE ZEROS.
       77 W-DEBITOS    PIC 9(05) VALUE ZEROS.
       77 W-CONCIL     PIC 9(05) VALUE ZEROS.
       77 W-SEM-BAIXA  PIC 9(05) VALUE ZEROS.
       77 W-SEM-CRED   PIC 9(05) VALUE ZEROS.
       77 W-AGUARDA    PIC 9(05) VALUE ZEROS.
      *              *** CREDITOS DO EXTRATO ***
       01 TAB-EXTRATO.
          03 T-EXT OCCURS 999.
             05 TE-DATA    PIC 9(08).
             05 TE-VALOR   PIC 9(08)V99.
             05 TE-DOCTO   PIC X(10).
             05 TE-HIST    PIC X(30).
             05 TE-CASOU   PIC 9(03).
      *              *** BAIXAS CANDIDATAS (DUPREC) ***
       01 TAB-BAIXAS.
          03 T-POST OCCURS 999.
             05 TP-PEDIDO  PIC 9(06).
             05 TP-PARCELA PIC 9(02).
             05 TP-CLIENTE PIC X(30).
             05 TP-DATA    PIC 9(08).
             05 TP-VALOR   PIC 9(08)V99.
             05 TP-DN      PIC 9(07).
      *              N = LIVRE, C = CASOU COM CREDITO, L = SEM
      *              CREDITO AGORA, V = SEM CREDITO DE ANTES, F =
      *              AINDA DENTRO DA FOLGA
             05 TP-CASOU   PIC X(01).
             05 TP-CON-EXT PIC 9(08).
             05 TP-CON-SEQ PIC 9(05).
             05 TP-CUSTODIA PIC 9(06).
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-DEC.
          03 W-DT-ANO  PIC 9(04).
          03 W-DT-MES  PIC 9(02).
          03 W-DT-DIA  PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-DEC PIC 9(08).
       01 CAB1.
           03 FILLER      PIC X(40)
                 VALUE "CONCILIACAO BANCARIA - EXTRATO DE ".
           03 CAB1-DATA   PIC 9(08).
       01 CAB-SECAO      PIC X(60).
       01 DET.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-DATA-BCO PIC 9(08).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-DOCTO   PIC X(10).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-VALOR-BCO PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(03) VALUE SPACES.
           03 DET-PEDIDO  PIC ZZZZZ9.
           03 DET-BARRA   PIC X(01) VALUE "/".
           03 DET-PARCELA PIC 99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-DATA-PAG PIC 9(08).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-VALOR-PAG PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-TEXTO   PIC X(25).
       01 LIN-SEPARA    PIC X(78) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CONCILIACAO BANCARIA (EXTRATO) ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           DISPLAY "PROCESSA O EXTRATO.TXT CONTRA AS BAIXAS.".
           DISPLAY "CONFIRMA (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** PROCESSAMENTO CANCELADO PELO OPERADOR ***"
              GOBACK.
           OPEN INPUT EXTRATO
           IF ST-EXT NOT = "00"
              DISPLAY "EXTRATO.TXT NAO ENCONTRADO"
              GOBACK.
           READ EXTRATO
               AT END
                   DISPLAY "EXTRATO.TXT VAZIO"
                   CLOSE EXTRATO
                   GOBACK.
           IF EXT-TIPO NOT = "1"
              DISPLAY "EXTRATO.TXT SEM HEADER (TIPO 1)"
              CLOSE EXTRATO
              GOBACK.
           MOVE EXT-DATA TO W-DATA-EXT
           OPEN I-O CONCIL
           IF ST-CON NOT = "00"
              IF ST-CON = "30"
                 OPEN OUTPUT CONCIL
                 CLOSE CONCIL
                 OPEN I-O CONCIL
              ELSE
                 NEXT SENTENCE.
           IF ST-CON NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CONCIL.DAT"
              CLOSE EXTRATO
              GOBACK.
      *              O MESMO EXTRATO NAO E CONCILIADO DUAS VEZES:
      *              O REGISTRO DE CONTROLE GUARDA O ULTIMO
           MOVE ZEROS TO CON-EXTRATO CON-SEQ
           READ CONCIL
           IF ST-CON = "00"
              MOVE CON-DATA-BCO TO W-ULT-EXT
           ELSE
              MOVE ZEROS TO W-ULT-EXT.
           IF W-ULT-EXT NOT < W-DATA-EXT
              DISPLAY "*** EXTRATO DE " W-DATA-EXT " JA PROCESSADO"
                      " (ULTIMO: " W-ULT-EXT ") ***"
              CLOSE EXTRATO CONCIL
              GOBACK.
           MOVE W-DATA-EXT TO W-DATA-NUM
           COMPUTE W-DN-EXT = (W-DT-ANO * 360) + (W-DT-MES * 30)
                            + W-DT-DIA
      *              SEM EXTRATO ANTERIOR, SO O DIA QUE SAI DA FOLGA
      *              E COBRADO - NAO VARRE O HISTORICO INTEIRO
           IF W-ULT-EXT = ZEROS
              COMPUTE W-DN-ULT = W-DN-EXT - 1
           ELSE
              MOVE W-ULT-EXT TO W-DATA-NUM
              COMPUTE W-DN-ULT = (W-DT-ANO * 360) + (W-DT-MES * 30)
                               + W-DT-DIA.
           MOVE ZEROS TO W-SEQ
           PERFORM CARREGA-EXTRATO THRU CARREGA-EXTRATO-FIM
           PERFORM CARREGA-BAIXAS THRU CARREGA-BAIXAS-FIM
           PERFORM CASA-CREDITOS THRU CASA-CREDITOS-FIM
           PERFORM GRAVA-RESULTADO THRU GRAVA-RESULTADO-FIM
           PERFORM IMPRIME-RELATORIO THRU IMPRIME-RELATORIO-FIM
           MOVE ZEROS      TO CON-EXTRATO CON-SEQ
           READ CONCIL
           MOVE W-DATA-EXT TO CON-DATA-BCO
           MOVE W-HOJE     TO CON-DATA-RES
           MOVE W-OPERADOR TO CON-OPERADOR
           IF ST-CON = "00"
              REWRITE REGCON
           ELSE
              MOVE SPACES TO CON-ORIGEM CON-SITUACAO CON-DOCTO-BCO
                             CON-HISTORICO
              MOVE "CONTROLE - ULTIMO EXTRATO" TO CON-MOTIVO
              MOVE ZEROS  TO CON-DUP CON-VALOR-BCO CON-DATA-PAGTO
                             CON-VALOR-PAG CON-CUSTODIA
              WRITE REGCON.
           CLOSE EXTRATO CONCIL.
           DISPLAY "*** LINHAS LIDAS DO EXTRATO...: " W-LIDOS.
           DISPLAY "*** DEBITOS (IGNORADOS).......: " W-DEBITOS.
           DISPLAY "*** CONCILIADOS...............: " W-CONCIL.
           DISPLAY "*** CREDITOS SEM BAIXA........: " W-SEM-BAIXA.
           DISPLAY "*** BAIXAS SEM CREDITO........: " W-SEM-CRED.
           DISPLAY "*** AGUARDANDO CREDITO (FOLGA): " W-AGUARDA.
           DISPLAY "*** RELATORIO: CONCBCO.LST ***".
           GOBACK.
      *
      ***********************************************
      * CREDITOS DO EXTRATO PARA A TABELA - DEBITOS  *
      * NAO SAO ASSUNTO DO CONTAS A RECEBER          *
      ***********************************************
       CARREGA-EXTRATO.
           MOVE ZEROS TO W-QT-EXT.
       CARREGA-EXTRATO-LER.
           READ EXTRATO
               AT END
                   GO TO CARREGA-EXTRATO-FIM.
           ADD 1 TO W-LIDOS
           IF EXT-TIPO NOT = "2"
              GO TO CARREGA-EXTRATO-LER.
           IF EXT-DC NOT = "C"
              ADD 1 TO W-DEBITOS
              GO TO CARREGA-EXTRATO-LER.
           IF W-QT-EXT = 999
              MOVE "S" TO W-ESTOUROU
              GO TO CARREGA-EXTRATO-LER.
           ADD 1 TO W-QT-EXT
           MOVE EXT-DATA      TO TE-DATA (W-QT-EXT)
           COMPUTE TE-VALOR (W-QT-EXT) = EXT-VALOR / 100
           MOVE EXT-DOCTO     TO TE-DOCTO (W-QT-EXT)
           MOVE EXT-HISTORICO TO TE-HIST (W-QT-EXT)
           MOVE ZEROS         TO TE-CASOU (W-QT-EXT)
           GO TO CARREGA-EXTRATO-LER.
       CARREGA-EXTRATO-FIM.
           IF W-ESTOUROU = "S"
              DISPLAY "*** MAIS DE 999 CREDITOS - EXCESSO IGNORADO ***".
           EXIT.
      *
      ***********************************************
      * BAIXAS CANDIDATAS: O QUE CADA PARCELA JA     *
      * RECEBEU (PRINCIPAL, MULTA E JUROS, QUITADA   *
      * OU COM PAGAMENTO PARCIAL) MENOS O QUE VEIO   *
      * POR CHEQUE EM CUSTODIA E O QUE JA TEM ITEM   *
      * NA CONCILIACAO - O NOVO PAGAMENTO ENTRA SE   *
      * FOI FEITO DESDE O ULTIMO EXTRATO (MENOS A    *
      * FOLGA); MAIS AS BAIXAS SEM CREDITO QUE       *
      * CONTINUAM ABERTAS (O CREDITO PODE CHEGAR) E  *
      * OS CHEQUES DEPOSITADOS                       *
      ***********************************************
       CARREGA-BAIXAS.
           MOVE ZEROS TO W-QT-POST
           MOVE "N" TO W-ESTOUROU
           MOVE "N" TO W-TEM-CHQ
           OPEN INPUT CHQCUST
           IF ST-CHQ = "00"
              MOVE "S" TO W-TEM-CHQ.
           OPEN INPUT DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "*** NAO HA DUPLICATAS GERADAS (DUPREC.DAT) ***"
              GO TO CARREGA-BAIXAS-CHQ.
       CARREGA-BAIXAS-LER.
           READ DUPREC NEXT RECORD
           IF ST-DUP NOT = "00"
              GO TO CARREGA-BAIXAS-FECHA.
           IF DUP-SITUACAO NOT = "P" AND NOT = "A"
              GO TO CARREGA-BAIXAS-LER.
           COMPUTE W-RECEBIDO = DUP-PAGO + DUP-MULTA + DUP-JUROS
           IF W-RECEBIDO = ZEROS
              GO TO CARREGA-BAIXAS-LER.
           PERFORM SOMA-CHEQUES THRU SOMA-CHEQUES-FIM
           PERFORM SOMA-CONCIL THRU SOMA-CONCIL-FIM
           COMPUTE W-PENDENTE = W-RECEBIDO - W-CHEQUES - W-JA-CONCIL
           IF W-PENDENTE NOT > ZEROS
              GO TO CARREGA-BAIXAS-LER.
      *              PAGAMENTO AINDA SEM ITEM NA CONCILIACAO, NA DATA
      *              DO ULTIMO PAGAMENTO DA PARCELA
           IF DUP-DATA-PAGTO = ZEROS OR DUP-DATA-PAGTO > W-DATA-EXT
              GO TO CARREGA-BAIXAS-LER.
           MOVE DUP-DATA-PAGTO TO W-DATA-NUM
           COMPUTE W-DN-PAG = (W-DT-ANO * 360) + (W-DT-MES * 30)
                            + W-DT-DIA
           IF W-DN-PAG + W-FOLGA NOT > W-DN-ULT
              GO TO CARREGA-BAIXAS-LER.
           MOVE DUP-PEDIDO     TO W-POE-PEDIDO
           MOVE DUP-PARCELA    TO W-POE-PARCELA
           MOVE DUP-CLIENTE    TO W-POE-CLIENTE
           MOVE DUP-DATA-PAGTO TO W-POE-DATA
           MOVE W-PENDENTE     TO W-POE-VALOR
           MOVE ZEROS          TO W-POE-CUSTODIA W-POE-EXT W-POE-SEQ
           PERFORM CARREGA-BAIXAS-POE THRU CARREGA-BAIXAS-POE-FIM
           GO TO CARREGA-BAIXAS-LER.
       CARREGA-BAIXAS-FECHA.
           CLOSE DUPREC.
       CARREGA-BAIXAS-CHQ.
           IF W-TEM-CHQ = "S"
              PERFORM CARREGA-CHEQUES THRU CARREGA-CHEQUES-FIM
              CLOSE CHQCUST.
           IF W-ESTOUROU = "S"
              DISPLAY "*** MAIS DE 999 BAIXAS - EXCESSO IGNORADO ***".
       CARREGA-BAIXAS-FIM.
           EXIT.
      *
       CARREGA-BAIXAS-POE.
           IF W-QT-POST = 999
              MOVE "S" TO W-ESTOUROU
              GO TO CARREGA-BAIXAS-POE-FIM.
           ADD 1 TO W-QT-POST
           MOVE W-POE-DATA TO W-DATA-NUM
           COMPUTE TP-DN (W-QT-POST) = (W-DT-ANO * 360)
                                     + (W-DT-MES * 30) + W-DT-DIA
           MOVE W-POE-PEDIDO   TO TP-PEDIDO (W-QT-POST)
           MOVE W-POE-PARCELA  TO TP-PARCELA (W-QT-POST)
           MOVE W-POE-CLIENTE  TO TP-CLIENTE (W-QT-POST)
           MOVE W-POE-DATA     TO TP-DATA (W-QT-POST)
           MOVE W-POE-VALOR    TO TP-VALOR (W-QT-POST)
           MOVE "N"            TO TP-CASOU (W-QT-POST)
           MOVE W-POE-EXT      TO TP-CON-EXT (W-QT-POST)
           MOVE W-POE-SEQ      TO TP-CON-SEQ (W-QT-POST)
           MOVE W-POE-CUSTODIA TO TP-CUSTODIA (W-QT-POST).
       CARREGA-BAIXAS-POE-FIM.
           EXIT.
      *
      ***********************************************
      * PARTE DO RECEBIDO DA PARCELA QUE VEIO POR    *
      * CHEQUE PRE-DATADO AINDA DEPOSITADO - ESSA    *
      * PARTE E CONCILIADA PELO CHEQUE INTEIRO       *
      ***********************************************
       SOMA-CHEQUES.
           MOVE ZEROS TO W-CHEQUES
           IF W-TEM-CHQ NOT = "S"
              GO TO SOMA-CHEQUES-FIM.
           MOVE DUP-CODCLI TO CHQ-CODCLI
           START CHQCUST KEY IS EQUAL CHQ-CODCLI
                 INVALID KEY GO TO SOMA-CHEQUES-FIM.
       SOMA-CHEQUES-LER.
           READ CHQCUST NEXT
           IF ST-CHQ NOT = "00"
              GO TO SOMA-CHEQUES-FIM.
           IF CHQ-CODCLI NOT = DUP-CODCLI
              GO TO SOMA-CHEQUES-FIM.
           IF CHQ-SITUACAO NOT = "D"
              GO TO SOMA-CHEQUES-LER.
           MOVE ZEROS TO W-IND.
       SOMA-CHEQUES-PARC.
           ADD 1 TO W-IND
           IF W-IND > CHQ-QTDE-PARC
              GO TO SOMA-CHEQUES-LER.
           IF CHQ-PC-PEDIDO (W-IND) = DUP-PEDIDO
              AND CHQ-PC-PARCELA (W-IND) = DUP-PARCELA
              ADD CHQ-PC-VALOR (W-IND) TO W-CHEQUES.
           GO TO SOMA-CHEQUES-PARC.
       SOMA-CHEQUES-FIM.
           EXIT.
      *
      ***********************************************
      * SOMA O QUE A PARCELA JA TEM NA CONCILIACAO   *
      * (CONCILIADO, RESOLVIDO OU AINDA SEM CREDITO) *
      * E POE NA TABELA AS BAIXAS SEM CREDITO QUE    *
      * CONTINUAM ABERTAS                            *
      ***********************************************
       SOMA-CONCIL.
           MOVE ZEROS TO W-JA-CONCIL
           MOVE DUP-PEDIDO  TO CON-PEDIDO
           MOVE DUP-PARCELA TO CON-PARCELA
           START CONCIL KEY IS EQUAL CON-DUP
                 INVALID KEY GO TO SOMA-CONCIL-FIM.
       SOMA-CONCIL-LER.
           READ CONCIL NEXT
           IF ST-CON NOT = "00"
              GO TO SOMA-CONCIL-FIM.
           IF CON-PEDIDO NOT = DUP-PEDIDO
              OR CON-PARCELA NOT = DUP-PARCELA
              GO TO SOMA-CONCIL-FIM.
           IF CON-CUSTODIA NOT = ZEROS
              GO TO SOMA-CONCIL-LER.
           ADD CON-VALOR-PAG TO W-JA-CONCIL
           IF CON-SITUACAO NOT = "A"
              GO TO SOMA-CONCIL-LER.
           MOVE DUP-PEDIDO     TO W-POE-PEDIDO
           MOVE DUP-PARCELA    TO W-POE-PARCELA
           MOVE DUP-CLIENTE    TO W-POE-CLIENTE
           MOVE CON-DATA-PAGTO TO W-POE-DATA
           MOVE CON-VALOR-PAG  TO W-POE-VALOR
           MOVE ZEROS          TO W-POE-CUSTODIA
           MOVE CON-EXTRATO    TO W-POE-EXT
           MOVE CON-SEQ        TO W-POE-SEQ
           PERFORM CARREGA-BAIXAS-POE THRU CARREGA-BAIXAS-POE-FIM
           GO TO SOMA-CONCIL-LER.
       SOMA-CONCIL-FIM.
           EXIT.
      *
      ***********************************************
      * CHEQUES PRE-DATADOS DEPOSITADOS ATE A DATA   *
      * DO EXTRATO: O BANCO CREDITA O CHEQUE INTEIRO *
      * (CHQ-VALOR), QUE ENTRA COMO UMA SO BAIXA     *
      * CANDIDATA. CHEQUE REAPRESENTADO TEM NOVO     *
      * DEPOSITO E NOVO ITEM                         *
      ***********************************************
       CARREGA-CHEQUES.
           MOVE ZEROS TO CHQ-NUMERO
           START CHQCUST KEY IS NOT LESS CHQ-NUMERO
                 INVALID KEY GO TO CARREGA-CHEQUES-FIM.
       CARREGA-CHEQUES-LER.
           READ CHQCUST NEXT
           IF ST-CHQ NOT = "00"
              GO TO CARREGA-CHEQUES-FIM.
           IF CHQ-DEPOSITO = ZEROS OR CHQ-DEPOSITO > W-DATA-EXT
              OR CHQ-QTDE-PARC = ZEROS
              GO TO CARREGA-CHEQUES-LER.
           MOVE CHQ-PC-PEDIDO (1)  TO W-POE-PEDIDO
           MOVE CHQ-PC-PARCELA (1) TO W-POE-PARCELA
           MOVE SPACES             TO W-POE-CLIENTE
           STRING "CHQ CUSTODIA " CHQ-NUMERO " " CHQ-CLIENTE
                  DELIMITED BY SIZE INTO W-POE-CLIENTE
           MOVE CHQ-DEPOSITO       TO W-POE-DATA
           MOVE CHQ-VALOR          TO W-POE-VALOR
           MOVE CHQ-NUMERO         TO W-POE-CUSTODIA
           MOVE ZEROS              TO W-POE-EXT W-POE-SEQ
           PERFORM ACHA-ITEM-CHEQUE THRU ACHA-ITEM-CHEQUE-FIM
           IF W-CHQ-ITEM = "F"
              GO TO CARREGA-CHEQUES-LER.
           IF W-CHQ-ITEM = "A"
              GO TO CARREGA-CHEQUES-POE.
           MOVE CHQ-DEPOSITO TO W-DATA-NUM
           COMPUTE W-DN-PAG = (W-DT-ANO * 360) + (W-DT-MES * 30)
                            + W-DT-DIA
           IF W-DN-PAG + W-FOLGA NOT > W-DN-ULT
              GO TO CARREGA-CHEQUES-LER.
       CARREGA-CHEQUES-POE.
           PERFORM CARREGA-BAIXAS-POE THRU CARREGA-BAIXAS-POE-FIM
           GO TO CARREGA-CHEQUES-LER.
       CARREGA-CHEQUES-FIM.
           EXIT.
      *
      ***********************************************
      * ITEM DA CONCILIACAO DO DEPOSITO DO CHEQUE:   *
      * W-CHQ-ITEM = N SEM ITEM, A = BAIXA SEM       *
      * CREDITO AINDA ABERTA, F = JA ACERTADO        *
      ***********************************************
       ACHA-ITEM-CHEQUE.
           MOVE "N" TO W-CHQ-ITEM
           MOVE W-POE-PEDIDO  TO CON-PEDIDO
           MOVE W-POE-PARCELA TO CON-PARCELA
           START CONCIL KEY IS EQUAL CON-DUP
                 INVALID KEY GO TO ACHA-ITEM-CHEQUE-FIM.
       ACHA-ITEM-CHEQUE-LER.
           READ CONCIL NEXT
           IF ST-CON NOT = "00"
              GO TO ACHA-ITEM-CHEQUE-FIM.
           IF CON-PEDIDO NOT = W-POE-PEDIDO
              OR CON-PARCELA NOT = W-POE-PARCELA
              GO TO ACHA-ITEM-CHEQUE-FIM.
           IF CON-CUSTODIA NOT = CHQ-NUMERO
              OR CON-DATA-PAGTO NOT = CHQ-DEPOSITO
              GO TO ACHA-ITEM-CHEQUE-LER.
           MOVE "F" TO W-CHQ-ITEM
           IF CON-SITUACAO = "A"
              MOVE "A"         TO W-CHQ-ITEM
              MOVE CON-EXTRATO TO W-POE-EXT
              MOVE CON-SEQ     TO W-POE-SEQ.
       ACHA-ITEM-CHEQUE-FIM.
           EXIT.
      *
      ***********************************************
      * CASA CADA CREDITO COM A PRIMEIRA BAIXA AINDA *
      * LIVRE DE MESMO VALOR, FEITA NO DIA DO        *
      * CREDITO OU ATE W-FOLGA DIAS ANTES            *
      ***********************************************
       CASA-CREDITOS.
           MOVE ZEROS TO W-IE.
       CASA-CREDITOS-EXT.
           ADD 1 TO W-IE
           IF W-IE > W-QT-EXT
              GO TO CASA-CREDITOS-FIM.
           MOVE TE-DATA (W-IE) TO W-DATA-NUM
           COMPUTE W-DN-BCO = (W-DT-ANO * 360) + (W-DT-MES * 30)
                            + W-DT-DIA
           MOVE ZEROS TO W-IP.
       CASA-CREDITOS-POST.
           ADD 1 TO W-IP
           IF W-IP > W-QT-POST
              GO TO CASA-CREDITOS-EXT.
           IF TP-CASOU (W-IP) NOT = "N"
              GO TO CASA-CREDITOS-POST.
           IF TP-VALOR (W-IP) NOT = TE-VALOR (W-IE)
              GO TO CASA-CREDITOS-POST.
           IF TP-DN (W-IP) > W-DN-BCO
              GO TO CASA-CREDITOS-POST.
           IF TP-DN (W-IP) + W-FOLGA < W-DN-BCO
              AND TP-CON-EXT (W-IP) = ZEROS
              GO TO CASA-CREDITOS-POST.
           MOVE "C"  TO TP-CASOU (W-IP)
           MOVE W-IP TO TE-CASOU (W-IE)
           GO TO CASA-CREDITOS-EXT.
       CASA-CREDITOS-FIM.
           EXIT.
      *
      ***********************************************
      * GRAVA O RESULTADO EM CONCIL.DAT: CASADOS (C),*
      * CREDITOS SEM BAIXA (B) E BAIXAS QUE SAIRAM   *
      * DA FOLGA SEM CREDITO (L). BAIXA SEM CREDITO  *
      * DE EXTRATO ANTERIOR QUE CASOU AGORA E        *
      * REGRAVADA COMO CONCILIADA                    *
      ***********************************************
       GRAVA-RESULTADO.
           MOVE ZEROS TO W-IE.
       GRAVA-RESULTADO-EXT.
           ADD 1 TO W-IE
           IF W-IE > W-QT-EXT
              GO TO GRAVA-RESULTADO-POST.
           MOVE TE-CASOU (W-IE) TO W-IP
           IF W-IP NOT = ZEROS
              IF TP-CON-EXT (W-IP) NOT = ZEROS
                 MOVE TP-CON-EXT (W-IP) TO CON-EXTRATO
                 MOVE TP-CON-SEQ (W-IP) TO CON-SEQ
                 READ CONCIL
                 IF ST-CON = "00"
                    PERFORM MONTA-BANCO THRU MONTA-BANCO-FIM
                    MOVE "C" TO CON-ORIGEM CON-SITUACAO
                    MOVE "CREDITO EM EXTRATO POSTERIOR" TO CON-MOTIVO
                    REWRITE REGCON
                    ADD 1 TO W-CONCIL
                    GO TO GRAVA-RESULTADO-EXT.
           PERFORM NOVO-ITEM THRU NOVO-ITEM-FIM
           PERFORM MONTA-BANCO THRU MONTA-BANCO-FIM
           IF W-IP = ZEROS
              MOVE "B" TO CON-ORIGEM
              MOVE "A" TO CON-SITUACAO
              ADD 1 TO W-SEM-BAIXA
           ELSE
              PERFORM MONTA-BAIXA THRU MONTA-BAIXA-FIM
              MOVE "C" TO CON-ORIGEM CON-SITUACAO
              ADD 1 TO W-CONCIL.
           WRITE REGCON
           IF ST-CON NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CONCIL.DAT".
           GO TO GRAVA-RESULTADO-EXT.
       GRAVA-RESULTADO-POST.
           MOVE ZEROS TO W-IP.
       GRAVA-RESULTADO-POST-LER.
           ADD 1 TO W-IP
           IF W-IP > W-QT-POST
              GO TO GRAVA-RESULTADO-FIM.
           IF TP-CASOU (W-IP) = "C"
              GO TO GRAVA-RESULTADO-POST-LER.
           IF TP-CON-EXT (W-IP) NOT = ZEROS
              MOVE "V" TO TP-CASOU (W-IP)
              ADD 1 TO W-SEM-CRED
              GO TO GRAVA-RESULTADO-POST-LER.
           IF TP-DN (W-IP) + W-FOLGA > W-DN-EXT
              MOVE "F" TO TP-CASOU (W-IP)
              ADD 1 TO W-AGUARDA
              GO TO GRAVA-RESULTADO-POST-LER.
           PERFORM NOVO-ITEM THRU NOVO-ITEM-FIM
           PERFORM MONTA-BAIXA THRU MONTA-BAIXA-FIM
           MOVE "L" TO CON-ORIGEM
           MOVE "A" TO CON-SITUACAO
           WRITE REGCON
           IF ST-CON NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CONCIL.DAT".
           ADD 1 TO W-SEM-CRED
           MOVE "L" TO TP-CASOU (W-IP)
           GO TO GRAVA-RESULTADO-POST-LER.
       GRAVA-RESULTADO-FIM.
           EXIT.
      *
       NOVO-ITEM.
           ADD 1 TO W-SEQ
           MOVE W-DATA-EXT TO CON-EXTRATO
           MOVE W-SEQ      TO CON-SEQ
           MOVE ZEROS      TO CON-DUP CON-DATA-BCO CON-VALOR-BCO
                              CON-DATA-PAGTO CON-VALOR-PAG
                              CON-CUSTODIA
           MOVE SPACES     TO CON-DOCTO-BCO CON-HISTORICO CON-MOTIVO
           MOVE W-OPERADOR TO CON-OPERADOR
           MOVE W-HOJE     TO CON-DATA-RES.
       NOVO-ITEM-FIM.
           EXIT.
      *
       MONTA-BANCO.
           MOVE TE-DATA (W-IE)  TO CON-DATA-BCO
           MOVE TE-VALOR (W-IE) TO CON-VALOR-BCO
           MOVE TE-DOCTO (W-IE) TO CON-DOCTO-BCO
           MOVE TE-HIST (W-IE)  TO CON-HISTORICO.
       MONTA-BANCO-FIM.
           EXIT.
      *
       MONTA-BAIXA.
           MOVE TP-PEDIDO (W-IP)  TO CON-PEDIDO
           MOVE TP-PARCELA (W-IP) TO CON-PARCELA
           MOVE TP-DATA (W-IP)    TO CON-DATA-PAGTO
           MOVE TP-VALOR (W-IP)   TO CON-VALOR-PAG
           MOVE TP-CUSTODIA (W-IP) TO CON-CUSTODIA.
       MONTA-BAIXA-FIM.
           EXIT.
      *
      ***********************************************
      * RELATORIO EM TRES PARTES: CONCILIADOS,       *
      * CREDITOS NO BANCO SEM BAIXA E BAIXAS SEM     *
      * CREDITO NO BANCO (MAIS AS QUE AINDA ESTAO    *
      * DENTRO DA FOLGA, SO PARA CONHECIMENTO)       *
      ***********************************************
       IMPRIME-RELATORIO.
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CONCBCO.LST"
              GO TO IMPRIME-RELATORIO-FIM.
           MOVE W-DATA-EXT TO CAB1-DATA
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CONCILIADOS (CREDITO NO BANCO = BAIXA)" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IE.
       IMPRIME-CASADOS.
           ADD 1 TO W-IE
           IF W-IE > W-QT-EXT
              GO TO IMPRIME-SEM-BAIXA.
           MOVE TE-CASOU (W-IE) TO W-IP
           IF W-IP = ZEROS
              GO TO IMPRIME-CASADOS.
           PERFORM DET-BANCO THRU DET-BANCO-FIM
           PERFORM DET-BAIXA THRU DET-BAIXA-FIM
           MOVE TP-CLIENTE (W-IP) TO DET-TEXTO
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO IMPRIME-CASADOS.
       IMPRIME-SEM-BAIXA.
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CREDITOS NO BANCO SEM BAIXA NO SISTEMA" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IE.
       IMPRIME-SEM-BAIXA-LER.
           ADD 1 TO W-IE
           IF W-IE > W-QT-EXT
              GO TO IMPRIME-SEM-CRED.
           IF TE-CASOU (W-IE) NOT = ZEROS
              GO TO IMPRIME-SEM-BAIXA-LER.
           PERFORM DET-BANCO THRU DET-BANCO-FIM
           MOVE TE-HIST (W-IE) TO DET-TEXTO
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO IMPRIME-SEM-BAIXA-LER.
       IMPRIME-SEM-CRED.
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "BAIXAS SEM CREDITO NO BANCO" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IP.
       IMPRIME-SEM-CRED-LER.
           ADD 1 TO W-IP
           IF W-IP > W-QT-POST
              GO TO IMPRIME-AGUARDA.
           IF TP-CASOU (W-IP) NOT = "L" AND NOT = "V"
              GO TO IMPRIME-SEM-CRED-LER.
           MOVE SPACES TO DET
           PERFORM DET-BAIXA THRU DET-BAIXA-FIM
           IF TP-CASOU (W-IP) = "V"
              MOVE "PENDENTE DE EXTRATO ANTER." TO DET-TEXTO
           ELSE
              MOVE TP-CLIENTE (W-IP) TO DET-TEXTO.
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO IMPRIME-SEM-CRED-LER.
       IMPRIME-AGUARDA.
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE "BAIXAS AGUARDANDO CREDITO (DENTRO DA FOLGA)"
                TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IP.
       IMPRIME-AGUARDA-LER.
           ADD 1 TO W-IP
           IF W-IP > W-QT-POST
              GO TO IMPRIME-RELATORIO-FECHA.
           IF TP-CASOU (W-IP) NOT = "F"
              GO TO IMPRIME-AGUARDA-LER.
           MOVE SPACES TO DET
           PERFORM DET-BAIXA THRU DET-BAIXA-FIM
           MOVE TP-CLIENTE (W-IP) TO DET-TEXTO
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO IMPRIME-AGUARDA-LER.
       IMPRIME-RELATORIO-FECHA.
           CLOSE RELATORIO.
       IMPRIME-RELATORIO-FIM.
           EXIT.
      *
       DET-BANCO.
           MOVE SPACES          TO DET
           MOVE TE-DATA (W-IE)  TO DET-DATA-BCO
           MOVE TE-DOCTO (W-IE) TO DET-DOCTO
           MOVE TE-VALOR (W-IE) TO DET-VALOR-BCO.
       DET-BANCO-FIM.
           EXIT.
      *
       DET-BAIXA.
           MOVE TP-PEDIDO (W-IP)  TO DET-PEDIDO
           MOVE "/"               TO DET-BARRA
           MOVE TP-PARCELA (W-IP) TO DET-PARCELA
           MOVE TP-DATA (W-IP)    TO DET-DATA-PAG
           MOVE TP-VALOR (W-IP)   TO DET-VALOR-PAG.
       DET-BAIXA-FIM.
           EXIT.
      *
      ***********************************************
      * IDENTIFICACAO DO OPERADOR E CONFERENCIA DA   *
      * PERMISSAO DE BATCH DO PERFIL (CEP033/        *
      * CLAOPER) - SO O "N" EXPLICITO NEGA           *
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
           IF PERM-BATCH = "N"
              DISPLAY "*** OPERADOR SEM PERMISSAO DE BATCH ***"
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
      *---------------------*** FIM DE PROGRAMA ***--------------------*
