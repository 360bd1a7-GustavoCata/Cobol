       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRCLI.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * EXTRATO DO CLIENTE - TUDO O QUE O COD-CLIENTE   *
      * MOVIMENTOU NO PERIODO, EM ORDEM DE DATA, COM    *
      * SALDO CORRIDO (EXTRCLI.LST):                    *
      *   PEDIDOS (PEDIDO.DAT) E FATURAS (FATREG.DAT,   *
      *   PELO PEDIDO) - SO INFORMATIVOS, O VALOR NAO   *
      *   MEXE NO SALDO;                                *
      *   DUPLICATAS EMITIDAS (DUPREC.DAT) A DEBITO;    *
      *   ENCARGOS COBRADOS A DEBITO E PAGAMENTOS A     *
      *   CREDITO NA DATA DA QUITACAO (PARCIAL AINDA    *
      *   EM ABERTO SAI NA DATA DE HOJE);               *
      *   PARCELA RENEGOCIADA (CEP102) A CREDITO NA     *
      *   DATA DO PLANO (RENEG.DAT);                    *
      *   CREDITOS DE DEVOLUCAO (CREDCLI.DAT) A CREDITO *
      *   E A PARTE JA ABATIDA NA BAIXA A DEBITO, QUE O *
      *   ABATIMENTO JA ENTROU COMO PAGAMENTO.          *
      * O QUE ACONTECEU ANTES DO INICIO DO PERIODO VIRA *
      * O SALDO ANTERIOR. SALDO POSITIVO = O CLIENTE    *
      * DEVE; NEGATIVO = CREDITO A FAVOR DO CLIENTE     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CLIENTE
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS NOME-CLIENTE
                                                      WITH DUPLICATES.
       SELECT PEDIDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-PED.
       SELECT FATREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FAT-NUMERO
                    FILE STATUS  IS ST-FAT.
       SELECT DUPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DUP-CHAVE
                    FILE STATUS  IS ST-DUP.
       SELECT CREDCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRED-CHAVE
                    FILE STATUS  IS ST-CRE.
       SELECT RENEG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REN-CHAVE
                    FILE STATUS  IS ST-REN.
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
                03 PED-SITUACAO    PIC X(01).
                03 PED-DATA-EMB    PIC 9(08).
                03 PED-OPER-EMB    PIC X(10).
                03 PED-VENDEDOR    PIC 9(04).
                03 PED-FRETE       PIC 9(06)V99.
      *              CONDICAO DE PAGAMENTO (CONDPAG.DAT); 000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
                03 PED-FILIAL      PIC 9(02).
      *
       FD FATREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATREG.DAT".
       01 REGFAT.
                03 FAT-NUMERO      PIC 9(06).
                03 FAT-DATA        PIC 9(08).
                03 FAT-PEDIDO      PIC 9(06).
                03 FAT-CLIENTE     PIC X(30).
                03 FAT-MERC        PIC 9(08)V99.
                03 FAT-IPI         PIC 9(08)V99.
                03 FAT-ICMS        PIC 9(08)V99.
                03 FAT-TOTAL       PIC 9(08)V99.
                03 FAT-OPERADOR    PIC X(10).
                03 FAT-SITUACAO    PIC X(01).
                03 FAT-DATA-CANC   PIC 9(08).
                03 FAT-OPER-CANC   PIC X(10).
                03 FAT-MOTIVO      PIC X(30).
                03 FAT-NFE-SITUACAO  PIC X(01).
                03 FAT-NFE-CHAVE     PIC X(44).
                03 FAT-NFE-PROTOCOLO PIC X(15).
                03 FAT-NFE-DATA      PIC 9(08).
                03 FAT-NFE-MOTIVO    PIC X(30).
                03 FAT-FILIAL        PIC 9(02).
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
       FD CREDCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CREDCLI.DAT".
       01 REGCRED.
                03 CRED-CHAVE.
                   05 CRED-CODCLI  PIC 9(06).
                   05 CRED-SEQ     PIC 9(03).
                03 CRED-CLIENTE    PIC X(30).
                03 CRED-PEDIDO     PIC 9(06).
                03 CRED-DATA       PIC 9(08).
                03 CRED-VALOR      PIC 9(08)V99.
                03 CRED-SALDO      PIC 9(08)V99.
                03 CRED-SITUACAO   PIC X(01).
      *
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
                03 REN-PEDIDO      PIC 9(06).
                03 REN-PARCELA     PIC 9(02).
                03 REN-VENCIMENTO  PIC 9(08).
                03 REN-PRINCIPAL   PIC 9(08)V99.
                03 REN-MULTA       PIC 9(08)V99.
                03 REN-JUROS       PIC 9(08)V99.
                03 REN-ENCARGOS    PIC X(01).
                03 REN-VALOR-PLANO PIC 9(08)V99.
                03 REN-PARCELAS    PIC 9(01).
                03 REN-ULTIMO      PIC 9(06).
      *
      *              S-ORDEM ARRUMA O MESMO DIA: PEDIDO, FATURA,
      *              DUPLICATA, ENCARGO, PAGAMENTO, CREDITO
       SD SORTWK.
       01 SORT-REC.
           03 S-DATA           PIC 9(08).
           03 S-ORDEM          PIC 9(01).
           03 S-DOCTO          PIC X(12).
           03 S-HIST           PIC X(32).
           03 S-DEBITO         PIC 9(09)V99.
           03 S-CREDITO        PIC 9(09)V99.
      *              N = SO INFORMATIVO (PEDIDO/FATURA), NAO MEXE
      *              NO SALDO; O VALOR VAI EM S-DEBITO
           03 S-AFETA          PIC X(01).
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "EXTRCLI.LST".
       01 LINHA-REL            PIC X(110).
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
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-FAT       PIC X(02) VALUE "00".
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-CRE       PIC X(02) VALUE "00".
       77 ST-REN       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-CODCLI     PIC 9(06) VALUE ZEROS.
       77 W-NOME       PIC X(30) VALUE SPACES.
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-LINHAS     PIC 9(05) VALUE ZEROS.
       77 W-SALDO-ANT  PIC S9(10)V99 VALUE ZEROS.
       77 W-SALDO      PIC S9(10)V99 VALUE ZEROS.
       77 W-TOT-DEB    PIC 9(10)V99 VALUE ZEROS.
       77 W-TOT-CRED   PIC 9(10)V99 VALUE ZEROS.
       77 W-VALOR      PIC 9(09)V99 VALUE ZEROS.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DOC-PED.
          03 FILLER       PIC X(04) VALUE "PED ".
          03 W-DP-NUM     PIC 9(06).
       01 W-DOC-FAT.
          03 FILLER       PIC X(04) VALUE "NF  ".
          03 W-DF-NUM     PIC 9(06).
       01 W-DOC-DUP.
          03 FILLER       PIC X(02) VALUE "D ".
          03 W-DD-PED     PIC 9(06).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DD-PARC    PIC 9(02).
       01 W-DOC-CRED.
          03 FILLER       PIC X(04) VALUE "CRD ".
          03 W-DC-SEQ     PIC 9(03).
       01 W-HIST-PED.
          03 FILLER       PIC X(16) VALUE "PEDIDO      SIT ".
          03 W-HP-SIT     PIC X(01).
       01 W-HIST-VENC.
          03 FILLER       PIC X(16) VALUE "DUPLICATA VENC. ".
          03 W-HV-VENC    PIC 9(08).
       01 W-HIST-RENEG.
          03 FILLER       PIC X(19) VALUE "RENEGOCIADA PLANO  ".
          03 W-HR-PLANO   PIC 9(06).
       01 W-HIST-DEV.
          03 FILLER       PIC X(19) VALUE "CRED.DEVOLUCAO PED ".
          03 W-HD-PED     PIC 9(06).
       01 CAB1.
           03 FILLER      PIC X(20) VALUE "EXTRATO DO CLIENTE  ".
           03 CAB1-COD    PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 CAB1-NOME   PIC X(30).
           03 FILLER      PIC X(10) VALUE "  PERIODO ".
           03 CAB1-INI    PIC 9(08).
           03 FILLER      PIC X(03) VALUE " A ".
           03 CAB1-FIM    PIC 9(08).
       01 CAB-SALDO.
           03 FILLER      PIC X(84)
                 VALUE "SALDO ANTERIOR......................".
           03 CAB-SALDO-V PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 DET-TITULO.
           03 FILLER      PIC X(10) VALUE "DATA".
           03 FILLER      PIC X(14) VALUE "DOCUMENTO".
           03 FILLER      PIC X(33) VALUE "HISTORICO".
           03 FILLER      PIC X(14) VALUE "       DEBITO".
           03 FILLER      PIC X(14) VALUE "      CREDITO".
           03 FILLER      PIC X(18) VALUE "             SALDO".
       01 DET.
           03 DET-DATA    PIC 9(08).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-DOCTO   PIC X(12).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-HIST    PIC X(32).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-DEBITO  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-CREDITO PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-SALDO   PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
      *              PEDIDO E FATURA: VALOR ENTRE PARENTESES, FORA
      *              DAS COLUNAS DE DEBITO E CREDITO
       01 DET-INFO.
           03 DI-DATA     PIC 9(08).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DI-DOCTO    PIC X(12).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DI-HIST     PIC X(32).
           03 FILLER      PIC X(02) VALUE " (".
           03 DI-VALOR    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE ")".
       01 TOT-LIN.
           03 FILLER      PIC X(56) VALUE "TOTAIS DO PERIODO".
           03 TOT-DEBITO  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 TOT-CREDITO PIC ZZZ.ZZZ.ZZ9,99.
       01 TOT-SALDO.
           03 FILLER      PIC X(84)
                 VALUE "SALDO FINAL (POSITIVO = A RECEBER)..".
           03 TOT-SALDO-V PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 LIN-SEPARA    PIC X(102) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** EXTRATO DO CLIENTE ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCLI.DAT"
              GOBACK.
       EXT-001.
           DISPLAY "CODIGO DO CLIENTE (0 = ENCERRAR) : ".
           ACCEPT W-CODCLI.
           IF W-CODCLI = ZEROS
              CLOSE CADCLI
              GOBACK.
           MOVE W-CODCLI TO COD-CLIENTE
           READ CADCLI
           IF ST-CLI NOT = "00"
              DISPLAY "*** CLIENTE NAO CADASTRADO ***"
              GO TO EXT-001.
           MOVE NOME-CLIENTE TO W-NOME
           DISPLAY "CLIENTE: " W-NOME.
           CLOSE CADCLI.
       EXT-002.
           DISPLAY "INICIO DO PERIODO AAAAMMDD (0 = DESDE O INICIO) : ".
           ACCEPT W-DATA-INI.
           DISPLAY "FIM DO PERIODO AAAAMMDD (0 = HOJE) : ".
           ACCEPT W-DATA-FIM.
           IF W-DATA-FIM = ZEROS
              MOVE W-HOJE TO W-DATA-FIM.
           IF W-DATA-INI > W-DATA-FIM
              DISPLAY "*** INICIO DEPOIS DO FIM ***"
              GO TO EXT-002.
           MOVE ZEROS TO W-SALDO-ANT W-TOT-DEB W-TOT-CRED W-LINHAS
           SORT SORTWK ON ASCENDING KEY S-DATA S-ORDEM S-DOCTO
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
                    OUTPUT PROCEDURE IS GRAVA-RELATORIO THRU GRAVA-FIM.
           DISPLAY "*** LANCAMENTOS NO PERIODO: " W-LINHAS.
           DISPLAY "*** EXTRATO GERADO: EXTRCLI.LST ***".
           GOBACK.
      *
      ***********************************************
      * CARREGA O SORT COM OS MOVIMENTOS DO CLIENTE, *
      * UM ARQUIVO DE CADA VEZ                       *
      ***********************************************
       CARREGA-SORT.
           PERFORM CARREGA-PEDIDOS THRU CARREGA-PEDIDOS-FIM
           PERFORM CARREGA-FATURAS THRU CARREGA-FATURAS-FIM
           PERFORM CARREGA-DUPLICATAS THRU CARREGA-DUPLICATAS-FIM
           PERFORM CARREGA-CREDITOS THRU CARREGA-CREDITOS-FIM.
       CARREGA-SORT-FIM.
           EXIT.
      *
       CARREGA-PEDIDOS.
           OPEN INPUT PEDIDO
           IF ST-PED NOT = "00"
              GO TO CARREGA-PEDIDOS-FIM.
       CARREGA-PEDIDOS-LER.
           READ PEDIDO NEXT RECORD
           IF ST-PED NOT = "00"
              GO TO CARREGA-PEDIDOS-FECHA.
           IF PED-CODCLI NOT = W-CODCLI
              GO TO CARREGA-PEDIDOS-LER.
           MOVE PED-DATA     TO S-DATA
           MOVE 1            TO S-ORDEM
           MOVE PED-NUMERO   TO W-DP-NUM
           MOVE W-DOC-PED    TO S-DOCTO
           MOVE PED-SITUACAO TO W-HP-SIT
           MOVE W-HIST-PED   TO S-HIST
           MOVE PED-TOTAL    TO S-DEBITO
           MOVE ZEROS        TO S-CREDITO
           MOVE "N"          TO S-AFETA
           PERFORM SOLTA-MOV THRU SOLTA-MOV-FIM
           GO TO CARREGA-PEDIDOS-LER.
       CARREGA-PEDIDOS-FECHA.
           CLOSE PEDIDO.
       CARREGA-PEDIDOS-FIM.
           EXIT.
      *
      *              A FATURA NAO GUARDA O CLIENTE: VEM PELO PEDIDO
       CARREGA-FATURAS.
           OPEN INPUT FATREG
           IF ST-FAT NOT = "00"
              GO TO CARREGA-FATURAS-FIM.
           OPEN INPUT PEDIDO
           IF ST-PED NOT = "00"
              CLOSE FATREG
              GO TO CARREGA-FATURAS-FIM.
       CARREGA-FATURAS-LER.
           READ FATREG NEXT RECORD
           IF ST-FAT NOT = "00"
              GO TO CARREGA-FATURAS-FECHA.
           MOVE FAT-PEDIDO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
              GO TO CARREGA-FATURAS-LER.
           IF PED-CODCLI NOT = W-CODCLI
              GO TO CARREGA-FATURAS-LER.
           MOVE FAT-DATA     TO S-DATA
           MOVE 2            TO S-ORDEM
           MOVE FAT-NUMERO   TO W-DF-NUM
           MOVE W-DOC-FAT    TO S-DOCTO
           MOVE SPACES       TO S-HIST
           STRING "FATURA DO PEDIDO " FAT-PEDIDO
                  DELIMITED BY SIZE INTO S-HIST
           MOVE FAT-TOTAL    TO S-DEBITO
      *              FATURA CANCELADA (CEP069/FATURA) FICA NO EXTRATO
      *              SO COMO REGISTRO, SEM VALOR
           IF FAT-SITUACAO = "C"
              MOVE SPACES    TO S-HIST
              STRING "FATURA CANCELADA - PEDIDO " FAT-PEDIDO
                     DELIMITED BY SIZE INTO S-HIST
              MOVE ZEROS     TO S-DEBITO.
           MOVE ZEROS        TO S-CREDITO
           MOVE "N"          TO S-AFETA
           PERFORM SOLTA-MOV THRU SOLTA-MOV-FIM
           GO TO CARREGA-FATURAS-LER.
       CARREGA-FATURAS-FECHA.
           CLOSE FATREG PEDIDO.
       CARREGA-FATURAS-FIM.
           EXIT.
      *
      ***********************************************
      * CADA PARCELA GERA ATE QUATRO LINHAS: A       *
      * EMISSAO, OS ENCARGOS RECEBIDOS, O PAGAMENTO  *
      * E, SE RENEGOCIADA, A BAIXA PELO PLANO NOVO   *
      ***********************************************
       CARREGA-DUPLICATAS.
           OPEN INPUT DUPREC
           IF ST-DUP NOT = "00"
              GO TO CARREGA-DUPLICATAS-FIM.
           OPEN INPUT RENEG.
       CARREGA-DUPLICATAS-LER.
           READ DUPREC NEXT RECORD
           IF ST-DUP NOT = "00"
              GO TO CARREGA-DUPLICATAS-FECHA.
           IF DUP-CODCLI NOT = W-CODCLI
              GO TO CARREGA-DUPLICATAS-LER.
           MOVE DUP-PEDIDO     TO W-DD-PED
           MOVE DUP-PARCELA    TO W-DD-PARC
           MOVE W-DOC-DUP      TO S-DOCTO
           MOVE "S"            TO S-AFETA
           MOVE DUP-EMISSAO    TO S-DATA
           MOVE 3              TO S-ORDEM
           MOVE DUP-VENCIMENTO TO W-HV-VENC
           MOVE W-HIST-VENC    TO S-HIST
           MOVE DUP-VALOR      TO S-DEBITO
           MOVE ZEROS          TO S-CREDITO
           PERFORM SOLTA-MOV THRU SOLTA-MOV-FIM
      *              DUP-DATA-PAGTO E A DATA DO ULTIMO PAGAMENTO;
      *              PARCELA SO COM CREDITO ABATIDO FICA SEM DATA
           IF DUP-DATA-PAGTO NOT = ZEROS
              MOVE DUP-DATA-PAGTO TO S-DATA
           ELSE
              MOVE W-HOJE TO S-DATA.
           COMPUTE W-VALOR = DUP-MULTA + DUP-JUROS
           IF W-VALOR NOT = ZEROS
              MOVE 4              TO S-ORDEM
              MOVE "MULTA E JUROS DE ATRASO" TO S-HIST
              MOVE W-VALOR        TO S-DEBITO
              MOVE ZEROS          TO S-CREDITO
              PERFORM SOLTA-MOV THRU SOLTA-MOV-FIM.
           COMPUTE W-VALOR = DUP-PAGO + DUP-MULTA + DUP-JUROS
           IF W-VALOR NOT = ZEROS
              MOVE 5              TO S-ORDEM
              IF DUP-SITUACAO = "P"
                 MOVE "PAGAMENTO"    TO S-HIST
              ELSE
                 MOVE "PAGAMENTO PARCIAL ACUMULADO" TO S-HIST
              END-IF
              MOVE ZEROS          TO S-DEBITO
              MOVE W-VALOR        TO S-CREDITO
              PERFORM SOLTA-MOV THRU SOLTA-MOV-FIM.
           IF DUP-SITUACAO = "C"
              PERFORM CARREGA-RENEGOCIADA
                 THRU CARREGA-RENEGOCIADA-FIM.
           GO TO CARREGA-DUPLICATAS-LER.
       CARREGA-DUPLICATAS-FECHA.
           CLOSE DUPREC RENEG.
       CARREGA-DUPLICATAS-FIM.
           EXIT.
      *
      *              O SALDO QUE FICOU NA PARCELA CANCELADA SAI A
      *              CREDITO NA DATA DO PLANO; O PLANO ENTRA A
      *              DEBITO PELAS PROPRIAS PARCELAS
       CARREGA-RENEGOCIADA.
           MOVE W-HOJE TO S-DATA
           MOVE DUP-RENEG TO REN-NUMERO
           MOVE ZEROS     TO REN-SEQ
           READ RENEG
           IF ST-REN = "00"
              MOVE REN-DATA TO S-DATA.
           MOVE 6             TO S-ORDEM
           MOVE DUP-RENEG     TO W-HR-PLANO
           MOVE W-HIST-RENEG  TO S-HIST
           MOVE ZEROS         TO S-DEBITO
           COMPUTE S-CREDITO = DUP-VALOR - DUP-PAGO
           PERFORM SOLTA-MOV THRU SOLTA-MOV-FIM.
       CARREGA-RENEGOCIADA-FIM.
           EXIT.
      *
      *              O CREDITO ENTRA INTEIRO; A PARTE JA USADA NA
      *              BAIXA (CEP070) VOLTA A DEBITO PORQUE JA CONTOU
      *              COMO PAGAMENTO DA PARCELA
       CARREGA-CREDITOS.
           OPEN INPUT CREDCLI
           IF ST-CRE NOT = "00"
              GO TO CARREGA-CREDITOS-FIM.
           MOVE W-CODCLI TO CRED-CODCLI
           MOVE ZEROS    TO CRED-SEQ
           START CREDCLI KEY IS NOT LESS CRED-CHAVE
                 INVALID KEY GO TO CARREGA-CREDITOS-FECHA.
       CARREGA-CREDITOS-LER.
           READ CREDCLI NEXT RECORD
           IF ST-CRE NOT = "00"
              GO TO CARREGA-CREDITOS-FECHA.
           IF CRED-CODCLI NOT = W-CODCLI
              GO TO CARREGA-CREDITOS-FECHA.
           MOVE CRED-SEQ     TO W-DC-SEQ
           MOVE W-DOC-CRED   TO S-DOCTO
           MOVE "S"          TO S-AFETA
           MOVE CRED-DATA    TO S-DATA
           MOVE 7            TO S-ORDEM
           MOVE CRED-PEDIDO  TO W-HD-PED
           MOVE W-HIST-DEV   TO S-HIST
           MOVE ZEROS        TO S-DEBITO
           MOVE CRED-VALOR   TO S-CREDITO
           PERFORM SOLTA-MOV THRU SOLTA-MOV-FIM
           COMPUTE W-VALOR = CRED-VALOR - CRED-SALDO
           IF W-VALOR NOT = ZEROS
              MOVE 8                TO S-ORDEM
              MOVE "CREDITO ABATIDO EM DUPLICATA" TO S-HIST
              MOVE W-VALOR          TO S-DEBITO
              MOVE ZEROS            TO S-CREDITO
              PERFORM SOLTA-MOV THRU SOLTA-MOV-FIM.
           GO TO CARREGA-CREDITOS-LER.
       CARREGA-CREDITOS-FECHA.
           CLOSE CREDCLI.
       CARREGA-CREDITOS-FIM.
           EXIT.
      *
      ***********************************************
      * ANTES DO PERIODO VAI PARA O SALDO ANTERIOR   *
      * (O INFORMATIVO E DESCARTADO); DEPOIS DO FIM  *
      * E DESCARTADO; DENTRO, VAI PARA O SORT        *
      ***********************************************
       SOLTA-MOV.
           IF S-DATA > W-DATA-FIM
              GO TO SOLTA-MOV-FIM.
           IF S-DATA < W-DATA-INI
              IF S-AFETA = "S"
                 COMPUTE W-SALDO-ANT = W-SALDO-ANT + S-DEBITO
                                     - S-CREDITO
                 GO TO SOLTA-MOV-FIM
              ELSE
                 GO TO SOLTA-MOV-FIM.
           RELEASE SORT-REC.
       SOLTA-MOV-FIM.
           EXIT.
      *
       GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO EXTRCLI.LST"
              GO TO GRAVA-FIM.
           MOVE W-CODCLI   TO CAB1-COD
           MOVE W-NOME     TO CAB1-NOME
           MOVE W-DATA-INI TO CAB1-INI
           MOVE W-DATA-FIM TO CAB1-FIM
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-SALDO-ANT TO CAB-SALDO-V W-SALDO
           MOVE CAB-SALDO TO LINHA-REL
           WRITE LINHA-REL.
       LER-SORT.
           RETURN SORTWK AT END GO TO ENCERRA-TOTAIS.
           ADD 1 TO W-LINHAS
           IF S-AFETA = "N"
              MOVE S-DATA    TO DI-DATA
              MOVE S-DOCTO   TO DI-DOCTO
              MOVE S-HIST    TO DI-HIST
              MOVE S-DEBITO  TO DI-VALOR
              MOVE DET-INFO  TO LINHA-REL
              WRITE LINHA-REL
              GO TO LER-SORT.
           COMPUTE W-SALDO = W-SALDO + S-DEBITO - S-CREDITO
           ADD S-DEBITO  TO W-TOT-DEB
           ADD S-CREDITO TO W-TOT-CRED
           MOVE SPACES      TO DET
           MOVE S-DATA      TO DET-DATA
           MOVE S-DOCTO     TO DET-DOCTO
           MOVE S-HIST      TO DET-HIST
           MOVE S-DEBITO    TO DET-DEBITO
           MOVE S-CREDITO   TO DET-CREDITO
           MOVE W-SALDO     TO DET-SALDO
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO LER-SORT.
      *
       ENCERRA-TOTAIS.
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-DEB  TO TOT-DEBITO
           MOVE W-TOT-CRED TO TOT-CREDITO
           MOVE TOT-LIN TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-SALDO TO TOT-SALDO-V
           MOVE TOT-SALDO TO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELATORIO.
       GRAVA-FIM.
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
