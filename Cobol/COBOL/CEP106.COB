       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTACOB.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CARTAS DE COBRANCA - BATCH SOBRE AS DUPLICATAS  *
      * EM ABERTO E VENCIDAS (DUPREC.DAT). UMA CARTA    *
      * POR CLIENTE EM CARTACOB.LST, COM O ENDERECO DO  *
      * CADASTRO (CADCLI -> CADCEP, COMO NO ETIQCEP),   *
      * AS PARCELAS VENCIDAS E O TOTAL. O NIVEL VEM DA  *
      * PARCELA MAIS ATRASADA, NAS FAIXAS DO RELAGING   *
      * (CEP071):                                       *
      *   1 - LEMBRETE    (5 A 30 DIAS)                 *
      *   2 - COBRANCA    (31 A 60 DIAS)                *
      *   3 - AVISO FINAL (MAIS DE 60 DIAS)             *
      * CARTCOB.DAT GUARDA POR CLIENTE O ULTIMO NIVEL   *
      * ENVIADO: SO SAI CARTA QUANDO O NIVEL SOBE, ENTAO*
      * RODAR DE NOVO NAO REPETE A MESMA CARTA. CLIENTE *
      * QUE NAO TEM MAIS NADA VENCIDO VOLTA AO NIVEL 0  *
      * E UM ATRASO NOVO RECOMECA PELO LEMBRETE         *
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
       SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CLIENTE
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS NOME-CLIENTE
                                                      WITH DUPLICATES.
       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-CEP
                    ALTERNATE RECORD KEY IS LOGRADOURO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CIDADE WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE-BUSCA
                                                      WITH DUPLICATES.
       SELECT CARTCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CC-CODCLI
                    FILE STATUS  IS ST-CC.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
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
       FD CADCEP
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CEP              PIC 9(08).
           03 LOGRADOURO       PIC X(35).
           03 NUMERO           PIC 9(05).
           03 COMPLEMENTO      PIC X(15).
           03 BAIRRO           PIC X(25).
           03 CIDADE           PIC X(25).
           03 UF               PIC X(02).
           03 SITUACAO         PIC X(01).
           03 CHAVE-BUSCA      PIC X(35).
      *
      *****************************************************************
      * ARQUIVO : CARTCOB    - ULTIMA CARTA DE COBRANCA POR CLIENTE   *
      *                        - CC-VERIF E A ULTIMA RODADA EM QUE O  *
      *                        CLIENTE ESTAVA COM PARCELA VENCIDA     *
      *****************************************************************
       FD CARTCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTCOB.DAT".
       01 REGCC.
                03 CC-CODCLI       PIC 9(06).
                03 CC-NIVEL        PIC 9(01).
                03 CC-DATA         PIC 9(08).
                03 CC-VERIF        PIC 9(08).
                03 CC-SALDO        PIC 9(09)V99.
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
       SD SORTWK.
       01 SORT-REC.
           03 S-CODCLI         PIC 9(06).
           03 S-VENCIMENTO     PIC 9(08).
           03 S-PEDIDO         PIC 9(06).
           03 S-PARCELA        PIC 9(02).
           03 S-CLIENTE        PIC X(30).
           03 S-SALDO          PIC 9(08)V99.
           03 S-DIAS           PIC 9(05).
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "CARTACOB.LST".
       01 LINHA-REL            PIC X(80).
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
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-CEP       PIC X(02) VALUE "00".
       77 ST-CC        PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-EMPRESA    PIC X(20) VALUE SPACES.
      *              FAIXAS DE DIAS DE ATRASO DE CADA NIVEL
       77 W-DIAS-NIV1  PIC 9(03) VALUE 005.
       77 W-DIAS-NIV2  PIC 9(03) VALUE 031.
       77 W-DIAS-NIV3  PIC 9(03) VALUE 061.
       77 W-NIVEL      PIC 9(01) VALUE ZEROS.
       77 W-ENVIA      PIC X(01) VALUE "N".
       77 W-CLI-ATU    PIC 9(06) VALUE ZEROS.
       77 W-FIM-SORT   PIC X(01) VALUE "N".
       77 W-TOT-CLI    PIC 9(09)V99 VALUE ZEROS.
       77 W-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VENC  PIC 9(07) VALUE ZEROS.
       77 W-SALDO      PIC 9(08)V99 VALUE ZEROS.
       77 W-LIDAS      PIC 9(07) VALUE ZEROS.
       77 W-CLIENTES   PIC 9(05) VALUE ZEROS.
       77 W-CARTAS     PIC 9(05) VALUE ZEROS.
       77 W-ZERADOS    PIC 9(05) VALUE ZEROS.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *              CONTAGEM COMERCIAL DE DIAS (ANO 360, MES 30),
      *              A MESMA DO RELAGING (CEP071)
       01 W-DATA-DEC.
          03 W-DT-ANO     PIC 9(04).
          03 W-DT-MES     PIC 9(02).
          03 W-DT-DIA     PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-DEC PIC 9(08).
       01 W-NUMCOMPL.
           03 W-NC-NUM     PIC ZZZZ9.
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-NC-COMPL   PIC X(15).
       01 W-CIDUF.
           03 W-CU-CEP1    PIC 9(05).
           03 FILLER       PIC X(01) VALUE "-".
           03 W-CU-CEP2    PIC 9(03).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 W-CU-CID     PIC X(25).
           03 FILLER       PIC X(01) VALUE "/".
           03 W-CU-UF      PIC X(02).
       01 W-CEP-RED.
           03 W-CEP-5      PIC 9(05).
           03 W-CEP-3      PIC 9(03).
       01 CAB-CARTA.
           03 CB-EMPRESA   PIC X(20).
           03 FILLER       PIC X(42) VALUE SPACES.
           03 FILLER       PIC X(08) VALUE "EMISSAO ".
           03 CB-HOJE      PIC 9(08).
       01 CAB-NIVEL.
           03 FILLER       PIC X(13) VALUE "CARTA NIVEL ".
           03 CN-NIVEL     PIC 9(01).
           03 FILLER       PIC X(03) VALUE " - ".
           03 CN-TITULO    PIC X(30).
       01 LIN-ENDER.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LE-TEXTO     PIC X(60).
       01 LIN-CLIENTE.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LC-COD       PIC 9(06).
           03 FILLER       PIC X(01) VALUE SPACE.
           03 LC-NOME      PIC X(30).
       01 DET-TITULO.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 FILLER       PIC X(14) VALUE "PEDIDO/PARC.".
           03 FILLER       PIC X(12) VALUE "VENCIMENTO".
           03 FILLER       PIC X(10) VALUE "DIAS".
           03 FILLER       PIC X(14) VALUE "  SALDO DEVIDO".
       01 DET.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 DET-PEDIDO   PIC 9(06).
           03 FILLER       PIC X(01) VALUE "/".
           03 DET-PARCELA  PIC 9(02).
           03 FILLER       PIC X(05) VALUE SPACES.
           03 DET-VENC     PIC 9(08).
           03 FILLER       PIC X(04) VALUE SPACES.
           03 DET-DIAS     PIC ZZZZ9.
           03 FILLER       PIC X(05) VALUE SPACES.
           03 DET-SALDO    PIC ZZ.ZZZ.ZZ9,99.
       01 TOT-CARTA.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 FILLER       PIC X(36) VALUE "TOTAL VENCIDO".
           03 TOT-SALDO    PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-TEXTO.
           03 FILLER       PIC X(04) VALUE SPACES.
           03 LT-TEXTO     PIC X(70).
       01 LIN-SEPARA    PIC X(78) VALUE ALL "=".
       01 LIN-BRANCO    PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CARTAS DE COBRANCA ***".
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO W-DATA-NUM
           COMPUTE W-DIAS-HOJE = (W-DT-ANO * 360) + (W-DT-MES * 30)
                                 + W-DT-DIA
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCLI.DAT"
              GOBACK.
           OPEN INPUT CADCEP
           IF ST-CEP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCEP.DAT"
              CLOSE CADCLI
              GOBACK.
           OPEN I-O CARTCOB
           IF ST-CC NOT = "00"
              IF ST-CC = "30"
                 OPEN OUTPUT CARTCOB
                 CLOSE CARTCOB
                 OPEN I-O CARTCOB
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO CARTCOB.DAT - ST " ST-CC
                 CLOSE CADCLI CADCEP
                 GOBACK.
           SORT SORTWK ON ASCENDING KEY S-CODCLI S-VENCIMENTO
                                        S-PEDIDO S-PARCELA
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
                    OUTPUT PROCEDURE IS GRAVA-RELATORIO THRU GRAVA-FIM.
           PERFORM ZERA-QUITADOS THRU ZERA-QUITADOS-FIM.
           CLOSE CADCLI CADCEP CARTCOB.
           DISPLAY "*** PARCELAS VENCIDAS LIDAS....: " W-LIDAS.
           DISPLAY "*** CLIENTES EM ATRASO.........: " W-CLIENTES.
           DISPLAY "*** CARTAS EMITIDAS............: " W-CARTAS.
           DISPLAY "*** CLIENTES VOLTARAM AO NIVEL 0: " W-ZERADOS.
           DISPLAY "*** CARTAS EM CARTACOB.LST ***".
           GOBACK.
      *
      ***********************************************
      * SO ENTRA PARCELA EM ABERTO, COM SALDO, JA    *
      * VENCIDA E DE CLIENTE CADASTRADO (CODCLI 0 E  *
      * DUPLICATA ANTIGA, SEM CADASTRO PARA CARTA)   *
      ***********************************************
       CARREGA-SORT.
           OPEN INPUT DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "*** NAO HA DUPLICATAS GERADAS (DUPREC.DAT) ***"
              GO TO CARREGA-SORT-FIM.
       CARREGA-SORT-LER.
           READ DUPREC NEXT RECORD
           IF ST-DUP NOT = "00"
              GO TO CARREGA-SORT-FECHA.
           IF DUP-SITUACAO NOT = "A"
              GO TO CARREGA-SORT-LER.
           IF DUP-CODCLI = ZEROS
              GO TO CARREGA-SORT-LER.
           IF DUP-VENCIMENTO NOT < W-HOJE
              GO TO CARREGA-SORT-LER.
           IF DUP-PAGO NOT < DUP-VALOR
              GO TO CARREGA-SORT-LER.
           COMPUTE W-SALDO = DUP-VALOR - DUP-PAGO
           MOVE DUP-VENCIMENTO TO W-DATA-NUM
           COMPUTE W-DIAS-VENC = (W-DT-ANO * 360) + (W-DT-MES * 30)
                                 + W-DT-DIA
           ADD 1 TO W-LIDAS
           MOVE DUP-CODCLI     TO S-CODCLI
           MOVE DUP-VENCIMENTO TO S-VENCIMENTO
           MOVE DUP-PEDIDO     TO S-PEDIDO
           MOVE DUP-PARCELA    TO S-PARCELA
           MOVE DUP-CLIENTE    TO S-CLIENTE
           MOVE W-SALDO        TO S-SALDO
           COMPUTE S-DIAS = W-DIAS-HOJE - W-DIAS-VENC
           RELEASE SORT-REC
           GO TO CARREGA-SORT-LER.
       CARREGA-SORT-FECHA.
           CLOSE DUPREC.
       CARREGA-SORT-FIM.
           EXIT.
      *
      ***********************************************
      * QUEBRA POR CLIENTE. A PRIMEIRA PARCELA DO    *
      * CLIENTE E A MAIS ANTIGA E DECIDE O NIVEL     *
      ***********************************************
       GRAVA-RELATORIO.
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CARTACOB.LST"
              GO TO GRAVA-FIM.
           MOVE "N" TO W-FIM-SORT
           RETURN SORTWK AT END GO TO GRAVA-FECHA.
       NOVO-CLIENTE.
           MOVE S-CODCLI TO W-CLI-ATU
           MOVE ZEROS    TO W-TOT-CLI
           ADD 1 TO W-CLIENTES
           PERFORM DEFINE-NIVEL THRU DEFINE-NIVEL-FIM
           IF W-ENVIA = "S"
              PERFORM CABECALHO-CARTA THRU CABECALHO-CARTA-FIM.
       LER-SORT.
           ADD S-SALDO TO W-TOT-CLI
           IF W-ENVIA = "S"
              MOVE S-PEDIDO     TO DET-PEDIDO
              MOVE S-PARCELA    TO DET-PARCELA
              MOVE S-VENCIMENTO TO DET-VENC
              MOVE S-DIAS       TO DET-DIAS
              MOVE S-SALDO      TO DET-SALDO
              MOVE DET TO LINHA-REL
              WRITE LINHA-REL.
           RETURN SORTWK AT END
              MOVE "S" TO W-FIM-SORT
              GO TO FECHA-CLIENTE.
           IF S-CODCLI = W-CLI-ATU
              GO TO LER-SORT.
       FECHA-CLIENTE.
           PERFORM RODAPE-CARTA THRU RODAPE-CARTA-FIM.
           IF W-FIM-SORT = "N"
              GO TO NOVO-CLIENTE.
       GRAVA-FECHA.
           CLOSE RELATORIO.
       GRAVA-FIM.
           EXIT.
      *
      *              NIVEL PELA PARCELA MAIS ATRASADA; SO SAI CARTA
      *              SE ELE FOR MAIOR QUE O DA ULTIMA CARTA ENVIADA
       DEFINE-NIVEL.
           MOVE ZEROS TO W-NIVEL
           MOVE "N"   TO W-ENVIA
           IF S-DIAS NOT < W-DIAS-NIV3
              MOVE 3 TO W-NIVEL
           ELSE
              IF S-DIAS NOT < W-DIAS-NIV2
                 MOVE 2 TO W-NIVEL
              ELSE
                 IF S-DIAS NOT < W-DIAS-NIV1
                    MOVE 1 TO W-NIVEL.
           IF W-NIVEL = ZEROS
              GO TO DEFINE-NIVEL-FIM.
           MOVE W-CLI-ATU TO CC-CODCLI
           READ CARTCOB
           IF ST-CC NOT = "00"
              MOVE W-CLI-ATU TO CC-CODCLI
              MOVE ZEROS     TO CC-NIVEL CC-DATA CC-VERIF CC-SALDO
              WRITE REGCC.
           IF W-NIVEL > CC-NIVEL
              MOVE "S" TO W-ENVIA.
       DEFINE-NIVEL-FIM.
           EXIT.
      *
       CABECALHO-CARTA.
           MOVE W-EMPRESA TO CB-EMPRESA
           MOVE W-HOJE    TO CB-HOJE
           MOVE CAB-CARTA TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-BRANCO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-CLI-ATU TO LC-COD COD-CLIENTE
           MOVE S-CLIENTE TO LC-NOME
           MOVE ZEROS     TO CLI-CEP
           READ CADCLI
           IF ST-CLI = "00"
              MOVE NOME-CLIENTE TO LC-NOME.
           MOVE LIN-CLIENTE TO LINHA-REL
           WRITE LINHA-REL
           PERFORM MONTA-ENDERECO THRU MONTA-ENDERECO-FIM.
           MOVE LIN-BRANCO TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-NIVEL TO CN-NIVEL
           IF W-NIVEL = 1
              MOVE "LEMBRETE DE VENCIMENTO" TO CN-TITULO.
           IF W-NIVEL = 2
              MOVE "AVISO DE COBRANCA" TO CN-TITULO.
           IF W-NIVEL = 3
              MOVE "AVISO FINAL DE COBRANCA" TO CN-TITULO.
           MOVE CAB-NIVEL TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-BRANCO TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CONSTAM EM ABERTO EM NOSSOS REGISTROS AS PARCELAS"
                TO LT-TEXTO
           MOVE LIN-TEXTO TO LINHA-REL
           WRITE LINHA-REL
           MOVE "ABAIXO, JA VENCIDAS:" TO LT-TEXTO
           MOVE LIN-TEXTO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-BRANCO TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL.
       CABECALHO-CARTA-FIM.
           EXIT.
      *
      *              ENDERECO DO CADASTRO; CEP FORA DO CADCEP SAI SO
      *              COM O NUMERO DO CEP
       MONTA-ENDERECO.
           IF CLI-CEP = ZEROS
              MOVE "ENDERECO NAO CADASTRADO" TO LE-TEXTO
              MOVE LIN-ENDER TO LINHA-REL
              WRITE LINHA-REL
              GO TO MONTA-ENDERECO-FIM.
           MOVE CLI-CEP TO CEP
           READ CADCEP
           IF ST-CEP NOT = "00"
              MOVE SPACES TO LOGRADOURO BAIRRO CIDADE UF.
           MOVE LOGRADOURO TO LE-TEXTO
           MOVE LIN-ENDER TO LINHA-REL
           WRITE LINHA-REL
           MOVE CLI-ENDNUM      TO W-NC-NUM
           MOVE CLI-COMPLEMENTO TO W-NC-COMPL
           MOVE W-NUMCOMPL TO LE-TEXTO
           MOVE LIN-ENDER TO LINHA-REL
           WRITE LINHA-REL
           MOVE BAIRRO TO LE-TEXTO
           MOVE LIN-ENDER TO LINHA-REL
           WRITE LINHA-REL
           MOVE CLI-CEP    TO W-CEP-RED
           MOVE W-CEP-5    TO W-CU-CEP1
           MOVE W-CEP-3    TO W-CU-CEP2
           MOVE CIDADE     TO W-CU-CID
           MOVE UF         TO W-CU-UF
           MOVE W-CIDUF TO LE-TEXTO
           MOVE LIN-ENDER TO LINHA-REL
           WRITE LINHA-REL.
       MONTA-ENDERECO-FIM.
           EXIT.
      *
      *              FECHA A CARTA (SE SAIU) E MARCA O CLIENTE COMO
      *              AINDA EM ATRASO NESTA RODADA
       RODAPE-CARTA.
           IF W-NIVEL = ZEROS
              GO TO RODAPE-CARTA-FIM.
           IF W-ENVIA = "N"
              GO TO RODAPE-MARCA.
           MOVE W-TOT-CLI TO TOT-SALDO
           MOVE TOT-CARTA TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-BRANCO TO LINHA-REL
           WRITE LINHA-REL
           IF W-NIVEL = 1
              MOVE "CASO O PAGAMENTO JA TENHA SIDO EFETUADO, DESCONSIDE"
                   TO LT-TEXTO
              MOVE LIN-TEXTO TO LINHA-REL
              WRITE LINHA-REL
              MOVE "RE ESTE AVISO." TO LT-TEXTO
              MOVE LIN-TEXTO TO LINHA-REL
              WRITE LINHA-REL.
           IF W-NIVEL = 2
              MOVE "SOLICITAMOS A REGULARIZACAO NO PRAZO DE 10 DIAS."
                   TO LT-TEXTO
              MOVE LIN-TEXTO TO LINHA-REL
              WRITE LINHA-REL
              MOVE "NOVOS PEDIDOS PODEM FICAR BLOQUEADOS POR CREDITO."
                   TO LT-TEXTO
              MOVE LIN-TEXTO TO LINHA-REL
              WRITE LINHA-REL.
           IF W-NIVEL = 3
              MOVE "ESGOTADAS AS TENTATIVAS AMIGAVEIS, SEM O PAGAMENTO"
                   TO LT-TEXTO
              MOVE LIN-TEXTO TO LINHA-REL
              WRITE LINHA-REL
              MOVE "EM 5 DIAS O DEBITO SERA ENCAMINHADO A COBRANCA"
                   TO LT-TEXTO
              MOVE LIN-TEXTO TO LINHA-REL
              WRITE LINHA-REL
              MOVE "JUDICIAL / PROTESTO." TO LT-TEXTO
              MOVE LIN-TEXTO TO LINHA-REL
              WRITE LINHA-REL.
           MOVE LIN-BRANCO TO LINHA-REL
           WRITE LINHA-REL
           MOVE "DEPARTAMENTO FINANCEIRO" TO LT-TEXTO
           MOVE LIN-TEXTO TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE LIN-BRANCO TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-CARTAS
           MOVE W-NIVEL TO CC-NIVEL
           MOVE W-HOJE  TO CC-DATA.
       RODAPE-MARCA.
           MOVE W-HOJE    TO CC-VERIF
           MOVE W-TOT-CLI TO CC-SALDO
           REWRITE REGCC
           IF ST-CC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CARTCOB CLIENTE " W-CLI-ATU
                      " - ST " ST-CC.
       RODAPE-CARTA-FIM.
           EXIT.
      *
      ***********************************************
      * CLIENTE COM NIVEL QUE NAO APARECEU EM ATRASO *
      * NESTA RODADA PAGOU OU RENEGOCIOU: VOLTA AO   *
      * ZERO PARA O PROXIMO ATRASO COMECAR DO 1      *
      ***********************************************
       ZERA-QUITADOS.
           MOVE ZEROS TO CC-CODCLI
           START CARTCOB KEY IS NOT LESS CC-CODCLI
                 INVALID KEY GO TO ZERA-QUITADOS-FIM.
       ZERA-QUITADOS-LER.
           READ CARTCOB NEXT RECORD
           IF ST-CC NOT = "00"
              GO TO ZERA-QUITADOS-FIM.
           IF CC-NIVEL = ZEROS
              GO TO ZERA-QUITADOS-LER.
           IF CC-VERIF = W-HOJE
              GO TO ZERA-QUITADOS-LER.
           MOVE ZEROS TO CC-NIVEL CC-SALDO
           REWRITE REGCC
           ADD 1 TO W-ZERADOS
           GO TO ZERA-QUITADOS-LER.
       ZERA-QUITADOS-FIM.
           EXIT.
      *
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
           MOVE PA-EMPRESA TO W-EMPRESA
           IF PA-SECULO NOT = ZEROS
              MOVE PA-SECULO TO W-SECULO.
           IF PA-PIVO NOT = ZEROS
              MOVE PA-PIVO TO W-PIVO.
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
