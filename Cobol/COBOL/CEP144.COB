       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXA.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CAIXA DO BALCAO - UM CAIXA POR OPERADOR E DIA:  *
      * ABERTURA COM O TROCO INICIAL, RECEBIMENTO DAS   *
      * VENDAS DE BALCAO DO PEDVENDA (PEDIDO SEM        *
      * VENDEDOR E A VISTA) DIVIDIDO EM DINHEIRO,       *
      * CARTAO, CHEQUE E CREDITO DE DEVOLUCAO DO        *
      * CLIENTE (CREDCLI), SANGRIA E SUPRIMENTO. TODO   *
      * MOVIMENTO FICA EM CXMOV.DAT; O FECHAMENTO       *
      * CONFERE O ESPERADO DE CADA FORMA COM O CONTADO, *
      * GRAVA AS DIFERENCAS EM CXFECHA.DAT E MANDA OS   *
      * TOTAIS DO CAIXA PARA O CTBPEND.DAT. O RELATORIO *
      * DE FECHAMENTO DO DIA SAI EM CXFECHA.LST         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CXMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CX-CHAVE
                    FILE STATUS  IS ST-CX
                    ALTERNATE RECORD KEY IS CX-PEDIDO
                                                      WITH DUPLICATES.
       SELECT CXFECHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FC-CHAVE
                    FILE STATUS  IS ST-FC.
       SELECT PEDIDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-PED.
       SELECT CREDCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRED-CHAVE
                    FILE STATUS  IS ST-CRE.
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
      * ARQUIVO : CXMOV      - MOVIMENTO DO CAIXA DO BALCAO, UM       *
      *                        REGISTRO POR LANCAMENTO DO OPERADOR    *
      * CHAVE 1     : CX-CHAVE  -  DATA + OPERADOR + SEQUENCIA        *
      * CHAVE 2     : CX-PEDIDO -  PEDIDO RECEBIDO (DUPLICATAS)       *
      *****************************************************************
       FD CXMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CXMOV.DAT".
       01 REGCX.
                03 CX-CHAVE.
                   05 CX-DATA      PIC 9(08).
                   05 CX-OPERADOR  PIC X(10).
                   05 CX-SEQ       PIC 9(04).
      *              A = ABERTURA (TROCO INICIAL EM CX-DINHEIRO);
      *              V = VENDA DE BALCAO RECEBIDA; S = SANGRIA;
      *              U = SUPRIMENTO (VALOR DOS DOIS EM CX-DINHEIRO)
                03 CX-TIPO         PIC X(01).
                03 CX-HORA         PIC 9(06).
                03 CX-FILIAL       PIC 9(02).
                03 CX-PEDIDO       PIC 9(06).
      *              DINHEIRO JA LIQUIDO DO TROCO DEVOLVIDO, QUE FICA
      *              SO DE REGISTRO EM CX-TROCO
                03 CX-DINHEIRO     PIC 9(08)V99.
                03 CX-CARTAO       PIC 9(08)V99.
                03 CX-CHEQUE       PIC 9(08)V99.
                03 CX-CREDITO      PIC 9(08)V99.
                03 CX-TROCO        PIC 9(08)V99.
                03 CX-HISTORICO    PIC X(30).
      *
      *****************************************************************
      * ARQUIVO : CXFECHA    - FECHAMENTO DO CAIXA POR OPERADOR E DIA:*
      *                        ESPERADO, CONTADO E DIFERENCA DE CADA  *
      *                        FORMA DE PAGAMENTO                     *
      * CHAVE 1     : FC-CHAVE  -  DATA + OPERADOR                    *
      *****************************************************************
       FD CXFECHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CXFECHA.DAT".
       01 REGFC.
                03 FC-CHAVE.
                   05 FC-DATA      PIC 9(08).
                   05 FC-OPERADOR  PIC X(10).
                03 FC-FILIAL       PIC 9(02).
                03 FC-HORA         PIC 9(06).
                03 FC-QTDE-VENDAS  PIC 9(04).
                03 FC-TROCO-INI    PIC 9(08)V99.
                03 FC-SANGRIA      PIC 9(08)V99.
                03 FC-SUPRIMENTO   PIC 9(08)V99.
      *              1 = DINHEIRO (TROCO + VENDAS + SUPRIMENTO -
      *              SANGRIA); 2 = CARTAO; 3 = CHEQUE; 4 = CREDITO
      *              DE DEVOLUCAO (NAO HA O QUE CONTAR - CONTADO =
      *              ESPERADO). DIFERENCA NEGATIVA = FALTA
                03 FC-FORMAS OCCURS 4 TIMES.
                   05 FC-ESPERADO  PIC 9(08)V99.
                   05 FC-CONTADO   PIC 9(08)V99.
                   05 FC-DIFERENCA PIC S9(08)V99.
      *
      *****************************************************************
      * ARQUIVO : PEDIDO     - CABECALHO DO PEDIDO DE VENDA           *
      * CHAVE 1     : PED-NUMERO  -  NUMERO DO PEDIDO                 *
      *****************************************************************
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
      *              D=DIGITADO S=SEPARADO F=FATURADO C=CANCELADO
      *              B=BLOQUEADO POR CREDITO (LIBERA NO CEP104)
                03 PED-SITUACAO    PIC X(01).
                03 PED-DATA-EMB    PIC 9(08).
                03 PED-OPER-EMB    PIC X(10).
      *              ZERO = VENDA DE BALCAO SEM VENDEDOR
                03 PED-VENDEDOR    PIC 9(04).
                03 PED-FRETE       PIC 9(06)V99.
      *              000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
                03 PED-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : CREDCLI    - CREDITOS DE DEVOLUCAO POR CLIENTE      *
      *                        (CEP074/DEVVENDA) - O SALDO PAGA PARTE *
      *                        DA VENDA DE BALCAO NO CAIXA            *
      *****************************************************************
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
              VALUE OF FILE-ID IS "CXFECHA.LST".
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
       77 ST-CX        PIC X(02) VALUE "00".
       77 ST-FC        PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-CRE       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-MODO       PIC 9(01) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-PEDIDO     PIC 9(06) VALUE ZEROS.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-HISTORICO  PIC X(30) VALUE SPACES.
       77 W-IND        PIC 9(01) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-DATA       PIC 9(08) VALUE ZEROS.
      *              *** SITUACAO DO CAIXA DO OPERADOR HOJE: N = NAO ***
      *              *** ABERTO, A = ABERTO, F = JA FECHADO          ***
       77 W-CX-SIT     PIC X(01) VALUE "N".
       77 W-ULT-SEQ    PIC 9(04) VALUE ZEROS.
       77 W-QTDE-VENDAS PIC 9(04) VALUE ZEROS.
       77 W-TROCO-INI  PIC 9(08)V99 VALUE ZEROS.
       77 W-SANGRIA    PIC 9(08)V99 VALUE ZEROS.
       77 W-SUPRIMENTO PIC 9(08)V99 VALUE ZEROS.
       77 W-DIN-CAIXA  PIC 9(09)V99 VALUE ZEROS.
      *              *** VENDAS DO DIA POR FORMA DE PAGAMENTO: 1 = ***
      *              *** DINHEIRO 2 = CARTAO 3 = CHEQUE 4 = CREDITO ***
       01 W-TOTAIS.
          03 W-TOT-FORMA   PIC 9(09)V99 OCCURS 4 TIMES.
       01 W-TAB-FORMAS-X.
          03 FILLER        PIC X(16) VALUE "DINHEIRO".
          03 FILLER        PIC X(16) VALUE "CARTAO".
          03 FILLER        PIC X(16) VALUE "CHEQUE".
          03 FILLER        PIC X(16) VALUE "CREDITO DEVOL.".
       01 W-TAB-FORMAS REDEFINES W-TAB-FORMAS-X.
          03 W-NOME-FORMA  PIC X(16) OCCURS 4 TIMES.
      *              *** EVENTO CONTABIL DE CADA FORMA NO FECHAMENTO ***
       01 W-TAB-EVENTOS-X  PIC X(12)
                           VALUE "CXDCXTCXQCXC".
       01 W-TAB-EVENTOS REDEFINES W-TAB-EVENTOS-X.
          03 W-EVENTO-FORMA PIC X(03) OCCURS 4 TIMES.
      *              *** RECEBIMENTO DA VENDA ***
       77 W-A-RECEBER  PIC 9(08)V99 VALUE ZEROS.
       77 W-CREDITO    PIC 9(08)V99 VALUE ZEROS.
       77 W-CARTAO     PIC 9(08)V99 VALUE ZEROS.
       77 W-CHEQUE     PIC 9(08)V99 VALUE ZEROS.
       77 W-DINHEIRO   PIC 9(08)V99 VALUE ZEROS.
       77 W-DIN-RECEB  PIC 9(08)V99 VALUE ZEROS.
       77 W-TROCO      PIC 9(08)V99 VALUE ZEROS.
       77 W-OUTRAS     PIC 9(09)V99 VALUE ZEROS.
       77 W-SALDO-CRED PIC 9(09)V99 VALUE ZEROS.
       77 W-RESTANTE   PIC 9(08)V99 VALUE ZEROS.
       77 W-ABATE      PIC 9(08)V99 VALUE ZEROS.
      *              *** FECHAMENTO ***
       77 W-DIF-TOTAL  PIC S9(09)V99 VALUE ZEROS.
      *              *** FILIAL DO OPERADOR (CEP141/LEFIL) E DO  ***
      *              *** RELATORIO (ZERO = TODAS)                ***
       77 W-FIL-OPER   PIC 9(02) VALUE ZEROS.
       77 W-FIL-PED    PIC 9(02) VALUE ZEROS.
       77 W-FIL-REL    PIC 9(02) VALUE ZEROS.
       77 W-QTDE-FC    PIC 9(03) VALUE ZEROS.
       01 W-TG-DIF.
          03 W-TG-DIF-FORMA PIC S9(09)V99 OCCURS 4 TIMES.
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
      *              *** RELATORIO DE FECHAMENTO (CXFECHA.LST) ***
       01 CAB1.
           03 FILLER      PIC X(34)
             VALUE "FECHAMENTO DO CAIXA DO BALCAO EM ".
           03 CAB1-DATA   PIC 9(08).
           03 FILLER      PIC X(10) VALUE "  FILIAL: ".
           03 CAB1-FIL    PIC X(05).
       01 CAB-OPER.
           03 FILLER      PIC X(10) VALUE "OPERADOR: ".
           03 CABO-OPER   PIC X(10).
           03 FILLER      PIC X(10) VALUE "  FILIAL: ".
           03 CABO-FIL    PIC 9(02).
           03 FILLER      PIC X(10) VALUE "  VENDAS: ".
           03 CABO-VENDAS PIC ZZZ9.
           03 FILLER      PIC X(14) VALUE "  FECHADO AS ".
           03 CABO-HORA   PIC 9(06).
       01 CAB-MOV.
           03 FILLER      PIC X(15) VALUE "TROCO INICIAL: ".
           03 CABM-TROCO  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(14) VALUE "  SUPRIMENTO: ".
           03 CABM-SUPR   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(12) VALUE "  SANGRIA: ".
           03 CABM-SANG   PIC ZZ.ZZZ.ZZ9,99.
       01 DET-TITULO.
           03 FILLER      PIC X(18) VALUE "  FORMA".
           03 FILLER      PIC X(15) VALUE "       ESPERADO".
           03 FILLER      PIC X(15) VALUE "        CONTADO".
           03 FILLER      PIC X(15) VALUE "      DIFERENCA".
       01 DET.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-FORMA   PIC X(16).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-ESP     PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-CONT    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-DIF     PIC ZZ.ZZZ.ZZ9,99-.
       01 TOT-TITULO.
           03 FILLER      PIC X(40)
             VALUE "DIFERENCAS DO DIA POR FORMA (- = FALTA)".
       01 TOT-LIN.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 TOT-FORMA   PIC X(16).
           03 FILLER      PIC X(32) VALUE SPACES.
           03 TOT-DIF     PIC ZZZ.ZZZ.ZZ9,99-.
       01 LIN-BRANCO      PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CAIXA DO BALCAO ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM.
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - CAIXA NAO PERMITIDO ***"
              GOBACK.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           OPEN INPUT PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO PEDIDO.DAT - ST " ST-PED
              GOBACK.
           OPEN I-O CXMOV
           IF ST-CX NOT = "00"
              OPEN OUTPUT CXMOV
              CLOSE CXMOV
              OPEN I-O CXMOV.
           IF ST-CX NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CXMOV.DAT - ST " ST-CX
              CLOSE PEDIDO
              GOBACK.
           OPEN I-O CXFECHA
           IF ST-FC NOT = "00"
              OPEN OUTPUT CXFECHA
              CLOSE CXFECHA
              OPEN I-O CXFECHA.
           IF ST-FC NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CXFECHA.DAT - ST " ST-FC
              CLOSE PEDIDO CXMOV
              GOBACK.
           PERFORM SITUACAO-CAIXA THRU SITUACAO-CAIXA-FIM.
      *
       CX-000.
           IF W-CX-SIT = "N"
              DISPLAY "CAIXA DE " W-OPERADOR " NAO ABERTO HOJE".
           IF W-CX-SIT = "A"
              DISPLAY "CAIXA DE " W-OPERADOR " ABERTO".
           IF W-CX-SIT = "F"
              DISPLAY "CAIXA DE " W-OPERADOR " JA FECHADO HOJE".
           DISPLAY "1=ABERTURA  2=RECEBER VENDA DE BALCAO  3=SANGRIA  "
                   "4=SUPRIMENTO".
           DISPLAY "5=POSICAO DO CAIXA  6=FECHAMENTO  "
                   "7=RELATORIO DE FECHAMENTO".
           DISPLAY "OPCAO (0 = ENCERRAR) : ".
           ACCEPT W-MODO.
           IF W-MODO = 0
              GO TO ROT-FIM.
           IF W-MODO = 7
              PERFORM RELATORIO-FECHA THRU RELATORIO-FECHA-FIM
              GO TO CX-000.
           IF W-MODO = 1
              GO TO ABR-001.
           IF W-MODO > 6
              DISPLAY "*** OPCAO INVALIDA ***"
              GO TO CX-000.
           IF W-CX-SIT NOT = "A"
              DISPLAY "*** CAIXA NAO ESTA ABERTO ***"
              GO TO CX-000.
           IF W-MODO = 2
              GO TO VEN-001.
           IF W-MODO = 3
              GO TO SAN-001.
           IF W-MODO = 4
              GO TO SUP-001.
           IF W-MODO = 5
              PERFORM POSICAO-CAIXA THRU POSICAO-CAIXA-FIM
              GO TO CX-000.
           GO TO FEC-001.
      *
      ***********************************************
      * ABERTURA DO CAIXA DO OPERADOR NO DIA, COM O  *
      * TROCO INICIAL (FUNDO DE CAIXA) EM DINHEIRO   *
      ***********************************************
       ABR-001.
           IF W-CX-SIT = "A"
              DISPLAY "*** CAIXA JA ABERTO ***"
              GO TO CX-000.
           IF W-CX-SIT = "F"
              DISPLAY "*** CAIXA JA FECHADO HOJE ***"
              GO TO CX-000.
           DISPLAY "TROCO INICIAL (FUNDO DE CAIXA) : ".
           ACCEPT W-VALOR.
           MOVE SPACES TO REGCX
           MOVE "A"     TO CX-TIPO
           MOVE ZEROS   TO CX-PEDIDO CX-CARTAO CX-CHEQUE CX-CREDITO
                           CX-TROCO
           MOVE W-VALOR TO CX-DINHEIRO
           MOVE "ABERTURA DO CAIXA" TO CX-HISTORICO
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           IF ST-CX NOT = "00"
              GO TO CX-000.
           MOVE W-VALOR TO W-TROCO-INI
           MOVE "A" TO W-CX-SIT
           DISPLAY "*** CAIXA ABERTO ***"
           GO TO CX-000.
      *
      ***********************************************
      * RECEBIMENTO DA VENDA DE BALCAO: PEDIDO SEM   *
      * VENDEDOR, A VISTA (SEM DUPLICATAS), DA       *
      * FILIAL DO OPERADOR E AINDA NAO RECEBIDO. O   *
      * TOTAL DO DOCUMENTO (MERCADORIA + FRETE) SE   *
      * DIVIDE EM CREDITO DE DEVOLUCAO, CARTAO,      *
      * CHEQUE E DINHEIRO - O DINHEIRO ENTREGUE A    *
      * MAIS VOLTA COMO TROCO                        *
      ***********************************************
       VEN-001.
           DISPLAY "PEDIDO (0 = VOLTAR) : ".
           ACCEPT W-PEDIDO.
           IF W-PEDIDO = ZEROS
              GO TO CX-000.
           MOVE W-PEDIDO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "*** PEDIDO NAO ENCONTRADO ***"
              GO TO VEN-001.
           IF PED-VENDEDOR NOT = ZEROS
              DISPLAY "*** PEDIDO DE VENDEDOR - NAO E VENDA DE "
                      "BALCAO ***"
              GO TO VEN-001.
           IF PED-CONDPAG NOT = ZEROS
              DISPLAY "*** VENDA A PRAZO - PARCELAS NO CONTAS A "
                      "RECEBER ***"
              GO TO VEN-001.
           IF PED-SITUACAO = "C"
              DISPLAY "*** PEDIDO CANCELADO ***"
              GO TO VEN-001.
           IF PED-SITUACAO = "B"
              DISPLAY "*** PEDIDO BLOQUEADO POR CREDITO ***"
              GO TO VEN-001.
           MOVE PED-FILIAL TO W-FIL-PED
           IF W-FIL-PED = ZEROS
              MOVE 01 TO W-FIL-PED.
           IF W-FIL-PED NOT = W-FIL-OPER
              DISPLAY "*** PEDIDO DE OUTRA FILIAL ***"
              GO TO VEN-001.
           PERFORM CHECA-RECEBIDO THRU CHECA-RECEBIDO-FIM
           IF W-ACHOU = "S"
              DISPLAY "*** PEDIDO JA RECEBIDO NO CAIXA DE "
                      CX-OPERADOR " EM " CX-DATA " ***"
              GO TO VEN-001.
           COMPUTE W-A-RECEBER = PED-TOTAL + PED-FRETE
           DISPLAY "CLIENTE: " PED-CLIENTE.
           DISPLAY "TOTAL A RECEBER: " W-A-RECEBER.
           MOVE ZEROS TO W-CREDITO W-SALDO-CRED
           IF PED-CODCLI = ZEROS
              GO TO VEN-003.
           PERFORM SOMA-CREDITO THRU SOMA-CREDITO-FIM
           IF W-SALDO-CRED = ZEROS
              GO TO VEN-003.
       VEN-002.
           DISPLAY "CREDITO DE DEVOLUCAO (SALDO " W-SALDO-CRED ") : ".
           ACCEPT W-CREDITO.
           IF W-CREDITO > W-SALDO-CRED OR W-CREDITO > W-A-RECEBER
              DISPLAY "*** CREDITO MAIOR QUE O SALDO OU QUE A VENDA ***"
              GO TO VEN-002.
       VEN-003.
           DISPLAY "CARTAO : ".
           ACCEPT W-CARTAO.
           DISPLAY "CHEQUE : ".
           ACCEPT W-CHEQUE.
           COMPUTE W-OUTRAS = W-CREDITO + W-CARTAO + W-CHEQUE
           IF W-OUTRAS > W-A-RECEBER
              DISPLAY "*** FORMAS SOMAM MAIS QUE A VENDA ***"
              GO TO VEN-003.
           COMPUTE W-DINHEIRO = W-A-RECEBER - W-OUTRAS.
       VEN-004.
           MOVE ZEROS TO W-TROCO
           IF W-DINHEIRO = ZEROS
              GO TO VEN-005.
           DISPLAY "DINHEIRO ENTREGUE (FALTAM " W-DINHEIRO ") : ".
           ACCEPT W-DIN-RECEB.
           IF W-DIN-RECEB = ZEROS
              MOVE W-DINHEIRO TO W-DIN-RECEB.
           IF W-DIN-RECEB < W-DINHEIRO
              DISPLAY "*** DINHEIRO NAO COBRE O RESTANTE ***"
              GO TO VEN-004.
           COMPUTE W-TROCO = W-DIN-RECEB - W-DINHEIRO
           DISPLAY "TROCO: " W-TROCO.
       VEN-005.
           DISPLAY "CONFIRMA O RECEBIMENTO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** RECEBIMENTO NAO REGISTRADO ***"
              GO TO VEN-001.
           IF W-CREDITO NOT = ZEROS
              PERFORM ABATE-CREDITO THRU ABATE-CREDITO-FIM.
           MOVE SPACES      TO REGCX
           MOVE "V"         TO CX-TIPO
           MOVE PED-NUMERO  TO CX-PEDIDO
           MOVE W-DINHEIRO  TO CX-DINHEIRO
           MOVE W-CARTAO    TO CX-CARTAO
           MOVE W-CHEQUE    TO CX-CHEQUE
           MOVE W-CREDITO   TO CX-CREDITO
           MOVE W-TROCO     TO CX-TROCO
           MOVE PED-CLIENTE TO CX-HISTORICO
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           IF ST-CX NOT = "00"
              GO TO VEN-001.
           ADD 1 TO W-QTDE-VENDAS
           ADD W-DINHEIRO TO W-TOT-FORMA (1)
           ADD W-CARTAO   TO W-TOT-FORMA (2)
           ADD W-CHEQUE   TO W-TOT-FORMA (3)
           ADD W-CREDITO  TO W-TOT-FORMA (4)
           DISPLAY "*** VENDA RECEBIDA ***"
           GO TO VEN-001.
      *
      ***********************************************
      * SANGRIA: RETIRADA DE DINHEIRO DA GAVETA (PARA*
      * O COFRE OU O BANCO), ATE O DINHEIRO QUE O    *
      * CAIXA DEVE TER NO MOMENTO                    *
      ***********************************************
       SAN-001.
           PERFORM CALCULA-DINHEIRO THRU CALCULA-DINHEIRO-FIM
           DISPLAY "DINHEIRO NO CAIXA: " W-DIN-CAIXA.
           DISPLAY "VALOR DA SANGRIA (0 = VOLTAR) : ".
           ACCEPT W-VALOR.
           IF W-VALOR = ZEROS
              GO TO CX-000.
           IF W-VALOR > W-DIN-CAIXA
              DISPLAY "*** SANGRIA MAIOR QUE O DINHEIRO DO CAIXA ***"
              GO TO SAN-001.
           DISPLAY "HISTORICO : ".
           ACCEPT W-HISTORICO.
           MOVE SPACES  TO REGCX
           MOVE "S"     TO CX-TIPO
           MOVE ZEROS   TO CX-PEDIDO CX-CARTAO CX-CHEQUE CX-CREDITO
                           CX-TROCO
           MOVE W-VALOR TO CX-DINHEIRO
           MOVE W-HISTORICO TO CX-HISTORICO
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           IF ST-CX NOT = "00"
              GO TO CX-000.
           ADD W-VALOR TO W-SANGRIA
           DISPLAY "*** SANGRIA REGISTRADA ***"
           GO TO CX-000.
      *
      ***********************************************
      * SUPRIMENTO: DINHEIRO COLOCADO NA GAVETA      *
      * DEPOIS DA ABERTURA (REFORCO DE TROCO)        *
      ***********************************************
       SUP-001.
           DISPLAY "VALOR DO SUPRIMENTO (0 = VOLTAR) : ".
           ACCEPT W-VALOR.
           IF W-VALOR = ZEROS
              GO TO CX-000.
           DISPLAY "HISTORICO : ".
           ACCEPT W-HISTORICO.
           MOVE SPACES  TO REGCX
           MOVE "U"     TO CX-TIPO
           MOVE ZEROS   TO CX-PEDIDO CX-CARTAO CX-CHEQUE CX-CREDITO
                           CX-TROCO
           MOVE W-VALOR TO CX-DINHEIRO
           MOVE W-HISTORICO TO CX-HISTORICO
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           IF ST-CX NOT = "00"
              GO TO CX-000.
           ADD W-VALOR TO W-SUPRIMENTO
           DISPLAY "*** SUPRIMENTO REGISTRADO ***"
           GO TO CX-000.
      *
      ***********************************************
      * FECHAMENTO: O OPERADOR INFORMA O QUE CONTOU  *
      * NA GAVETA (DINHEIRO, COMPROVANTES DE CARTAO  *
      * E CHEQUES) SEM VER O ESPERADO; A DIFERENCA   *
      * DE CADA FORMA FICA NO CXFECHA.DAT E OS       *
      * TOTAIS VAO PARA A CONTABILIDADE              *
      ***********************************************
       FEC-001.
           DISPLAY "DINHEIRO CONTADO (COM O TROCO INICIAL) : ".
           ACCEPT FC-CONTADO (1).
           DISPLAY "CARTAO - SOMA DOS COMPROVANTES : ".
           ACCEPT FC-CONTADO (2).
           DISPLAY "CHEQUES CONTADOS : ".
           ACCEPT FC-CONTADO (3).
           DISPLAY "CONFIRMA O FECHAMENTO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CX-000.
           PERFORM CALCULA-DINHEIRO THRU CALCULA-DINHEIRO-FIM
           MOVE W-HOJE        TO FC-DATA
           MOVE W-OPERADOR    TO FC-OPERADOR
           MOVE W-FIL-OPER    TO FC-FILIAL
           ACCEPT W-HORA-CTB FROM TIME
           MOVE W-HORA-CTB-HMS TO FC-HORA
           MOVE W-QTDE-VENDAS TO FC-QTDE-VENDAS
           MOVE W-TROCO-INI   TO FC-TROCO-INI
           MOVE W-SANGRIA     TO FC-SANGRIA
           MOVE W-SUPRIMENTO  TO FC-SUPRIMENTO
           MOVE W-DIN-CAIXA   TO FC-ESPERADO (1)
           MOVE W-TOT-FORMA (2) TO FC-ESPERADO (2)
           MOVE W-TOT-FORMA (3) TO FC-ESPERADO (3)
           MOVE W-TOT-FORMA (4) TO FC-ESPERADO (4)
           MOVE W-TOT-FORMA (4) TO FC-CONTADO (4)
           MOVE ZEROS TO W-IND W-DIF-TOTAL.
       FEC-002.
           ADD 1 TO W-IND
           IF W-IND > 4
              GO TO FEC-003.
           COMPUTE FC-DIFERENCA (W-IND) = FC-CONTADO (W-IND)
                                        - FC-ESPERADO (W-IND)
           ADD FC-DIFERENCA (W-IND) TO W-DIF-TOTAL
           DISPLAY W-NOME-FORMA (W-IND) " ESPERADO " FC-ESPERADO (W-IND)
                   " CONTADO " FC-CONTADO (W-IND).
           IF FC-DIFERENCA (W-IND) < ZEROS
              DISPLAY "     FALTA DE " FC-DIFERENCA (W-IND).
           IF FC-DIFERENCA (W-IND) > ZEROS
              DISPLAY "     SOBRA DE " FC-DIFERENCA (W-IND).
           GO TO FEC-002.
       FEC-003.
           WRITE REGFC
           IF ST-FC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CXFECHA.DAT - ST " ST-FC
              GO TO CX-000.
           PERFORM EVENTOS-FECHA THRU EVENTOS-FECHA-FIM
           MOVE "F" TO W-CX-SIT
           DISPLAY "*** CAIXA FECHADO - RELATORIO PELA OPCAO 7 ***"
           GO TO CX-000.
      *
      ***********************************************
      * EVENTOS CONTABEIS DO CAIXA FECHADO: VENDAS   *
      * POR FORMA (CXD DINHEIRO, CXT CARTAO, CXQ     *
      * CHEQUE, CXC CREDITO DE DEVOLUCAO), SANGRIA   *
      * (CXS), SUPRIMENTO (CXU) E A QUEBRA DE CAIXA  *
      * (CXF): FALTA NORMAL, SOBRA ESTORNADA         *
      ***********************************************
       EVENTOS-FECHA.
           MOVE W-HOJE TO CT-DATA
           MOVE ZEROS  TO CT-CUSTO
           MOVE SPACES TO CT-DOCTO CT-HISTORICO
           STRING "CX " W-OPERADOR
                  DELIMITED BY SIZE INTO CT-DOCTO
           STRING "CAIXA " W-OPERADOR " " W-HOJE
                  DELIMITED BY SIZE INTO CT-HISTORICO
           MOVE SPACE TO CT-ESTORNO
           MOVE ZEROS TO W-IND.
       EVENTOS-FECHA-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 4
              GO TO EVENTOS-FECHA-MOV.
           MOVE W-EVENTO-FORMA (W-IND) TO CT-EVENTO
           MOVE W-TOT-FORMA (W-IND)    TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM
           GO TO EVENTOS-FECHA-LOOP.
       EVENTOS-FECHA-MOV.
           MOVE "CXS"        TO CT-EVENTO
           MOVE W-SANGRIA    TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM
           MOVE "CXU"        TO CT-EVENTO
           MOVE W-SUPRIMENTO TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM
           MOVE "CXF"        TO CT-EVENTO
           IF W-DIF-TOTAL < ZEROS
              COMPUTE CT-VALOR = ZEROS - W-DIF-TOTAL
           ELSE
              MOVE W-DIF-TOTAL TO CT-VALOR
              MOVE "S" TO CT-ESTORNO.
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM.
       EVENTOS-FECHA-FIM.
           EXIT.
      *
      ***********************************************
      * POSICAO DO CAIXA ABERTO: VENDAS POR FORMA E  *
      * O DINHEIRO QUE A GAVETA DEVE TER AGORA       *
      ***********************************************
       POSICAO-CAIXA.
           PERFORM CALCULA-DINHEIRO THRU CALCULA-DINHEIRO-FIM
           DISPLAY "VENDAS RECEBIDAS..: " W-QTDE-VENDAS.
           DISPLAY "TROCO INICIAL.....: " W-TROCO-INI.
           DISPLAY "SUPRIMENTOS.......: " W-SUPRIMENTO.
           DISPLAY "SANGRIAS..........: " W-SANGRIA.
           MOVE ZEROS TO W-IND.
       POSICAO-CAIXA-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 4
              GO TO POSICAO-CAIXA-DIN.
           DISPLAY "VENDAS EM " W-NOME-FORMA (W-IND) ": "
                   W-TOT-FORMA (W-IND).
           GO TO POSICAO-CAIXA-LOOP.
       POSICAO-CAIXA-DIN.
           DISPLAY "DINHEIRO NO CAIXA.: " W-DIN-CAIXA.
       POSICAO-CAIXA-FIM.
           EXIT.
      *
      ***********************************************
      * DINHEIRO ESPERADO NA GAVETA: TROCO INICIAL + *
      * VENDAS EM DINHEIRO + SUPRIMENTOS - SANGRIAS  *
      ***********************************************
       CALCULA-DINHEIRO.
           COMPUTE W-DIN-CAIXA = W-TROCO-INI + W-TOT-FORMA (1)
                               + W-SUPRIMENTO - W-SANGRIA.
       CALCULA-DINHEIRO-FIM.
           EXIT.
      *
      ***********************************************
      * SITUACAO DO CAIXA DO OPERADOR HOJE: FECHADO  *
      * SE HA CXFECHA; SENAO SOMA O MOVIMENTO DO DIA *
      * (ABERTURA, VENDAS, SANGRIAS E SUPRIMENTOS) E *
      * GUARDA A ULTIMA SEQUENCIA                    *
      ***********************************************
       SITUACAO-CAIXA.
           MOVE "N" TO W-CX-SIT
           MOVE ZEROS TO W-ULT-SEQ W-QTDE-VENDAS W-TROCO-INI W-SANGRIA
                         W-SUPRIMENTO W-TOT-FORMA (1) W-TOT-FORMA (2)
                         W-TOT-FORMA (3) W-TOT-FORMA (4)
           MOVE W-HOJE     TO FC-DATA
           MOVE W-OPERADOR TO FC-OPERADOR
           READ CXFECHA
           IF ST-FC = "00"
              MOVE "F" TO W-CX-SIT.
           MOVE W-HOJE     TO CX-DATA
           MOVE W-OPERADOR TO CX-OPERADOR
           MOVE ZEROS      TO CX-SEQ
           START CXMOV KEY IS NOT LESS CX-CHAVE
                 INVALID KEY GO TO SITUACAO-CAIXA-FIM.
       SITUACAO-CAIXA-LER.
           READ CXMOV NEXT
           IF ST-CX NOT = "00"
              GO TO SITUACAO-CAIXA-FIM.
           IF CX-DATA NOT = W-HOJE OR CX-OPERADOR NOT = W-OPERADOR
              GO TO SITUACAO-CAIXA-FIM.
           MOVE CX-SEQ TO W-ULT-SEQ
           IF CX-TIPO = "A"
              MOVE CX-DINHEIRO TO W-TROCO-INI
              IF W-CX-SIT = "N"
                 MOVE "A" TO W-CX-SIT.
           IF CX-TIPO = "S"
              ADD CX-DINHEIRO TO W-SANGRIA.
           IF CX-TIPO = "U"
              ADD CX-DINHEIRO TO W-SUPRIMENTO.
           IF CX-TIPO = "V"
              ADD 1 TO W-QTDE-VENDAS
              ADD CX-DINHEIRO TO W-TOT-FORMA (1)
              ADD CX-CARTAO   TO W-TOT-FORMA (2)
              ADD CX-CHEQUE   TO W-TOT-FORMA (3)
              ADD CX-CREDITO  TO W-TOT-FORMA (4).
           GO TO SITUACAO-CAIXA-LER.
       SITUACAO-CAIXA-FIM.
           EXIT.
      *
      ***********************************************
      * W-ACHOU = S QUANDO O PEDIDO JA TEM VENDA     *
      * RECEBIDA EM QUALQUER CAIXA (CHAVE 2 DO       *
      * CXMOV)                                       *
      ***********************************************
       CHECA-RECEBIDO.
           MOVE "N" TO W-ACHOU
           MOVE PED-NUMERO TO CX-PEDIDO
           START CXMOV KEY IS EQUAL CX-PEDIDO
                 INVALID KEY GO TO CHECA-RECEBIDO-FIM.
       CHECA-RECEBIDO-LER.
           READ CXMOV NEXT
           IF ST-CX NOT = "00"
              GO TO CHECA-RECEBIDO-FIM.
           IF CX-PEDIDO NOT = PED-NUMERO
              GO TO CHECA-RECEBIDO-FIM.
           IF CX-TIPO = "V"
              MOVE "S" TO W-ACHOU
              GO TO CHECA-RECEBIDO-FIM.
           GO TO CHECA-RECEBIDO-LER.
       CHECA-RECEBIDO-FIM.
           EXIT.
      *
      ***********************************************
      * GRAVA O LANCAMENTO MONTADO EM REGCX NA       *
      * PROXIMA SEQUENCIA DO CAIXA DO OPERADOR       *
      ***********************************************
       GRAVA-MOV.
           ADD 1 TO W-ULT-SEQ
           MOVE W-HOJE     TO CX-DATA
           MOVE W-OPERADOR TO CX-OPERADOR
           MOVE W-ULT-SEQ  TO CX-SEQ
           MOVE W-FIL-OPER TO CX-FILIAL
           ACCEPT W-HORA-CTB FROM TIME
           MOVE W-HORA-CTB-HMS TO CX-HORA
           WRITE REGCX
           IF ST-CX NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO CXMOV.DAT - ST " ST-CX.
       GRAVA-MOV-FIM.
           EXIT.
      *
      ***********************************************
      * SALDO DOS CREDITOS DE DEVOLUCAO EM ABERTO DO *
      * CLIENTE DO PEDIDO (CEP074/DEVVENDA)          *
      ***********************************************
       SOMA-CREDITO.
           MOVE ZEROS TO W-SALDO-CRED
           OPEN INPUT CREDCLI
           IF ST-CRE NOT = "00"
              GO TO SOMA-CREDITO-FIM.
           MOVE PED-CODCLI TO CRED-CODCLI
           MOVE ZEROS      TO CRED-SEQ
           START CREDCLI KEY IS NOT LESS CRED-CHAVE
                 INVALID KEY GO TO SOMA-CREDITO-FECHA.
       SOMA-CREDITO-LER.
           READ CREDCLI NEXT
           IF ST-CRE NOT = "00"
              GO TO SOMA-CREDITO-FECHA.
           IF CRED-CODCLI NOT = PED-CODCLI
              GO TO SOMA-CREDITO-FECHA.
           IF CRED-SITUACAO = "A"
              ADD CRED-SALDO TO W-SALDO-CRED.
           GO TO SOMA-CREDITO-LER.
       SOMA-CREDITO-FECHA.
           CLOSE CREDCLI.
       SOMA-CREDITO-FIM.
           EXIT.
      *
      ***********************************************
      * ABATE W-CREDITO DOS CREDITOS DE DEVOLUCAO DO *
      * CLIENTE, DO MAIS ANTIGO PARA O MAIS NOVO,    *
      * COMO O ABATE-CREDITO DA BAIXADUP (CEP070)    *
      ***********************************************
       ABATE-CREDITO.
           MOVE W-CREDITO TO W-RESTANTE
           OPEN I-O CREDCLI
           IF ST-CRE NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CREDCLI.DAT - ST " ST-CRE
              GO TO ABATE-CREDITO-FIM.
           MOVE PED-CODCLI TO CRED-CODCLI
           MOVE ZEROS      TO CRED-SEQ
           START CREDCLI KEY IS NOT LESS CRED-CHAVE
                 INVALID KEY GO TO ABATE-CREDITO-FECHA.
       ABATE-CREDITO-LER.
           IF W-RESTANTE = ZEROS
              GO TO ABATE-CREDITO-FECHA.
           READ CREDCLI NEXT
           IF ST-CRE NOT = "00"
              GO TO ABATE-CREDITO-FECHA.
           IF CRED-CODCLI NOT = PED-CODCLI
              GO TO ABATE-CREDITO-FECHA.
           IF CRED-SITUACAO NOT = "A"
              GO TO ABATE-CREDITO-LER.
           IF CRED-SALDO > W-RESTANTE
              MOVE W-RESTANTE TO W-ABATE
           ELSE
              MOVE CRED-SALDO TO W-ABATE.
           SUBTRACT W-ABATE FROM CRED-SALDO W-RESTANTE
           IF CRED-SALDO = ZEROS
              MOVE "U" TO CRED-SITUACAO.
           REWRITE REGCRED
           IF ST-CRE NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO CREDITO"
           ELSE
              MOVE "R" TO JR-OPERACAO
              PERFORM JORNAL-CREDCLI THRU JORNAL-CREDCLI-FIM.
           DISPLAY "CREDITO " CRED-SEQ " ABATIDO: " W-ABATE
           GO TO ABATE-CREDITO-LER.
       ABATE-CREDITO-FECHA.
           CLOSE CREDCLI.
       ABATE-CREDITO-FIM.
           EXIT.
      *
      ***********************************************
      * RELATORIO DE FECHAMENTO DO DIA (CXFECHA.LST):*
      * POR OPERADOR, O ESPERADO, O CONTADO E A      *
      * DIFERENCA DE CADA FORMA; NO FIM, A SOMA DAS  *
      * DIFERENCAS DO DIA POR FORMA                  *
      ***********************************************
       RELATORIO-FECHA.
           DISPLAY "DATA DO FECHAMENTO (AAAAMMDD, 0 = HOJE) : ".
           ACCEPT W-DATA.
           IF W-DATA = ZEROS
              MOVE W-HOJE TO W-DATA.
           DISPLAY "FILIAL (0 = TODAS) : ".
           ACCEPT W-FIL-REL.
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CXFECHA.LST"
              GO TO RELATORIO-FECHA-FIM.
           MOVE W-DATA TO CAB1-DATA
           IF W-FIL-REL = ZEROS
              MOVE "TODAS" TO CAB1-FIL
           ELSE
              MOVE W-FIL-REL TO CAB1-FIL.
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-QTDE-FC W-TG-DIF-FORMA (1)
                         W-TG-DIF-FORMA (2) W-TG-DIF-FORMA (3)
                         W-TG-DIF-FORMA (4)
           MOVE W-DATA TO FC-DATA
           MOVE SPACES TO FC-OPERADOR
           START CXFECHA KEY IS NOT LESS FC-CHAVE
                 INVALID KEY GO TO RELATORIO-FECHA-TOTAL.
       RELATORIO-FECHA-LER.
           READ CXFECHA NEXT
           IF ST-FC NOT = "00"
              GO TO RELATORIO-FECHA-TOTAL.
           IF FC-DATA NOT = W-DATA
              GO TO RELATORIO-FECHA-TOTAL.
           IF FC-FILIAL = ZEROS
              MOVE 01 TO FC-FILIAL.
           IF W-FIL-REL NOT = ZEROS AND FC-FILIAL NOT = W-FIL-REL
              GO TO RELATORIO-FECHA-LER.
           ADD 1 TO W-QTDE-FC
           MOVE LIN-BRANCO TO LINHA-REL
           WRITE LINHA-REL
           MOVE FC-OPERADOR    TO CABO-OPER
           MOVE FC-FILIAL      TO CABO-FIL
           MOVE FC-QTDE-VENDAS TO CABO-VENDAS
           MOVE FC-HORA        TO CABO-HORA
           MOVE CAB-OPER TO LINHA-REL
           WRITE LINHA-REL
           MOVE FC-TROCO-INI   TO CABM-TROCO
           MOVE FC-SUPRIMENTO  TO CABM-SUPR
           MOVE FC-SANGRIA     TO CABM-SANG
           MOVE CAB-MOV TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       RELATORIO-FECHA-FORMA.
           ADD 1 TO W-IND
           IF W-IND > 4
              GO TO RELATORIO-FECHA-LER.
           MOVE W-NOME-FORMA (W-IND)  TO DET-FORMA
           MOVE FC-ESPERADO (W-IND)   TO DET-ESP
           MOVE FC-CONTADO (W-IND)    TO DET-CONT
           MOVE FC-DIFERENCA (W-IND)  TO DET-DIF
           ADD FC-DIFERENCA (W-IND) TO W-TG-DIF-FORMA (W-IND)
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL
           GO TO RELATORIO-FECHA-FORMA.
       RELATORIO-FECHA-TOTAL.
           MOVE LIN-BRANCO TO LINHA-REL
           WRITE LINHA-REL
           MOVE TOT-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       RELATORIO-FECHA-TOT-LOOP.
           ADD 1 TO W-IND
           IF W-IND > 4
              GO TO RELATORIO-FECHA-FECHA.
           MOVE W-NOME-FORMA (W-IND)   TO TOT-FORMA
           MOVE W-TG-DIF-FORMA (W-IND) TO TOT-DIF
           MOVE TOT-LIN TO LINHA-REL
           WRITE LINHA-REL
           GO TO RELATORIO-FECHA-TOT-LOOP.
       RELATORIO-FECHA-FECHA.
           CLOSE RELATORIO
           DISPLAY "*** RELATORIO GERADO: CXFECHA.LST - " W-QTDE-FC
                   " CAIXAS ***".
       RELATORIO-FECHA-FIM.
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
           CLOSE PEDIDO CXMOV CXFECHA.
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
      * GRAVA O EVENTO CONTABIL MONTADO EM REG-CTB   *
      * NO CTBPEND.DAT (EXPORTADO DE NOITE PELO      *
      * EXPCTB/CEP116); EVENTO DE VALOR ZERO NAO VAI *
      ***********************************************
       GRAVA-CTB.
           IF CT-VALOR = ZEROS
              GO TO GRAVA-CTB-FIM.
           ACCEPT W-HORA-CTB FROM TIME
           MOVE W-HORA-CTB-HMS TO CT-HORA
           MOVE "CAIXA" TO CT-ORIGEM
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
       JORNAL-CREDCLI.
           MOVE "CREDCLI"       TO JR-ARQUIVO
           MOVE REGCRED         TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-CREDCLI-FIM.
           EXIT.
       GRAVA-JORNAL.
           MOVE W-OPERADOR      TO JR-OPERADOR
           MOVE "CAIXA"         TO JR-PROGRAMA
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
