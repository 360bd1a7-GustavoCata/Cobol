       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELABCLI.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CURVA ABC DE CLIENTES E CLIENTES INATIVOS -     *
      * O MESMO OLHAR DO RELABC (CEP088) SOBRE O        *
      * CADASTRO DE CLIENTES:                           *
      * - SECAO 1: RANKING DO COD-CLIENTE PELA COMPRA   *
      * LIQUIDA DOS ULTIMOS 12 MESES (ITENS DOS PEDIDOS *
      * NAO CANCELADOS MENOS AS DEVOLUCOES DO DEVVENDA) *
      * COM CLASSE A/B/C NOS CORTES (PADRAO 80/95),     *
      * QUANTIDADE DE PEDIDOS NOS 12 MESES, DIAS DESDE  *
      * A ULTIMA COMPRA E ATRASO MEDIO DE PAGAMENTO DAS *
      * DUPLICATAS PAGAS NO PERIODO (DUPREC.DAT)        *
      * - SECAO 2: CLIENTES QUE JA FORAM REGULARES (UM  *
      * MINIMO DE PEDIDOS NO HISTORICO) E ESTAO SEM     *
      * COMPRAR HA MAIS DE N DIAS, POR VENDEDOR DO      *
      * ULTIMO PEDIDO, COM FONE E CONTATO DO CADCLI -   *
      * LISTA DE LIGACOES DOS REPRESENTANTES            *
      * DIAS CONTADOS NO ANO COMERCIAL DE 360 DIAS,     *
      * COMO NOS ENCARGOS DO BAIXADUP (CEP070). O       *
      * RESUMO POR CLIENTE PASSA POR UM ARQUIVO DE      *
      * TRABALHO (CLIABC.TMP) ENTRE OS DOIS SORTS       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PEDIDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-PED.
       SELECT PEDITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ITEM.
       SELECT DEVOL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DEV.
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
       SELECT CADVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-VENDEDOR
                    FILE STATUS  IS ST-VEN.
       SELECT RESUMO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-RES.
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
       FD PEDITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDITEM.DAT".
       01 REGITEM.
                03 ITEM-CHAVE.
                   05 ITEM-PEDIDO  PIC 9(06).
                   05 ITEM-SEQ     PIC 9(02).
                03 ITEM-PRODUTO    PIC 9(06).
                03 ITEM-DESCRICAO  PIC X(25).
                03 ITEM-QTDE       PIC 9(05).
                03 ITEM-PRECO      PIC 9(06)V99.
                03 ITEM-VALOR      PIC 9(08)V99.
                03 ITEM-DESC-PCT   PIC 99V99.
      *
      *****************************************************************
      * ARQUIVO : DEVOL      - DIARIO DE DEVOLUCOES (CEP074/DEVVENDA) *
      *                        - A DEVOLUCAO SAI DO CLIENTE DO PEDIDO *
      *                        DE ORIGEM                              *
      *****************************************************************
       FD DEVOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEVVENDA.DAT".
       01 LINHA-DEV            PIC X(54).
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
                03 CLI-CONDPAG     PIC 9(03).
                03 CLI-TIPO-DOC    PIC X(01).
                03 CLI-DOCUMENTO   PIC 9(14).
                03 CLI-IE          PIC X(14).
                03 CLI-TABELA      PIC 9(02).
      *
       FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REGVEND.
                03 COD-VENDEDOR    PIC 9(04).
                03 NOME-VENDEDOR   PIC X(30).
                03 VEND-COMISSAO   PIC 99V99.
      *
      *****************************************************************
      * ARQUIVO : RESUMO     - TRABALHO: UMA LINHA POR CLIENTE COM OS *
      *                        TOTAIS DO PRIMEIRO SORT, RELIDA PELO   *
      *                        SEGUNDO (RANKING E INATIVOS)           *
      *****************************************************************
       FD RESUMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CLIABC.TMP".
       01 REG-RES.
                03 RS-CODCLI       PIC 9(06).
                03 RS-NOME         PIC X(30).
                03 RS-VALOR        PIC 9(10)V99.
                03 RS-PED-JAN      PIC 9(05).
                03 RS-PED-TOT      PIC 9(05).
                03 RS-ULTIMA       PIC 9(08).
                03 RS-DIAS         PIC 9(05).
                03 RS-VENDEDOR     PIC 9(04).
                03 RS-DUPS         PIC 9(05).
                03 RS-ATRASO       PIC 9(05).
      *
      *              PRIMEIRO SORT (SORT-REC): POR CLIENTE, COM O TIPO
      *              DO LANCAMENTO - P=PEDIDO D=DEVOLUCAO T=DUPLICATA
      *              SEGUNDO SORT (SORT-RANK): S2-SECAO 1=RANKING, COM
      *              S2-ORDEM = COMPLEMENTO DO VALOR (MAIOR PRIMEIRO);
      *              2=INATIVOS, COM S2-ORDEM = VENDEDOR E A DATA DA
      *              ULTIMA COMPRA (MAIS ANTIGA PRIMEIRO)
       SD SORTWK.
       01 SORT-REC.
           03 S-CODCLI         PIC 9(06).
           03 S-TIPO           PIC X(01).
           03 S-DATA           PIC 9(08).
           03 S-NOME           PIC X(30).
           03 S-VALOR          PIC S9(08)V99.
           03 S-JANELA         PIC X(01).
           03 S-VENDEDOR       PIC 9(04).
           03 S-ATRASO         PIC 9(05).
       01 SORT-RANK.
           03 S2-SECAO         PIC 9(01).
           03 S2-ORDEM         PIC 9(12).
           03 S2-DATA          PIC 9(08).
           03 S2-RESUMO        PIC X(85).
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "RELABCLI.LST".
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITEM      PIC X(02) VALUE "00".
       77 ST-DEV       PIC X(02) VALUE "00".
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-VEN       PIC X(02) VALUE "00".
       77 ST-RES       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-CLI-ABERTO PIC X(01) VALUE "N".
       77 W-VEN-ABERTO PIC X(01) VALUE "N".
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-CORTE-A    PIC 9(03) VALUE 80.
       77 W-CORTE-B    PIC 9(03) VALUE 95.
       77 W-DIAS-INAT  PIC 9(03) VALUE ZEROS.
       77 W-MIN-PED    PIC 9(03) VALUE ZEROS.
       77 W-VALOR-PED  PIC 9(08)V99 VALUE ZEROS.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-CLIENTES   PIC 9(05) VALUE ZEROS.
       77 W-INATIVOS   PIC 9(05) VALUE ZEROS.
      *              *** TOTAIS DO CLIENTE NO PRIMEIRO SORT ***
       77 W-PRIMEIRO   PIC X(01) VALUE "S".
       77 W-CLI-ANT    PIC 9(06) VALUE ZEROS.
       77 W-CL-VALOR   PIC S9(10)V99 VALUE ZEROS.
       77 W-CL-SOMA-ATR PIC 9(09) VALUE ZEROS.
      *              *** RANKING ***
       77 W-TOT-GERAL  PIC 9(12)V99 VALUE ZEROS.
       77 W-ACUMULADO  PIC 9(12)V99 VALUE ZEROS.
       77 W-PERC-ACUM  PIC 9(03)V99 VALUE ZEROS.
       77 W-CLASSE     PIC X(01) VALUE SPACES.
       77 W-QT-A       PIC 9(05) VALUE ZEROS.
       77 W-QT-B       PIC 9(05) VALUE ZEROS.
       77 W-QT-C       PIC 9(05) VALUE ZEROS.
       77 W-SECAO-ANT  PIC 9(01) VALUE ZEROS.
       77 W-VEND-ANT   PIC 9(04) VALUE 9999.
      *              *** DIAS NO ANO COMERCIAL (CEP070) ***
       77 W-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 W-DIAS-DATA  PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VENC  PIC 9(07) VALUE ZEROS.
       01 W-DATA.
          03 W-DT-ANO  PIC 9(04).
          03 W-DT-MES  PIC 9(02).
          03 W-DT-DIA  PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA PIC 9(08).
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *              *** RESUMO DO CLIENTE EM MONTAGEM / RELIDO ***
       01 W-RES.
          03 WR-CODCLI    PIC 9(06).
          03 WR-NOME      PIC X(30).
          03 WR-VALOR     PIC 9(10)V99.
          03 WR-PED-JAN   PIC 9(05).
          03 WR-PED-TOT   PIC 9(05).
          03 WR-ULTIMA    PIC 9(08).
          03 WR-DIAS      PIC 9(05).
          03 WR-VENDEDOR  PIC 9(04).
          03 WR-DUPS      PIC 9(05).
          03 WR-ATRASO    PIC 9(05).
      *              *** LINHA DO DIARIO DE DEVOLUCOES ***
       01 REG-DEV-LIDO.
          03 DL-DATA      PIC 9(08).
          03 FILLER       PIC X.
          03 DL-OPERADOR  PIC X(10).
          03 FILLER       PIC X.
          03 DL-PEDIDO    PIC 9(06).
          03 FILLER       PIC X.
          03 DL-SEQ       PIC 9(02).
          03 FILLER       PIC X.
          03 DL-PRODUTO   PIC 9(06).
          03 FILLER       PIC X.
          03 DL-QTDE      PIC 9(05).
          03 FILLER       PIC X.
          03 DL-VALOR     PIC 9(08)V99.
       01 CAB1          PIC X(50)
             VALUE "CURVA ABC DE CLIENTES E CLIENTES INATIVOS".
       01 CAB2.
           03 FILLER      PIC X(12) VALUE "12 MESES DE ".
           03 CAB2-INI    PIC 9(08).
           03 FILLER      PIC X(03) VALUE " A ".
           03 CAB2-FIM    PIC 9(08).
           03 FILLER      PIC X(12) VALUE "  CORTES A: ".
           03 CAB2-A      PIC ZZ9.
           03 FILLER      PIC X(05) VALUE "  B: ".
           03 CAB2-B      PIC ZZ9.
       01 CAB-SECAO1      PIC X(60)
             VALUE "*** SECAO 1 - RANKING POR COMPRA LIQUIDA ***".
       01 DET-TITULO.
           03 FILLER      PIC X(02) VALUE " C".
           03 FILLER      PIC X(07) VALUE " CODIGO".
           03 FILLER      PIC X(31) VALUE " CLIENTE".
           03 FILLER      PIC X(14) VALUE "  COMPRA LIQ. ".
           03 FILLER      PIC X(07) VALUE "  %ACUM".
           03 FILLER      PIC X(05) VALUE " PEDS".
           03 FILLER      PIC X(09) VALUE " DIAS ULT".
           03 FILLER      PIC X(09) VALUE " ATRASO M".
           03 FILLER      PIC X(05) VALUE " VEND".
       01 DET.
           03 DET-CLASSE  PIC X(01).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-COD     PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-NOME    PIC X(30).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-VALOR   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-PERC    PIC ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-PEDIDOS PIC ZZZ9.
           03 FILLER      PIC X(04) VALUE SPACES.
           03 DET-DIAS    PIC ZZZZ9.
           03 FILLER      PIC X(04) VALUE SPACES.
           03 DET-ATRASO  PIC ZZZZ9.
           03 DET-ATRASO-X REDEFINES DET-ATRASO PIC X(05).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-VEND    PIC ZZZ9.
       01 TOT1.
           03 FILLER      PIC X(11) VALUE "CLASSE A: ".
           03 TOT1-A      PIC ZZZZ9.
           03 FILLER      PIC X(11) VALUE "  CLASSE B:".
           03 TOT1-B      PIC ZZZZ9.
           03 FILLER      PIC X(11) VALUE "  CLASSE C:".
           03 TOT1-C      PIC ZZZZ9.
       01 TOT2.
           03 FILLER      PIC X(26) VALUE "COMPRA LIQUIDA TOTAL....: ".
           03 TOT2-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 CAB-SECAO2.
           03 FILLER      PIC X(38)
                 VALUE "*** SECAO 2 - SEM COMPRAR HA MAIS DE ".
           03 CAB3-DIAS   PIC ZZ9.
           03 FILLER      PIC X(17) VALUE " DIAS (MINIMO DE ".
           03 CAB3-MIN    PIC ZZ9.
           03 FILLER      PIC X(14) VALUE " PEDIDOS) ***".
       01 CAB-VEND.
           03 FILLER      PIC X(10) VALUE "VENDEDOR: ".
           03 CABV-COD    PIC 9(04).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 CABV-NOME   PIC X(30).
       01 DET2-TITULO.
           03 FILLER      PIC X(08) VALUE "  CODIGO".
           03 FILLER      PIC X(31) VALUE " CLIENTE".
           03 FILLER      PIC X(13) VALUE " FONE".
           03 FILLER      PIC X(21) VALUE " CONTATO".
           03 FILLER      PIC X(10) VALUE " ULTIMA".
           03 FILLER      PIC X(06) VALUE "  DIAS".
           03 FILLER      PIC X(05) VALUE " PEDS".
       01 DET2.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET2-COD    PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET2-NOME   PIC X(30).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET2-FONE   PIC X(12).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET2-CONTATO PIC X(20).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET2-ULTIMA PIC 9(08).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET2-DIAS   PIC ZZZZ9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET2-PEDIDOS PIC ZZZ9.
       01 TOT3.
           03 FILLER      PIC X(26) VALUE "CLIENTES INATIVOS.......: ".
           03 TOT3-QTDE   PIC ZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           DISPLAY "*** CURVA ABC DE CLIENTES E INATIVOS ***".
           DISPLAY "CORTE DA CLASSE A EM % (0 = 80) : ".
           ACCEPT W-CORTE-A.
           IF W-CORTE-A = ZEROS
              MOVE 80 TO W-CORTE-A.
           DISPLAY "CORTE DA CLASSE B EM % (0 = 95) : ".
           ACCEPT W-CORTE-B.
           IF W-CORTE-B = ZEROS
              MOVE 95 TO W-CORTE-B.
           IF W-CORTE-B < W-CORTE-A
              MOVE W-CORTE-A TO W-CORTE-B.
           DISPLAY "INATIVO SEM COMPRAR HA MAIS DE N DIAS (0 = 90) : ".
           ACCEPT W-DIAS-INAT.
           IF W-DIAS-INAT = ZEROS
              MOVE 90 TO W-DIAS-INAT.
           DISPLAY "PEDIDOS NO HISTORICO P/ SER REGULAR (0 = 3) : ".
           ACCEPT W-MIN-PED.
           IF W-MIN-PED = ZEROS
              MOVE 3 TO W-MIN-PED.
      *              JANELA = OS 12 MESES ATE HOJE (DATA INICIAL
      *              EXCLUSIVA: MESMO DIA DO ANO PASSADO)
           COMPUTE W-DATA-INI = W-HOJE - 10000
           MOVE W-HOJE TO W-DATA-NUM
           PERFORM DIAS-DATA THRU DIAS-DATA-FIM
           MOVE W-DIAS-DATA TO W-DIAS-HOJE
           OPEN OUTPUT RESUMO
           IF ST-RES NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIABC.TMP"
              GOBACK.
           SORT SORTWK ON ASCENDING KEY S-CODCLI S-TIPO S-DATA
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
                    OUTPUT PROCEDURE IS RESUME-CLIENTE
                                        THRU RESUME-CLIENTE-FIM.
           CLOSE RESUMO
           SORT SORTWK ON ASCENDING KEY S2-SECAO S2-ORDEM S2-DATA
                    INPUT  PROCEDURE IS CARREGA-RANK
                                        THRU CARREGA-RANK-FIM
                    OUTPUT PROCEDURE IS GRAVA-RELATORIO THRU GRAVA-FIM.
           DISPLAY "*** CURVA GERADA: RELABCLI.LST ***".
           DISPLAY "*** PEDIDOS LIDOS: " W-LIDOS "  CLIENTES: "
                   W-CLIENTES "  INATIVOS: " W-INATIVOS.
           GOBACK.
      *
      ***********************************************
      * PRIMEIRO SORT - TODOS OS PEDIDOS NAO         *
      * CANCELADOS DE CLIENTE CADASTRADO (O VALOR SO *
      * NOS 12 MESES), AS DEVOLUCOES DOS PEDIDOS DA  *
      * JANELA E AS DUPLICATAS PAGAS NA JANELA       *
      ***********************************************
       CARREGA-SORT.
           OPEN INPUT PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO.DAT"
              GO TO CARREGA-SORT-FIM.
           OPEN INPUT PEDITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDITEM.DAT"
              CLOSE PEDIDO
              GO TO CARREGA-SORT-FIM.
       CARREGA-SORT-LER.
           READ PEDIDO NEXT RECORD
           IF ST-PED NOT = "00"
              GO TO CARREGA-SORT-DEV.
           IF PED-SITUACAO = "C"
              GO TO CARREGA-SORT-LER.
           IF PED-CODCLI = ZEROS
              GO TO CARREGA-SORT-LER.
           IF PED-DATA > W-HOJE
              GO TO CARREGA-SORT-LER.
           ADD 1 TO W-LIDOS
           MOVE PED-CODCLI   TO S-CODCLI
           MOVE "P"          TO S-TIPO
           MOVE PED-DATA     TO S-DATA
           MOVE PED-CLIENTE  TO S-NOME
           MOVE PED-VENDEDOR TO S-VENDEDOR
           MOVE ZEROS        TO S-VALOR S-ATRASO
           MOVE "N"          TO S-JANELA
           IF PED-DATA > W-DATA-INI
              PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
              MOVE W-VALOR-PED TO S-VALOR
              MOVE "S"         TO S-JANELA.
           RELEASE SORT-REC
           GO TO CARREGA-SORT-LER.
       CARREGA-SORT-DEV.
           PERFORM CARREGA-DEVOL THRU CARREGA-DEVOL-FIM.
           CLOSE PEDIDO PEDITEM
           PERFORM CARREGA-DUP THRU CARREGA-DUP-FIM.
       CARREGA-SORT-FIM.
           EXIT.
      *
       SOMA-ITENS.
           MOVE ZEROS      TO W-VALOR-PED
           MOVE PED-NUMERO TO ITEM-PEDIDO
           MOVE ZEROS      TO ITEM-SEQ
           START PEDITEM KEY IS NOT LESS ITEM-CHAVE
                 INVALID KEY GO TO SOMA-ITENS-FIM.
       SOMA-ITENS-LER.
           READ PEDITEM NEXT RECORD
           IF ST-ITEM NOT = "00"
              GO TO SOMA-ITENS-FIM.
           IF ITEM-PEDIDO NOT = PED-NUMERO
              GO TO SOMA-ITENS-FIM.
           ADD ITEM-VALOR TO W-VALOR-PED
           GO TO SOMA-ITENS-LER.
       SOMA-ITENS-FIM.
           EXIT.
      *
      ***********************************************
      * DEVOLUCOES CONTRA PEDIDOS DA JANELA - SAEM   *
      * DA COMPRA DO CLIENTE DO PEDIDO DE ORIGEM     *
      ***********************************************
       CARREGA-DEVOL.
           OPEN INPUT DEVOL
           IF ST-DEV NOT = "00"
              GO TO CARREGA-DEVOL-FIM.
       CARREGA-DEVOL-LER.
           READ DEVOL
               AT END
                   GO TO CARREGA-DEVOL-FECHA.
           MOVE LINHA-DEV TO REG-DEV-LIDO
           MOVE DL-PEDIDO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
              GO TO CARREGA-DEVOL-LER.
           IF PED-SITUACAO = "C" OR PED-CODCLI = ZEROS
              GO TO CARREGA-DEVOL-LER.
           IF PED-DATA NOT > W-DATA-INI OR PED-DATA > W-HOJE
              GO TO CARREGA-DEVOL-LER.
           MOVE PED-CODCLI  TO S-CODCLI
           MOVE "D"         TO S-TIPO
           MOVE DL-DATA     TO S-DATA
           MOVE SPACES      TO S-NOME S-JANELA
           MOVE ZEROS       TO S-VENDEDOR S-ATRASO
           COMPUTE S-VALOR = ZEROS - DL-VALOR
           RELEASE SORT-REC
           GO TO CARREGA-DEVOL-LER.
       CARREGA-DEVOL-FECHA.
           CLOSE DEVOL.
       CARREGA-DEVOL-FIM.
           EXIT.
      *
      ***********************************************
      * DUPLICATAS PAGAS NA JANELA - ATRASO EM DIAS  *
      * DO PAGAMENTO SOBRE O VENCIMENTO (ZERO QUANDO *
      * PAGA EM DIA OU ANTES)                        *
      ***********************************************
       CARREGA-DUP.
           OPEN INPUT DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "AVISO: DUPREC.DAT INDISPONIVEL - SEM ATRASO"
              GO TO CARREGA-DUP-FIM.
       CARREGA-DUP-LER.
           READ DUPREC NEXT RECORD
           IF ST-DUP NOT = "00"
              GO TO CARREGA-DUP-FECHA.
           IF DUP-SITUACAO NOT = "P" OR DUP-CODCLI = ZEROS
              GO TO CARREGA-DUP-LER.
           IF DUP-DATA-PAGTO NOT > W-DATA-INI
              OR DUP-DATA-PAGTO > W-HOJE
              GO TO CARREGA-DUP-LER.
           MOVE DUP-VENCIMENTO TO W-DATA-NUM
           PERFORM DIAS-DATA THRU DIAS-DATA-FIM
           MOVE W-DIAS-DATA TO W-DIAS-VENC
           MOVE DUP-DATA-PAGTO TO W-DATA-NUM
           PERFORM DIAS-DATA THRU DIAS-DATA-FIM
           MOVE ZEROS TO S-ATRASO
           IF W-DIAS-DATA > W-DIAS-VENC
              COMPUTE S-ATRASO = W-DIAS-DATA - W-DIAS-VENC.
           MOVE DUP-CODCLI     TO S-CODCLI
           MOVE "T"            TO S-TIPO
           MOVE DUP-DATA-PAGTO TO S-DATA
           MOVE SPACES         TO S-NOME S-JANELA
           MOVE ZEROS          TO S-VALOR S-VENDEDOR
           RELEASE SORT-REC
           GO TO CARREGA-DUP-LER.
       CARREGA-DUP-FECHA.
           CLOSE DUPREC.
       CARREGA-DUP-FIM.
           EXIT.
      *
      ***********************************************
      * SAIDA DO PRIMEIRO SORT - UMA LINHA DE RESUMO *
      * POR CLIENTE NO ARQUIVO DE TRABALHO. OS       *
      * PEDIDOS VEM EM ORDEM DE DATA, ENTAO O ULTIMO *
      * DEIXA A DATA, O NOME E O VENDEDOR            *
      ***********************************************
       RESUME-CLIENTE.
           RETURN SORTWK AT END GO TO RESUME-CLIENTE-ENCERRA.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              PERFORM ABRE-CLIENTE THRU ABRE-CLIENTE-FIM
           ELSE
              IF S-CODCLI NOT = W-CLI-ANT
                 PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM
                 PERFORM ABRE-CLIENTE THRU ABRE-CLIENTE-FIM.
           ADD S-VALOR TO W-CL-VALOR
           IF S-TIPO = "P"
              ADD 1 TO WR-PED-TOT
              MOVE S-DATA     TO WR-ULTIMA
              MOVE S-NOME     TO WR-NOME
              MOVE S-VENDEDOR TO WR-VENDEDOR.
           IF S-TIPO = "P" AND S-JANELA = "S"
              ADD 1 TO WR-PED-JAN.
           IF S-TIPO = "T"
              ADD 1 TO WR-DUPS
              ADD S-ATRASO TO W-CL-SOMA-ATR.
           GO TO RESUME-CLIENTE.
       RESUME-CLIENTE-ENCERRA.
           IF W-PRIMEIRO = "N"
              PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM.
           GO TO RESUME-CLIENTE-FIM.
      *
       ABRE-CLIENTE.
           MOVE S-CODCLI TO W-CLI-ANT
           MOVE ZEROS    TO W-CL-VALOR W-CL-SOMA-ATR
           MOVE SPACES   TO WR-NOME
           MOVE ZEROS    TO WR-VALOR WR-PED-JAN WR-PED-TOT WR-ULTIMA
                            WR-DIAS WR-VENDEDOR WR-DUPS WR-ATRASO
           MOVE S-CODCLI TO WR-CODCLI.
       ABRE-CLIENTE-FIM.
           EXIT.
      *
      *              SO DUPLICATA, SEM PEDIDO (CLIENTE SEM COMPRA
      *              NAO CANCELADA) NAO ENTRA NO RESUMO. COMPRA
      *              LIQUIDA NEGATIVA (SO DEVOLUCAO) FICA ZERO
       FECHA-CLIENTE.
           IF WR-PED-TOT = ZEROS
              GO TO FECHA-CLIENTE-FIM.
           IF W-CL-VALOR > ZEROS
              MOVE W-CL-VALOR TO WR-VALOR
              ADD W-CL-VALOR TO W-TOT-GERAL.
           IF WR-DUPS > ZEROS
              COMPUTE WR-ATRASO ROUNDED = W-CL-SOMA-ATR / WR-DUPS.
           MOVE WR-ULTIMA TO W-DATA-NUM
           PERFORM DIAS-DATA THRU DIAS-DATA-FIM
           IF W-DIAS-HOJE > W-DIAS-DATA
              COMPUTE WR-DIAS = W-DIAS-HOJE - W-DIAS-DATA.
           MOVE W-RES TO REG-RES
           WRITE REG-RES
           ADD 1 TO W-CLIENTES.
       FECHA-CLIENTE-FIM.
           EXIT.
      *
       RESUME-CLIENTE-FIM.
           EXIT.
      *
      ***********************************************
      * SEGUNDO SORT - RELE O RESUMO: QUEM COMPROU   *
      * NA JANELA VAI PARA O RANKING; QUEM JA FOI    *
      * REGULAR E PAROU, PARA OS INATIVOS            *
      ***********************************************
       CARREGA-RANK.
           OPEN INPUT RESUMO
           IF ST-RES NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CLIABC.TMP"
              GO TO CARREGA-RANK-FIM.
       CARREGA-RANK-LER.
           READ RESUMO
               AT END
                   GO TO CARREGA-RANK-FECHA.
           MOVE REG-RES TO W-RES
           MOVE W-RES   TO S2-RESUMO
           IF WR-VALOR = ZEROS
              GO TO CARREGA-RANK-INAT.
           MOVE 1 TO S2-SECAO
           COMPUTE S2-ORDEM = 999999999999 - (WR-VALOR * 100)
           MOVE WR-ULTIMA TO S2-DATA
           RELEASE SORT-RANK.
       CARREGA-RANK-INAT.
           IF WR-DIAS NOT > W-DIAS-INAT
              GO TO CARREGA-RANK-LER.
           IF WR-PED-TOT < W-MIN-PED
              GO TO CARREGA-RANK-LER.
           MOVE 2 TO S2-SECAO
           MOVE WR-VENDEDOR TO S2-ORDEM
           MOVE WR-ULTIMA   TO S2-DATA
           RELEASE SORT-RANK
           GO TO CARREGA-RANK-LER.
       CARREGA-RANK-FECHA.
           CLOSE RESUMO.
       CARREGA-RANK-FIM.
           EXIT.
      *
       GRAVA-RELATORIO.
           OPEN INPUT CADCLI
           IF ST-CLI = "00"
              MOVE "S" TO W-CLI-ABERTO.
           OPEN INPUT CADVEND
           IF ST-VEN = "00"
              MOVE "S" TO W-VEN-ABERTO.
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELABCLI.LST"
              GO TO GRAVA-FIM.
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-DATA-INI TO CAB2-INI
           MOVE W-HOJE     TO CAB2-FIM
           MOVE W-CORTE-A  TO CAB2-A
           MOVE W-CORTE-B  TO CAB2-B
           MOVE CAB2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE CAB-SECAO1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-SECAO-ANT.
       LER-SORT.
           RETURN SORTWK AT END GO TO ENCERRA.
           MOVE S2-RESUMO TO W-RES
           IF S2-SECAO NOT = W-SECAO-ANT
              PERFORM ENCERRA-SECAO1 THRU ENCERRA-SECAO1-FIM
              MOVE S2-SECAO TO W-SECAO-ANT.
           IF S2-SECAO = 2
              GO TO LER-SORT-INAT.
           ADD WR-VALOR TO W-ACUMULADO
           IF W-TOT-GERAL = ZEROS
              MOVE ZEROS TO W-PERC-ACUM
           ELSE
              COMPUTE W-PERC-ACUM ROUNDED =
                      (W-ACUMULADO * 100) / W-TOT-GERAL.
           IF W-PERC-ACUM NOT > W-CORTE-A
              MOVE "A" TO W-CLASSE
              ADD 1 TO W-QT-A
           ELSE
              IF W-PERC-ACUM NOT > W-CORTE-B
                 MOVE "B" TO W-CLASSE
                 ADD 1 TO W-QT-B
              ELSE
                 MOVE "C" TO W-CLASSE
                 ADD 1 TO W-QT-C.
           MOVE W-CLASSE    TO DET-CLASSE
           MOVE WR-CODCLI   TO DET-COD
           PERFORM BUSCA-CLIENTE THRU BUSCA-CLIENTE-FIM
           MOVE WR-NOME     TO DET-NOME
           MOVE WR-VALOR    TO DET-VALOR
           MOVE W-PERC-ACUM TO DET-PERC
           MOVE WR-PED-JAN  TO DET-PEDIDOS
           MOVE WR-DIAS     TO DET-DIAS
           MOVE WR-ATRASO   TO DET-ATRASO
           IF WR-DUPS = ZEROS
              MOVE "    -" TO DET-ATRASO-X.
           MOVE WR-VENDEDOR TO DET-VEND
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL.
           GO TO LER-SORT.
       LER-SORT-INAT.
           IF WR-VENDEDOR NOT = W-VEND-ANT
              PERFORM ABRE-VEND THRU ABRE-VEND-FIM.
           ADD 1 TO W-INATIVOS
           MOVE WR-CODCLI  TO DET2-COD
           PERFORM BUSCA-CLIENTE THRU BUSCA-CLIENTE-FIM
           MOVE WR-NOME    TO DET2-NOME
           MOVE WR-ULTIMA  TO DET2-ULTIMA
           MOVE WR-DIAS    TO DET2-DIAS
           MOVE WR-PED-TOT TO DET2-PEDIDOS
           MOVE DET2 TO LINHA-REL
           WRITE LINHA-REL.
           GO TO LER-SORT.
      *
       ENCERRA.
           IF W-SECAO-ANT = 1
              PERFORM ENCERRA-SECAO1 THRU ENCERRA-SECAO1-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-INATIVOS TO TOT3-QTDE
           MOVE TOT3 TO LINHA-REL
           WRITE LINHA-REL.
           GO TO GRAVA-FIM.
      *
      ***********************************************
      * FIM DO RANKING - TOTAIS POR CLASSE E ABRE A  *
      * SECAO DOS INATIVOS                           *
      ***********************************************
       ENCERRA-SECAO1.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QT-A TO TOT1-A
           MOVE W-QT-B TO TOT1-B
           MOVE W-QT-C TO TOT1-C
           MOVE TOT1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-GERAL TO TOT2-VALOR
           MOVE TOT2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-DIAS-INAT TO CAB3-DIAS
           MOVE W-MIN-PED   TO CAB3-MIN
           MOVE CAB-SECAO2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE 2 TO W-SECAO-ANT.
       ENCERRA-SECAO1-FIM.
           EXIT.
      *
      ***********************************************
      * CABECALHO DO VENDEDOR DO ULTIMO PEDIDO;      *
      * ZERO = VENDA DE BALCAO                       *
      ***********************************************
       ABRE-VEND.
           MOVE WR-VENDEDOR TO W-VEND-ANT CABV-COD
           MOVE "*** VENDEDOR NAO CADASTRADO ***" TO CABV-NOME
           IF WR-VENDEDOR = ZEROS
              MOVE "BALCAO (SEM VENDEDOR)" TO CABV-NOME
              GO TO ABRE-VEND-GRAVA.
           IF W-VEN-ABERTO = "S"
              MOVE WR-VENDEDOR TO COD-VENDEDOR
              READ CADVEND
              IF ST-VEN = "00"
                 MOVE NOME-VENDEDOR TO CABV-NOME.
       ABRE-VEND-GRAVA.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE CAB-VEND TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET2-TITULO TO LINHA-REL
           WRITE LINHA-REL.
       ABRE-VEND-FIM.
           EXIT.
      *
      ***********************************************
      * NOME, FONE E CONTATO ATUAIS DO CADCLI; FORA  *
      * DO CADASTRO FICA O NOME DO ULTIMO PEDIDO     *
      ***********************************************
       BUSCA-CLIENTE.
           MOVE SPACES TO DET2-FONE DET2-CONTATO
           IF W-CLI-ABERTO NOT = "S"
              GO TO BUSCA-CLIENTE-FIM.
           MOVE WR-CODCLI TO COD-CLIENTE
           READ CADCLI
           IF ST-CLI NOT = "00"
              GO TO BUSCA-CLIENTE-FIM.
           MOVE NOME-CLIENTE TO WR-NOME
           MOVE CLI-FONE     TO DET2-FONE
           MOVE CLI-CONTATO  TO DET2-CONTATO.
       BUSCA-CLIENTE-FIM.
           EXIT.
      *
       GRAVA-FIM.
           CLOSE RELATORIO
           IF W-CLI-ABERTO = "S"
              CLOSE CADCLI.
           IF W-VEN-ABERTO = "S"
              CLOSE CADVEND.
      *
      ***********************************************
      * DIAS DA DATA EM W-DATA-NUM NO ANO COMERCIAL  *
      * (360/30), O MESMO CALCULO DO BAIXADUP        *
      ***********************************************
       DIAS-DATA.
           COMPUTE W-DIAS-DATA = (W-DT-ANO * 360)
                   + (W-DT-MES * 30) + W-DT-DIA.
       DIAS-DATA-FIM.
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
