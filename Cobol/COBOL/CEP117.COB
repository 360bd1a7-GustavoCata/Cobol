       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVCOMP.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * DEVOLUCAO DE COMPRA AO FORNECEDOR - MERCADORIA  *
      * RECEBIDA COM AVARIA OU ERRADA VOLTA CONTRA A    *
      * LINHA DO PEDIDO DE COMPRA (PEDCOMP/PEDCITEM) JA *
      * RECEBIDA NO RECEBE (CEP082): LIMITA A           *
      * QUANTIDADE AO RECEBIDO (DESCONTANDO DEVOLUCOES  *
      * ANTERIORES DO DIARIO DEVCOMP.DAT), DA A SAIDA   *
      * DO ESTOQUE-ATUAL COM MOVIMENTO TIPO D NO DIARIO *
      * MOVIMENT.DAT (DOCUMENTO = DVC + PEDIDO), DESFAZ *
      * NO PRECO-MEDIO O EFEITO DA ENTRADA AO CUSTO DA  *
      * NOTA, IMPRIME A NOTA DE DEVOLUCAO PARA A        *
      * TRANSPORTADORA (DEVCOMP.LST) E GRAVA O DEBITO   *
      * DO FORNECEDOR EM DEBFORN.DAT, QUE A BAIXA DO    *
      * CONTAS A PAGAR (CEP096/BAIXAPAG) ABATE. O       *
      * DEBITO GRAVA O EVENTO CONTABIL DVC NO           *
      * CTBPEND.DAT                                     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PC-NUMERO
                    FILE STATUS  IS ST-PC.
       SELECT PEDCITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCI-CHAVE
                    ALTERNATE RECORD KEY IS PCI-PRODUTO WITH DUPLICATES
                    FILE STATUS  IS ST-PCI.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-FORNECEDOR
                    FILE STATUS  IS ST-FOR.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    LOCK MODE    IS MANUAL WITH LOCK ON RECORD
                    ALTERNATE RECORD KEY IS CHAVE2 = DESCRICAO
                                                      WITH DUPLICATES.
       SELECT MOVIMENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MI-CHAVE
                    FILE STATUS  IS ST-MOV.
       SELECT DEVCOMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DVC.
       SELECT DEBFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEB-CHAVE
                    FILE STATUS  IS ST-DEB.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT SALDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SD-CHAVE
                    FILE STATUS  IS ST-SAL.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
       SELECT BATCHWIN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-BWN.
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
       FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       01 REGPC.
                03 PC-NUMERO       PIC 9(06).
                03 PC-DATA         PIC 9(08).
                03 PC-FORNECEDOR   PIC 9(04).
                03 PC-NOME-FORN    PIC X(30).
                03 PC-TOTAL        PIC 9(08)V99.
                03 PC-OPERADOR     PIC X(10).
                03 PC-SITUACAO     PIC X(01).
      *
       FD PEDCITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCITEM.DAT".
       01 REGPCI.
                03 PCI-CHAVE.
                   05 PCI-PEDIDO   PIC 9(06).
                   05 PCI-SEQ      PIC 9(02).
                03 PCI-PRODUTO     PIC 9(06).
                03 PCI-DESCRICAO   PIC X(25).
                03 PCI-QTDE        PIC 9(05).
                03 PCI-CUSTO       PIC 9(05)V99.
                03 PCI-VALOR       PIC 9(08)V99.
                03 PCI-QTDE-REC    PIC 9(05).
                03 PCI-DATA-REC    PIC 9(08).
                03 PCI-CUSTO-REC   PIC 9(05)V99.
                03 PCI-DATA-PREV   PIC 9(08).
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
       FD PRODUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODUTO.DAT".
       01 REGPRO.
                03 CODIGO          PIC 9(06).
                03 DESCRICAO       PIC X(25).
                03 TIPO            PIC 9(02).
                03 IPI             PIC 99V99.
                03 ICMS            PIC 99V99.
                03 LUCRO           PIC 99V99.
                03 SITUACAO        PIC X(01).
                03 ESTOQUE-ATUAL   PIC 9(05).
                03 ESTOQUE-MINIMO  PIC 9(05).
                03 PRECO-CUSTO     PIC 9(05)V99.
                03 PRECO-VENDA     PIC 9(06)V99.
                03 DATA-SITUACAO   PIC 9(08).
                03 FORNECEDOR-CODIGO PIC 9(04) VALUE ZEROS.
                03 PRECO-MEDIO     PIC 9(05)V99.
      *
      *****************************************************************
      * ARQUIVO : MOVIMENT   - DIARIO DE MOVIMENTOS INDEXADO POR      *
      *                        PRODUTO+DATA+SEQUENCIA (CEP037/        *
      *                        MOVPROD; O MOVPROD.DAT SEQUENCIAL      *
      *                        ANTIGO E CONVERTIDO PELO CEP086)       *
      *****************************************************************
       FD MOVIMENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVIMENT.DAT".
       01 REGMOV-I.
                03 MI-CHAVE.
                   05 MI-PRODUTO   PIC 9(06).
                   05 MI-DATA      PIC 9(08).
                   05 MI-SEQ       PIC 9(04).
                03 MI-HORA         PIC 9(06).
                03 MI-OPERADOR     PIC X(10).
                03 MI-TIPO         PIC X(01).
                03 MI-QTDE         PIC 9(05).
                03 MI-DOCTO        PIC X(10).
                03 MI-EST-ANTES    PIC 9(05).
                03 MI-EST-DEPOIS   PIC 9(05).
                03 MI-CUSTO        PIC 9(05)V99.
      *
      *****************************************************************
      * ARQUIVO : DEVCOMP    - DIARIO DE DEVOLUCOES DE COMPRA, UMA    *
      *                        LINHA POR ITEM DEVOLVIDO: DATA,        *
      *                        OPERADOR, PEDIDO DE COMPRA, SEQUENCIA  *
      *                        DO ITEM, FORNECEDOR, PRODUTO,          *
      *                        QUANTIDADE E VALOR DEBITADO            *
      *****************************************************************
       FD DEVCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEVCOMP.DAT".
       01 LINHA-DVC            PIC X(58).
      *
      *****************************************************************
      * ARQUIVO : DEBFORN    - DEBITOS DE DEVOLUCAO POR FORNECEDOR, *
      *                        UM REGISTRO POR DEVOLUCAO FECHADA; O   *
      *                        SALDO E ABATIDO NA BAIXA DO CONTAS A   *
      *                        PAGAR (CEP096/BAIXAPAG)                *
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
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "DEVCOMP.LST".
       01 LINHA-REL            PIC X(80).
      *
      *****************************************************************
      * ARQUIVO : SALDEP     - SALDO POR PRODUTO E DEPOSITO (CEP037/  *
      *                        MOVPROD): TODO MOVIMENTO DE            *
      *                        ESTOQUE-ATUAL FEITO AQUI E ESPELHADO   *
      *                        NO DEPOSITO 01 (LOJA), PARA A          *
      *                        ABERTURA POR DEPOSITO NAO DESCOLAR DO  *
      *                        TOTAL                                  *
      *****************************************************************
       FD SALDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDEP.DAT".
       01 REGSAL.
                03 SD-CHAVE.
                   05 SD-PRODUTO   PIC 9(06).
                   05 SD-DEPOSITO  PIC 9(02).
                03 SD-SALDO        PIC 9(05).
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
      * ARQUIVO : BATCHWIN   - SEMAFORO DA JANELA BATCH (NOTURNO/     *
      *                        CEP053): COM REGISTRO DENTRO, SESSAO   *
      *                        NOVA DO ONLINE E RECUSADA ATE A HORA   *
      *                        PREVISTA                               *
      *****************************************************************
       FD BATCHWIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BATCHWIN.DAT".
       01 REG-BWN.
                03 BW-DATA         PIC 9(08).
                03 FILLER          PIC X.
                03 BW-HORA-INI     PIC 9(06).
                03 FILLER          PIC X.
                03 BW-HORA-FIM     PIC 9(06).
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
       77 ST-PC        PIC X(02) VALUE "00".
       77 ST-PCI       PIC X(02) VALUE "00".
       77 ST-FOR       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-MOV       PIC X(02) VALUE "00".
       77 ST-DVC       PIC X(02) VALUE "00".
       77 ST-DEB       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
      *              *** JANELA BATCH (NOTURNO/CEP053) ***
       77 ST-BWN       PIC X(02) VALUE "00".
       77 W-JANELA     PIC X(01) VALUE "N".
       77 W-HOJE-BWN   PIC 9(08) VALUE ZEROS.
       01 W-DATA-BWN.
          03 W-ANO-BWN PIC 99.
          03 W-MES-BWN PIC 99.
          03 W-DIA-BWN PIC 99.
       01 W-HORA-BWN.
          03 W-HMS-BWN PIC 9(06).
          03 FILLER    PIC 99.
       77 W-NUMERO     PIC 9(06) VALUE ZEROS.
       77 W-SEQ        PIC 9(02) VALUE ZEROS.
       77 W-NOTA       PIC X(10) VALUE SPACES.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-TRANSP     PIC X(30) VALUE SPACES.
       77 W-QTDE       PIC 9(05) VALUE ZEROS.
       77 W-CUSTO      PIC 9(05)V99 VALUE ZEROS.
       77 W-JA-DEVOLV  PIC 9(05) VALUE ZEROS.
       77 W-PODE       PIC 9(05) VALUE ZEROS.
       77 W-VAL-DEB    PIC 9(08)V99 VALUE ZEROS.
       77 W-VAL-ITEM   PIC 9(08)V99 VALUE ZEROS.
       77 W-DEVOLVIDOS PIC 9(05) VALUE ZEROS.
       77 W-DEBITOS    PIC 9(05) VALUE ZEROS.
      *              *** STATUS SALVO ANTES DO UNLOCK (O UNLOCK   ***
      *              *** TAMBEM E I/O E SOBREPOE O FILE STATUS)   ***
       77 W-ST-SALVA   PIC X(02) VALUE "00".
      *              *** CUSTO MEDIO SEM A ENTRADA DEVOLVIDA ***
       77 W-MEDIO-ATU  PIC 9(05)V99 VALUE ZEROS.
       77 W-MEDIO-NOVO PIC S9(07)V99 VALUE ZEROS.
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
       01 DATA-DVC.
          03 ANO-DVC   PIC 99.
          03 MES-DVC   PIC 99.
          03 DIA-DVC   PIC 99.
       01 HORA-DVC.
          03 HH-DVC    PIC 99.
          03 MM-DVC    PIC 99.
          03 SS-DVC    PIC 99.
          03 CC-DVC    PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *              *** LINHA DO DIARIO DE DEVOLUCOES DE COMPRA ***
       01 REG-DVC.
          03 DC-DATA       PIC 9(08).
          03 FILLER        PIC X VALUE SPACE.
          03 DC-OPERADOR   PIC X(10).
          03 FILLER        PIC X VALUE SPACE.
          03 DC-PEDIDO     PIC 9(06).
          03 FILLER        PIC X VALUE SPACE.
          03 DC-SEQ        PIC 9(02).
          03 FILLER        PIC X VALUE SPACE.
          03 DC-FORNECEDOR PIC 9(04).
          03 FILLER        PIC X VALUE SPACE.
          03 DC-PRODUTO    PIC 9(06).
          03 FILLER        PIC X VALUE SPACE.
          03 DC-QTDE       PIC 9(05).
          03 FILLER        PIC X VALUE SPACE.
          03 DC-VALOR      PIC 9(08)V99.
       01 REG-DVC-LIDO.
          03 DL-DATA       PIC 9(08).
          03 FILLER        PIC X.
          03 DL-OPERADOR   PIC X(10).
          03 FILLER        PIC X.
          03 DL-PEDIDO     PIC 9(06).
          03 FILLER        PIC X.
          03 DL-SEQ        PIC 9(02).
          03 FILLER        PIC X.
          03 DL-FORNECEDOR PIC 9(04).
          03 FILLER        PIC X.
          03 DL-PRODUTO    PIC 9(06).
          03 FILLER        PIC X.
          03 DL-QTDE       PIC 9(05).
          03 FILLER        PIC X.
          03 DL-VALOR      PIC 9(08)V99.
      *              *** LINHA DO DIARIO DE MOVIMENTO (CEP037) ***
       01 REG-MOV.
          03 MV-DATA      PIC 9(08).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-HORA.
             05 MV-HH     PIC 99.
             05 MV-MM     PIC 99.
             05 MV-SS     PIC 99.
          03 FILLER       PIC X VALUE SPACE.
          03 MV-OPERADOR  PIC X(10).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-TIPO      PIC X(01).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-CODIGO    PIC 9(06).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-QTDE      PIC 9(05).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-DOCTO     PIC X(10).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-EST-ANTES PIC 9(05).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-EST-DEPOIS PIC 9(05).
          03 FILLER       PIC X VALUE SPACE.
          03 MV-CUSTO     PIC 9(05)V99.
      *              *** ITENS DA DEVOLUCAO EM CURSO, PARA A NOTA ***
      *              *** (UM POR SEQUENCIA DO PEDIDO, ATE 99)     ***
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-ITENS      PIC 9(02) VALUE ZEROS.
       01 TAB-DVC.
          03 T-DVC OCCURS 99 TIMES.
             05 T-PRODUTO   PIC 9(06).
             05 T-DESCRICAO PIC X(25).
             05 T-QTDE      PIC 9(05).
             05 T-CUSTO     PIC 9(05)V99.
             05 T-VALOR     PIC 9(08)V99.
      *              *** NOTA DE DEVOLUCAO (DEVCOMP.LST) ***
       01 LIN-SEPARA    PIC X(78) VALUE ALL "=".
       01 CAB1.
          03 FILLER       PIC X(38)
                VALUE "NOTA DE DEVOLUCAO AO FORNECEDOR - DEB ".
          03 CAB1-FORN    PIC 9(04).
          03 FILLER       PIC X(01) VALUE "/".
          03 CAB1-SEQ     PIC 9(03).
          03 FILLER       PIC X(08) VALUE "  DATA: ".
          03 CAB1-DATA    PIC 9(08).
       01 CAB2.
          03 FILLER       PIC X(12) VALUE "FORNECEDOR: ".
          03 CAB2-FORN    PIC 9(04).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 CAB2-NOME    PIC X(30).
          03 FILLER       PIC X(07) VALUE " DOC.: ".
          03 CAB2-TIPO    PIC X(01).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 CAB2-DOC     PIC 9(14).
       01 CAB3.
          03 FILLER       PIC X(18) VALUE "PEDIDO DE COMPRA: ".
          03 CAB3-PEDIDO  PIC 9(06).
          03 FILLER       PIC X(16) VALUE "  NF DE ORIGEM: ".
          03 CAB3-NOTA    PIC X(10).
       01 CAB4.
          03 FILLER       PIC X(08) VALUE "MOTIVO: ".
          03 CAB4-MOTIVO  PIC X(40).
       01 CAB5.
          03 FILLER       PIC X(08) VALUE "CODIGO  ".
          03 FILLER       PIC X(27) VALUE "DESCRICAO".
          03 FILLER       PIC X(07) VALUE "  QTDE ".
          03 FILLER       PIC X(12) VALUE "  CUSTO UNIT".
          03 FILLER       PIC X(15) VALUE "          VALOR".
       01 DET-DVC.
          03 DET-PRODUTO  PIC 9(06).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DET-DESC     PIC X(25).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DET-QTDE     PIC ZZZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DET-CUSTO    PIC ZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DET-VALOR    PIC ZZ.ZZZ.ZZ9,99.
       01 TOT-DVC.
          03 FILLER       PIC X(55) VALUE SPACES.
          03 FILLER       PIC X(08) VALUE "TOTAL:  ".
          03 TOT-VALOR    PIC ZZ.ZZZ.ZZ9,99.
       01 ROD1.
          03 FILLER       PIC X(16) VALUE "TRANSPORTADORA: ".
          03 ROD1-TRANSP  PIC X(30).
       01 ROD2.
          03 FILLER       PIC X(40)
                VALUE "RETIRADO EM ____/____/________   ASSINAT".
          03 FILLER       PIC X(30)
                VALUE "URA: _________________________".
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
           DISPLAY "*** DEVOLUCAO DE COMPRA AO FORNECEDOR ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CHECA-JANELA THRU CHECA-JANELA-FIM.
           IF W-JANELA = "S"
              GOBACK.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM.
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - DEVOLUCAO NAO PERMITIDA ***"
              GOBACK.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           OPEN INPUT PEDCOMP
           IF ST-PC NOT = "00"
              DISPLAY "*** NAO HA PEDIDOS DE COMPRA (PEDCOMP.DAT) ***"
              GOBACK.
           OPEN INPUT PEDCITEM
           IF ST-PCI NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO PEDCITEM.DAT"
              CLOSE PEDCOMP
              GOBACK.
           OPEN I-O PRODUTO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO.DAT"
              CLOSE PEDCOMP PEDCITEM
              GOBACK.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
              DISPLAY "AVISO: CADFORN.DAT INDISPONIVEL".
           OPEN I-O SALDEP
           IF ST-SAL NOT = "00"
              IF ST-SAL = "30"
                 OPEN OUTPUT SALDEP
                 CLOSE SALDEP
                 OPEN I-O SALDEP
              ELSE
                 NEXT SENTENCE.
           OPEN I-O MOVIMENT
           IF ST-MOV NOT = "00"
                      OPEN OUTPUT MOVIMENT
                      CLOSE MOVIMENT
                      OPEN I-O MOVIMENT.
           OPEN EXTEND DEVCOMP
           IF ST-DVC NOT = "00"
                      OPEN OUTPUT DEVCOMP
                      CLOSE DEVCOMP
                      OPEN EXTEND DEVCOMP.
           CLOSE DEVCOMP
           OPEN I-O DEBFORN
           IF ST-DEB NOT = "00"
               IF ST-DEB = "30"
                      OPEN OUTPUT DEBFORN
                      CLOSE DEBFORN
                      OPEN I-O DEBFORN
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO DEBFORN.DAT"
                      GO TO ROT-FIM.
      *
       DVC-001.
           DISPLAY "PEDIDO DE COMPRA (0 = ENCERRAR) : ".
           ACCEPT W-NUMERO.
           IF W-NUMERO = ZEROS
              GO TO ROT-FIM.
           MOVE W-NUMERO TO PC-NUMERO
           READ PEDCOMP
           IF ST-PC NOT = "00"
              DISPLAY "*** PEDIDO DE COMPRA NAO ENCONTRADO ***"
              GO TO DVC-001.
           IF PC-SITUACAO = "C"
              DISPLAY "*** PEDIDO CANCELADO - NADA A DEVOLVER ***"
              GO TO DVC-001.
           IF PC-SITUACAO NOT = "P" AND NOT = "R"
              DISPLAY "*** PEDIDO AINDA SEM RECEBIMENTO (RECEBE) ***"
              GO TO DVC-001.
           DISPLAY "FORNECEDOR: " PC-FORNECEDOR " " PC-NOME-FORN.
       DVC-002.
           DISPLAY "NOTA FISCAL DO FORNECEDOR (ORIGEM) : ".
           ACCEPT W-NOTA.
           IF W-NOTA = SPACES
              DISPLAY "*** INFORME A NOTA DE ORIGEM ***"
              GO TO DVC-002.
       DVC-003.
           DISPLAY "MOTIVO DA DEVOLUCAO : ".
           ACCEPT W-MOTIVO.
           IF W-MOTIVO = SPACES
              DISPLAY "*** INFORME O MOTIVO ***"
              GO TO DVC-003.
           DISPLAY "TRANSPORTADORA : ".
           ACCEPT W-TRANSP.
           MOVE ZEROS TO W-VAL-DEB W-DEVOLVIDOS W-ITENS.
      *
       DVC-004.
           DISPLAY "SEQUENCIA DO ITEM (0 = FECHAR DEVOLUCAO) : ".
           ACCEPT W-SEQ.
           IF W-SEQ = ZEROS
              GO TO DVC-FECHA.
           MOVE W-NUMERO TO PCI-PEDIDO
           MOVE W-SEQ    TO PCI-SEQ
           READ PEDCITEM
           IF ST-PCI NOT = "00"
              DISPLAY "*** ITEM NAO ENCONTRADO NO PEDIDO ***"
              GO TO DVC-004.
           IF PCI-QTDE-REC = ZEROS
              DISPLAY "*** ITEM AINDA NAO RECEBIDO ***"
              GO TO DVC-004.
           PERFORM SOMA-DEVOLVIDO THRU SOMA-DEVOLVIDO-FIM
           IF W-JA-DEVOLV NOT < PCI-QTDE-REC
              DISPLAY "*** ITEM JA TOTALMENTE DEVOLVIDO ***"
              GO TO DVC-004.
           COMPUTE W-PODE = PCI-QTDE-REC - W-JA-DEVOLV
           DISPLAY "PRODUTO " PCI-PRODUTO " " PCI-DESCRICAO.
           DISPLAY "RECEBIDO: " PCI-QTDE-REC "  JA DEVOLVIDO: "
                   W-JA-DEVOLV "  CUSTO DA NOTA: " PCI-CUSTO-REC.
       DVC-005.
           DISPLAY "QUANTIDADE A DEVOLVER : ".
           ACCEPT W-QTDE.
           IF W-QTDE = ZEROS
              GO TO DVC-004.
           IF W-QTDE > W-PODE
              DISPLAY "*** MAIOR QUE O SALDO RECEBIDO ***"
              GO TO DVC-005.
      *
      ***********************************************
      * DA A SAIDA DO ESTOQUE COM TRAVA, DESFAZ O    *
      * EFEITO DA ENTRADA NO PRECO-MEDIO, MOVIMENTO  *
      * D NO DIARIO E LINHA NO DIARIO DE DEVOLUCOES. *
      * A DEVOLUCAO SAI PELO CUSTO DA NOTA RECEBIDA  *
      ***********************************************
       DVC-GRAVA.
           MOVE PCI-CUSTO-REC TO W-CUSTO
           IF W-CUSTO = ZEROS
              MOVE PCI-CUSTO TO W-CUSTO.
           MOVE PCI-PRODUTO TO CODIGO
           READ PRODUTO WITH LOCK
           IF ST-ERRO = "51" OR "99"
              DISPLAY "*** REGISTRO EM USO, TENTE NOVAMENTE ***"
              GO TO DVC-004.
           IF ST-ERRO NOT = "00"
              DISPLAY "*** PRODUTO NAO CADASTRADO ***"
              GO TO DVC-004.
           IF ESTOQUE-ATUAL < W-QTDE
              UNLOCK PRODUTO
              DISPLAY "*** ESTOQUE ATUAL (" ESTOQUE-ATUAL
                      ") NAO COBRE A DEVOLUCAO ***"
              GO TO DVC-005.
           MOVE ESTOQUE-ATUAL TO MV-EST-ANTES
           SUBTRACT W-QTDE FROM ESTOQUE-ATUAL
           MOVE ESTOQUE-ATUAL TO MV-EST-DEPOIS
           PERFORM DESFAZ-MEDIO THRU DESFAZ-MEDIO-FIM
           REWRITE REGPRO
           MOVE ST-ERRO TO W-ST-SALVA
           UNLOCK PRODUTO
           IF W-ST-SALVA NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA SAIDA DO ESTOQUE"
              GO TO DVC-004.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
           COMPUTE W-DELTA-DEP = ZEROS - W-QTDE
           PERFORM ATUALIZA-SALDEP01 THRU ATUALIZA-SALDEP01-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           COMPUTE W-VAL-ITEM ROUNDED = W-QTDE * W-CUSTO
           ADD W-VAL-ITEM TO W-VAL-DEB
           ADD 1 TO W-DEVOLVIDOS
           PERFORM GRAVA-DVC THRU GRAVA-DVC-FIM
           PERFORM GUARDA-ITEM THRU GUARDA-ITEM-FIM
           DISPLAY "*** ITEM DEVOLVIDO ***"
           GO TO DVC-004.
      *
      ***********************************************
      * FECHA A DEVOLUCAO: GRAVA O DEBITO DO         *
      * FORNECEDOR COM O VALOR ACUMULADO DOS ITENS E *
      * IMPRIME A NOTA DE DEVOLUCAO                  *
      ***********************************************
       DVC-FECHA.
           IF W-DEVOLVIDOS = ZEROS
              DISPLAY "*** NENHUM ITEM DEVOLVIDO ***"
              GO TO DVC-001.
           MOVE PC-FORNECEDOR TO DEB-FORNECEDOR
           MOVE ZEROS         TO DEB-SEQ.
      *              DEB-SEQ E 9(03): O TESTE DO LIMITE VEM ANTES
      *              DO ADD, COMO NO CREDCLI DO DEVVENDA (CEP074)
       DVC-FECHA-SEQ.
           IF DEB-SEQ = 999
              DISPLAY "*** LIMITE DE DEBITOS DO FORNECEDOR ***"
              GO TO DVC-001.
           ADD 1 TO DEB-SEQ
           READ DEBFORN
           IF ST-DEB = "00"
              GO TO DVC-FECHA-SEQ.
           MOVE PC-FORNECEDOR TO DEB-FORNECEDOR
           MOVE PC-NOME-FORN  TO DEB-NOME-FORN
           MOVE W-NUMERO      TO DEB-PEDCOMP
           MOVE W-NOTA        TO DEB-NOTA
           MOVE W-HOJE        TO DEB-DATA
           MOVE W-VAL-DEB     TO DEB-VALOR
           MOVE W-VAL-DEB     TO DEB-SALDO
           MOVE "A"           TO DEB-SITUACAO
           WRITE REGDEB
           IF ST-DEB NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO DEBITO DO FORNECEDOR"
              GO TO DVC-001.
           ADD 1 TO W-DEBITOS
           PERFORM EVENTO-DEVCOMP THRU EVENTO-DEVCOMP-FIM
           PERFORM IMPRIME-NOTA THRU IMPRIME-NOTA-FIM
           DISPLAY "*** DEBITO GERADO: FORNECEDOR " DEB-FORNECEDOR
                   " SEQ " DEB-SEQ " VALOR " DEB-VALOR " ***"
           DISPLAY "*** NOTA DE DEVOLUCAO: DEVCOMP.LST ***"
           GO TO DVC-001.
      *
      ***********************************************
      * SOMA AS DEVOLUCOES ANTERIORES DA MESMA LINHA *
      * DO PEDIDO NO DIARIO DEVCOMP.DAT              *
      ***********************************************
       SOMA-DEVOLVIDO.
           MOVE ZEROS TO W-JA-DEVOLV
           OPEN INPUT DEVCOMP
           IF ST-DVC NOT = "00"
              GO TO SOMA-DEVOLVIDO-FIM.
       SOMA-DEVOLVIDO-LER.
           READ DEVCOMP
               AT END
                   GO TO SOMA-DEVOLVIDO-FECHA.
           MOVE LINHA-DVC TO REG-DVC-LIDO
           IF DL-PEDIDO = W-NUMERO AND DL-SEQ = W-SEQ
              ADD DL-QTDE TO W-JA-DEVOLV.
           GO TO SOMA-DEVOLVIDO-LER.
       SOMA-DEVOLVIDO-FECHA.
           CLOSE DEVCOMP.
       SOMA-DEVOLVIDO-FIM.
           EXIT.
      *
       GRAVA-DVC.
           OPEN EXTEND DEVCOMP
           MOVE W-HOJE        TO DC-DATA
           MOVE W-OPERADOR    TO DC-OPERADOR
           MOVE W-NUMERO      TO DC-PEDIDO
           MOVE W-SEQ         TO DC-SEQ
           MOVE PC-FORNECEDOR TO DC-FORNECEDOR
           MOVE PCI-PRODUTO   TO DC-PRODUTO
           MOVE W-QTDE        TO DC-QTDE
           MOVE W-VAL-ITEM    TO DC-VALOR
           MOVE REG-DVC       TO LINHA-DVC
           WRITE LINHA-DVC
           IF ST-DVC NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO DIARIO DE DEVOLUCOES".
           CLOSE DEVCOMP.
       GRAVA-DVC-FIM.
           EXIT.
      *
      ***********************************************
      * GUARDA O ITEM PARA A NOTA; A MESMA SEQUENCIA *
      * DEVOLVIDA DUAS VEZES NA MESMA NOTA SOMA NA   *
      * LINHA JA GUARDADA                            *
      ***********************************************
       GUARDA-ITEM.
           MOVE ZEROS TO W-IND.
       GUARDA-ITEM-LOOP.
           ADD 1 TO W-IND
           IF W-IND > W-ITENS
              GO TO GUARDA-ITEM-NOVO.
           IF T-PRODUTO (W-IND) NOT = PCI-PRODUTO
              OR T-CUSTO (W-IND) NOT = W-CUSTO
              GO TO GUARDA-ITEM-LOOP.
           ADD W-QTDE     TO T-QTDE (W-IND)
           ADD W-VAL-ITEM TO T-VALOR (W-IND)
           GO TO GUARDA-ITEM-FIM.
       GUARDA-ITEM-NOVO.
           IF W-ITENS = 99
              DISPLAY "*** NOTA CHEIA - ITEM FORA DA IMPRESSAO ***"
              GO TO GUARDA-ITEM-FIM.
           ADD 1 TO W-ITENS
           MOVE PCI-PRODUTO   TO T-PRODUTO (W-ITENS)
           MOVE PCI-DESCRICAO TO T-DESCRICAO (W-ITENS)
           MOVE W-QTDE        TO T-QTDE (W-ITENS)
           MOVE W-CUSTO       TO T-CUSTO (W-ITENS)
           MOVE W-VAL-ITEM    TO T-VALOR (W-ITENS).
       GUARDA-ITEM-FIM.
           EXIT.
      *
      ***********************************************
      * NOTA DE DEVOLUCAO PARA A TRANSPORTADORA -    *
      * ACUMULA EM DEVCOMP.LST COMO OS DEMAIS        *
      * DOCUMENTOS (RECEBE.LST, PEDCOMP.LST)         *
      ***********************************************
       IMPRIME-NOTA.
           OPEN EXTEND RELATORIO
           IF ST-REL NOT = "00"
              OPEN OUTPUT RELATORIO
              CLOSE RELATORIO
              OPEN EXTEND RELATORIO.
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO DEVCOMP.LST"
              GO TO IMPRIME-NOTA-FIM.
           MOVE SPACE  TO CAB2-TIPO
           MOVE ZEROS  TO CAB2-DOC
           MOVE PC-FORNECEDOR TO COD-FORNECEDOR
           READ CADFORN
           IF ST-FOR = "00"
              MOVE FORN-TIPO-DOC  TO CAB2-TIPO
              MOVE FORN-DOCUMENTO TO CAB2-DOC.
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE DEB-FORNECEDOR TO CAB1-FORN
           MOVE DEB-SEQ        TO CAB1-SEQ
           MOVE W-HOJE         TO CAB1-DATA
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE PC-FORNECEDOR  TO CAB2-FORN
           MOVE PC-NOME-FORN   TO CAB2-NOME
           MOVE CAB2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-NUMERO TO CAB3-PEDIDO
           MOVE W-NOTA   TO CAB3-NOTA
           MOVE CAB3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-MOTIVO TO CAB4-MOTIVO
           MOVE CAB4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE CAB5 TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IND.
       IMPRIME-NOTA-ITEM.
           ADD 1 TO W-IND
           IF W-IND > W-ITENS
              GO TO IMPRIME-NOTA-TOTAL.
           MOVE T-PRODUTO (W-IND)   TO DET-PRODUTO
           MOVE T-DESCRICAO (W-IND) TO DET-DESC
           MOVE T-QTDE (W-IND)      TO DET-QTDE
           MOVE T-CUSTO (W-IND)     TO DET-CUSTO
           MOVE T-VALOR (W-IND)     TO DET-VALOR
           MOVE DET-DVC TO LINHA-REL
           WRITE LINHA-REL
           GO TO IMPRIME-NOTA-ITEM.
       IMPRIME-NOTA-TOTAL.
           MOVE DEB-VALOR TO TOT-VALOR
           MOVE TOT-DVC TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TRANSP TO ROD1-TRANSP
           MOVE ROD1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ROD2 TO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELATORIO.
       IMPRIME-NOTA-FIM.
           EXIT.
      *
      ***********************************************
      * CUSTO MEDIO SEM A ENTRADA DEVOLVIDA: TIRA DO *
      * SALDO VALORIZADO AO MEDIO O DEVOLVIDO AO     *
      * CUSTO DA NOTA E DIVIDE PELO SALDO QUE FICA - *
      * O INVERSO DO CALC-MEDIO DO RECEBE (CEP082).  *
      * ESTOQUE ZERADO OU CONTA NEGATIVA (O MEDIO JA *
      * ABSORVEU OUTRAS ENTRADAS E SAIDAS) MANTEM O  *
      * MEDIO VIGENTE                                *
      ***********************************************
       DESFAZ-MEDIO.
           MOVE PRECO-MEDIO TO W-MEDIO-ATU
           IF W-MEDIO-ATU = ZEROS
              MOVE PRECO-CUSTO TO W-MEDIO-ATU.
           IF MV-EST-DEPOIS = ZEROS
              GO TO DESFAZ-MEDIO-FIM.
           COMPUTE W-MEDIO-NOVO ROUNDED =
                   ((MV-EST-ANTES * W-MEDIO-ATU)
                    - (W-QTDE * W-CUSTO))
                   / MV-EST-DEPOIS
           IF W-MEDIO-NOVO NOT > ZEROS
              GO TO DESFAZ-MEDIO-FIM.
           IF W-MEDIO-NOVO > 99999,99
              GO TO DESFAZ-MEDIO-FIM.
           MOVE W-MEDIO-NOVO TO PRECO-MEDIO.
       DESFAZ-MEDIO-FIM.
           EXIT.
      *
      ***********************************************
      * GRAVA O MOVIMENTO DE DEVOLUCAO AO FORNECEDOR *
      * (TIPO D) NO DIARIO - CEP037/MOVPROD,         *
      * PARAGRAFO GRAVA-MOV. A LINHA CARREGA O CUSTO *
      * DA NOTA DEVOLVIDA                            *
      ***********************************************
       GRAVA-MOV.
           ACCEPT DATA-DVC FROM DATE
           ACCEPT HORA-DVC FROM TIME
           IF ANO-DVC < W-PIVO
              COMPUTE MV-DATA = ((W-SECULO * 100) + ANO-DVC)
                               * 10000 + (MES-DVC * 100) + DIA-DVC
           ELSE
              COMPUTE MV-DATA = (((W-SECULO - 1) * 100) + ANO-DVC)
                               * 10000 + (MES-DVC * 100) + DIA-DVC.
           MOVE HH-DVC        TO MV-HH
           MOVE MM-DVC        TO MV-MM
           MOVE SS-DVC        TO MV-SS
           MOVE W-OPERADOR    TO MV-OPERADOR
           MOVE "D"           TO MV-TIPO
           MOVE CODIGO        TO MV-CODIGO
           MOVE W-QTDE        TO MV-QTDE
           MOVE SPACES        TO MV-DOCTO
           STRING "DVC " W-NUMERO DELIMITED BY SIZE
                  INTO MV-DOCTO
           MOVE W-CUSTO       TO MV-CUSTO
           PERFORM GRAVA-MOV-IDX THRU GRAVA-MOV-IDX-FIM
           IF ST-MOV NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO DIARIO DE MOVIMENTO".
       GRAVA-MOV-FIM.
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
              IF W-SALDO-DEP < ZEROS
                 MOVE ZEROS TO W-SALDO-DEP
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
       SOMA-OUTROS-DEP.
           MOVE ZEROS TO W-SOMA-DEP
           MOVE CODIGO TO SD-PRODUTO
           MOVE ZEROS  TO SD-DEPOSITO
           START SALDEP KEY IS NOT LESS SD-CHAVE
                 INVALID KEY GO TO SOMA-OUTROS-DEP-FIM.
       SOMA-OUTROS-DEP-LER.
           READ SALDEP NEXT
           IF ST-SAL NOT = "00"
              GO TO SOMA-OUTROS-DEP-FIM.
           IF SD-PRODUTO NOT = CODIGO
              GO TO SOMA-OUTROS-DEP-FIM.
           IF SD-DEPOSITO NOT = 01
              ADD SD-SALDO TO W-SOMA-DEP.
           GO TO SOMA-OUTROS-DEP-LER.
       SOMA-OUTROS-DEP-FIM.
           EXIT.
      *
      ***********************************************
      * GRAVA O REGISTRO NO DIARIO INDEXADO - A      *
      * SEQUENCIA DENTRO DE PRODUTO+DATA E ACHADA    *
      * TENTANDO A PROXIMA ATE A CHAVE SER INEDITA   *
      ***********************************************
       GRAVA-MOV-IDX.
           MOVE MV-CODIGO     TO MI-PRODUTO
           MOVE MV-DATA       TO MI-DATA
           MOVE ZEROS         TO MI-SEQ
           MOVE MV-HORA       TO MI-HORA
           MOVE MV-OPERADOR   TO MI-OPERADOR
           MOVE MV-TIPO       TO MI-TIPO
           MOVE MV-QTDE       TO MI-QTDE
           MOVE MV-DOCTO      TO MI-DOCTO
           MOVE MV-EST-ANTES  TO MI-EST-ANTES
           MOVE MV-EST-DEPOIS TO MI-EST-DEPOIS
           MOVE MV-CUSTO      TO MI-CUSTO.
       GRAVA-MOV-IDX-TENTA.
           ADD 1 TO MI-SEQ
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
      * IDENTIFICACAO DO OPERADOR (CEP001/CEP002,    *
      * PARAGRAFO INC-OP1). A FILIAL DELE DA O       *
      * DEPOSITO DA LOJA DO ESPELHO EM SALDEP        *
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
           MOVE FL-DEPOSITO TO W-DEP-LOJA.
       VALIDA-OPERADOR-FIM.
           EXIT.
      *
      ***********************************************
      * DATA DE HOJE, MESMO CALCULO DE SECULO USADO  *
      * EM GRAVA-AUDIT (CEP001/CEP002)               *
      ***********************************************
       CALCULA-HOJE.
           ACCEPT DATA-DVC FROM DATE
           IF ANO-DVC < W-PIVO
              COMPUTE W-HOJE = ((W-SECULO * 100) + ANO-DVC) * 10000
                               + (MES-DVC * 100) + DIA-DVC
           ELSE
              COMPUTE W-HOJE = (((W-SECULO - 1) * 100) + ANO-DVC)
                               * 10000 + (MES-DVC * 100) + DIA-DVC.
       CALCULA-HOJE-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE PEDCOMP PEDCITEM PRODUTO CADFORN MOVIMENT DEBFORN
                 SALDEP.
           DISPLAY "*** DEBITOS DE DEVOLUCAO GERADOS: " W-DEBITOS.
           GOBACK.
      *
      *
      ***********************************************
      * JANELA BATCH (NOTURNO/CEP053): COM O         *
      * SEMAFORO BATCHWIN.DAT LEVANTADO, SESSAO NOVA *
      * DO ONLINE E RECUSADA MOSTRANDO ATE QUANDO A  *
      * JANELA VAI; JANELA DE OUTRO DIA OU COM A     *
      * HORA PREVISTA VENCIDA E SOBRA DE QUEDA E     *
      * VALE COMO DERRUBADA (A QUE VIRA A MEIA-NOITE *
      * SEGUE DE PE ATE A HORA PREVISTA PASSAR)      *
      ***********************************************
       CHECA-JANELA.
           MOVE "N" TO W-JANELA
           OPEN INPUT BATCHWIN
           IF ST-BWN NOT = "00"
              GO TO CHECA-JANELA-FIM.
           READ BATCHWIN
               AT END
                   GO TO CHECA-JANELA-FECHA.
           ACCEPT W-DATA-BWN FROM DATE
           IF W-ANO-BWN < W-PIVO
              COMPUTE W-HOJE-BWN = ((W-SECULO * 100) + W-ANO-BWN)
                     * 10000 + (W-MES-BWN * 100) + W-DIA-BWN
           ELSE
              COMPUTE W-HOJE-BWN = (((W-SECULO - 1) * 100)
                     + W-ANO-BWN) * 10000 + (W-MES-BWN * 100)
                     + W-DIA-BWN.
           ACCEPT W-HORA-BWN FROM TIME
           IF BW-HORA-FIM < BW-HORA-INI
              IF BW-DATA = W-HOJE-BWN
                 GO TO CHECA-JANELA-SOBE
              ELSE
                 IF W-HMS-BWN < BW-HORA-FIM
                    GO TO CHECA-JANELA-SOBE
                 ELSE
                    GO TO CHECA-JANELA-FECHA.
           IF BW-DATA < W-HOJE-BWN
              GO TO CHECA-JANELA-FECHA.
           IF BW-DATA = W-HOJE-BWN
              AND BW-HORA-FIM < W-HMS-BWN
              GO TO CHECA-JANELA-FECHA.
       CHECA-JANELA-SOBE.
           MOVE "S" TO W-JANELA
           DISPLAY "*** JANELA BATCH ATE " BW-HORA-FIM (1:2) ":"
                   BW-HORA-FIM (3:2) " - TENTE DEPOIS ***".
       CHECA-JANELA-FECHA.
           CLOSE BATCHWIN.
       CHECA-JANELA-FIM.
           EXIT.
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
      * EVENTO CONTABIL DA DEVOLUCAO DE COMPRA       *
      * (DVC): O DEBITO DO FORNECEDOR, IDENTIFICADO  *
      * PELO FORNECEDOR E PELA SEQUENCIA DO DEBFORN  *
      ***********************************************
       EVENTO-DEVCOMP.
           MOVE W-HOJE TO CT-DATA
           MOVE SPACE  TO CT-ESTORNO
           MOVE ZEROS  TO CT-CUSTO
           MOVE SPACES TO CT-DOCTO CT-HISTORICO
           STRING "DB " DEB-FORNECEDOR "/" DEB-SEQ
                  DELIMITED BY SIZE INTO CT-DOCTO
           STRING "DEV.COMPRA PC " W-NUMERO " NF " W-NOTA
                  DELIMITED BY SIZE INTO CT-HISTORICO
           MOVE "DVC"     TO CT-EVENTO
           MOVE DEB-VALOR TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM.
       EVENTO-DEVCOMP-FIM.
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
           MOVE "DEVCOMP"  TO CT-ORIGEM
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
           MOVE "DEVCOMP"       TO JR-PROGRAMA
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
