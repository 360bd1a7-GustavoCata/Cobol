      * NOTA FUGIU DO PEDIDO ALEM DA PA-TOLERANCIA DO   *
      * PARAMS.DAT. O FORNECEDOR DEIXA DE SER ESCOLHIDO *
      * POR QUEM ATENDE O TELEFONE                      *
      * A COLUNA DE DEVOLUCOES CONTA OS ITENS           *
      * DEVOLVIDOS AO FORNECEDOR NO PERIODO (DIARIO     *
      * DEVCOMP.DAT DO CEP117/DEVCOMP), PELA DATA DA    *
      * DEVOLUCAO                                       *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCI-CHAVE
                    ALTERNATE RECORD KEY IS PCI-PRODUTO WITH DUPLICATES
                    FILE STATUS  IS ST-PCI.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT DEVCOMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-DVC.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
                03 PCI-QTDE-REC    PIC 9(05).
                03 PCI-DATA-REC    PIC 9(08).
                03 PCI-CUSTO-REC   PIC 9(05)V99.
                03 PCI-DATA-PREV   PIC 9(08).
      *
       FD CADFORN
               LABEL RECORD IS STANDARD
                03 NOME-FORNECEDOR PIC X(30).
                03 FORN-CEP        PIC 9(08).
                03 FORN-CONTATO    PIC X(20).
                03 FORN-TIPO-DOC   PIC X(01).
                03 FORN-DOCUMENTO  PIC 9(14).
                03 FORN-IE         PIC X(14).
      *
       SD SORTWK.
       01 SORT-REC.
           03 S-COMPLETA       PIC X(01).
           03 S-DESVIO         PIC X(01).
           03 S-DIAS           PIC 9(05).
      *              S = ITEM DEVOLVIDO (DEVCOMP.DAT), QUE SO CONTA
      *              NA COLUNA DE DEVOLUCOES
           03 S-DEVOLUCAO      PIC X(01).
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
       01 LINHA-REL            PIC X(100).
      *
      *****************************************************************
      * ARQUIVO : DEVCOMP    - DIARIO DE DEVOLUCOES DE COMPRA, UMA    *
      *                        LINHA POR ITEM DEVOLVIDO (CEP117/      *
      *                        DEVCOMP)                               *
      *****************************************************************
       FD DEVCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DEVCOMP.DAT".
       01 LINHA-DVC            PIC X(58).
      *
      *****************************************************************
      * ARQUIVO : PARAMS     - PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      *                        - UM REGISTRO DE POSICOES FIXAS;      *
      *                        CAMPO ZERADO = USA O PADRAO LOCAL     *
       77 ST-PCI       PIC X(02) VALUE "00".
       77 ST-FORN      PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-DVC       PIC X(02) VALUE "00".
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
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-TOLERANCIA PIC 99V99 VALUE ZEROS.
       77 W-QT-RECEB   PIC 9(06) VALUE ZEROS.
       77 W-QT-COMPL   PIC 9(06) VALUE ZEROS.
       77 W-QT-DESVIO  PIC 9(06) VALUE ZEROS.
       77 W-QT-DEVOL   PIC 9(06) VALUE ZEROS.
       77 W-SOMA-DIAS  PIC 9(09) VALUE ZEROS.
       77 W-MEDIA-DIAS PIC 9(05)V9 VALUE ZEROS.
       77 W-PCT-COMPL  PIC 9(03)V9 VALUE ZEROS.
           03 FILLER      PIC X(09) VALUE " %COMPL. ".
           03 FILLER      PIC X(08) VALUE " CURTAS ".
           03 FILLER      PIC X(12) VALUE " CUSTO FORA ".
           03 FILLER      PIC X(11) VALUE " DEVOLUCOES".
       01 DET.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-FORN    PIC 9(04).
           03 DET-CURTAS  PIC ZZZZZ9.
           03 FILLER      PIC X(04) VALUE SPACES.
           03 DET-DESVIO  PIC ZZZZZ9.
           03 FILLER      PIC X(05) VALUE SPACES.
           03 DET-DEVOL   PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ADD 1 TO W-LINHAS
           MOVE PC-FORNECEDOR TO S-FORN
           MOVE PC-NUMERO     TO S-PEDIDO
           MOVE "N" TO S-RECEBIDA S-COMPLETA S-DESVIO S-DEVOLUCAO
           MOVE ZEROS TO S-DIAS
           IF PCI-DATA-REC NOT = ZEROS
              MOVE "S" TO S-RECEBIDA
           GO TO CARREGA-LER-ITEM.
       CARREGA-SORT-FECHA.
           CLOSE PEDCOMP PEDCITEM.
           PERFORM CARREGA-DEVOL THRU CARREGA-DEVOL-FIM.
       CARREGA-SORT-FIM.
           EXIT.
      *
      ***********************************************
      * UMA LINHA DE SORT POR ITEM DEVOLVIDO AO      *
      * FORNECEDOR NO PERIODO (DATA DA DEVOLUCAO).   *
      * SEM O DIARIO NAO HA DEVOLUCOES A CONTAR      *
      ***********************************************
       CARREGA-DEVOL.
           OPEN INPUT DEVCOMP
           IF ST-DVC NOT = "00"
              GO TO CARREGA-DEVOL-FIM.
       CARREGA-DEVOL-LER.
           READ DEVCOMP
               AT END
                   GO TO CARREGA-DEVOL-FECHA.
           MOVE LINHA-DVC TO REG-DVC-LIDO
           IF DL-DATA < W-DATA-INI OR DL-DATA > W-DATA-FIM
              GO TO CARREGA-DEVOL-LER.
           MOVE DL-FORNECEDOR TO S-FORN
           MOVE DL-PEDIDO     TO S-PEDIDO
           MOVE "N" TO S-RECEBIDA S-COMPLETA S-DESVIO
           MOVE "S" TO S-DEVOLUCAO
           MOVE ZEROS TO S-DIAS
           RELEASE SORT-REC
           GO TO CARREGA-DEVOL-LER.
       CARREGA-DEVOL-FECHA.
           CLOSE DEVCOMP.
       CARREGA-DEVOL-FIM.
           EXIT.
      *
      ***********************************************
      * DIAS ENTRE A DATA DO PEDIDO E A DO ULTIMO    *
      * RECEBIMENTO DA LINHA (CONTAGEM COMERCIAL DE  *
      * 360, MES DE 30, COMO NO AGING DO CEP071)     *
              IF S-FORN NOT = W-FORN-ANT
                 PERFORM TOTALIZA-FORN THRU TOTALIZA-FORN-FIM
                 MOVE S-FORN TO W-FORN-ANT.
           IF S-DEVOLUCAO = "S"
              ADD 1 TO W-QT-DEVOL
              GO TO LER-SORT.
           ADD 1 TO W-QT-LINHAS
           IF S-RECEBIDA = "S"
              ADD 1 TO W-QT-RECEB
           MOVE W-PCT-COMPL  TO DET-COMPL
           COMPUTE DET-CURTAS = W-QT-LINHAS - W-QT-COMPL
           MOVE W-QT-DESVIO  TO DET-DESVIO
           MOVE W-QT-DEVOL   TO DET-DEVOL
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-QT-LINHAS W-QT-RECEB W-QT-COMPL
                         W-QT-DESVIO W-SOMA-DIAS W-QT-DEVOL.
       TOTALIZA-FORN-FIM.
           EXIT.
      *
