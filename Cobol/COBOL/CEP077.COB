      * PEDIDO CANCELADO FICA FORA DA BASE E AS         *
      * DEVOLUCOES (DEVVENDA.DAT, CEP074) SAO ABATIDAS  *
      * DO PEDIDO DE ORIGEM - A COMISSAO DEIXA DE SER   *
      * CALCULADA NA MAO DOS PEDIDOS IMPRESSOS. QUANDO  *
      * O VENDEDOR TEM META GERAL NO MES (METAVEND.DAT, *
      * CEP124/CLAMETA), A BASE E MEDIDA CONTRA A META  *
      * E A TAXA PASSA A SER A DA MAIOR FAIXA ATINGIDA  *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-VENDEDOR
                    FILE STATUS  IS ST-VEN.
       SELECT METAVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MT-CHAVE
                    FILE STATUS  IS ST-MT.
       SELECT SORTWK ASSIGN TO DISK.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                03 PED-OPER-EMB    PIC X(10).
                03 PED-VENDEDOR    PIC 9(04).
                03 PED-FRETE       PIC 9(06)V99.
      *              CONDICAO DE PAGAMENTO (CONDPAG.DAT); 000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
                03 PED-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : DEVOL      - DIARIO DE DEVOLUCOES (CEP074/DEVVENDA) *
                03 COD-VENDEDOR    PIC 9(04).
                03 NOME-VENDEDOR   PIC X(30).
                03 VEND-COMISSAO   PIC 99V99.
      *
      *****************************************************************
      * ARQUIVO : METAVEND   - METAS MENSAIS DO VENDEDOR (CEP124/     *
      *                        CLAMETA); SO A META GERAL (MT-TIPO 00) *
      *                        TRAZ AS FAIXAS DE COMISSAO             *
      *****************************************************************
       FD METAVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "METAVEND.DAT".
       01 REGMT.
                03 MT-CHAVE.
                   05 MT-VENDEDOR  PIC 9(04).
                   05 MT-ANOMES    PIC 9(06).
                   05 MT-TIPO      PIC 9(02).
                03 MT-VALOR        PIC 9(08)V99.
                03 MT-FAIXA        OCCURS 3 TIMES.
                   05 MT-FX-PCT    PIC 9(03).
                   05 MT-FX-TAXA   PIC 99V99.
      *
       SD SORTWK.
       01 SORT-REC.
       77 ST-DEV       PIC X(02) VALUE "00".
       77 ST-VEN       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-MT        PIC X(02) VALUE "00".
       77 W-MT-ABERTO  PIC X(01) VALUE "N".
       77 W-TAXA       PIC 99V99 VALUE ZEROS.
       77 W-ATINGIDO   PIC 9(04)V9 VALUE ZEROS.
       77 W-IND        PIC 9(01) VALUE ZEROS.
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PED-ANOMES PIC 9(06) VALUE ZEROS.
       77 W-PEDIDOS    PIC 9(05) VALUE ZEROS.
           03 FILLER      PIC X(16) VALUE "   BASE VENDAS  ".
           03 FILLER      PIC X(07) VALUE "  TAXA ".
           03 FILLER      PIC X(15) VALUE "      COMISSAO ".
           03 FILLER      PIC X(07) VALUE " ATING%".
       01 DET.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-COD     PIC 9(04).
           03 DET-TAXA    PIC Z9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-COMIS   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-ATING   PIC ZZZ9,9.
           03 DET-ATING-X REDEFINES DET-ATING PIC X(06).
       01 TOT-GERAL-LIN.
           03 FILLER      PIC X(37)
                 VALUE "TOTAL GERAL........................".
           OPEN INPUT CADVEND
           IF ST-VEN NOT = "00"
              DISPLAY "AVISO: CADVEND.DAT INDISPONIVEL".
      *              SEM METAVEND.DAT VALE SEMPRE A TAXA DO CADASTRO
           OPEN INPUT METAVEND
           IF ST-MT = "00"
              MOVE "S" TO W-MT-ABERTO.
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELCOMIS.LST"
                 MOVE "*** VENDEDOR NAO CADASTRADO ***"
                                                 TO NOME-VENDEDOR
                 MOVE ZEROS TO VEND-COMISSAO.
           PERFORM APLICA-FAIXA THRU APLICA-FAIXA-FIM
           COMPUTE W-COMISSAO ROUNDED = W-BASE * W-TAXA / 100
           MOVE NOME-VENDEDOR TO DET-NOME
           MOVE W-BASE        TO DET-BASE
           MOVE W-TAXA        TO DET-TAXA
           MOVE W-COMISSAO    TO DET-COMIS
           MOVE DET           TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-BASE.
       TOTALIZA-VEND-FIM.
           EXIT.
      *
      ***********************************************
      * TAXA DO VENDEDOR EM W-TAXA - A DO CADASTRO   *
      * OU, HAVENDO META GERAL NO MES, A DA MAIOR    *
      * FAIXA CUJO PERCENTUAL A BASE ATINGIU; O      *
      * ATINGIMENTO SAI NA LINHA (EM BRANCO SEM META)*
      ***********************************************
       APLICA-FAIXA.
           MOVE VEND-COMISSAO TO W-TAXA
           MOVE SPACES        TO DET-ATING-X
           IF W-MT-ABERTO NOT = "S" OR W-VEND-ANT = ZEROS
              GO TO APLICA-FAIXA-FIM.
           MOVE W-VEND-ANT TO MT-VENDEDOR
           MOVE W-ANOMES   TO MT-ANOMES
           MOVE ZEROS      TO MT-TIPO
           READ METAVEND
           IF ST-MT NOT = "00"
              GO TO APLICA-FAIXA-FIM.
           IF MT-VALOR = ZEROS
              GO TO APLICA-FAIXA-FIM.
           COMPUTE W-ATINGIDO ROUNDED = W-BASE * 100 / MT-VALOR
                   ON SIZE ERROR MOVE 9999,9 TO W-ATINGIDO.
           MOVE W-ATINGIDO TO DET-ATING
           MOVE 1 TO W-IND.
       APLICA-FAIXA-LOOP.
           IF W-IND > 3
              GO TO APLICA-FAIXA-FIM.
           IF MT-FX-PCT (W-IND) NOT = ZEROS
              AND W-ATINGIDO NOT < MT-FX-PCT (W-IND)
              MOVE MT-FX-TAXA (W-IND) TO W-TAXA.
           ADD 1 TO W-IND
           GO TO APLICA-FAIXA-LOOP.
       APLICA-FAIXA-FIM.
           EXIT.
      *
       GRAVA-FIM.
           CLOSE RELATORIO CADVEND
           IF W-MT-ABERTO = "S"
              CLOSE METAVEND.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
