                03 PED-OPER-EMB    PIC X(10).
                03 PED-VENDEDOR    PIC 9(04).
                03 PED-FRETE       PIC 9(06)V99.
      *              CONDICAO DE PAGAMENTO (CONDPAG.DAT); 000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
      *              FILIAL DO PEDIDO - ZERO (ANTES DO CONVFIL) VALE 01
                03 PED-FILIAL      PIC 9(02).
      *
       FD PEDITEM
               LABEL RECORD IS STANDARD
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PED-ANOMES PIC 9(06) VALUE ZEROS.
       77 W-TOPN       PIC 9(02) VALUE ZEROS.
      *              *** FILIAL DO RELATORIO (ZERO = CONSOLIDADO) ***
       77 W-FIL-REL    PIC 9(02) VALUE ZEROS.
       77 W-FIL-PED    PIC 9(02) VALUE ZEROS.
       77 W-LINHAS     PIC 9(07) VALUE ZEROS.
      *              O INDICE SOBE ATE 100 PARA FECHAR O LACO DA
      *              TABELA DE 99 CATEGORIAS SEM ESTOURAR EM 99
                 VALUE "ANALISE MENSAL DE VENDAS - ANO-MES".
           03 FILLER      PIC X(02) VALUE ": ".
           03 CAB1-ANOMES PIC 9(06).
           03 FILLER      PIC X(10) VALUE "  FILIAL: ".
           03 CAB1-FIL    PIC X(05).
       01 CAB-TIPO      PIC X(40)
             VALUE "TOTAIS POR CATEGORIA DE PRODUTO".
       01 CAB-UF        PIC X(40)
              MOVE 10 TO W-TOPN.
           IF W-TOPN > 20
              MOVE 20 TO W-TOPN.
           DISPLAY "FILIAL (0 = TODAS) : ".
           ACCEPT W-FIL-REL.
           PERFORM LIMPA-TABELAS THRU LIMPA-TABELAS-FIM
           SORT SORTWK ON ASCENDING KEY S-PRODUTO
                    INPUT  PROCEDURE IS CARREGA-SORT
              GO TO CARREGA-LER-PED.
           IF PED-SITUACAO = "C"
              GO TO CARREGA-LER-PED.
           MOVE PED-FILIAL TO W-FIL-PED
           IF W-FIL-PED = ZEROS
              MOVE 01 TO W-FIL-PED.
           IF W-FIL-REL NOT = ZEROS AND W-FIL-PED NOT = W-FIL-REL
              GO TO CARREGA-LER-PED.
           MOVE PED-NUMERO TO ITEM-PEDIDO
           MOVE ZEROS      TO ITEM-SEQ
           START PEDITEM KEY IS NOT LESS ITEM-CHAVE
           IF ST-TIPO NOT = "00"
              DISPLAY "AVISO: CADTIPO.DAT INDISPONIVEL".
           MOVE W-ANOMES TO CAB1-ANOMES
           IF W-FIL-REL = ZEROS
              MOVE "TODAS" TO CAB1-FIL
           ELSE
              MOVE W-FIL-REL TO CAB1-FIL.
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
