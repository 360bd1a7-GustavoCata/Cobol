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
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-DIA        PIC 9(08) VALUE ZEROS.
       77 W-PEDIDOS    PIC 9(05) VALUE ZEROS.
      *              *** FILIAL DO RELATORIO (ZERO = CONSOLIDADO) ***
       77 W-FIL-REL    PIC 9(02) VALUE ZEROS.
       77 W-FIL-PED    PIC 9(02) VALUE ZEROS.
       77 W-PRIMEIRO   PIC X(01) VALUE "S".
       77 W-OPER-ANT   PIC X(10) VALUE SPACES.
       77 W-TOT-OPER   PIC 9(10)V99 VALUE ZEROS.
           03 FILLER      PIC X(36)
                 VALUE "FECHAMENTO DO DIA DE VENDAS - DIA: ".
           03 CAB1-DIA    PIC 9(08).
           03 FILLER      PIC X(10) VALUE "  FILIAL: ".
           03 CAB1-FIL    PIC X(05).
       01 DET-TITULO.
           03 FILLER      PIC X(12) VALUE " OPERADOR".
           03 FILLER      PIC X(08) VALUE " PEDIDO ".
           ACCEPT W-DIA.
           IF W-DIA = ZEROS
              MOVE W-HOJE TO W-DIA.
           DISPLAY "FILIAL (0 = TODAS) : ".
           ACCEPT W-FIL-REL.
           SORT SORTWK ON ASCENDING KEY S-OPERADOR S-PEDIDO
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
              GO TO CARREGA-SORT-FECHA.
           IF PED-DATA NOT = W-DIA
              GO TO CARREGA-SORT-LER.
           PERFORM CHECA-FILIAL THRU CHECA-FILIAL-FIM
           IF W-FIL-PED = ZEROS
              GO TO CARREGA-SORT-LER.
           ADD 1 TO W-PEDIDOS
           MOVE PED-OPERADOR TO S-OPERADOR
           MOVE PED-NUMERO   TO S-PEDIDO
              DISPLAY "ERRO NA ABERTURA DO RELFECHA.LST"
              GO TO GRAVA-FIM.
           MOVE W-DIA TO CAB1-DIA
           IF W-FIL-REL = ZEROS
              MOVE "TODAS" TO CAB1-FIL
           ELSE
              MOVE W-FIL-REL TO CAB1-FIL.
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           EXIT.
      *
      ***********************************************
      * FILIAL DO PEDIDO (ZERO VALE 01); FORA DA     *
      * FILIAL PEDIDA NO RELATORIO DEVOLVE ZERO      *
      ***********************************************
       CHECA-FILIAL.
           MOVE PED-FILIAL TO W-FIL-PED
           IF W-FIL-PED = ZEROS
              MOVE 01 TO W-FIL-PED.
           IF W-FIL-REL NOT = ZEROS AND W-FIL-PED NOT = W-FIL-REL
              MOVE ZEROS TO W-FIL-PED.
       CHECA-FILIAL-FIM.
           EXIT.
      *
      ***********************************************
      * CONFERENCIA: PARA CADA PEDIDO DO DIA (FORA   *
      * OS CANCELADOS, QUE TIVERAM ESTORNO), SOMA AS *
      * QUANTIDADES DO PEDITEM E AS SAIDAS "S" DO    *
              GO TO CONFERE-LER-PED.
           IF PED-SITUACAO = "C"
              GO TO CONFERE-LER-PED.
           PERFORM CHECA-FILIAL THRU CHECA-FILIAL-FIM
           IF W-FIL-PED = ZEROS
              GO TO CONFERE-LER-PED.
           PERFORM SOMA-ITENS THRU SOMA-ITENS-FIM
           PERFORM SOMA-DIARIO THRU SOMA-DIARIO-FIM
           IF W-QT-ITENS NOT = W-QT-MOV
