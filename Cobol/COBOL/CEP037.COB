       01 REGDEP.
                03 DEP-CODIGO      PIC 9(02).
                03 DEP-NOME        PIC X(20).
      *              FILIAL DONA DO DEPOSITO - ZERO VALE 01
                03 DEP-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : BACKORD    - PENDENCIAS DE VENDA (BACKORDER) DO     *
                03 BK-CLIENTE      PIC X(30).
                03 BK-QTDE-PEND    PIC 9(05).
                03 BK-SITUACAO     PIC X(01).
                03 BK-DATA-PREV    PIC 9(08).
      *
       FD BACKALOC
              LABEL RECORD IS STANDARD
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *
      *****************************************************************
       77 W-DIF-DEP    PIC S9(06) VALUE ZEROS.
       77 W-SOMA-DEP   PIC 9(07) VALUE ZEROS.
       77 W-SAL-CALC   PIC S9(07) VALUE ZEROS.
      *              *** FILIAL DO OPERADOR (SO MOVIMENTA DEPOSITO ***
      *              *** DELA) E FILIAL DO DESTINO DA TRANSFERENCIA ***
       77 W-FIL-OPER   PIC 9(02) VALUE 01.
       77 W-DEP-OPER   PIC 9(02) VALUE 01.
       77 W-FIL-DEP    PIC 9(02) VALUE 01.
       77 W-FIL-DEST   PIC 9(02) VALUE 01.
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
      *              *** ALOCACAO DE PENDENCIAS (BACKORDER) ***
       77 ST-BKO       PIC X(02) VALUE "00".
       77 ST-BKA       PIC X(02) VALUE "00".
      *              *** ITEM EXTERNAL COMPARTILHADO DA RUN-UNIT;  ***
      *              *** RODANDO AVULSO FICA VAZIO E A TELA PEDE   ***
       01 W-OPERADOR-MENU  PIC X(10) EXTERNAL.
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
      *-----------
       SCREEN SECTION.

                   MOVE "*** OPERADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OP1.
      *              FILIAL DO OPERADOR: O DEPOSITO DA LOJA DELA E O
      *              PADRAO DO LANCAMENTO
                MOVE OPER-FILIAL TO FL-CODIGO
                CALL "LEFIL"
                IF FL-SITUACAO = "N" OR "I"
                   MOVE "*** FILIAL DO OPERADOR INATIVA OU SEM CADASTRO"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OP1.
                MOVE FL-CODIGO   TO W-FIL-OPER
                MOVE FL-DEPOSITO TO W-DEP-OPER.
       INC-001.
      *              SOLTA O REGISTRO QUE PORVENTURA FICOU PRESO DA
      *              OPERACAO ANTERIOR (TRAVA DE REGISTRO P/ DOIS
                PERFORM LIMPA-TRAVA THRU LIMPA-TRAVA-FIM
                UNLOCK PRODUTO
                MOVE ZEROS  TO CODIGO ESTOQUE-ATUAL W-QTDE W-DEP-DEST
                MOVE W-DEP-OPER TO W-DEPOSITO
                MOVE W-FIL-OPER TO W-FIL-DEST
                MOVE SPACES TO DESCRICAO W-TIPO-MOV W-DOCTO
                DISPLAY TELAMOV.
       INC-002.
      * DEPOSITO DO LANCAMENTO (CEP083/CLADEP) - E/S *
      * /A MOVEM O SALDO DO DEPOSITO INFORMADO ALEM  *
      * DO TOTAL; A TRANSFERENCIA (T) PEDE TAMBEM O  *
      * DESTINO E NAO MEXE NO TOTAL DO PRODUTO. O    *
      * DEPOSITO DO LANCAMENTO (A ORIGEM, NA         *
      * TRANSFERENCIA) TEM DE SER DA FILIAL DO       *
      * OPERADOR; O DESTINO PODE SER DE OUTRA FILIAL *
      ***********************************************
       INC-03A.
                ACCEPT TDEPOSITO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-DEPOSITO = ZEROS
                   MOVE W-DEP-OPER TO W-DEPOSITO.
                MOVE 01 TO W-FIL-DEP
                IF W-TEM-DEP = "S"
                   MOVE W-DEPOSITO TO DEP-CODIGO
                   READ CADDEP
                   IF ST-DEP NOT = "00"
                      MOVE "*** DEPOSITO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-03A
                   ELSE
                      IF DEP-FILIAL NOT = ZEROS
                         MOVE DEP-FILIAL TO W-FIL-DEP.
                IF W-FIL-DEP NOT = W-FIL-OPER
                   MOVE "*** DEPOSITO DE OUTRA FILIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-03A.
                IF W-TIPO-MOV NOT = "T"
                   MOVE ZEROS TO W-DEP-DEST
                   GO TO INC-004.
                   MOVE "*** DESTINO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-03B.
                MOVE 01 TO W-FIL-DEST
                IF W-TEM-DEP = "S"
                   MOVE W-DEP-DEST TO DEP-CODIGO
                   READ CADDEP
                   IF ST-DEP NOT = "00"
                      MOVE "*** DESTINO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-03B
                   ELSE
                      IF DEP-FILIAL NOT = ZEROS
                         MOVE DEP-FILIAL TO W-FIL-DEST.
       INC-004.
                ACCEPT TQTDE
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                ACCEPT DATA-MOV FROM DATE
                IF ANO-MOV < W-PIVO
                   COMPUTE PP-DATA = ((W-SECULO * 100) + ANO-MOV)
                                    * 10000 + (MES-MOV * 100) + DIA-MOV
                ELSE
                   COMPUTE PP-DATA = (((W-SECULO - 1) * 100) + ANO-MOV)
                                    * 10000 + (MES-MOV * 100) + DIA-MOV.
                PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM
                IF W-PER-FECHADO = "S"
                   MOVE "*** PERIODO FECHADO - LANCAMENTO RECUSADO ***"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
      *
      ***********************************************
      * APLICA O MOVIMENTO NO SALDO: ENTRADA SOMA,   *
                   MOVE "ERRO NA REGRAVACAO DO ARQUIVO PRODUTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "R" TO JR-OPERACAO
                PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
                PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
                PERFORM ATUALIZA-SALDEP THRU ATUALIZA-SALDEP-FIM
                IF W-TIPO-MOV = "E"
                COMPUTE SD-SALDO = W-SAL-ORIG - W-QTDE
                IF W-TEM-SAL = "S"
                   REWRITE REGSAL
                   MOVE "R" TO JR-OPERACAO
                ELSE
                   WRITE REGSAL
                   MOVE "W" TO JR-OPERACAO.
                IF ST-SAL = "00" OR "02"
                   PERFORM JORNAL-SALDEP THRU JORNAL-SALDEP-FIM.
      *              ENTRADA NO DESTINO (CRIA O SALDO SE FOR A
      *              PRIMEIRA VEZ DO PRODUTO LA; A LOJA SEM
      *              REGISTRO RECEBE O SEU SALDO IMPLICITO, QUE A
                IF ST-SAL = "00"
                   ADD W-QTDE TO SD-SALDO
                   REWRITE REGSAL
                   MOVE "R" TO JR-OPERACAO
                ELSE
                   IF W-DEP-DEST = 01
                      PERFORM SOMA-OUTROS-DEP
                      MOVE W-DEP-DEST TO SD-DEPOSITO
                      MOVE W-SAL-CALC TO SD-SALDO
                      WRITE REGSAL
                      MOVE "W" TO JR-OPERACAO
                   ELSE
                      MOVE W-QTDE TO SD-SALDO
                      WRITE REGSAL
                      MOVE "W" TO JR-OPERACAO.
                IF ST-SAL = "00" OR "02"
                   PERFORM JORNAL-SALDEP THRU JORNAL-SALDEP-FIM.
      *              DUAS LINHAS NO DIARIO: SAIDA DA ORIGEM E
      *              ENTRADA NO DESTINO, SALDO TOTAL INALTERADO
                MOVE ESTOQUE-ATUAL TO W-EST-ANTES W-EST-DEPOIS
                MOVE PRECO-MEDIO TO W-CUSTO-ENT
                IF W-CUSTO-ENT = ZEROS
                   MOVE PRECO-CUSTO TO W-CUSTO-ENT.
      *              ENTRE FILIAIS O DOCUMENTO LEVA A FILIAL DO
      *              OUTRO LADO ALEM DO DEPOSITO (TRF>F02D05 NA
      *              SAIDA, TRF<F01D01 NA ENTRADA)
                MOVE "S" TO W-TIPO-MOV
                MOVE SPACES TO W-DOCTO
                IF W-FIL-DEST = W-FIL-OPER
                   STRING "TRF P/ " W-DEP-DEST DELIMITED BY SIZE
                          INTO W-DOCTO
                ELSE
                   STRING "TRF>F" W-FIL-DEST "D" W-DEP-DEST
                          DELIMITED BY SIZE INTO W-DOCTO.
                PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
                MOVE "E" TO W-TIPO-MOV
                MOVE SPACES TO W-DOCTO
                IF W-FIL-DEST = W-FIL-OPER
                   STRING "TRF DE " W-DEPOSITO DELIMITED BY SIZE
                          INTO W-DOCTO
                ELSE
                   STRING "TRF<F" W-FIL-OPER "D" W-DEPOSITO
                          DELIMITED BY SIZE INTO W-DOCTO.
                PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
                MOVE "T" TO W-TIPO-MOV
                ADD 1 TO W-LANCADOS
                MOVE W-DEPOSITO TO SD-DEPOSITO
                IF W-TEM-SAL = "S"
                   REWRITE REGSAL
                   MOVE "R" TO JR-OPERACAO
                ELSE
                   WRITE REGSAL
                   MOVE "W" TO JR-OPERACAO.
                IF ST-SAL NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO SALDO POR DEPOSITO"
                                                          TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                ELSE
                   PERFORM JORNAL-SALDEP THRU JORNAL-SALDEP-FIM.
       ATUALIZA-SALDEP-FIM.
                EXIT.
      *
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
                MOVE "MOVPROD"       TO JR-PROGRAMA
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
      *
      **********************
      * ROTINA DE FIM      *
      **********************
