       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT CODALT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALT-CODIGO
                    FILE STATUS  IS ST-ALT
                    ALTERNATE RECORD KEY IS ALT-PRODUTO
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *
      *****************************************************************
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : CODALT     - CODIGOS ALTERNATIVOS DO PRODUTO (EAN-13*
      *                        DUN-14, CODIGO DO FORNECEDOR), MANTIDOS*
      *                        NO CEP001/CLAPROD. ALT-MULT = UNIDADES *
      *                        POR EMBALAGEM LIDA                     *
      *****************************************************************
       FD CODALT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CODALT.DAT".
       01 REGALT.
                03 ALT-CODIGO      PIC X(20).
                03 ALT-PRODUTO     PIC 9(06).
                03 ALT-TIPO        PIC X(01).
                03 ALT-MULT        PIC 9(03).
                03 ALT-FORNECEDOR  PIC 9(04).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *              *** LEITURA POR CODIGO DE BARRAS/FORNECEDOR ***
      *              *** (CODALT.DAT) - W-COD-MULT = UNIDADES POR  ***
      *              *** EMBALAGEM DO CODIGO LIDO                  ***
       77 ST-ALT        PIC X(02) VALUE "00".
       77 W-ALT-ABERTO  PIC X(01) VALUE "N".
       77 W-COD-LIDO    PIC X(20) VALUE SPACES.
       77 W-COD-TAM     PIC 9(02) VALUE ZEROS.
       77 W-COD-PRODUTO PIC 9(06) VALUE ZEROS.
       77 W-COD-MULT    PIC 9(03) VALUE 1.
       77 W-COD-ACHOU   PIC X(01) VALUE "N".
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-CTG       PIC X(02) VALUE "00".
           03 FILLER      PIC X(28)
                 VALUE "TOTAL DE ITENS DIVERGENTES: ".
           03 TOT1-QTDE   PIC ZZZZ9.
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
              OPEN OUTPUT CONTAGEM
              CLOSE CONTAGEM
              OPEN EXTEND CONTAGEM.
           MOVE "N" TO W-ALT-ABERTO
           OPEN INPUT CODALT
           IF ST-ALT = "00"
              MOVE "S" TO W-ALT-ABERTO.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           DISPLAY "DEPOSITO DA CONTAGEM (0 = 01/LOJA) : ".
           ACCEPT W-DEPOSITO.
           IF W-DEPOSITO = ZEROS
              MOVE 01 TO W-DEPOSITO.
      *              O CODIGO PODE SER O INTERNO OU O LIDO NA
      *              EMBALAGEM (EAN/DUN/FORNECEDOR - CODALT.DAT); A
      *              CAIXA FECHADA E CONTADA EM EMBALAGENS
       DIGITA-LOOP.
           DISPLAY "CODIGO DO PRODUTO (0 = ENCERRAR) : ".
           MOVE SPACES TO W-COD-LIDO
           ACCEPT W-COD-LIDO.
           PERFORM RESOLVE-CODIGO THRU RESOLVE-CODIGO-FIM
           IF W-COD-ACHOU NOT = "S"
              DISPLAY "*** CODIGO NAO CADASTRADO ***"
              GO TO DIGITA-LOOP.
           MOVE W-COD-PRODUTO TO W-CODIGO
           IF W-CODIGO = ZEROS
              GO TO DIGITA-FIM.
           MOVE W-CODIGO TO CODIGO
              DISPLAY "*** PRODUTO NAO CADASTRADO ***"
              GO TO DIGITA-LOOP.
           DISPLAY "PRODUTO: " DESCRICAO.
           IF W-COD-MULT > 1
              DISPLAY "EMBALAGENS CONTADAS (C/ " W-COD-MULT " UN) : "
           ELSE
              DISPLAY "QUANTIDADE CONTADA : ".
           ACCEPT W-QTDE.
           IF W-COD-MULT > 1
              COMPUTE W-QTDE = W-QTDE * W-COD-MULT
                      ON SIZE ERROR
                         DISPLAY "*** QUANTIDADE ACIMA DO LIMITE ***"
                         GO TO DIGITA-LOOP.
           MOVE W-CODIGO   TO CT-CODIGO
           MOVE W-QTDE     TO CT-QTDE
           MOVE W-HOJE     TO CT-DATA
           GO TO DIGITA-LOOP.
       DIGITA-FIM.
           CLOSE PRODUTO CONTAGEM.
           IF W-ALT-ABERTO = "S"
              CLOSE CODALT.
           DISPLAY "*** PRODUTOS CONTADOS NESTA SESSAO: " W-CONTADOS.
           GOBACK.
      *
      ***********************************************
      * RESOLVE O CODIGO LIDO/DIGITADO (W-COD-LIDO): *
      * ATE 6 DIGITOS E O CODIGO INTERNO; MAIS QUE   *
      * ISSO (EAN-13, DUN-14, CODIGO DO FORNECEDOR)  *
      * E PROCURADO NO CODALT.DAT. DEVOLVE O CODIGO  *
      * INTERNO EM W-COD-PRODUTO (ZERO = EM BRANCO), *
      * AS UNIDADES POR EMBALAGEM EM W-COD-MULT E    *
      * W-COD-ACHOU = N QUANDO NAO RESOLVEU          *
      ***********************************************
       RESOLVE-CODIGO.
           MOVE ZEROS TO W-COD-PRODUTO
           MOVE 1 TO W-COD-MULT
           MOVE "S" TO W-COD-ACHOU
           IF W-COD-LIDO = SPACES
              GO TO RESOLVE-CODIGO-FIM.
           MOVE 20 TO W-COD-TAM.
       RESOLVE-CODIGO-TAM.
           IF W-COD-TAM > 1
              AND W-COD-LIDO (W-COD-TAM:1) = SPACE
              SUBTRACT 1 FROM W-COD-TAM
              GO TO RESOLVE-CODIGO-TAM.
           IF W-COD-TAM NOT > 6
              AND W-COD-LIDO (1:W-COD-TAM) IS NUMERIC
              MOVE W-COD-LIDO (1:W-COD-TAM) TO W-COD-PRODUTO
              GO TO RESOLVE-CODIGO-FIM.
           MOVE "N" TO W-COD-ACHOU
           IF W-ALT-ABERTO NOT = "S"
              GO TO RESOLVE-CODIGO-FIM.
           MOVE W-COD-LIDO TO ALT-CODIGO
           READ CODALT
           IF ST-ALT NOT = "00"
              GO TO RESOLVE-CODIGO-FIM.
           MOVE ALT-PRODUTO TO W-COD-PRODUTO
           IF ALT-MULT NOT = ZEROS
              MOVE ALT-MULT TO W-COD-MULT.
           MOVE "S" TO W-COD-ACHOU.
       RESOLVE-CODIGO-FIM.
           EXIT.
      *
      **************************************************
      * MODO 2 - APURACAO: COMPARA CONTAGEM.DAT COM O   *
      * ESTOQUE-ATUAL, IMPRIME AS DIVERGENCIAS E, APOS  *
              MOVE "N" TO W-OPCAO
           ELSE
              MOVE "S" TO W-OPCAO.
      *              ACERTO EM MES FECHADO PELO FECHMES NAO E APLICADO;
      *              A APURACAO SAI SO NO RELATORIO
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO PP-DATA
           IF W-OPCAO = "S"
              PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM
              IF W-PER-FECHADO = "S"
                 DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                         PP-FECHADO " - ACERTOS NAO APLICADOS ***"
                 MOVE "N" TO W-OPCAO.
           OPEN I-O PRODUTO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODUTO.DAT"
           IF ST-ERRO NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO PRODUTO " CODIGO
              GO TO APLICA-ACERTO-FIM.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-PRODUTO THRU JORNAL-PRODUTO-FIM
           PERFORM GRAVA-SALDEP THRU GRAVA-SALDEP-FIM
           ADD 1 TO W-AJUSTADOS
           STRING "ESTOQUE: "     DELIMITED BY SIZE
           MOVE CT-QTDE     TO SD-SALDO
           IF W-TEM-SAL = "S"
              REWRITE REGSAL
              MOVE "R" TO JR-OPERACAO
           ELSE
              WRITE REGSAL
              MOVE "W" TO JR-OPERACAO.
           IF ST-SAL NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO SALDO POR DEPOSITO"
           ELSE
              PERFORM JORNAL-SALDEP THRU JORNAL-SALDEP-FIM.
       GRAVA-SALDEP-FIM.
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
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
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
           MOVE "INVFIS"        TO JR-PROGRAMA
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
