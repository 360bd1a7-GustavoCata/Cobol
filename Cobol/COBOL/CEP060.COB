      *              IDADE MAXIMA DA SENHA EM DIAS (MENUGER/
      *              CEP043); VENCIDA, O SIGN-ON FORCA A TROCA
                03 PA-IDADE-SENHA   PIC 9(03).
      *              ENCARGOS DE ATRASO DO CONTAS A RECEBER (CEP070/
      *              BAIXADUP E CEP102/RENEGOC): MULTA UNICA EM % DO
      *              SALDO E JUROS DE MORA EM % AO DIA DE ATRASO
                03 PA-MULTA         PIC 9(02)V99.
                03 PA-JUROS-DIA     PIC 9(01)V9999.
      *              DIAS DE ATRASO QUE BLOQUEIAM O PEDIDO NOVO DO
      *              CLIENTE POR CREDITO (CEP042/PEDVENDA, CEP067/
      *              ORCVENDA E CEP104/LIBCRED)
                03 PA-DIAS-BLOQ     PIC 9(03).
      *              PRAZO EM DIAS DEPOIS DA EMISSAO PARA CANCELAR A
      *              FATURA (CEP069/FATURA); ZERO = SO NO MESMO DIA
                03 PA-DIAS-CANC     PIC 9(02).
      *              DADOS DO EMITENTE NO ARQUIVO DE INTERFACE DA NF-E
      *              (CEP069/FATURA)
                03 PA-CNPJ-EMP      PIC 9(14).
                03 PA-IE-EMP        PIC X(14).
                03 PA-UF-EMP        PIC X(02).
      *              HORIZONTE EM DIAS DO AVISO DE LOTES A VENCER
      *              (CEP119/RELVALID)
                03 PA-DIAS-VALID    PIC 9(03).
      *              MARGEM BRUTA MINIMA DA VENDA EM % (CEP133/RELMARG)
                03 PA-MARGEM-MIN    PIC 9(02)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               VALUE  " FATOR LEAD-TIME DO EST.MINIMO.......:".
           05  LINE 21  COLUMN 01
               VALUE  " IDADE MAXIMA DA SENHA (DIAS)........:".
           05  LINE 05  COLUMN 45
               VALUE  " MARGEM MINIMA (%).....:".
           05  LINE 07  COLUMN 45
               VALUE  " MULTA DE ATRASO (%)...:".
           05  LINE 09  COLUMN 45
               VALUE  " JUROS DE MORA (%/DIA).:".
           05  LINE 11  COLUMN 45
               VALUE  " DIAS P/ BLOQ. CREDITO.:".
           05  LINE 13  COLUMN 45
               VALUE  " DIAS P/ CANC. FATURA..:".
           05  LINE 15  COLUMN 45
               VALUE  " CNPJ EMITENTE:".
           05  LINE 17  COLUMN 45
               VALUE  " INSCR.ESTAD..:".
           05  LINE 19  COLUMN 45
               VALUE  " UF EMITENTE..:".
           05  LINE 21  COLUMN 45
               VALUE  " DIAS AVISO VALIDADE...:".
           05  TEMPRESA
               LINE 05  COLUMN 24  PIC X(20)
               USING  PA-EMPRESA
               LINE 21  COLUMN 41  PIC 9(03)
               USING  PA-IDADE-SENHA
               HIGHLIGHT.
           05  TMULTA
               LINE 07  COLUMN 70  PIC 99,99
               USING  PA-MULTA
               HIGHLIGHT.
           05  TJUROSDIA
               LINE 09  COLUMN 70  PIC 9,9999
               USING  PA-JUROS-DIA
               HIGHLIGHT.
           05  TDIASBLOQ
               LINE 11  COLUMN 70  PIC 9(03)
               USING  PA-DIAS-BLOQ
               HIGHLIGHT.
           05  TDIASCANC
               LINE 13  COLUMN 70  PIC 9(02)
               USING  PA-DIAS-CANC
               HIGHLIGHT.
           05  TCNPJEMP
               LINE 15  COLUMN 61  PIC 9(14)
               USING  PA-CNPJ-EMP
               HIGHLIGHT.
           05  TIEEMP
               LINE 17  COLUMN 61  PIC X(14)
               USING  PA-IE-EMP
               HIGHLIGHT.
           05  TUFEMP
               LINE 19  COLUMN 61  PIC X(02)
               USING  PA-UF-EMP
               HIGHLIGHT.
           05  TDIASVALID
               LINE 21  COLUMN 70  PIC 9(03)
               USING  PA-DIAS-VALID
               HIGHLIGHT.
           05  TMARGEMMIN
               LINE 05  COLUMN 70  PIC 99,99
               USING  PA-MARGEM-MIN
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                      PERFORM CARGA-PADRAO THRU CARGA-PADRAO-FIM
              END-READ
              CLOSE PARAMS
      *              REGISTRO GRAVADO ANTES DOS ENCARGOS DE ATRASO
      *              EXISTIREM CHEGA COM BRANCOS NAS POSICOES NOVAS
              IF PA-MULTA NOT NUMERIC
                 MOVE 2,00 TO PA-MULTA
              END-IF
              IF PA-JUROS-DIA NOT NUMERIC
                 MOVE 0,0333 TO PA-JUROS-DIA
              END-IF
              IF PA-DIAS-BLOQ NOT NUMERIC
                 MOVE 060 TO PA-DIAS-BLOQ
              END-IF
              IF PA-DIAS-CANC NOT NUMERIC
                 MOVE ZEROS TO PA-DIAS-CANC
              END-IF
              IF PA-CNPJ-EMP NOT NUMERIC
                 MOVE ZEROS TO PA-CNPJ-EMP
              END-IF
              IF PA-DIAS-VALID NOT NUMERIC
                 MOVE 030 TO PA-DIAS-VALID
              END-IF
              IF PA-MARGEM-MIN NOT NUMERIC
                 MOVE 15,00 TO PA-MARGEM-MIN
              END-IF
           ELSE
              PERFORM CARGA-PADRAO THRU CARGA-PADRAO-FIM.
       INC-001.
                ACCEPT TIDADESENHA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
       INC-012.
                ACCEPT TMULTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
       INC-013.
                ACCEPT TJUROSDIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-012.
       INC-014.
                ACCEPT TDIASBLOQ
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
       INC-015.
                ACCEPT TDIASCANC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-014.
       INC-016.
                ACCEPT TCNPJEMP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-015.
       INC-017.
                ACCEPT TIEEMP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-016.
       INC-018.
                ACCEPT TUFEMP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-017.
       INC-019.
                ACCEPT TDIASVALID
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-018.
       INC-020.
                ACCEPT TMARGEMMIN
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-019.
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVA PARAMETROS (S/N) : ".
                ACCEPT (23, 65) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-020.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE 20         TO PA-SECULO
                MOVE 80         TO PA-PIVO
                MOVE 1,50       TO PA-FATOR-LEAD
                MOVE 090        TO PA-IDADE-SENHA
                MOVE 2,00       TO PA-MULTA
                MOVE 0,0333     TO PA-JUROS-DIA
                MOVE 060        TO PA-DIAS-BLOQ
                MOVE ZEROS      TO PA-DIAS-CANC
                MOVE ZEROS      TO PA-CNPJ-EMP
                MOVE SPACES     TO PA-IE-EMP PA-UF-EMP
                MOVE 030        TO PA-DIAS-VALID
                MOVE 15,00      TO PA-MARGEM-MIN.
       CARGA-PADRAO-FIM.
                EXIT.
      *
