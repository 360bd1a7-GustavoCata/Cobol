      * RELATORIO DE CRITICA (RETBANCO.LST) DO QUE NAO  *
      * CASOU - MESMO ESTILO CONFERE-E-REJEITA DA       *
      * IMPORTACAO DE PRECOS (CEP041/IMPPRECO)          *
      * CADA BAIXA GRAVA OS EVENTOS CONTABEIS RBC       *
      * (PRINCIPAL) E EBC (ENCARGOS) NO CTBPEND.DAT     *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
       SELECT CTBPEND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 DUP-DATA-PAGTO  PIC 9(08).
                03 DUP-SITUACAO    PIC X(01).
                03 DUP-REMESSA     PIC X(01).
                03 DUP-MULTA       PIC 9(08)V99.
                03 DUP-JUROS       PIC 9(08)V99.
                03 DUP-RENEG       PIC 9(06).
                03 DUP-MOTIVO      PIC X(30).
                03 DUP-FILIAL      PIC 9(02).
      *
       FD REJEITA
              LABEL RECORD IS STANDARD
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
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
       77 ST-RET        PIC X(02) VALUE "00".
       77 ST-DUP        PIC X(02) VALUE "00".
       77 ST-REJ        PIC X(02) VALUE "00".
       77 W-BAIXADOS    PIC 9(05) VALUE ZEROS.
       77 W-REJEITADOS  PIC 9(05) VALUE ZEROS.
       77 W-VALOR       PIC 9(08)V99 VALUE ZEROS.
       77 W-SALDO       PIC 9(08)V99 VALUE ZEROS.
       77 W-ENCARGOS    PIC 9(08)V99 VALUE ZEROS.
       01 CAB1          PIC X(60)
             VALUE "CRITICA DO RETORNO DE COBRANCA BANCARIA".
       01 DET-REJ.
      *              01 = TIPO DE REGISTRO DESCONHECIDO
      *              02 = DUPLICATA NAO ENCONTRADA
      *              03 = DUPLICATA JA PAGA
      *              04 = DUPLICATA CANCELADA/RENEGOCIADA (CEP102)
      *              05 = PAGAMENTO EM PERIODO FECHADO (CEP085)
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
              MOVE "DUPLICATA JA PAGA" TO REJ-TEXTO
              PERFORM GRAVA-REJEITA THRU GRAVA-REJEITA-FIM
              GO TO LER-RETORNO.
           IF DUP-SITUACAO = "C"
              MOVE "04" TO REJ-MOTIVO
              MOVE "DUPLICATA CANCELADA/RENEGOCIADA" TO REJ-TEXTO
              PERFORM GRAVA-REJEITA THRU GRAVA-REJEITA-FIM
              GO TO LER-RETORNO.
      *              PAGAMENTO COM DATA EM MES JA FECHADO PELO FECHMES
      *              VAI PARA A CRITICA E E BAIXADO A MAO (BAIXADUP)
      *              DEPOIS DA REABERTURA DO PERIODO (REABPER)
           MOVE RET-DATA TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM
           IF W-PER-FECHADO = "S"
              MOVE "05" TO REJ-MOTIVO
              MOVE "PAGAMENTO EM PERIODO FECHADO" TO REJ-TEXTO
              PERFORM GRAVA-REJEITA THRU GRAVA-REJEITA-FIM
              GO TO LER-RETORNO.
      *              O QUE O BANCO RECEBEU ALEM DO SALDO SAO OS
      *              ENCARGOS DE ATRASO COBRADOS NO CAIXA DELE - VAI
      *              PARA DUP-JUROS E NAO INCHA O PRINCIPAL
           MOVE ZEROS TO W-ENCARGOS
           COMPUTE W-SALDO = DUP-VALOR - DUP-PAGO
           IF W-VALOR > W-SALDO
              COMPUTE W-ENCARGOS = W-VALOR - W-SALDO
              ADD W-ENCARGOS TO DUP-JUROS
              MOVE W-SALDO TO W-VALOR.
      *              MESMA REGRA DA BAIXA MANUAL (CEP070/BAIXADUP):
      *              ACUMULA E SO QUITA QUANDO COBRE O VALOR
           ADD W-VALOR TO DUP-PAGO
           MOVE RET-DATA TO DUP-DATA-PAGTO
           IF DUP-PAGO NOT < DUP-VALOR
              MOVE "P" TO DUP-SITUACAO.
           REWRITE REGDUP
           IF ST-DUP = "00" OR "02"
              ADD 1 TO W-BAIXADOS
              MOVE "R" TO JR-OPERACAO
              PERFORM JORNAL-DUPREC THRU JORNAL-DUPREC-FIM
              PERFORM EVENTOS-RETORNO THRU EVENTOS-RETORNO-FIM
           ELSE
              DISPLAY "ERRO NA REGRAVACAO DA DUPLICATA " RET-PEDIDO
                      "/" RET-PARCELA.
           DISPLAY "*** REJEITADAS P/ CRITICA.....: " W-REJEITADOS.
           DISPLAY "*** RELATORIO DE CRITICA: RETBANCO.LST ***".
           GOBACK.
      *
      ***********************************************
      * EVENTOS CONTABEIS DA LIQUIDACAO NO BANCO:    *
      * PRINCIPAL (RBC) E ENCARGOS (EBC), NA DATA DO *
      * CREDITO. A LINHA DO RETORNO ENTRA NO         *
      * DOCUMENTO PORQUE O MESMO ARQUIVO PODE TRAZER *
      * DUAS LIQUIDACOES PARCIAIS DA MESMA PARCELA   *
      ***********************************************
       EVENTOS-RETORNO.
           MOVE RET-DATA TO CT-DATA
           MOVE SPACE  TO CT-ESTORNO
           MOVE ZEROS  TO CT-CUSTO
           MOVE SPACES TO CT-DOCTO CT-HISTORICO
           STRING "DP " DUP-PEDIDO "/" DUP-PARCELA " L" W-LIDOS
                  DELIMITED BY SIZE INTO CT-DOCTO
           STRING "BANCO DUPL " DUP-PEDIDO "/" DUP-PARCELA " "
                  DUP-CLIENTE DELIMITED BY SIZE INTO CT-HISTORICO
           MOVE "RBC"      TO CT-EVENTO
           MOVE W-VALOR    TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM
           MOVE "EBC"      TO CT-EVENTO
           MOVE W-ENCARGOS TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM.
       EVENTOS-RETORNO-FIM.
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
           MOVE "RETBANCO" TO CT-ORIGEM
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
       JORNAL-DUPREC.
           MOVE "DUPREC"        TO JR-ARQUIVO
           MOVE REGDUP          TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-DUPREC-FIM.
           EXIT.
       GRAVA-JORNAL.
           MOVE W-OPERADOR      TO JR-OPERADOR
           MOVE "RETBANCO"      TO JR-PROGRAMA
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
