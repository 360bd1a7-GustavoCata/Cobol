      * PAGO E A DATA E MARCA A PARCELA COMO PAGA       *
      * QUANDO O ACUMULADO COBRE O VALOR - PAGAMENTO    *
      * PARCIAL FICA ACUMULADO EM DUP-PAGO COM A        *
      * PARCELA AINDA EM ABERTO. PAGAMENTO APOS O       *
      * VENCIMENTO CALCULA MULTA E JUROS DE MORA        *
      * (PARAMS.DAT), QUE O OPERADOR PODE DISPENSAR; O  *
      * VALOR PAGO QUITA PRIMEIRO OS ENCARGOS (DUP-     *
      * MULTA/DUP-JUROS) E O RESTO VAI AO PRINCIPAL     *
      * CADA BAIXA GRAVA OS EVENTOS CONTABEIS REC       *
      * (PRINCIPAL), ENC (ENCARGOS) E CRU (CREDITO DE   *
      * DEVOLUCAO ABATIDO) NO CTBPEND.DAT               *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
       SELECT FERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
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
      *****************************************************************
      * ARQUIVO : CREDCLI    - CREDITOS DE DEVOLUCAO POR CLIENTE      *
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : PARAMS     - PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
                03 PA-FATOR-LEAD    PIC 9(01)V99.
                03 PA-IDADE-SENHA   PIC 9(03).
                03 PA-MULTA         PIC 9(02)V99.
                03 PA-JUROS-DIA     PIC 9(01)V9999.
      *
      *****************************************************************
      * ARQUIVO : FERIADO    - CALENDARIO DE FERIADOS (CLAFER/CEP109) *
      *                        - ANO 0000 = FERIADO FIXO, TODO ANO    *
      *****************************************************************
       FD FERIADO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERIADO.DAT".
       01 REGFER.
                03 FER-DATA.
                   05 FER-ANO      PIC 9(04).
                   05 FER-MES      PIC 9(02).
                   05 FER-DIA      PIC 9(02).
                03 FER-DESCRICAO   PIC X(30).
                03 FER-ABRANGE     PIC X(01).
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
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-RESTANTE   PIC 9(08)V99 VALUE ZEROS.
       77 W-ABATE      PIC 9(08)V99 VALUE ZEROS.
      *              *** ENCARGOS DE ATRASO ***
       77 W-MULTA-PCT  PIC 9(02)V99 VALUE 2,00.
       77 W-JUROS-DIA  PIC 9(01)V9999 VALUE 0,0333.
       77 W-SALDO      PIC 9(08)V99 VALUE ZEROS.
       77 W-MULTA      PIC 9(08)V99 VALUE ZEROS.
       77 W-JUROS      PIC 9(08)V99 VALUE ZEROS.
       77 W-ENCARGOS   PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTAL-PAG  PIC 9(08)V99 VALUE ZEROS.
       77 W-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 W-DIAS-PAG   PIC 9(07) VALUE ZEROS.
       77 W-DIAS-VENC  PIC 9(07) VALUE ZEROS.
       01 W-DATA-DEC.
          03 W-DT-ANO  PIC 9(04).
          03 W-DT-MES  PIC 9(02).
          03 W-DT-DIA  PIC 9(02).
       01 W-DATA-NUM REDEFINES W-DATA-DEC PIC 9(08).
      *              *** CALENDARIO DE DIAS UTEIS (FERIADO.DAT) ***
       77 ST-FER       PIC X(02) VALUE "00".
       77 W-FER-ABERTO PIC X(01) VALUE "N".
       77 W-EH-UTIL    PIC X(01) VALUE "S".
       77 W-DIA-SEMANA PIC 9(01) VALUE ZEROS.
       77 W-ULT-UTIL   PIC 9(02) VALUE ZEROS.
       77 W-ZL-ANO     PIC 9(04) VALUE ZEROS.
       77 W-ZL-MES     PIC 9(02) VALUE ZEROS.
       77 W-ZL-SEC     PIC 9(02) VALUE ZEROS.
       77 W-ZL-AA      PIC 9(02) VALUE ZEROS.
       77 W-ZL-T1      PIC 9(03) VALUE ZEROS.
       77 W-ZL-T2      PIC 9(02) VALUE ZEROS.
       77 W-ZL-T3      PIC 9(02) VALUE ZEROS.
       77 W-ZL-SOMA    PIC 9(04) VALUE ZEROS.
       77 W-ZL-QUOC    PIC 9(04) VALUE ZEROS.
       77 W-ZL-RESTO   PIC 9(01) VALUE ZEROS.
       01 W-DATA-UTIL.
          03 W-UTIL-ANO PIC 9(04).
          03 W-UTIL-MES PIC 9(02).
          03 W-UTIL-DIA PIC 9(02).
       01 W-DATA-UTIL-NUM REDEFINES W-DATA-UTIL PIC 9(08).
       01 W-TAB-MESES-X    PIC X(24)
                           VALUE "312831303130313130313031".
       01 W-TAB-MESES REDEFINES W-TAB-MESES-X.
          03 W-DIAS-MES    PIC 9(02) OCCURS 12 TIMES.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
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
           DISPLAY "*** BAIXA DE DUPLICATAS (CONTAS A RECEBER) ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE W-HOJE TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM.
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - BAIXA NAO PERMITIDA ***"
              GOBACK.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           OPEN I-O DUPREC
           IF ST-DUP NOT = "00"
              DISPLAY "*** NAO HA DUPLICATAS GERADAS (DUPREC.DAT) ***"
              GOBACK.
           OPEN INPUT FERIADO
           IF ST-FER = "00"
              MOVE "S" TO W-FER-ABERTO.
      *
       BAI-001.
           DISPLAY "NUMERO DO PEDIDO (0 = ENCERRAR) : ".
           IF DUP-SITUACAO = "P"
              DISPLAY "*** PARCELA JA PAGA EM " DUP-DATA-PAGTO " ***"
              GO TO BAI-002.
           IF DUP-SITUACAO = "C"
              DISPLAY "*** PARCELA CANCELADA - RENEGOCIACAO "
                      DUP-RENEG " ***"
              GO TO BAI-002.
      *              PARCELA COBERTA POR CHEQUE PRE-DATADO SO E BAIXADA
      *              NA CONFIRMACAO DO DEPOSITO (CUSTCHQ/CEP143)
           IF DUP-REMESSA = "Q"
              DISPLAY "*** PARCELA COBERTA POR CHEQUE EM CUSTODIA ***"
              GO TO BAI-002.
           DISPLAY "VALOR DA PARCELA: " DUP-VALOR
                   "  JA PAGO: " DUP-PAGO.
       BAI-02A.
                 DISPLAY "*** PARCELA QUITADA COM CREDITO ***"
                 GO TO BAI-002.
       BAI-003.
           DISPLAY "DATA DO PAGAMENTO (0 = HOJE) : ".
           ACCEPT W-DATA-PAG.
           IF W-DATA-PAG = ZEROS
              MOVE W-HOJE TO W-DATA-PAG.
           MOVE W-DATA-PAG TO PP-DATA
           PERFORM CHECA-PERIODO THRU CHECA-PERIODO-FIM
           IF W-PER-FECHADO = "S"
              DISPLAY "*** PERIODO " PP-MODULO " FECHADO ATE "
                      PP-FECHADO " - DATA NAO PERMITIDA ***"
              GO TO BAI-003.
           PERFORM CALCULA-ENCARGOS THRU CALCULA-ENCARGOS-FIM
           IF W-ENCARGOS = ZEROS
              GO TO BAI-004.
           DISPLAY "ATRASO: " W-DIAS-ATRASO " DIAS  MULTA: " W-MULTA
                   "  JUROS: " W-JUROS.
           DISPLAY "COBRAR OS ENCARGOS (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE ZEROS TO W-MULTA W-JUROS W-ENCARGOS.
       BAI-004.
           COMPUTE W-TOTAL-PAG = W-SALDO + W-ENCARGOS
           DISPLAY "VALOR PAGO (0 = SALDO + ENCARGOS: " W-TOTAL-PAG
                   ") : ".
           ACCEPT W-VALOR.
           IF W-VALOR = ZEROS
              MOVE W-TOTAL-PAG TO W-VALOR.
      *              O PAGAMENTO QUITA A MULTA, DEPOIS OS JUROS, E SO O
      *              QUE SOBRA ABATE O PRINCIPAL
           IF W-VALOR < W-MULTA
              MOVE W-VALOR TO W-MULTA.
           SUBTRACT W-MULTA FROM W-VALOR
           IF W-VALOR < W-JUROS
              MOVE W-VALOR TO W-JUROS.
           SUBTRACT W-JUROS FROM W-VALOR
           ADD W-MULTA TO DUP-MULTA
           ADD W-JUROS TO DUP-JUROS
           ADD W-VALOR TO DUP-PAGO
      *              DATA DO ULTIMO PAGAMENTO, PARCIAL OU NAO - A
      *              CONCILIACAO (CEP099/CONCBCO) CASA CADA PAGAMENTO
      *              COM O CREDITO DO BANCO
           MOVE W-DATA-PAG TO DUP-DATA-PAGTO
           IF DUP-PAGO NOT < DUP-VALOR
              MOVE "P" TO DUP-SITUACAO.
           REWRITE REGDUP
           IF ST-DUP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA DUPLICATA"
              GO TO BAI-002.
           MOVE "R" TO JR-OPERACAO
           PERFORM JORNAL-DUPREC THRU JORNAL-DUPREC-FIM
           PERFORM EVENTOS-BAIXA THRU EVENTOS-BAIXA-FIM
           ADD 1 TO W-BAIXADAS
           IF DUP-SITUACAO = "P"
              DISPLAY "*** PARCELA QUITADA ***"
           GO TO BAI-002.
      *
      ***********************************************
      * MULTA E JUROS DE MORA SOBRE O SALDO EM       *
      * ABERTO QUANDO A DATA DO PAGAMENTO PASSA DO   *
      * VENCIMENTO. DIAS DE ATRASO NA CONTAGEM       *
      * COMERCIAL DE 360 DO AGING (CEP071); A MULTA  *
      * E UNICA - PARCELA QUE JA PAGOU MULTA NUM     *
      * PAGAMENTO PARCIAL SO CORRE JUROS. VENCIMENTO *
      * EM SABADO, DOMINGO OU FERIADO PODE SER PAGO  *
      * SEM ENCARGO NO PRIMEIRO DIA UTIL SEGUINTE;   *
      * DEPOIS DELE OS DIAS CONTAM DO VENCIMENTO     *
      ***********************************************
       CALCULA-ENCARGOS.
           COMPUTE W-SALDO = DUP-VALOR - DUP-PAGO
           MOVE ZEROS TO W-MULTA W-JUROS W-ENCARGOS W-DIAS-ATRASO
           IF W-DATA-PAG NOT > DUP-VENCIMENTO
              GO TO CALCULA-ENCARGOS-FIM.
           MOVE DUP-VENCIMENTO TO W-DATA-UTIL-NUM
           PERFORM PROXIMO-UTIL THRU PROXIMO-UTIL-FIM
           IF W-DATA-PAG NOT > W-DATA-UTIL-NUM
              GO TO CALCULA-ENCARGOS-FIM.
           MOVE W-DATA-PAG TO W-DATA-NUM
           COMPUTE W-DIAS-PAG = (W-DT-ANO * 360)
                   + (W-DT-MES * 30) + W-DT-DIA
           MOVE DUP-VENCIMENTO TO W-DATA-NUM
           COMPUTE W-DIAS-VENC = (W-DT-ANO * 360)
                   + (W-DT-MES * 30) + W-DT-DIA
           IF W-DIAS-PAG NOT > W-DIAS-VENC
              GO TO CALCULA-ENCARGOS-FIM.
           COMPUTE W-DIAS-ATRASO = W-DIAS-PAG - W-DIAS-VENC
           IF DUP-MULTA = ZEROS
              COMPUTE W-MULTA ROUNDED = W-SALDO * W-MULTA-PCT / 100.
           COMPUTE W-JUROS ROUNDED = W-SALDO * W-DIAS-ATRASO
                                   * W-JUROS-DIA / 100
           COMPUTE W-ENCARGOS = W-MULTA + W-JUROS.
       CALCULA-ENCARGOS-FIM.
           EXIT.
      *
      ***********************************************
      * ABATE OS CREDITOS DE DEVOLUCAO DO CLIENTE    *
      * (CEP074/DEVVENDA) NA PARCELA, DO MAIS ANTIGO *
      * PARA O MAIS NOVO, ATE QUITAR OU ESGOTAR      *
              MOVE "U" TO CRED-SITUACAO.
           REWRITE REGCRED
           IF ST-CRE NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DO CREDITO"
           ELSE
              MOVE "R" TO JR-OPERACAO
              PERFORM JORNAL-CREDCLI THRU JORNAL-CREDCLI-FIM
              PERFORM EVENTO-CREDITO THRU EVENTO-CREDITO-FIM.
           DISPLAY "CREDITO " CRED-SEQ " ABATIDO: " W-ABATE
           GO TO ABATE-CREDITO-LER.
       ABATE-CREDITO-FECHA.
              MOVE W-HOJE TO DUP-DATA-PAGTO.
           REWRITE REGDUP
           IF ST-DUP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA DUPLICATA"
           ELSE
              MOVE "R" TO JR-OPERACAO
              PERFORM JORNAL-DUPREC THRU JORNAL-DUPREC-FIM.
       ABATE-CREDITO-FIM.
           EXIT.
      *
      ***********************************************
      * LISTA AS PARCELAS DO PEDIDO (ATE 12, O       *
      * MAXIMO DA CONDICAO DE PAGAMENTO - CLACOND/   *
      * CEP107) COM SITUACAO E VALORES               *
      ***********************************************
       LISTA-PARCELAS.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-PARCELA.
       LISTA-PARCELAS-LOOP.
           ADD 1 TO W-PARCELA
           IF W-PARCELA > 12
              GO TO LISTA-PARCELAS-FIM.
           MOVE W-PEDIDO  TO DUP-PEDIDO
           MOVE W-PARCELA TO DUP-PARCELA
           DISPLAY "PARC " DUP-PARCELA " VENC " DUP-VENCIMENTO
                   " VALOR " DUP-VALOR " PAGO " DUP-PAGO
                   " SIT " DUP-SITUACAO
           IF DUP-MULTA NOT = ZEROS OR DUP-JUROS NOT = ZEROS
              DISPLAY "     ENCARGOS RECEBIDOS - MULTA " DUP-MULTA
                      " JUROS " DUP-JUROS.
           IF DUP-SITUACAO = "C"
              DISPLAY "     RENEGOCIADA NO PLANO " DUP-RENEG
                      " - " DUP-MOTIVO.
           GO TO LISTA-PARCELAS-LOOP.
       LISTA-PARCELAS-FIM.
           EXIT.
                               * 10000 + (MES-ATU * 100) + DIA-ATU.
       CALCULA-HOJE-FIM.
           EXIT.
      *
      ***********************************************
      * ROLA W-DATA-UTIL PARA O PROXIMO DIA UTIL -   *
      * SABADO, DOMINGO E FERIADO DO FERIADO.DAT     *
      * (CLAFER/CEP109) PASSAM PARA O DIA SEGUINTE;  *
      * DATA QUE JA E DIA UTIL FICA COMO ESTA. DIA   *
      * ALEM DO FIM DO MES (31/02) VAI PARA O MES    *
      * SEGUINTE ANTES DA VERIFICACAO                *
      ***********************************************
       PROXIMO-UTIL.
           PERFORM DIAS-MES-UTIL THRU DIAS-MES-UTIL-FIM
           IF W-UTIL-DIA > W-ULT-UTIL
              SUBTRACT W-ULT-UTIL FROM W-UTIL-DIA
              ADD 1 TO W-UTIL-MES
              IF W-UTIL-MES > 12
                 MOVE 01 TO W-UTIL-MES
                 ADD 1 TO W-UTIL-ANO.
       PROXIMO-UTIL-LOOP.
           PERFORM VERIFICA-UTIL THRU VERIFICA-UTIL-FIM
           IF W-EH-UTIL = "S"
              GO TO PROXIMO-UTIL-FIM.
           PERFORM DIAS-MES-UTIL THRU DIAS-MES-UTIL-FIM
           ADD 1 TO W-UTIL-DIA
           IF W-UTIL-DIA > W-ULT-UTIL
              MOVE 01 TO W-UTIL-DIA
              ADD 1 TO W-UTIL-MES
              IF W-UTIL-MES > 12
                 MOVE 01 TO W-UTIL-MES
                 ADD 1 TO W-UTIL-ANO.
           GO TO PROXIMO-UTIL-LOOP.
       PROXIMO-UTIL-FIM.
           EXIT.
      *
      ***********************************************
      * W-EH-UTIL = S QUANDO W-DATA-UTIL E DIA UTIL: *
      * NAO E SABADO NEM DOMINGO E NAO ESTA NO       *
      * FERIADO.DAT NEM NA DATA EXATA NEM COMO       *
      * FERIADO FIXO (ANO 0000). SEM O ARQUIVO, SO O *
      * FIM DE SEMANA CONTA                          *
      ***********************************************
       VERIFICA-UTIL.
           MOVE "S" TO W-EH-UTIL
           PERFORM DIA-SEMANA THRU DIA-SEMANA-FIM
           IF W-DIA-SEMANA < 2
              MOVE "N" TO W-EH-UTIL
              GO TO VERIFICA-UTIL-FIM.
           IF W-FER-ABERTO NOT = "S"
              GO TO VERIFICA-UTIL-FIM.
           MOVE W-DATA-UTIL-NUM TO FER-DATA
           READ FERIADO
           IF ST-FER = "00"
              MOVE "N" TO W-EH-UTIL
              GO TO VERIFICA-UTIL-FIM.
           MOVE ZEROS TO FER-ANO
           READ FERIADO
           IF ST-FER = "00"
              MOVE "N" TO W-EH-UTIL.
       VERIFICA-UTIL-FIM.
           EXIT.
      *
      ***********************************************
      * DIA DA SEMANA DE W-DATA-UTIL PELA REGRA DE   *
      * ZELLER (JANEIRO E FEVEREIRO CONTAM COMO MES  *
      * 13 E 14 DO ANO ANTERIOR): W-DIA-SEMANA 0 =   *
      * SABADO, 1 = DOMINGO, 2 = SEGUNDA ... 6 =     *
      * SEXTA                                        *
      ***********************************************
       DIA-SEMANA.
           MOVE W-UTIL-ANO TO W-ZL-ANO
           MOVE W-UTIL-MES TO W-ZL-MES
           IF W-ZL-MES < 3
              ADD 12 TO W-ZL-MES
              SUBTRACT 1 FROM W-ZL-ANO.
           DIVIDE W-ZL-ANO BY 100 GIVING W-ZL-SEC REMAINDER W-ZL-AA
           COMPUTE W-ZL-T1 = (13 * (W-ZL-MES + 1)) / 5
           COMPUTE W-ZL-T2 = W-ZL-AA / 4
           COMPUTE W-ZL-T3 = W-ZL-SEC / 4
           COMPUTE W-ZL-SOMA = W-UTIL-DIA + W-ZL-T1 + W-ZL-AA
                             + W-ZL-T2 + W-ZL-T3 + (5 * W-ZL-SEC)
           DIVIDE W-ZL-SOMA BY 7 GIVING W-ZL-QUOC
                  REMAINDER W-DIA-SEMANA.
       DIA-SEMANA-FIM.
           EXIT.
      *
      ***********************************************
      * QUANTOS DIAS TEM O MES DE W-DATA-UTIL, EM    *
      * W-ULT-UTIL (FEVEREIRO COM 29 NO ANO          *
      * DIVISIVEL POR 4)                             *
      ***********************************************
       DIAS-MES-UTIL.
           MOVE W-DIAS-MES (W-UTIL-MES) TO W-ULT-UTIL
           IF W-UTIL-MES = 02
              DIVIDE W-UTIL-ANO BY 4 GIVING W-ZL-QUOC
                     REMAINDER W-ZL-RESTO
              IF W-ZL-RESTO = ZEROS
                 MOVE 29 TO W-ULT-UTIL.
       DIAS-MES-UTIL-FIM.
           EXIT.
      *
       ROT-FIM.
           CLOSE DUPREC.
           IF W-FER-ABERTO = "S"
              CLOSE FERIADO.
           DISPLAY "*** BAIXAS LANCADAS: " W-BAIXADAS.
           GOBACK.
      *
              MOVE PA-SECULO TO W-SECULO.
           IF PA-PIVO NOT = ZEROS
              MOVE PA-PIVO TO W-PIVO.
      *              REGISTRO GRAVADO ANTES DOS ENCARGOS EXISTIREM
      *              CHEGA COM BRANCOS NAS POSICOES NOVAS
           IF PA-MULTA NUMERIC
              IF PA-MULTA NOT = ZEROS
                 MOVE PA-MULTA TO W-MULTA-PCT.
           IF PA-JUROS-DIA NUMERIC
              IF PA-JUROS-DIA NOT = ZEROS
                 MOVE PA-JUROS-DIA TO W-JUROS-DIA.
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *
      ***********************************************
      * EVENTOS CONTABEIS DO PAGAMENTO NO CAIXA:     *
      * PRINCIPAL (REC) E MULTA + JUROS (ENC), NA    *
      * DATA DO PAGAMENTO                            *
      ***********************************************
       EVENTOS-BAIXA.
           MOVE W-DATA-PAG TO CT-DATA
           MOVE SPACE  TO CT-ESTORNO
           MOVE ZEROS  TO CT-CUSTO
           MOVE SPACES TO CT-DOCTO CT-HISTORICO
           STRING "DP " DUP-PEDIDO "/" DUP-PARCELA
                  DELIMITED BY SIZE INTO CT-DOCTO
           STRING "DUPL " DUP-PEDIDO "/" DUP-PARCELA " " DUP-CLIENTE
                  DELIMITED BY SIZE INTO CT-HISTORICO
           MOVE "REC"   TO CT-EVENTO
           MOVE W-VALOR TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM
           MOVE "ENC"   TO CT-EVENTO
           COMPUTE CT-VALOR = W-MULTA + W-JUROS
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM.
       EVENTOS-BAIXA-FIM.
           EXIT.
      *
      ***********************************************
      * EVENTO CONTABIL DO CREDITO DE DEVOLUCAO      *
      * ABATIDO NA PARCELA (CRU) - A SEQUENCIA DO    *
      * CREDITO ENTRA NO DOCUMENTO PORQUE UMA        *
      * PARCELA PODE CONSUMIR VARIOS CREDITOS NO     *
      * MESMO SEGUNDO                                *
      ***********************************************
       EVENTO-CREDITO.
           MOVE W-HOJE TO CT-DATA
           MOVE SPACE  TO CT-ESTORNO
           MOVE ZEROS  TO CT-CUSTO
           MOVE SPACES TO CT-DOCTO CT-HISTORICO
           STRING "DP " DUP-PEDIDO "/" DUP-PARCELA " CR" CRED-SEQ
                  DELIMITED BY SIZE INTO CT-DOCTO
           STRING "CRED.DEV " CRED-SEQ " DUPL " DUP-PEDIDO "/"
                  DUP-PARCELA DELIMITED BY SIZE INTO CT-HISTORICO
           MOVE "CRU"   TO CT-EVENTO
           MOVE W-ABATE TO CT-VALOR
           PERFORM GRAVA-CTB THRU GRAVA-CTB-FIM.
       EVENTO-CREDITO-FIM.
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
           MOVE "BAIXADUP" TO CT-ORIGEM
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
       JORNAL-CREDCLI.
           MOVE "CREDCLI"       TO JR-ARQUIVO
           MOVE REGCRED         TO JR-IMAGEM
           PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM.
       JORNAL-CREDCLI-FIM.
           EXIT.
       GRAVA-JORNAL.
           MOVE W-OPERADOR      TO JR-OPERADOR
           MOVE "BAIXADUP"      TO JR-PROGRAMA
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
