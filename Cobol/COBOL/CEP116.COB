       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCTB.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * EXPORTACAO DOS LANCAMENTOS CONTABEIS - LE OS    *
      * EVENTOS QUE A FATURA, A BAIXA DE DUPLICATAS, O  *
      * RETORNO DO BANCO, A DEVOLUCAO, O RECEBIMENTO E  *
      * A REQUISICAO GRAVAM NO CTBPEND.DAT, BUSCA AS    *
      * CONTAS DO EVENTO NO CTBMAP.DAT (CLACTB/CEP115)  *
      * E GRAVA UM DEBITO E UM CREDITO POR EVENTO NO    *
      * LOTE DO DIA (CTBAAAAMMDD.TXT, POSICOES FIXAS,   *
      * VALOR EM CENTAVOS) PARA A IMPORTACAO NA         *
      * CONTABILIDADE. EVENTO JA EXPORTADO FICA         *
      * REGISTRADO NO CTBEXP.DAT E NUNCA SAI DE NOVO;   *
      * EVENTO SEM CONTA CADASTRADA FICA PENDENTE PARA  *
      * A PROXIMA RODADA. SE O TOTAL DOS DEBITOS NAO    *
      * BATER COM O DOS CREDITOS NADA E EXPORTADO E O   *
      * PASSO TERMINA COM ERRO - RODA TODA NOITE NO     *
      * NOTURNO (CEP053)                                *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CTBPEND ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTB.
       SELECT CTBMAP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MAP-CHAVE
                    FILE STATUS  IS ST-MAP.
       SELECT CTBEXP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EX-CHAVE
                    FILE STATUS  IS ST-EXP.
       SELECT CTBWORK ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-WRK.
       SELECT LOTE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-LOT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : CTBPEND    - EVENTOS CONTABEIS GRAVADOS PELOS       *
      *                        MODULOS, UMA LINHA POR EVENTO: DATA,   *
      *                        HORA, EVENTO, DOCUMENTO, VALOR,        *
      *                        ESTORNO (S = INVERTE DEBITO E          *
      *                        CREDITO), CENTRO DE CUSTO, PROGRAMA DE *
      *                        ORIGEM E HISTORICO                     *
      *****************************************************************
       FD CTBPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBPEND.DAT".
       01 LINHA-CTB            PIC X(99).
      *
      *****************************************************************
      * ARQUIVO : CTBMAP     - CONTAS POR EVENTO (CEP115/CLACTB)      *
      *****************************************************************
       FD CTBMAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBMAP.DAT".
       01 REGMAP.
                03 MAP-CHAVE.
                   05 MAP-EVENTO   PIC X(03).
                   05 MAP-CUSTO    PIC 9(03).
                03 MAP-DESCRICAO   PIC X(30).
                03 MAP-DEBITO      PIC X(15).
                03 MAP-CREDITO     PIC X(15).
      *
      *****************************************************************
      * ARQUIVO : CTBEXP     - EVENTOS JA EXPORTADOS, CHAVE EVENTO +  *
      *                        DOCUMENTO + DATA + HORA DO EVENTO, COM *
      *                        A DATA DA EXPORTACAO                   *
      *****************************************************************
       FD CTBEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBEXP.DAT".
       01 REGEXP.
                03 EX-CHAVE.
                   05 EX-EVENTO    PIC X(03).
                   05 EX-DOCTO     PIC X(20).
                   05 EX-DATA      PIC 9(08).
                   05 EX-HORA      PIC 9(06).
                03 EX-EXPORTADO    PIC 9(08).
                03 EX-VALOR        PIC 9(10)V99.
      *
      *****************************************************************
      * ARQUIVO : CTBWORK    - LANCAMENTOS DA RODADA, MONTADOS ANTES  *
      *                        DA CONFERENCIA DEBITO X CREDITO; SO    *
      *                        VAO PARA O LOTE SE A CONFERENCIA BATER *
      *****************************************************************
       FD CTBWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBLANC.TMP".
       01 LINHA-WRK            PIC X(116).
      *
      *****************************************************************
      * ARQUIVO : LOTE       - LOTE DO DIA PARA A CONTABILIDADE,      *
      *                        ACRESCIDO A CADA RODADA DA MESMA DATA  *
      *****************************************************************
       FD LOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-LOTE.
       01 LINHA-LOTE           PIC X(116).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CTB       PIC X(02) VALUE "00".
       77 ST-MAP       PIC X(02) VALUE "00".
       77 ST-EXP       PIC X(02) VALUE "00".
       77 ST-WRK       PIC X(02) VALUE "00".
       77 ST-LOT       PIC X(02) VALUE "00".
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-JA-EXP     PIC 9(07) VALUE ZEROS.
       77 W-FUTUROS    PIC 9(07) VALUE ZEROS.
       77 W-SEM-CONTA  PIC 9(07) VALUE ZEROS.
       77 W-EVENTOS    PIC 9(07) VALUE ZEROS.
       77 W-LINHAS     PIC 9(07) VALUE ZEROS.
       77 W-TOT-DEB    PIC 9(12)V99 VALUE ZEROS.
       77 W-TOT-CRE    PIC 9(12)V99 VALUE ZEROS.
       77 W-CONTA-DEB  PIC X(15) VALUE SPACES.
       77 W-CONTA-CRE  PIC X(15) VALUE SPACES.
       77 W-NOME-LOTE  PIC X(15) VALUE SPACES.
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *              *** CONTADORES DO FIM DO SERVICO, PUBLICADOS ***
      *              *** P/ O JORNAL DO DIRETOR NOTURNO (CEP053)  ***
      *              *** VIA ITEM EXTERNAL DA RUN-UNIT            ***
       01 W-CONTADORES-JOB EXTERNAL.
          03 W-JOB-LIDOS     PIC 9(07).
          03 W-JOB-GRAVADOS  PIC 9(07).
          03 W-JOB-NOTURNO   PIC X(01).
       01 REG-CTB.
          03 CT-DATA      PIC 9(08).
          03 FILLER       PIC X.
          03 CT-HORA      PIC 9(06).
          03 FILLER       PIC X.
          03 CT-EVENTO    PIC X(03).
          03 FILLER       PIC X.
          03 CT-DOCTO     PIC X(20).
          03 FILLER       PIC X.
          03 CT-VALOR     PIC 9(10)V99.
          03 FILLER       PIC X.
          03 CT-ESTORNO   PIC X(01).
          03 FILLER       PIC X.
          03 CT-CUSTO     PIC 9(03).
          03 FILLER       PIC X.
          03 CT-ORIGEM    PIC X(08).
          03 FILLER       PIC X.
          03 CT-HISTORICO PIC X(30).
      *              *** LANCAMENTO DO LOTE: UMA PERNA (D OU C) ***
      *              *** POR LINHA, VALOR EM CENTAVOS            ***
       01 REG-LANC.
          03 LC-DATA      PIC 9(08).
          03 LC-CONTA     PIC X(15).
          03 LC-DC        PIC X(01).
          03 LC-VALOR     PIC 9(12).
          03 LC-HISTORICO PIC X(40).
          03 LC-DOCTO     PIC X(20).
          03 LC-EVENTO    PIC X(03).
          03 LC-HORA      PIC 9(06).
          03 LC-ORIGEM    PIC X(08).
          03 LC-CUSTO     PIC 9(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** EXPORTACAO DOS LANCAMENTOS CONTABEIS ***".
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           MOVE SPACES TO W-NOME-LOTE
           STRING "CTB" W-HOJE ".TXT" DELIMITED BY SIZE
                  INTO W-NOME-LOTE
           MOVE ZEROS TO W-JOB-LIDOS W-JOB-GRAVADOS
           OPEN INPUT CTBPEND
           IF ST-CTB NOT = "00"
              DISPLAY "NENHUM EVENTO CONTABIL PENDENTE (CTBPEND.DAT)"
              GOBACK.
           OPEN INPUT CTBMAP
           IF ST-MAP NOT = "00"
              DISPLAY "CTBMAP.DAT NAO ENCONTRADO - CADASTRE AS "
                      "CONTAS NO CLACTB"
              CLOSE CTBPEND
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN I-O CTBEXP
           IF ST-EXP NOT = "00"
              OPEN OUTPUT CTBEXP
              CLOSE CTBEXP
              OPEN I-O CTBEXP.
           IF ST-EXP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CTBEXP.DAT - ST " ST-EXP
              CLOSE CTBPEND CTBMAP
              MOVE 8 TO RETURN-CODE
              GOBACK.
           OPEN OUTPUT CTBWORK
           IF ST-WRK NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CTBLANC.TMP - ST " ST-WRK
              CLOSE CTBPEND CTBMAP CTBEXP
              MOVE 8 TO RETURN-CODE
              GOBACK.
      *
      **************************************************
      * PASSO 1 - MONTA OS LANCAMENTOS DOS EVENTOS AINDA *
      * NAO EXPORTADOS. A CHAVE DO EVENTO E GRAVADA NO  *
      * CTBEXP JA AQUI, PARA O MESMO EVENTO REPETIDO NO *
      * CTBPEND NAO SAIR DUAS VEZES NA MESMA RODADA     *
      **************************************************
       MONTA-LER.
           READ CTBPEND
               AT END
                   GO TO CONFERE.
           MOVE LINHA-CTB TO REG-CTB
           ADD 1 TO W-LIDOS
           IF CT-DATA > W-HOJE
              ADD 1 TO W-FUTUROS
              GO TO MONTA-LER.
           MOVE CT-EVENTO TO EX-EVENTO
           MOVE CT-DOCTO  TO EX-DOCTO
           MOVE CT-DATA   TO EX-DATA
           MOVE CT-HORA   TO EX-HORA
           READ CTBEXP
           IF ST-EXP = "00"
              ADD 1 TO W-JA-EXP
              GO TO MONTA-LER.
           PERFORM BUSCA-CONTAS THRU BUSCA-CONTAS-FIM
      *              MAPEAMENTO COM AS DUAS CONTAS EM BRANCO NAO GERA
      *              NENHUMA PERNA - FICA PENDENTE COMO SEM CONTA
           IF ST-MAP NOT = "00"
              OR (W-CONTA-DEB = SPACES AND W-CONTA-CRE = SPACES)
              ADD 1 TO W-SEM-CONTA
              DISPLAY "EVENTO SEM CONTA NO CLACTB, FICA PENDENTE: "
                      CT-EVENTO " " CT-DOCTO
              GO TO MONTA-LER.
           MOVE W-HOJE   TO EX-EXPORTADO
           MOVE CT-VALOR TO EX-VALOR
           WRITE REGEXP
           IF ST-EXP NOT = "00" AND NOT = "02"
              ADD 1 TO W-JA-EXP
              GO TO MONTA-LER.
           ADD 1 TO W-EVENTOS
           MOVE CT-DATA  TO LC-DATA
           MOVE CT-EVENTO TO LC-EVENTO
           MOVE CT-DOCTO TO LC-DOCTO
           MOVE CT-HORA  TO LC-HORA
           MOVE CT-ORIGEM TO LC-ORIGEM
           MOVE CT-CUSTO TO LC-CUSTO
           COMPUTE LC-VALOR = CT-VALOR * 100
           MOVE SPACES TO LC-HISTORICO
           IF CT-HISTORICO = SPACES
              MOVE MAP-DESCRICAO TO CT-HISTORICO.
           IF CT-ESTORNO = "S"
              STRING "ESTORNO " CT-HISTORICO DELIMITED BY SIZE
                     INTO LC-HISTORICO
           ELSE
              MOVE CT-HISTORICO TO LC-HISTORICO.
      *              CONTA EM BRANCO NAO GERA A PERNA - A SOMA DE
      *              DEBITOS E CREDITOS DEIXA DE BATER E A RODADA
      *              INTEIRA E RECUSADA NA CONFERENCIA
           IF W-CONTA-DEB NOT = SPACES
              MOVE W-CONTA-DEB TO LC-CONTA
              MOVE "D" TO LC-DC
              ADD CT-VALOR TO W-TOT-DEB
              PERFORM GRAVA-WORK THRU GRAVA-WORK-FIM.
           IF W-CONTA-CRE NOT = SPACES
              MOVE W-CONTA-CRE TO LC-CONTA
              MOVE "C" TO LC-DC
              ADD CT-VALOR TO W-TOT-CRE
              PERFORM GRAVA-WORK THRU GRAVA-WORK-FIM.
           GO TO MONTA-LER.
      *
      **************************************************
      * PASSO 2 - CONFERE DEBITO X CREDITO. BATENDO, OS *
      * LANCAMENTOS VAO PARA O LOTE DO DIA; NAO BATENDO *
      * AS CHAVES GRAVADAS NO PASSO 1 SAO DESFEITAS E   *
      * NADA E EXPORTADO                                *
      **************************************************
       CONFERE.
           CLOSE CTBPEND CTBMAP CTBWORK
           DISPLAY "*** TOTAL DOS DEBITOS.........: " W-TOT-DEB.
           DISPLAY "*** TOTAL DOS CREDITOS........: " W-TOT-CRE.
           IF W-TOT-DEB NOT = W-TOT-CRE
              GO TO RECUSA.
           OPEN INPUT CTBWORK
           OPEN EXTEND LOTE
           IF ST-LOT NOT = "00"
              OPEN OUTPUT LOTE
              CLOSE LOTE
              OPEN EXTEND LOTE.
           IF ST-LOT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO LOTE " W-NOME-LOTE
                      " - ST " ST-LOT
              CLOSE CTBWORK
              GO TO RECUSA.
       COPIA-LER.
           READ CTBWORK
               AT END
                   GO TO COPIA-FECHA.
           MOVE LINHA-WRK TO LINHA-LOTE
           WRITE LINHA-LOTE
           ADD 1 TO W-LINHAS
           GO TO COPIA-LER.
       COPIA-FECHA.
           CLOSE CTBWORK LOTE CTBEXP.
           MOVE W-LIDOS  TO W-JOB-LIDOS
           MOVE W-LINHAS TO W-JOB-GRAVADOS
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM
           DISPLAY "*** LOTE GERADO: " W-NOME-LOTE " ***".
           GOBACK.
      *
       RECUSA.
           OPEN INPUT CTBWORK.
       RECUSA-LER.
           READ CTBWORK
               AT END
                   GO TO RECUSA-FECHA.
           MOVE LINHA-WRK TO REG-LANC
           MOVE LC-EVENTO TO EX-EVENTO
           MOVE LC-DOCTO  TO EX-DOCTO
           MOVE LC-DATA   TO EX-DATA
           MOVE LC-HORA   TO EX-HORA
      *              A SEGUNDA PERNA DO EVENTO ACHA A CHAVE JA
      *              APAGADA - O STATUS 23 E ESPERADO
           DELETE CTBEXP RECORD
           GO TO RECUSA-LER.
       RECUSA-FECHA.
           CLOSE CTBWORK CTBEXP.
           PERFORM MOSTRA-TOTAIS THRU MOSTRA-TOTAIS-FIM
           DISPLAY "*** DEBITOS E CREDITOS NAO BATEM - NADA FOI "
                   "EXPORTADO ***"
           DISPLAY "*** CONFIRA AS CONTAS NO CLACTB E RODE DE NOVO ***"
           MOVE W-LIDOS TO W-JOB-LIDOS
           MOVE ZEROS   TO W-JOB-GRAVADOS
           MOVE 8 TO RETURN-CODE
           GOBACK.
      *
       MOSTRA-TOTAIS.
           DISPLAY "*** EVENTOS LIDOS.............: " W-LIDOS.
           DISPLAY "*** EVENTOS JA EXPORTADOS.....: " W-JA-EXP.
           DISPLAY "*** EVENTOS COM DATA FUTURA...: " W-FUTUROS.
           DISPLAY "*** EVENTOS SEM CONTA.........: " W-SEM-CONTA.
           DISPLAY "*** EVENTOS DA RODADA.........: " W-EVENTOS.
           DISPLAY "*** LANCAMENTOS NO LOTE.......: " W-LINHAS.
       MOSTRA-TOTAIS-FIM.
           EXIT.
      *
      ***********************************************
      * CONTAS DO EVENTO: PRIMEIRO A DO CENTRO DE    *
      * CUSTO DO EVENTO, DEPOIS A GERAL (000). NO    *
      * ESTORNO DEBITO E CREDITO TROCAM DE LUGAR     *
      ***********************************************
       BUSCA-CONTAS.
           MOVE CT-EVENTO TO MAP-EVENTO
           MOVE CT-CUSTO  TO MAP-CUSTO
           READ CTBMAP
           IF ST-MAP NOT = "00" AND CT-CUSTO NOT = ZEROS
              MOVE ZEROS TO MAP-CUSTO
              READ CTBMAP.
           IF ST-MAP NOT = "00"
              GO TO BUSCA-CONTAS-FIM.
           IF CT-ESTORNO = "S"
              MOVE MAP-CREDITO TO W-CONTA-DEB
              MOVE MAP-DEBITO  TO W-CONTA-CRE
           ELSE
              MOVE MAP-DEBITO  TO W-CONTA-DEB
              MOVE MAP-CREDITO TO W-CONTA-CRE.
       BUSCA-CONTAS-FIM.
           EXIT.
      *
       GRAVA-WORK.
           MOVE REG-LANC TO LINHA-WRK
           WRITE LINHA-WRK.
       GRAVA-WORK-FIM.
           EXIT.
      *
       CALCULA-HOJE.
           ACCEPT DATA-ATU FROM DATE
           IF ANO-ATU < W-PIVO
              COMPUTE W-HOJE = ((W-SECULO * 100) + ANO-ATU) * 10000
                               + (MES-ATU * 100) + DIA-ATU
           ELSE
              COMPUTE W-HOJE = (((W-SECULO - 1) * 100) + ANO-ATU)
                               * 10000 + (MES-ATU * 100) + DIA-ATU.
       CALCULA-HOJE-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
