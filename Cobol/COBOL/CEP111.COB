       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVFIS.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * LIVROS FISCAIS E APURACAO MENSAL DO ICMS E DO   *
      * IPI - O LIVRO REGISTRO DE SAIDAS SAI DO LIVRO   *
      * DE FATURAS (FATREG.DAT, CEP069/FATURA) E O DE   *
      * ENTRADAS DAS NOTAS DE FORNECEDOR ESCRITURADAS   *
      * NO RECEBIMENTO (LIVENT.DAT, CEP082/RECEBE). A   *
      * APURACAO POR IMPOSTO (DEBITOS MENOS CREDITOS    *
      * MENOS O SALDO CREDOR DO MES ANTERIOR) FICA EM   *
      * APURA.DAT. O MODO 1 E A PREVIA; O MODO 2 REFAZ  *
      * A APURACAO E FECHA O MES - DAI EM DIANTE O      *
      * FATURA E O RECEBE RECUSAM LANCAR NELE           *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FATREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FAT-NUMERO
                    FILE STATUS  IS ST-FAT.
       SELECT LIVENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LE-CHAVE
                    FILE STATUS  IS ST-LE
                    ALTERNATE RECORD KEY IS LE-DATA WITH DUPLICATES.
       SELECT APURA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-AP.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT CADOPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-OPERADOR
                    FILE STATUS  IS ST-OPER.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : FATREG     - LIVRO DE FATURAS EMITIDAS (CEP069/      *
      *                        FATURA); FATURA CANCELADA CONTINUA NO   *
      *                        LIVRO COM FAT-SITUACAO = C              *
      *****************************************************************
       FD FATREG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATREG.DAT".
       01 REGFAT.
                03 FAT-NUMERO      PIC 9(06).
                03 FAT-DATA        PIC 9(08).
                03 FAT-PEDIDO      PIC 9(06).
                03 FAT-CLIENTE     PIC X(30).
                03 FAT-MERC        PIC 9(08)V99.
                03 FAT-IPI         PIC 9(08)V99.
                03 FAT-ICMS        PIC 9(08)V99.
                03 FAT-TOTAL       PIC 9(08)V99.
                03 FAT-OPERADOR    PIC X(10).
                03 FAT-SITUACAO    PIC X(01).
                03 FAT-DATA-CANC   PIC 9(08).
                03 FAT-OPER-CANC   PIC X(10).
                03 FAT-MOTIVO      PIC X(30).
                03 FAT-NFE-SITUACAO  PIC X(01).
                03 FAT-NFE-CHAVE     PIC X(44).
                03 FAT-NFE-PROTOCOLO PIC X(15).
                03 FAT-NFE-DATA      PIC 9(08).
                03 FAT-NFE-MOTIVO    PIC X(30).
                03 FAT-FILIAL        PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : LIVENT     - NOTAS DE ENTRADA ESCRITURADAS NO        *
      *                        ENCERRAMENTO DO RECEBIMENTO (CEP082/    *
      *                        RECEBE), UMA POR FORNECEDOR + NOTA,     *
      *                        COM OS CREDITOS DESTACADOS NA NOTA.     *
      *                        LE-VALOR = MERCADORIA COM ICMS DENTRO;  *
      *                        A PAGAR NO DUPPAG = LE-VALOR + LE-IPI   *
      *****************************************************************
       FD LIVENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIVENT.DAT".
       01 REGLE.
                03 LE-CHAVE.
                   05 LE-FORNECEDOR PIC 9(04).
                   05 LE-NOTA       PIC X(10).
                03 LE-DATA         PIC 9(08).
                03 LE-PEDCOMP      PIC 9(06).
                03 LE-NOME-FORN    PIC X(30).
                03 LE-VALOR        PIC 9(08)V99.
                03 LE-IPI          PIC 9(08)V99.
                03 LE-ICMS         PIC 9(08)V99.
                03 LE-OPERADOR     PIC X(10).
      *
      *****************************************************************
      * ARQUIVO : APURA      - APURACAO MENSAL POR IMPOSTO (ICMS/IPI): *
      *                        AP-SITUACAO A = APURADO (PREVIA, PODE   *
      *                        SER REFEITA); F = FECHADO EM            *
      *                        AP-DATA-FECHA POR AP-OPERADOR - MES     *
      *                        FECHADO NAO RECEBE MAIS LANCAMENTO      *
      *****************************************************************
       FD APURA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "APURA.DAT".
       01 REGAP.
                03 AP-CHAVE.
                   05 AP-ANOMES     PIC 9(06).
                   05 AP-IMPOSTO    PIC X(04).
                03 AP-DEBITOS      PIC 9(10)V99.
                03 AP-CREDITOS     PIC 9(10)V99.
                03 AP-CRED-ANT     PIC 9(10)V99.
                03 AP-RECOLHER     PIC 9(10)V99.
                03 AP-CRED-TRANSP  PIC 9(10)V99.
                03 AP-SITUACAO     PIC X(01).
                03 AP-DATA-FECHA   PIC 9(08).
                03 AP-OPERADOR     PIC X(10).
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS W-NOME-REL.
       01 LINHA-REL            PIC X(80).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPER.
                03 COD-OPERADOR    PIC X(10).
                03 NOME-OPERADOR   PIC X(30).
                03 OPER-PERFIL.
                   05 PERFIL-CEP.
                      07 PERM-CEP-CONSULTA  PIC X(01).
                      07 PERM-CEP-INCLUI    PIC X(01).
                      07 PERM-CEP-ALTERA    PIC X(01).
                      07 PERM-CEP-EXCLUI    PIC X(01).
                   05 PERFIL-PROD.
                      07 PERM-PROD-CONSULTA PIC X(01).
                      07 PERM-PROD-INCLUI   PIC X(01).
                      07 PERM-PROD-ALTERA   PIC X(01).
                      07 PERM-PROD-EXCLUI   PIC X(01).
                   05 PERM-BATCH            PIC X(01).
                   05 PERM-DESC-MAX         PIC 99V99.
                03 OPER-SENHA      PIC X(08).
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : PARAMS     - PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      *                        - SO A PARTE USADA AQUI               *
      *****************************************************************
       FD PARAMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAMS.DAT".
       01 REG-PAR.
                03 PA-EMPRESA       PIC X(20).
                03 PA-INTERVALO-CKP PIC 9(05).
                03 PA-RET-CEP       PIC 9(02).
                03 PA-RET-PROD      PIC 9(02).
                03 PA-TEMPO-MENS    PIC 9(05).
                03 PA-TOLERANCIA    PIC 9(02)V99.
                03 PA-SECULO        PIC 9(02).
                03 PA-PIVO          PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FAT       PIC X(02) VALUE "00".
       77 ST-LE        PIC X(02) VALUE "00".
       77 ST-AP        PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 ST-PAR       PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-EMPRESA    PIC X(20) VALUE "FATEC ZL".
       77 W-MODO       PIC 9(01) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-NOME-REL   PIC X(40) VALUE SPACES.
       77 W-FECHA      PIC X(01) VALUE "N".
       77 W-ERRO-APU   PIC X(01) VALUE "N".
       77 W-SAIDAS     PIC 9(05) VALUE ZEROS.
       77 W-CANCELADAS PIC 9(05) VALUE ZEROS.
       77 W-ENTRADAS   PIC 9(05) VALUE ZEROS.
       77 W-FAT-ANOMES PIC 9(06) VALUE ZEROS.
       77 W-LE-ANOMES  PIC 9(06) VALUE ZEROS.
       77 W-HOJE-ANOMES PIC 9(06) VALUE ZEROS.
      *              *** TOTAIS DOS LIVROS ***
       77 W-SAI-MERC   PIC 9(10)V99 VALUE ZEROS.
       77 W-SAI-IPI    PIC 9(10)V99 VALUE ZEROS.
       77 W-SAI-ICMS   PIC 9(10)V99 VALUE ZEROS.
       77 W-SAI-TOTAL  PIC 9(10)V99 VALUE ZEROS.
       77 W-ENT-VALOR  PIC 9(10)V99 VALUE ZEROS.
       77 W-ENT-IPI    PIC 9(10)V99 VALUE ZEROS.
       77 W-ENT-ICMS   PIC 9(10)V99 VALUE ZEROS.
      *              *** APURACAO DE UM IMPOSTO ***
       77 W-IMPOSTO    PIC X(04) VALUE SPACES.
       77 W-DEBITOS    PIC 9(10)V99 VALUE ZEROS.
       77 W-CREDITOS   PIC 9(10)V99 VALUE ZEROS.
       77 W-CRED-ANT   PIC 9(10)V99 VALUE ZEROS.
       77 W-SALDO-APU  PIC S9(11)V99 VALUE ZEROS.
       01 W-ANOMES-DEC.
          03 W-AM-ANO  PIC 9(04).
          03 W-AM-MES  PIC 9(02).
       01 W-ANOMES REDEFINES W-ANOMES-DEC PIC 9(06).
       01 W-ANT-DEC.
          03 W-AT-ANO  PIC 9(04).
          03 W-AT-MES  PIC 9(02).
       01 W-ANOMES-ANT REDEFINES W-ANT-DEC PIC 9(06).
       01 DATA-MOV.
          03 ANO-MOV   PIC 99.
          03 MES-MOV   PIC 99.
          03 DIA-MOV   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 LIN-SEPARA    PIC X(78) VALUE ALL "-".
      *              *** LIVRO REGISTRO DE SAIDAS (LIVSAI.LST) ***
       01 SAI-CAB1.
           03 FILLER      PIC X(33)
                 VALUE "LIVRO REGISTRO DE SAIDAS - MES: ".
           03 SAI-ANOMES  PIC 9(06).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 SAI-EMPRESA PIC X(20).
       01 SAI-TITULO.
           03 FILLER      PIC X(08) VALUE " FATURA ".
           03 FILLER      PIC X(10) VALUE "   DATA   ".
           03 FILLER      PIC X(08) VALUE " PEDIDO ".
           03 FILLER      PIC X(14) VALUE "   MERCADORIA ".
           03 FILLER      PIC X(12) VALUE "        IPI ".
           03 FILLER      PIC X(12) VALUE "       ICMS ".
           03 FILLER      PIC X(13) VALUE "       TOTAL ".
       01 SAI-DET.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 SAID-FAT    PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 SAID-DATA   PIC 9(08).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 SAID-PED    PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 SAID-MERC   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 SAID-IPI    PIC Z.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 SAID-ICMS   PIC Z.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 SAID-TOTAL  PIC ZZ.ZZZ.ZZ9,99.
      *              FATURA CANCELADA SAI NA SEQUENCIA, SEM VALORES
       01 SAI-CANC.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 SAIC-FAT    PIC 9(06).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 SAIC-DATA   PIC 9(08).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 SAIC-PED    PIC 9(06).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 FILLER      PIC X(15) VALUE "*** CANCELADA: ".
           03 SAIC-MOTIVO PIC X(30).
       01 SAI-TOT.
           03 FILLER      PIC X(18) VALUE "TOTAL DO MES....: ".
           03 SAIT-MERC   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 SAIT-IPI    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 SAIT-ICMS   PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 SAIT-TOTAL  PIC ZZZ.ZZZ.ZZ9,99.
      *              *** LIVRO REGISTRO DE ENTRADAS (LIVENT.LST) ***
       01 ENT-CAB1.
           03 FILLER      PIC X(35)
                 VALUE "LIVRO REGISTRO DE ENTRADAS - MES: ".
           03 ENT-ANOMES  PIC 9(06).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 ENT-EMPRESA PIC X(20).
       01 ENT-TITULO.
           03 FILLER      PIC X(10) VALUE "   DATA   ".
           03 FILLER      PIC X(11) VALUE "NOTA       ".
           03 FILLER      PIC X(05) VALUE "FORN ".
           03 FILLER      PIC X(17) VALUE "NOME             ".
           03 FILLER      PIC X(13) VALUE " VL.CONTABIL ".
           03 FILLER      PIC X(11) VALUE "       IPI ".
           03 FILLER      PIC X(11) VALUE "      ICMS ".
       01 ENT-DET.
           03 ENTD-DATA   PIC 9(08).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 ENTD-NOTA   PIC X(10).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ENTD-FORN   PIC 9(04).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ENTD-NOME   PIC X(16).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ENTD-VALOR  PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ENTD-IPI    PIC ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ENTD-ICMS   PIC ZZZ.ZZ9,99.
       01 ENT-TOT.
           03 FILLER      PIC X(39) VALUE "TOTAL DO MES....: ".
           03 ENTT-VALOR  PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ENTT-IPI    PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 ENTT-ICMS   PIC ZZ.ZZZ.ZZ9,99.
      *              *** APURACAO (APURA.LST) ***
       01 APU-CAB1.
           03 FILLER      PIC X(36)
                 VALUE "APURACAO DO ICMS E DO IPI - MES: ".
           03 APU-ANOMES  PIC 9(06).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 APU-EMPRESA PIC X(20).
       01 APU-CAB2.
           03 FILLER      PIC X(12) VALUE "SITUACAO: ".
           03 APU-SITUACAO PIC X(40).
       01 APU-IMP.
           03 FILLER      PIC X(10) VALUE "IMPOSTO: ".
           03 APUI-IMPOSTO PIC X(04).
       01 APU-LIN.
           03 FILLER      PIC X(04) VALUE SPACES.
           03 APUL-TEXTO  PIC X(40).
           03 APUL-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** LIVROS FISCAIS E APURACAO DO ICMS/IPI ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           COMPUTE W-HOJE-ANOMES = W-HOJE / 100
           OPEN I-O APURA
           IF ST-AP NOT = "00"
              IF ST-AP = "30"
                 OPEN OUTPUT APURA
                 CLOSE APURA
                 OPEN I-O APURA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO APURA.DAT"
                 GOBACK.
       MODO-001.
           DISPLAY "1=APURAR MES (PREVIA)  2=FECHAR MES  0=SAIR".
           ACCEPT W-MODO.
           IF W-MODO = 0
              CLOSE APURA
              GOBACK.
           IF W-MODO = 1
              MOVE "N" TO W-FECHA
              GO TO APU-INICIO.
           IF W-MODO = 2
              MOVE "S" TO W-FECHA
              GO TO APU-INICIO.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO MODO-001.
      *
      **************************************************
      * MODOS 1 E 2 - EMITE OS DOIS LIVROS DO ANO-MES   *
      * E GRAVA A APURACAO DE CADA IMPOSTO. NO MODO 2   *
      * O MES PRECISA TER ACABADO E O ANTERIOR (QUANDO  *
      * APURADO) JA ESTAR FECHADO, PARA O SALDO CREDOR  *
      * TRANSPORTADO NAO MUDAR DEPOIS; AO FIM A         *
      * APURACAO FICA F E O MES TRAVADO                 *
      **************************************************
       APU-INICIO.
           DISPLAY "ANO-MES (AAAAMM, 0 = VOLTAR) : ".
           ACCEPT W-ANOMES.
           IF W-ANOMES = ZEROS
              GO TO MODO-001.
           IF W-AM-MES < 01 OR W-AM-MES > 12
              DISPLAY "*** MES INVALIDO ***"
              GO TO APU-INICIO.
           MOVE W-ANOMES TO AP-ANOMES
           MOVE "ICMS"   TO AP-IMPOSTO
           READ APURA
           IF ST-AP = "00" AND AP-SITUACAO = "F"
              DISPLAY "*** MES " W-ANOMES " JA FECHADO EM "
                      AP-DATA-FECHA " POR " AP-OPERADOR " ***"
              GO TO APU-INICIO.
      *              MES ANTERIOR, COM VIRADA DE ANO
           MOVE W-ANOMES TO W-ANOMES-ANT
           IF W-AT-MES = 01
              MOVE 12 TO W-AT-MES
              SUBTRACT 1 FROM W-AT-ANO
           ELSE
              SUBTRACT 1 FROM W-AT-MES.
           IF W-FECHA = "N"
              GO TO APU-LIVROS.
           IF W-ANOMES NOT < W-HOJE-ANOMES
              DISPLAY "*** SO FECHA MES JA ENCERRADO ***"
              GO TO APU-INICIO.
           MOVE W-ANOMES-ANT TO AP-ANOMES
           MOVE "ICMS"       TO AP-IMPOSTO
           READ APURA
           IF ST-AP = "00" AND AP-SITUACAO NOT = "F"
              DISPLAY "*** MES ANTERIOR " W-ANOMES-ANT " APURADO E "
                      "AINDA ABERTO - FECHE-O PRIMEIRO ***"
              GO TO APU-INICIO.
           DISPLAY "FECHA O MES " W-ANOMES " - DEPOIS DISSO NENHUMA "
                   "FATURA OU ENTRADA DO MES MUDA. CONFIRMA (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** FECHAMENTO CANCELADO PELO OPERADOR ***"
              GO TO APU-INICIO.
       APU-LIVROS.
           MOVE "N" TO W-ERRO-APU
           PERFORM LIVRO-SAIDAS THRU LIVRO-SAIDAS-FIM
           PERFORM LIVRO-ENTRADAS THRU LIVRO-ENTRADAS-FIM
           IF W-ERRO-APU = "S"
              DISPLAY "*** LIVROS INCOMPLETOS - MES NAO APURADO ***"
              GO TO APU-INICIO.
           MOVE "APURA.LST" TO W-NOME-REL
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO APURA.LST"
              GO TO APU-INICIO.
           MOVE W-ANOMES  TO APU-ANOMES
           MOVE W-EMPRESA TO APU-EMPRESA
           MOVE APU-CAB1 TO LINHA-REL
           WRITE LINHA-REL
           IF W-FECHA = "S"
              MOVE "FECHADO - LIVROS E SALDOS DEFINITIVOS"
                                  TO APU-SITUACAO
           ELSE
              MOVE "PREVIA - MES AINDA ABERTO" TO APU-SITUACAO.
           MOVE APU-CAB2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE "ICMS"     TO W-IMPOSTO
           MOVE W-SAI-ICMS TO W-DEBITOS
           MOVE W-ENT-ICMS TO W-CREDITOS
           PERFORM APURA-IMPOSTO THRU APURA-IMPOSTO-FIM
           MOVE "IPI "     TO W-IMPOSTO
           MOVE W-SAI-IPI  TO W-DEBITOS
           MOVE W-ENT-IPI  TO W-CREDITOS
           PERFORM APURA-IMPOSTO THRU APURA-IMPOSTO-FIM
           CLOSE RELATORIO.
           DISPLAY "*** FATURAS NO LIVRO DE SAIDAS: " W-SAIDAS
                   " (CANCELADAS: " W-CANCELADAS ") - LIVSAI.LST".
           DISPLAY "*** NOTAS NO LIVRO DE ENTRADAS: " W-ENTRADAS
                   " - LIVENT.LST".
           IF W-FECHA = "S"
              DISPLAY "*** MES " W-ANOMES " FECHADO - APURA.LST ***"
           ELSE
              DISPLAY "*** PREVIA DA APURACAO - APURA.LST ***".
           GO TO APU-INICIO.
      *
      ***********************************************
      * LIVRO DE SAIDAS: FATURAS DO MES NA ORDEM DA  *
      * NUMERACAO; A CANCELADA APARECE MAS NAO GERA  *
      * DEBITO (MESMA REGRA DA LISTA DO FATURA)      *
      ***********************************************
       LIVRO-SAIDAS.
           MOVE ZEROS TO W-SAIDAS W-CANCELADAS
           MOVE ZEROS TO W-SAI-MERC W-SAI-IPI W-SAI-ICMS W-SAI-TOTAL
           MOVE "LIVSAI.LST" TO W-NOME-REL
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO LIVSAI.LST"
              MOVE "S" TO W-ERRO-APU
              GO TO LIVRO-SAIDAS-FIM.
           MOVE W-ANOMES  TO SAI-ANOMES
           MOVE W-EMPRESA TO SAI-EMPRESA
           MOVE SAI-CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SAI-TITULO TO LINHA-REL
           WRITE LINHA-REL
           OPEN INPUT FATREG
           IF ST-FAT NOT = "00"
              DISPLAY "*** SEM LIVRO DE FATURAS (FATREG.DAT) - "
                      "SAIDAS ZERADAS ***"
              GO TO LIVRO-SAIDAS-TOTAL.
           MOVE ZEROS TO FAT-NUMERO
           START FATREG KEY IS NOT LESS FAT-NUMERO
                 INVALID KEY GO TO LIVRO-SAIDAS-FECHA.
       LIVRO-SAIDAS-LER.
           READ FATREG NEXT
           IF ST-FAT NOT = "00"
              GO TO LIVRO-SAIDAS-FECHA.
           COMPUTE W-FAT-ANOMES = FAT-DATA / 100
           IF W-FAT-ANOMES NOT = W-ANOMES
              GO TO LIVRO-SAIDAS-LER.
           ADD 1 TO W-SAIDAS
           IF FAT-SITUACAO = "C"
              ADD 1 TO W-CANCELADAS
              MOVE FAT-NUMERO TO SAIC-FAT
              MOVE FAT-DATA   TO SAIC-DATA
              MOVE FAT-PEDIDO TO SAIC-PED
              MOVE FAT-MOTIVO TO SAIC-MOTIVO
              MOVE SAI-CANC   TO LINHA-REL
              WRITE LINHA-REL
              GO TO LIVRO-SAIDAS-LER.
           ADD FAT-MERC    TO W-SAI-MERC
           ADD FAT-IPI     TO W-SAI-IPI
           ADD FAT-ICMS    TO W-SAI-ICMS
           ADD FAT-TOTAL   TO W-SAI-TOTAL
           MOVE FAT-NUMERO TO SAID-FAT
           MOVE FAT-DATA   TO SAID-DATA
           MOVE FAT-PEDIDO TO SAID-PED
           MOVE FAT-MERC   TO SAID-MERC
           MOVE FAT-IPI    TO SAID-IPI
           MOVE FAT-ICMS   TO SAID-ICMS
           MOVE FAT-TOTAL  TO SAID-TOTAL
           MOVE SAI-DET    TO LINHA-REL
           WRITE LINHA-REL
           GO TO LIVRO-SAIDAS-LER.
       LIVRO-SAIDAS-FECHA.
           CLOSE FATREG.
       LIVRO-SAIDAS-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-SAI-MERC  TO SAIT-MERC
           MOVE W-SAI-IPI   TO SAIT-IPI
           MOVE W-SAI-ICMS  TO SAIT-ICMS
           MOVE W-SAI-TOTAL TO SAIT-TOTAL
           MOVE SAI-TOT     TO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELATORIO.
       LIVRO-SAIDAS-FIM.
           EXIT.
      *
      ***********************************************
      * LIVRO DE ENTRADAS: NOTAS ESCRITURADAS NO     *
      * MES, NA ORDEM DA DATA DE ENTRADA (CHAVE      *
      * ALTERNATIVA LE-DATA)                         *
      ***********************************************
       LIVRO-ENTRADAS.
           MOVE ZEROS TO W-ENTRADAS W-ENT-VALOR W-ENT-IPI W-ENT-ICMS
           MOVE "LIVENT.LST" TO W-NOME-REL
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO LIVENT.LST"
              MOVE "S" TO W-ERRO-APU
              GO TO LIVRO-ENTRADAS-FIM.
           MOVE W-ANOMES  TO ENT-ANOMES
           MOVE W-EMPRESA TO ENT-EMPRESA
           MOVE ENT-CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE ENT-TITULO TO LINHA-REL
           WRITE LINHA-REL
           OPEN INPUT LIVENT
           IF ST-LE NOT = "00"
              DISPLAY "*** SEM NOTAS DE ENTRADA (LIVENT.DAT) - "
                      "CREDITOS ZERADOS ***"
              GO TO LIVRO-ENTRADAS-TOTAL.
           COMPUTE LE-DATA = (W-ANOMES * 100) + 1
           START LIVENT KEY IS NOT LESS LE-DATA
                 INVALID KEY GO TO LIVRO-ENTRADAS-FECHA.
       LIVRO-ENTRADAS-LER.
           READ LIVENT NEXT
           IF ST-LE NOT = "00"
              GO TO LIVRO-ENTRADAS-FECHA.
           COMPUTE W-LE-ANOMES = LE-DATA / 100
           IF W-LE-ANOMES NOT = W-ANOMES
              GO TO LIVRO-ENTRADAS-FECHA.
           ADD 1 TO W-ENTRADAS
           ADD LE-VALOR      TO W-ENT-VALOR
           ADD LE-IPI        TO W-ENT-IPI
           ADD LE-ICMS       TO W-ENT-ICMS
           MOVE LE-DATA      TO ENTD-DATA
           MOVE LE-NOTA      TO ENTD-NOTA
           MOVE LE-FORNECEDOR TO ENTD-FORN
           MOVE LE-NOME-FORN TO ENTD-NOME
           MOVE LE-VALOR     TO ENTD-VALOR
           MOVE LE-IPI       TO ENTD-IPI
           MOVE LE-ICMS      TO ENTD-ICMS
           MOVE ENT-DET      TO LINHA-REL
           WRITE LINHA-REL
           GO TO LIVRO-ENTRADAS-LER.
       LIVRO-ENTRADAS-FECHA.
           CLOSE LIVENT.
       LIVRO-ENTRADAS-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-ENT-VALOR TO ENTT-VALOR
           MOVE W-ENT-IPI   TO ENTT-IPI
           MOVE W-ENT-ICMS  TO ENTT-ICMS
           MOVE ENT-TOT     TO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELATORIO.
       LIVRO-ENTRADAS-FIM.
           EXIT.
      *
      ***********************************************
      * APURA UM IMPOSTO: DEBITOS DAS SAIDAS MENOS   *
      * CREDITOS DAS ENTRADAS MENOS O SALDO CREDOR   *
      * TRANSPORTADO DO MES ANTERIOR. SALDO DEVEDOR  *
      * E O A RECOLHER; SALDO CREDOR PASSA PARA O    *
      * MES SEGUINTE. GRAVA (OU REGRAVA A PREVIA) EM *
      * APURA.DAT E IMPRIME NO APURA.LST             *
      ***********************************************
       APURA-IMPOSTO.
           MOVE ZEROS TO W-CRED-ANT
           MOVE W-ANOMES-ANT TO AP-ANOMES
           MOVE W-IMPOSTO    TO AP-IMPOSTO
           READ APURA
           IF ST-AP = "00"
              MOVE AP-CRED-TRANSP TO W-CRED-ANT.
           COMPUTE W-SALDO-APU = W-DEBITOS - W-CREDITOS - W-CRED-ANT
           MOVE W-ANOMES    TO AP-ANOMES
           MOVE W-IMPOSTO   TO AP-IMPOSTO
           MOVE W-DEBITOS   TO AP-DEBITOS
           MOVE W-CREDITOS  TO AP-CREDITOS
           MOVE W-CRED-ANT  TO AP-CRED-ANT
           IF W-SALDO-APU > ZEROS
              MOVE W-SALDO-APU TO AP-RECOLHER
              MOVE ZEROS       TO AP-CRED-TRANSP
           ELSE
              MOVE ZEROS       TO AP-RECOLHER
              COMPUTE AP-CRED-TRANSP = ZEROS - W-SALDO-APU.
           IF W-FECHA = "S"
              MOVE "F"        TO AP-SITUACAO
              MOVE W-HOJE     TO AP-DATA-FECHA
           ELSE
              MOVE "A"        TO AP-SITUACAO
              MOVE ZEROS      TO AP-DATA-FECHA.
           MOVE W-OPERADOR    TO AP-OPERADOR
           WRITE REGAP
           IF ST-AP = "22"
              REWRITE REGAP.
           IF ST-AP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DA APURACAO DO " W-IMPOSTO
                      " - ST " ST-AP.
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-IMPOSTO TO APUI-IMPOSTO
           MOVE APU-IMP TO LINHA-REL
           WRITE LINHA-REL
           MOVE "DEBITOS PELAS SAIDAS..............: " TO APUL-TEXTO
           MOVE AP-DEBITOS TO APUL-VALOR
           MOVE APU-LIN TO LINHA-REL
           WRITE LINHA-REL
           MOVE "(-) CREDITOS PELAS ENTRADAS.......: " TO APUL-TEXTO
           MOVE AP-CREDITOS TO APUL-VALOR
           MOVE APU-LIN TO LINHA-REL
           WRITE LINHA-REL
           MOVE "(-) SALDO CREDOR DO MES ANTERIOR..: " TO APUL-TEXTO
           MOVE AP-CRED-ANT TO APUL-VALOR
           MOVE APU-LIN TO LINHA-REL
           WRITE LINHA-REL
           MOVE "IMPOSTO A RECOLHER................: " TO APUL-TEXTO
           MOVE AP-RECOLHER TO APUL-VALOR
           MOVE APU-LIN TO LINHA-REL
           WRITE LINHA-REL
           MOVE "SALDO CREDOR PARA O MES SEGUINTE..: " TO APUL-TEXTO
           MOVE AP-CRED-TRANSP TO APUL-VALOR
           MOVE APU-LIN TO LINHA-REL
           WRITE LINHA-REL.
       APURA-IMPOSTO-FIM.
           EXIT.
      *
      ***********************************************
      * IDENTIFICACAO DO OPERADOR (CEP001/CEP002,    *
      * PARAGRAFO INC-OP1)                           *
      ***********************************************
       VALIDA-OPERADOR.
           OPEN INPUT CADOPER
           IF ST-OPER NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADOPER.DAT"
              GOBACK.
       VALIDA-OPERADOR-LER.
           DISPLAY "OPERADOR : ".
           ACCEPT W-OPERADOR.
           MOVE W-OPERADOR TO COD-OPERADOR
           READ CADOPER
           IF ST-OPER NOT = "00"
              DISPLAY "*** OPERADOR NAO CADASTRADO ***"
              GO TO VALIDA-OPERADOR-LER.
           CLOSE CADOPER.
       VALIDA-OPERADOR-FIM.
           EXIT.
      *
      ***********************************************
      * DATA DE HOJE, MESMO CALCULO DE SECULO USADO  *
      * EM GRAVA-AUDIT (CEP001/CEP002)               *
      ***********************************************
       CALCULA-HOJE.
           ACCEPT DATA-MOV FROM DATE
           IF ANO-MOV < W-PIVO
              COMPUTE W-HOJE = ((W-SECULO * 100) + ANO-MOV) * 10000
                               + (MES-MOV * 100) + DIA-MOV
           ELSE
              COMPUTE W-HOJE = (((W-SECULO - 1) * 100) + ANO-MOV)
                               * 10000 + (MES-MOV * 100) + DIA-MOV.
       CALCULA-HOJE-FIM.
           EXIT.
      *
      ***********************************************
      * LE OS PARAMETROS DO SISTEMA (CEP060/CLAPARM) *
      * NA PARTIDA; SEM ARQUIVO OU CAMPO ZERADO,     *
      * VALEM OS PADROES LOCAIS                      *
      ***********************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF ST-PAR NOT = "00"
              GO TO LE-PARAMETROS-FIM.
           READ PARAMS
               AT END
                   GO TO LE-PARAMETROS-FECHA.
           IF PA-EMPRESA NOT = SPACES
              MOVE PA-EMPRESA TO W-EMPRESA.
           IF PA-SECULO NOT = ZEROS
              MOVE PA-SECULO TO W-SECULO.
           IF PA-PIVO NOT = ZEROS
              MOVE PA-PIVO TO W-PIVO.
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
