       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLFWD.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * ROLL-FORWARD DO JORNAL DE RECUPERACAO: DEPOIS   *
      * DE UMA RECARGA (CEP052) A PARTIR DO BACKUP DA   *
      * NOITE, REAPLICA AS IMAGENS GRAVADAS PELO        *
      * GRVJORN (CEP135) NO JORNAL DO DIA, NA ORDEM EM  *
      * QUE FORAM GRAVADAS, ATE A HORA ESCOLHIDA PELO   *
      * OPERADOR (0 = O JORNAL INTEIRO). INCLUSAO E     *
      * ALTERACAO SAO REAPLICADAS COMO "GRAVA OU        *
      * REGRAVA" - A IMAGEM E SEMPRE A POSTERIOR, ENTAO *
      * RODAR DE NOVO O MESMO JORNAL NAO ESTRAGA NADA.  *
      * LINHA QUE NAO PODE SER APLICADA VAI PARA O      *
      * ROLLFWD.LST COM O MOTIVO                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PRODUTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO-R
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS CHAVE2R = DESCRICAO-R
                                       WITH DUPLICATES.
       SELECT SALDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SD-CHAVE-R
                    FILE STATUS  IS ST-IDX.
       SELECT MOVIMENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MI-CHAVE-R
                    FILE STATUS  IS ST-IDX.
       SELECT PEDIDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO-R
                    FILE STATUS  IS ST-IDX.
       SELECT PEDITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE-R
                    FILE STATUS  IS ST-IDX.
       SELECT DUPREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DUP-CHAVE-R
                    FILE STATUS  IS ST-IDX.
       SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CLIENTE-R
                    FILE STATUS  IS ST-IDX
                    ALTERNATE RECORD KEY IS NOME-CLIENTE-R
                                       WITH DUPLICATES.
       SELECT CREDCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRED-CHAVE-R
                    FILE STATUS  IS ST-IDX.
       SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-JRN.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVOS RECUPERADOS - MESMO TAMANHO DE REGISTRO DOS PROGRAMAS*
      * ON-LINE, COM SO AS CHAVES ABERTAS EM CAMPO (COMO AS SOMBRAS  *
      * DA RECARGA); A IMAGEM DO JORNAL E COPIADA INTEIRA            *
      *****************************************************************
       FD PRODUTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODUTO.DAT".
       01 REGPRO-R.
                03 CODIGO-R           PIC 9(06).
                03 DESCRICAO-R        PIC X(25).
                03 FILLER             PIC X(59).
      *
       FD SALDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDEP.DAT".
       01 REGSAL-R.
                03 SD-CHAVE-R         PIC X(08).
                03 FILLER             PIC X(05).
      *
       FD MOVIMENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVIMENT.DAT".
       01 REGMOV-R.
                03 MI-CHAVE-R         PIC X(18).
                03 FILLER             PIC X(49).
      *
       FD PEDIDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIDO.DAT".
       01 REGPED-R.
                03 PED-NUMERO-R       PIC 9(06).
                03 FILLER             PIC X(215).
      *
       FD PEDITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDITEM.DAT".
       01 REGITEM-R.
                03 ITEM-CHAVE-R       PIC X(08).
                03 FILLER             PIC X(58).
      *
       FD DUPREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPREC.DAT".
       01 REGDUP-R.
                03 DUP-CHAVE-R        PIC X(08).
                03 FILLER             PIC X(140).
      *
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI-R.
                03 COD-CLIENTE-R      PIC 9(06).
                03 NOME-CLIENTE-R     PIC X(30).
                03 FILLER             PIC X(104).
      *
       FD CREDCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CREDCLI.DAT".
       01 REGCRED-R.
                03 CRED-CHAVE-R       PIC X(09).
                03 FILLER             PIC X(65).
      *
      *****************************************************************
      * ARQUIVO : JORNAL     - JORNAL DE RECUPERACAO DO DIA           *
      *                        (CEP135/GRVJORN - JRNAAAAMMDD.DAT)     *
      *****************************************************************
       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-JRN.
       01 REG-JRN.
                03 JL-DATA         PIC 9(08).
                03 JL-HORA         PIC 9(08).
                03 JL-OPERADOR     PIC X(10).
                03 JL-PROGRAMA     PIC X(08).
                03 JL-ARQUIVO      PIC X(08).
                03 JL-OPERACAO     PIC X(01).
                03 JL-IMAGEM       PIC X(300).
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ROLLFWD.LST".
       01 LINHA-REL            PIC X(80).
      *
      *****************************************************************
      * ARQUIVO : PARAMS     - PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      *                        - UM REGISTRO DE POSICOES FIXAS;      *
      *                        CAMPO ZERADO = USA O PADRAO LOCAL     *
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
       77 ST-IDX        PIC X(02) VALUE "00".
       77 ST-JRN        PIC X(02) VALUE "00".
       77 ST-REL        PIC X(02) VALUE "00".
       77 ST-PAR        PIC X(02) VALUE "00".
       77 W-NOME-JRN    PIC X(40) VALUE SPACES.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-DATA-JRN    PIC 9(08) VALUE ZEROS.
       77 W-HORA-DIG    PIC 9(06) VALUE ZEROS.
       77 W-HORA-CORTE  PIC 9(08) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       77 W-MOTIVO      PIC X(36) VALUE SPACES.
       77 W-PAROU       PIC X(01) VALUE "N".
       77 W-LIDAS       PIC 9(07) VALUE ZEROS.
       77 W-APLICADAS   PIC 9(07) VALUE ZEROS.
       77 W-REJEITADAS  PIC 9(07) VALUE ZEROS.
      *              ARQUIVO QUE NAO ABRIU (AINDA NAO EXISTE NESTA
      *              INSTALACAO) NAO PARA O SERVICO: AS LINHAS DELE
      *              VAO PARA O RELATORIO
       77 W-PRO-ABERTO  PIC X(01) VALUE "N".
       77 W-SAL-ABERTO  PIC X(01) VALUE "N".
       77 W-MOV-ABERTO  PIC X(01) VALUE "N".
       77 W-PED-ABERTO  PIC X(01) VALUE "N".
       77 W-ITE-ABERTO  PIC X(01) VALUE "N".
       77 W-DUP-ABERTO  PIC X(01) VALUE "N".
       77 W-CLI-ABERTO  PIC X(01) VALUE "N".
       77 W-CRE-ABERTO  PIC X(01) VALUE "N".
       01 DATA-ATU.
          03 ANO-ATU   PIC 99.
          03 MES-ATU   PIC 99.
          03 DIA-ATU   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       01 W-HORA-LINHA.
          03 W-HL-HH   PIC 9(02).
          03 W-HL-MM   PIC 9(02).
          03 W-HL-SS   PIC 9(02).
          03 W-HL-CC   PIC 9(02).
       01 W-HORA-ED.
          03 W-HE-HH   PIC 9(02).
          03 FILLER    PIC X(01) VALUE ":".
          03 W-HE-MM   PIC 9(02).
          03 FILLER    PIC X(01) VALUE ":".
          03 W-HE-SS   PIC 9(02).
      *
       01 CAB1.
           03 FILLER      PIC X(30)
                 VALUE "ROLL-FORWARD DO JORNAL        ".
           03 CAB1-NOME   PIC X(16).
           03 FILLER      PIC X(12) VALUE "  ATE HORA: ".
           03 CAB1-HORA   PIC X(08).
           03 FILLER      PIC X(14) VALUE SPACES.
       01 CAB2.
           03 FILLER      PIC X(40)
                 VALUE "HORA      ARQUIVO  OP  INICIO DA IMAGEM ".
           03 FILLER      PIC X(40)
                 VALUE "      MOTIVO DA REJEICAO                ".
       01 DET.
           03 DET-HH      PIC 9(02).
           03 FILLER      PIC X(01) VALUE ":".
           03 DET-MM      PIC 9(02).
           03 FILLER      PIC X(01) VALUE ":".
           03 DET-SS      PIC 9(02).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-ARQUIVO PIC X(08).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-OPER    PIC X(01).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-CHAVE   PIC X(20).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-MOTIVO  PIC X(36).
       01 TOT1.
           03 FILLER      PIC X(20) VALUE "LINHAS LIDAS.......:".
           03 TOT1-LIDAS  PIC ZZZ.ZZ9.
       01 TOT2.
           03 FILLER      PIC X(20) VALUE "LINHAS APLICADAS...:".
           03 TOT2-APLIC  PIC ZZZ.ZZ9.
       01 TOT3.
           03 FILLER      PIC X(20) VALUE "LINHAS REJEITADAS..:".
           03 TOT3-REJ    PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           ACCEPT DATA-ATU FROM DATE
           IF ANO-ATU < W-PIVO
              COMPUTE W-HOJE = ((W-SECULO * 100) + ANO-ATU) * 10000
                               + (MES-ATU * 100) + DIA-ATU
           ELSE
              COMPUTE W-HOJE = (((W-SECULO - 1) * 100) + ANO-ATU)
                               * 10000 + (MES-ATU * 100) + DIA-ATU.
           DISPLAY "*** ROLL-FORWARD DO JORNAL DE RECUPERACAO ***".
           DISPLAY "RODE DEPOIS DA RECARGA (CEP052), COM O SISTEMA".
           DISPLAY "PARADO - OS ARQUIVOS SAO ABERTOS EM I-O".
           DISPLAY "DATA DO JORNAL (AAAAMMDD, 0=HOJE) : ".
           ACCEPT W-DATA-JRN.
           IF W-DATA-JRN = ZEROS
              MOVE W-HOJE TO W-DATA-JRN.
           DISPLAY "REAPLICAR ATE A HORA (HHMMSS, 0=TUDO) : ".
           ACCEPT W-HORA-DIG.
           IF W-HORA-DIG NOT = ZEROS
              COMPUTE W-HORA-CORTE = (W-HORA-DIG * 100) + 99.
           MOVE SPACES TO W-NOME-JRN
           STRING "JRN"      DELIMITED BY SIZE
                  W-DATA-JRN DELIMITED BY SIZE
                  ".DAT"     DELIMITED BY SIZE
                  INTO W-NOME-JRN
           OPEN INPUT JORNAL
           IF ST-JRN NOT = "00"
              DISPLAY "JORNAL " W-NOME-JRN " NAO ENCONTRADO"
              GOBACK.
           DISPLAY "REAPLICA O " W-NOME-JRN " SOBRE OS ARQUIVOS".
           DISPLAY "ATUAIS. CONFIRMA (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** ROLL-FORWARD CANCELADO PELO OPERADOR ***"
              CLOSE JORNAL
              GOBACK.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           OPEN OUTPUT RELATORIO
           MOVE W-NOME-JRN TO CAB1-NOME
           IF W-HORA-DIG = ZEROS
              MOVE "TUDO" TO CAB1-HORA
           ELSE
              MOVE W-HORA-CORTE TO W-HORA-LINHA
              MOVE W-HL-HH TO W-HE-HH
              MOVE W-HL-MM TO W-HE-MM
              MOVE W-HL-SS TO W-HE-SS
              MOVE W-HORA-ED TO CAB1-HORA.
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE CAB2 TO LINHA-REL
           WRITE LINHA-REL
           PERFORM REAPLICA THRU REAPLICA-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-LIDAS TO TOT1-LIDAS
           MOVE TOT1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-APLICADAS TO TOT2-APLIC
           MOVE TOT2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-REJEITADAS TO TOT3-REJ
           MOVE TOT3 TO LINHA-REL
           WRITE LINHA-REL
           CLOSE JORNAL RELATORIO
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           IF W-PAROU = "S"
              DISPLAY "PARADO NA HORA ESCOLHIDA - O RESTO DO JORNAL "
                      "NAO FOI APLICADO".
           DISPLAY "*** LINHAS LIDAS: " W-LIDAS "  APLICADAS: "
                   W-APLICADAS "  REJEITADAS: " W-REJEITADAS " ***".
           DISPLAY "*** REJEICOES LISTADAS EM ROLLFWD.LST ***".
           GOBACK.
      *
      ***********************************************
      * LE O JORNAL NA ORDEM DE GRAVACAO E APLICA    *
      * CADA LINHA NO ARQUIVO DELA; PARA NA PRIMEIRA *
      * LINHA DEPOIS DA HORA ESCOLHIDA               *
      ***********************************************
       REAPLICA.
           READ JORNAL
               AT END
                   GO TO REAPLICA-FIM.
           IF W-HORA-CORTE NOT = ZEROS AND JL-HORA > W-HORA-CORTE
              MOVE "S" TO W-PAROU
              GO TO REAPLICA-FIM.
           ADD 1 TO W-LIDAS
           MOVE "00"   TO ST-IDX
           MOVE SPACES TO W-MOTIVO
           IF JL-OPERACAO NOT = "W" AND NOT = "R" AND NOT = "D"
              MOVE "OPERACAO INVALIDA NO JORNAL" TO W-MOTIVO
              GO TO REAPLICA-CONFERE.
           IF JL-ARQUIVO = "PRODUTO"
              PERFORM APLICA-PRODUTO THRU APLICA-PRODUTO-FIM
              GO TO REAPLICA-CONFERE.
           IF JL-ARQUIVO = "SALDEP"
              PERFORM APLICA-SALDEP THRU APLICA-SALDEP-FIM
              GO TO REAPLICA-CONFERE.
           IF JL-ARQUIVO = "MOVIMENT"
              PERFORM APLICA-MOVIMENT THRU APLICA-MOVIMENT-FIM
              GO TO REAPLICA-CONFERE.
           IF JL-ARQUIVO = "PEDIDO"
              PERFORM APLICA-PEDIDO THRU APLICA-PEDIDO-FIM
              GO TO REAPLICA-CONFERE.
           IF JL-ARQUIVO = "PEDITEM"
              PERFORM APLICA-PEDITEM THRU APLICA-PEDITEM-FIM
              GO TO REAPLICA-CONFERE.
           IF JL-ARQUIVO = "DUPREC"
              PERFORM APLICA-DUPREC THRU APLICA-DUPREC-FIM
              GO TO REAPLICA-CONFERE.
           IF JL-ARQUIVO = "CADCLI"
              PERFORM APLICA-CADCLI THRU APLICA-CADCLI-FIM
              GO TO REAPLICA-CONFERE.
           IF JL-ARQUIVO = "CREDCLI"
              PERFORM APLICA-CREDCLI THRU APLICA-CREDCLI-FIM
              GO TO REAPLICA-CONFERE.
           MOVE "ARQUIVO DESCONHECIDO NO JORNAL" TO W-MOTIVO.
       REAPLICA-CONFERE.
           IF W-MOTIVO = SPACES
              IF ST-IDX = "00" OR "02"
                 ADD 1 TO W-APLICADAS
                 GO TO REAPLICA
              ELSE
                 IF JL-OPERACAO = "D" AND ST-IDX = "23"
                    MOVE "EXCLUSAO DE REGISTRO INEXISTENTE"
                                                   TO W-MOTIVO
                 ELSE
                    STRING "ERRO DE GRAVACAO - FILE STATUS "
                                                DELIMITED BY SIZE
                           ST-IDX DELIMITED BY SIZE
                           INTO W-MOTIVO.
           PERFORM REJEITA THRU REJEITA-FIM
           GO TO REAPLICA.
       REAPLICA-FIM.
           EXIT.
      *
      ***********************************************
      * UMA ROTINA POR ARQUIVO: "D" EXCLUI; "W" E    *
      * "R" GRAVAM E, SE A CHAVE JA EXISTE (22),     *
      * REGRAVAM - O RESULTADO VOLTA EM ST-IDX       *
      ***********************************************
       APLICA-PRODUTO.
           IF W-PRO-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO ABERTO NA RECUPERACAO" TO W-MOTIVO
              GO TO APLICA-PRODUTO-FIM.
           MOVE JL-IMAGEM TO REGPRO-R
           IF JL-OPERACAO = "D"
              DELETE PRODUTO RECORD
              GO TO APLICA-PRODUTO-FIM.
           WRITE REGPRO-R
           IF ST-IDX = "22"
              REWRITE REGPRO-R.
       APLICA-PRODUTO-FIM.
           EXIT.
      *
       APLICA-SALDEP.
           IF W-SAL-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO ABERTO NA RECUPERACAO" TO W-MOTIVO
              GO TO APLICA-SALDEP-FIM.
           MOVE JL-IMAGEM TO REGSAL-R
           IF JL-OPERACAO = "D"
              DELETE SALDEP RECORD
              GO TO APLICA-SALDEP-FIM.
           WRITE REGSAL-R
           IF ST-IDX = "22"
              REWRITE REGSAL-R.
       APLICA-SALDEP-FIM.
           EXIT.
      *
       APLICA-MOVIMENT.
           IF W-MOV-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO ABERTO NA RECUPERACAO" TO W-MOTIVO
              GO TO APLICA-MOVIMENT-FIM.
           MOVE JL-IMAGEM TO REGMOV-R
           IF JL-OPERACAO = "D"
              DELETE MOVIMENT RECORD
              GO TO APLICA-MOVIMENT-FIM.
           WRITE REGMOV-R
           IF ST-IDX = "22"
              REWRITE REGMOV-R.
       APLICA-MOVIMENT-FIM.
           EXIT.
      *
       APLICA-PEDIDO.
           IF W-PED-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO ABERTO NA RECUPERACAO" TO W-MOTIVO
              GO TO APLICA-PEDIDO-FIM.
           MOVE JL-IMAGEM TO REGPED-R
           IF JL-OPERACAO = "D"
              DELETE PEDIDO RECORD
              GO TO APLICA-PEDIDO-FIM.
           WRITE REGPED-R
           IF ST-IDX = "22"
              REWRITE REGPED-R.
       APLICA-PEDIDO-FIM.
           EXIT.
      *
       APLICA-PEDITEM.
           IF W-ITE-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO ABERTO NA RECUPERACAO" TO W-MOTIVO
              GO TO APLICA-PEDITEM-FIM.
           MOVE JL-IMAGEM TO REGITEM-R
           IF JL-OPERACAO = "D"
              DELETE PEDITEM RECORD
              GO TO APLICA-PEDITEM-FIM.
           WRITE REGITEM-R
           IF ST-IDX = "22"
              REWRITE REGITEM-R.
       APLICA-PEDITEM-FIM.
           EXIT.
      *
       APLICA-DUPREC.
           IF W-DUP-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO ABERTO NA RECUPERACAO" TO W-MOTIVO
              GO TO APLICA-DUPREC-FIM.
           MOVE JL-IMAGEM TO REGDUP-R
           IF JL-OPERACAO = "D"
              DELETE DUPREC RECORD
              GO TO APLICA-DUPREC-FIM.
           WRITE REGDUP-R
           IF ST-IDX = "22"
              REWRITE REGDUP-R.
       APLICA-DUPREC-FIM.
           EXIT.
      *
       APLICA-CADCLI.
           IF W-CLI-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO ABERTO NA RECUPERACAO" TO W-MOTIVO
              GO TO APLICA-CADCLI-FIM.
           MOVE JL-IMAGEM TO REGCLI-R
           IF JL-OPERACAO = "D"
              DELETE CADCLI RECORD
              GO TO APLICA-CADCLI-FIM.
           WRITE REGCLI-R
           IF ST-IDX = "22"
              REWRITE REGCLI-R.
       APLICA-CADCLI-FIM.
           EXIT.
      *
       APLICA-CREDCLI.
           IF W-CRE-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO ABERTO NA RECUPERACAO" TO W-MOTIVO
              GO TO APLICA-CREDCLI-FIM.
           MOVE JL-IMAGEM TO REGCRED-R
           IF JL-OPERACAO = "D"
              DELETE CREDCLI RECORD
              GO TO APLICA-CREDCLI-FIM.
           WRITE REGCRED-R
           IF ST-IDX = "22"
              REWRITE REGCRED-R.
       APLICA-CREDCLI-FIM.
           EXIT.
      *
      ***********************************************
      * LINHA NAO APLICADA: HORA, ARQUIVO, OPERACAO, *
      * INICIO DA IMAGEM (A CHAVE) E O MOTIVO        *
      ***********************************************
       REJEITA.
           ADD 1 TO W-REJEITADAS
           MOVE JL-HORA     TO W-HORA-LINHA
           MOVE W-HL-HH     TO DET-HH
           MOVE W-HL-MM     TO DET-MM
           MOVE W-HL-SS     TO DET-SS
           MOVE JL-ARQUIVO  TO DET-ARQUIVO
           MOVE JL-OPERACAO TO DET-OPER
           MOVE JL-IMAGEM   TO DET-CHAVE
           MOVE W-MOTIVO    TO DET-MOTIVO
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL.
       REJEITA-FIM.
           EXIT.
      *
      ***********************************************
      * ABRE OS OITO ARQUIVOS DO JORNAL EM I-O       *
      ***********************************************
       ABRE-ARQUIVOS.
           OPEN I-O PRODUTO
           IF ST-IDX = "00"
              MOVE "S" TO W-PRO-ABERTO
           ELSE
              DISPLAY "PRODUTO.DAT NAO ABERTO - ST " ST-IDX.
           OPEN I-O SALDEP
           IF ST-IDX = "00"
              MOVE "S" TO W-SAL-ABERTO
           ELSE
              DISPLAY "SALDEP.DAT NAO ABERTO - ST " ST-IDX.
           OPEN I-O MOVIMENT
           IF ST-IDX = "00"
              MOVE "S" TO W-MOV-ABERTO
           ELSE
              DISPLAY "MOVIMENT.DAT NAO ABERTO - ST " ST-IDX.
           OPEN I-O PEDIDO
           IF ST-IDX = "00"
              MOVE "S" TO W-PED-ABERTO
           ELSE
              DISPLAY "PEDIDO.DAT NAO ABERTO - ST " ST-IDX.
           OPEN I-O PEDITEM
           IF ST-IDX = "00"
              MOVE "S" TO W-ITE-ABERTO
           ELSE
              DISPLAY "PEDITEM.DAT NAO ABERTO - ST " ST-IDX.
           OPEN I-O DUPREC
           IF ST-IDX = "00"
              MOVE "S" TO W-DUP-ABERTO
           ELSE
              DISPLAY "DUPREC.DAT NAO ABERTO - ST " ST-IDX.
           OPEN I-O CADCLI
           IF ST-IDX = "00"
              MOVE "S" TO W-CLI-ABERTO
           ELSE
              DISPLAY "CADCLI.DAT NAO ABERTO - ST " ST-IDX.
           OPEN I-O CREDCLI
           IF ST-IDX = "00"
              MOVE "S" TO W-CRE-ABERTO
           ELSE
              DISPLAY "CREDCLI.DAT NAO ABERTO - ST " ST-IDX.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *
       FECHA-ARQUIVOS.
           IF W-PRO-ABERTO = "S"
              CLOSE PRODUTO.
           IF W-SAL-ABERTO = "S"
              CLOSE SALDEP.
           IF W-MOV-ABERTO = "S"
              CLOSE MOVIMENT.
           IF W-PED-ABERTO = "S"
              CLOSE PEDIDO.
           IF W-ITE-ABERTO = "S"
              CLOSE PEDITEM.
           IF W-DUP-ABERTO = "S"
              CLOSE DUPREC.
           IF W-CLI-ABERTO = "S"
              CLOSE CADCLI.
           IF W-CRE-ABERTO = "S"
              CLOSE CREDCLI.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *
      ***********************************************
      * LE OS PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      * - SECULO E PIVO DA DATA DE HOJE             *
      ***********************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF ST-PAR NOT = "00"
              GO TO LE-PARAMETROS-FIM.
           READ PARAMS
               AT END
                   GO TO LE-PARAMETROS-FECHA.
           IF PA-SECULO NOT = ZEROS
              MOVE PA-SECULO TO W-SECULO.
           IF PA-PIVO NOT = ZEROS
              MOVE PA-PIVO TO W-PIVO.
       LE-PARAMETROS-FECHA.
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
