       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFIL.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CONVERSAO UNICA PARA AS FILIAIS - OPERADOR,     *
      * DEPOSITO, PEDIDO, DUPLICATA E FATURA GANHARAM   *
      * A FILIAL (2 BYTES NO FIM DO REGISTRO). ANTES DE *
      * RODAR, RENOMEIE OS ARQUIVOS ATUAIS PARA         *
      * CADOPER.OLD, CADDEP.OLD, PEDIDO.OLD, DUPREC.OLD *
      * E FATREG.OLD. TUDO O QUE JA EXISTE VIRA DA      *
      * FILIAL 01, QUE E CRIADA NO CADFIL.DAT COM O     *
      * NOME DA EMPRESA (PARAMS), O DEPOSITO 01 E A     *
      * NUMERACAO INTEIRA - ANTES DE CADASTRAR A        *
      * SEGUNDA FILIAL, ESTREITE AS FAIXAS DA 01 NO     *
      * CLAFIL (CEP140). MESMA RECEITA DO CONVPREV      *
      * (CEP132)                                        *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPEVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-OPE-CHAVE
                    FILE STATUS  IS ST-VEL.
       SELECT OPENOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-OPE-CHAVE
                    FILE STATUS  IS ST-NOV.
       SELECT DEPVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-DEP-CHAVE
                    FILE STATUS  IS ST-VEL.
       SELECT DEPNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-DEP-CHAVE
                    FILE STATUS  IS ST-NOV.
       SELECT PEDVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-PED-CHAVE
                    FILE STATUS  IS ST-VEL.
       SELECT PEDNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-PED-CHAVE
                    FILE STATUS  IS ST-NOV.
       SELECT DUPVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-DUP-CHAVE
                    FILE STATUS  IS ST-VEL.
       SELECT DUPNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-DUP-CHAVE
                    FILE STATUS  IS ST-NOV.
       SELECT FATVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-FAT-CHAVE
                    FILE STATUS  IS ST-VEL.
       SELECT FATNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-FAT-CHAVE
                    FILE STATUS  IS ST-NOV.
       SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-FIL.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : OPEVELHO   - OPERADORES NO LEIAUTE ANTERIOR         *
      *                        (SEM FILIAL), RENOMEADO PARA           *
      *                        CADOPER.OLD                            *
      *****************************************************************
       FD OPEVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.OLD".
       01 REGOPEV.
                03 V-OPE-CHAVE       PIC X(10).
                03 V-OPE-RESTO       PIC X(63).
      *
       FD OPENOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
       01 REGOPEN.
                03 N-OPE-CHAVE       PIC X(10).
                03 N-OPE-RESTO       PIC X(63).
                03 N-OPE-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : DEPVELHO   - DEPOSITOS NO LEIAUTE ANTERIOR          *
      *                        (SEM FILIAL), RENOMEADO PARA           *
      *                        CADDEP.OLD                             *
      *****************************************************************
       FD DEPVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.OLD".
       01 REGDEPV.
                03 V-DEP-CHAVE       PIC X(02).
                03 V-DEP-RESTO       PIC X(20).
      *
       FD DEPNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEPN.
                03 N-DEP-CHAVE       PIC X(02).
                03 N-DEP-RESTO       PIC X(20).
                03 N-DEP-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : PEDVELHO   - PEDIDOS NO LEIAUTE ANTERIOR            *
      *                        (SEM FILIAL), RENOMEADO PARA           *
      *                        PEDIDO.OLD                             *
      *****************************************************************
       FD PEDVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIDO.OLD".
       01 REGPEDV.
                03 V-PED-CHAVE       PIC X(06).
                03 V-PED-RESTO       PIC X(213).
      *
       FD PEDNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIDO.DAT".
       01 REGPEDN.
                03 N-PED-CHAVE       PIC X(06).
                03 N-PED-RESTO       PIC X(213).
                03 N-PED-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : DUPVELHO   - DUPLICATAS NO LEIAUTE ANTERIOR         *
      *                        (SEM FILIAL), RENOMEADO PARA           *
      *                        DUPREC.OLD                             *
      *****************************************************************
       FD DUPVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPREC.OLD".
       01 REGDUPV.
                03 V-DUP-CHAVE       PIC X(08).
                03 V-DUP-RESTO       PIC X(138).
      *
       FD DUPNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPREC.DAT".
       01 REGDUPN.
                03 N-DUP-CHAVE       PIC X(08).
                03 N-DUP-RESTO       PIC X(138).
                03 N-DUP-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : FATVELHO   - FATURAS NO LEIAUTE ANTERIOR            *
      *                        (SEM FILIAL), RENOMEADO PARA           *
      *                        FATREG.OLD                             *
      *****************************************************************
       FD FATVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATREG.OLD".
       01 REGFATV.
                03 V-FAT-CHAVE       PIC X(06).
                03 V-FAT-RESTO       PIC X(241).
      *
       FD FATNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATREG.DAT".
       01 REGFATN.
                03 N-FAT-CHAVE       PIC X(06).
                03 N-FAT-RESTO       PIC X(241).
                03 N-FAT-FILIAL      PIC 9(02).
      *
      *****************************************************************
      * ARQUIVO : CADFIL     - CADASTRO DE FILIAIS (CEP140/CLAFIL) -  *
      *                        NASCE AQUI COM A FILIAL 01             *
      *****************************************************************
       FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
       01 REGFIL.
                03 FIL-CODIGO      PIC 9(02).
                03 FIL-NOME        PIC X(30).
                03 FIL-CIDADE      PIC X(25).
                03 FIL-UF          PIC X(02).
                03 FIL-CNPJ        PIC 9(14).
                03 FIL-DEPOSITO    PIC 9(02).
                03 FIL-PED-INI     PIC 9(06).
                03 FIL-PED-FIM     PIC 9(06).
                03 FIL-FAT-INI     PIC 9(06).
                03 FIL-FAT-FIM     PIC 9(06).
                03 FIL-SITUACAO    PIC X(01).
      *
       FD PARAMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PARAMS.DAT".
       01 REG-PAR.
                03 PA-EMPRESA       PIC X(20).
                03 FILLER           PIC X(30).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VEL        PIC X(02) VALUE "00".
       77 ST-NOV        PIC X(02) VALUE "00".
       77 ST-FIL        PIC X(02) VALUE "00".
       77 ST-PAR        PIC X(02) VALUE "00".
       77 W-LIDOS       PIC 9(07) VALUE ZEROS.
       77 W-GRAV        PIC 9(07) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-EMPRESA     PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CONVERSAO PARA AS FILIAIS".
           DISPLAY "OS ARQUIVOS ATUAIS JA FORAM RENOMEADOS PARA .OLD".
           DISPLAY "(CADOPER, CADDEP, PEDIDO, DUPREC E FATREG);".
           DISPLAY "OS .DAT SERAO RECONSTRUIDOS NA FILIAL 01.".
           DISPLAY "CONFIRMA (S/N):".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CONVERSAO CANCELADA PELO OPERADOR ***"
              GOBACK.
           PERFORM CONVERTE-OPE THRU CONVERTE-OPE-FIM.
           PERFORM CONVERTE-DEP THRU CONVERTE-DEP-FIM.
           PERFORM CONVERTE-PED THRU CONVERTE-PED-FIM.
           PERFORM CONVERTE-DUP THRU CONVERTE-DUP-FIM.
           PERFORM CONVERTE-FAT THRU CONVERTE-FAT-FIM.
           PERFORM CRIA-FILIAL THRU CRIA-FILIAL-FIM.
           GOBACK.
      *
       CONVERTE-OPE.
           MOVE ZEROS TO W-LIDOS W-GRAV
           OPEN INPUT OPEVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "CADOPER.OLD NAO ENCONTRADO - OPERADORES NAO "
                      "CONVERTIDOS - ST " ST-VEL
              GO TO CONVERTE-OPE-FIM.
           OPEN OUTPUT OPENOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADOPER.DAT - ST " ST-NOV
              CLOSE OPEVELHO
              GO TO CONVERTE-OPE-FIM.
       CONVERTE-OPE-LER.
           READ OPEVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-OPE-FECHA.
           ADD 1 TO W-LIDOS
           MOVE V-OPE-CHAVE       TO N-OPE-CHAVE
           MOVE V-OPE-RESTO       TO N-OPE-RESTO
           MOVE 01                TO N-OPE-FILIAL
           WRITE REGOPEN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO OPERADOR " V-OPE-CHAVE
                      " - ST " ST-NOV.
           GO TO CONVERTE-OPE-LER.
       CONVERTE-OPE-FECHA.
           CLOSE OPEVELHO OPENOVO
           DISPLAY "*** OPERADORES LIDOS/GRAVADOS......: " W-LIDOS
                   " / " W-GRAV.
       CONVERTE-OPE-FIM.
           EXIT.
      *
       CONVERTE-DEP.
           MOVE ZEROS TO W-LIDOS W-GRAV
           OPEN INPUT DEPVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "CADDEP.OLD NAO ENCONTRADO - DEPOSITOS NAO "
                      "CONVERTIDOS - ST " ST-VEL
              GO TO CONVERTE-DEP-FIM.
           OPEN OUTPUT DEPNOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADDEP.DAT - ST " ST-NOV
              CLOSE DEPVELHO
              GO TO CONVERTE-DEP-FIM.
       CONVERTE-DEP-LER.
           READ DEPVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-DEP-FECHA.
           ADD 1 TO W-LIDOS
           MOVE V-DEP-CHAVE       TO N-DEP-CHAVE
           MOVE V-DEP-RESTO       TO N-DEP-RESTO
           MOVE 01                TO N-DEP-FILIAL
           WRITE REGDEPN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO DEPOSITO " V-DEP-CHAVE
                      " - ST " ST-NOV.
           GO TO CONVERTE-DEP-LER.
       CONVERTE-DEP-FECHA.
           CLOSE DEPVELHO DEPNOVO
           DISPLAY "*** DEPOSITOS LIDOS/GRAVADOS.......: " W-LIDOS
                   " / " W-GRAV.
       CONVERTE-DEP-FIM.
           EXIT.
      *
       CONVERTE-PED.
           MOVE ZEROS TO W-LIDOS W-GRAV
           OPEN INPUT PEDVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "PEDIDO.OLD NAO ENCONTRADO - PEDIDOS NAO "
                      "CONVERTIDOS - ST " ST-VEL
              GO TO CONVERTE-PED-FIM.
           OPEN OUTPUT PEDNOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO PEDIDO.DAT - ST " ST-NOV
              CLOSE PEDVELHO
              GO TO CONVERTE-PED-FIM.
       CONVERTE-PED-LER.
           READ PEDVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-PED-FECHA.
           ADD 1 TO W-LIDOS
           MOVE V-PED-CHAVE       TO N-PED-CHAVE
           MOVE V-PED-RESTO       TO N-PED-RESTO
           MOVE 01                TO N-PED-FILIAL
           WRITE REGPEDN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO PEDIDO " V-PED-CHAVE
                      " - ST " ST-NOV.
           GO TO CONVERTE-PED-LER.
       CONVERTE-PED-FECHA.
           CLOSE PEDVELHO PEDNOVO
           DISPLAY "*** PEDIDOS LIDOS/GRAVADOS.........: " W-LIDOS
                   " / " W-GRAV.
       CONVERTE-PED-FIM.
           EXIT.
      *
       CONVERTE-DUP.
           MOVE ZEROS TO W-LIDOS W-GRAV
           OPEN INPUT DUPVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "DUPREC.OLD NAO ENCONTRADO - DUPLICATAS NAO "
                      "CONVERTIDAS - ST " ST-VEL
              GO TO CONVERTE-DUP-FIM.
           OPEN OUTPUT DUPNOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO DUPREC.DAT - ST " ST-NOV
              CLOSE DUPVELHO
              GO TO CONVERTE-DUP-FIM.
       CONVERTE-DUP-LER.
           READ DUPVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-DUP-FECHA.
           ADD 1 TO W-LIDOS
           MOVE V-DUP-CHAVE       TO N-DUP-CHAVE
           MOVE V-DUP-RESTO       TO N-DUP-RESTO
           MOVE 01                TO N-DUP-FILIAL
           WRITE REGDUPN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA DUPLICATA " V-DUP-CHAVE
                      " - ST " ST-NOV.
           GO TO CONVERTE-DUP-LER.
       CONVERTE-DUP-FECHA.
           CLOSE DUPVELHO DUPNOVO
           DISPLAY "*** DUPLICATAS LIDAS/GRAVADAS......: " W-LIDOS
                   " / " W-GRAV.
       CONVERTE-DUP-FIM.
           EXIT.
      *
       CONVERTE-FAT.
           MOVE ZEROS TO W-LIDOS W-GRAV
           OPEN INPUT FATVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "FATREG.OLD NAO ENCONTRADO - FATURAS NAO "
                      "CONVERTIDAS - ST " ST-VEL
              GO TO CONVERTE-FAT-FIM.
           OPEN OUTPUT FATNOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO FATREG.DAT - ST " ST-NOV
              CLOSE FATVELHO
              GO TO CONVERTE-FAT-FIM.
       CONVERTE-FAT-LER.
           READ FATVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-FAT-FECHA.
           ADD 1 TO W-LIDOS
           MOVE V-FAT-CHAVE       TO N-FAT-CHAVE
           MOVE V-FAT-RESTO       TO N-FAT-RESTO
           MOVE 01                TO N-FAT-FILIAL
           WRITE REGFATN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA FATURA " V-FAT-CHAVE
                      " - ST " ST-NOV.
           GO TO CONVERTE-FAT-LER.
       CONVERTE-FAT-FECHA.
           CLOSE FATVELHO FATNOVO
           DISPLAY "*** FATURAS LIDAS/GRAVADAS.........: " W-LIDOS
                   " / " W-GRAV.
       CONVERTE-FAT-FIM.
           EXIT.
      *
      ***********************************************
      * CRIA O CADFIL.DAT COM A FILIAL 01 (NOME DA   *
      * EMPRESA NO PARAMS, DEPOSITO 01, NUMERACAO    *
      * INTEIRA) - CADASTRO QUE JA EXISTE FICA COMO  *
      * ESTA                                         *
      ***********************************************
       CRIA-FILIAL.
           OPEN INPUT PARAMS
           IF ST-PAR NOT = "00"
              GO TO CRIA-FILIAL-ABRE.
           READ PARAMS
               AT END
                   GO TO CRIA-FILIAL-PARAMS.
           MOVE PA-EMPRESA TO W-EMPRESA.
       CRIA-FILIAL-PARAMS.
           CLOSE PARAMS.
       CRIA-FILIAL-ABRE.
           OPEN I-O CADFIL
           IF ST-FIL = "30"
              OPEN OUTPUT CADFIL
              CLOSE CADFIL
              OPEN I-O CADFIL.
           IF ST-FIL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CADFIL.DAT - ST " ST-FIL
              GO TO CRIA-FILIAL-FIM.
           MOVE 01 TO FIL-CODIGO
           READ CADFIL
           IF ST-FIL = "00"
              DISPLAY "*** FILIAL 01 JA CADASTRADA - MANTIDA ***"
              GO TO CRIA-FILIAL-FECHA.
           MOVE 01        TO FIL-CODIGO FIL-DEPOSITO
           MOVE W-EMPRESA TO FIL-NOME
           MOVE SPACES    TO FIL-CIDADE FIL-UF
           MOVE ZEROS     TO FIL-CNPJ
           MOVE 000001    TO FIL-PED-INI FIL-FAT-INI
           MOVE 999999    TO FIL-PED-FIM FIL-FAT-FIM
           MOVE "A"       TO FIL-SITUACAO
           WRITE REGFIL
           IF ST-FIL = "00" OR "02"
              DISPLAY "*** FILIAL 01 CRIADA NO CADFIL.DAT ***"
           ELSE
              DISPLAY "ERRO NA GRAVACAO DA FILIAL 01 - ST " ST-FIL.
       CRIA-FILIAL-FECHA.
           CLOSE CADFIL.
       CRIA-FILIAL-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
