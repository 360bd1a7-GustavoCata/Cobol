       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEFIL.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CONSULTA DA FILIAL - CHAMADO PELOS PROGRAMAS    *
      * QUE PRECISAM DA FILIAL DO OPERADOR OU DO        *
      * DOCUMENTO (MENUGER, PEDVENDA, FATURA, MOVPROD   *
      * ETC). O CHAMADOR MONTA FL-CODIGO NO ITEM        *
      * EXTERNAL W-FILIAL E ESTE PROGRAMA DEVOLVE O     *
      * CADASTRO (CEP140/CLAFIL) E A SITUACAO: "S" =    *
      * FILIAL ATIVA, "I" = INATIVA, "N" = NAO          *
      * CADASTRADA. SEM CADFIL.DAT A EMPRESA AINDA E DE *
      * LOJA UNICA ("U"): FILIAL 01, DEPOSITO 01 E A    *
      * NUMERACAO INTEIRA. CODIGO ZERO (OPERADOR OU     *
      * DOCUMENTO DE ANTES DO CONVFIL/CEP142) VALE 01   *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-FIL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : CADFIL     - CADASTRO DE FILIAIS (CEP140/CLAFIL):   *
      *                        DEPOSITO DA LOJA E AS FAIXAS DE        *
      *                        NUMERACAO DE PEDIDO E DE FATURA DE     *
      *                        CADA FILIAL                            *
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
      *              A = ATIVA; I = INATIVA (NAO ACEITA SIGN-ON NEM
      *              DOCUMENTO NOVO, MAS CONTINUA NOS RELATORIOS)
                03 FIL-SITUACAO    PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-FIL       PIC X(02) VALUE "00".
      *              *** CONSULTA DE FILIAL, MONTADA PELO ***
      *              *** CHAMADOR (ITEM EXTERNAL DA RUN-UNIT) ***
       01 W-FILIAL EXTERNAL.
          03 FL-CODIGO     PIC 9(02).
          03 FL-SITUACAO   PIC X(01).
          03 FL-NOME       PIC X(30).
          03 FL-DEPOSITO   PIC 9(02).
          03 FL-PED-INI    PIC 9(06).
          03 FL-PED-FIM    PIC 9(06).
          03 FL-FAT-INI    PIC 9(06).
          03 FL-FAT-FIM    PIC 9(06).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF FL-CODIGO = ZEROS
              MOVE 01 TO FL-CODIGO.
           MOVE "U"    TO FL-SITUACAO
           MOVE SPACES TO FL-NOME
           MOVE 01     TO FL-DEPOSITO
           MOVE 000001 TO FL-PED-INI FL-FAT-INI
           MOVE 999999 TO FL-PED-FIM FL-FAT-FIM
           OPEN INPUT CADFIL
           IF ST-FIL NOT = "00"
              GO TO ROT-FIM.
           MOVE "N" TO FL-SITUACAO
           MOVE FL-CODIGO TO FIL-CODIGO
           READ CADFIL
           IF ST-FIL NOT = "00"
              GO TO ROT-FECHA.
           MOVE "S" TO FL-SITUACAO
           IF FIL-SITUACAO = "I"
              MOVE "I" TO FL-SITUACAO.
           MOVE FIL-NOME     TO FL-NOME
           MOVE FIL-DEPOSITO TO FL-DEPOSITO
           MOVE FIL-PED-INI  TO FL-PED-INI
           MOVE FIL-PED-FIM  TO FL-PED-FIM
           MOVE FIL-FAT-INI  TO FL-FAT-INI
           MOVE FIL-FAT-FIM  TO FL-FAT-FIM
           IF FL-DEPOSITO = ZEROS
              MOVE 01 TO FL-DEPOSITO.
       ROT-FECHA.
           CLOSE CADFIL.
       ROT-FIM.
           GOBACK.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
