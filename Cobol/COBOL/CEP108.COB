       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCOND.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CONVERSAO UNICA PARA AS CONDICOES DE PAGAMENTO  *
      * - O PEDIDO DE VENDA GANHOU PED-CONDPAG (216 ->  *
      * 219 BYTES), O ORCAMENTO ORC-CONDPAG (194 -> 197 *
      * BYTES) E O CLIENTE A CONDICAO PADRAO            *
      * CLI-CONDPAG (106 -> 109 BYTES). ANTES DE RODAR, *
      * RENOMEIE OS ARQUIVOS ATUAIS PARA PEDIDO.OLD,    *
      * ORCAMENTO.OLD E CADCLI.OLD; ARQUIVO .OLD        *
      * AUSENTE E SO AVISADO E PULADO. TODO REGISTRO    *
      * CONVERTIDO FICA COM CONDICAO 000 (A VISTA) -    *
      * MESMA RECEITA DO CONVCRED (CEP103)              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PEDVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-PED-NUMERO
                    FILE STATUS  IS ST-VEL.
       SELECT PEDNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-PED-NUMERO
                    FILE STATUS  IS ST-NOV.
       SELECT ORCVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-ORC-NUMERO
                    FILE STATUS  IS ST-VEL.
       SELECT ORCNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-ORC-NUMERO
                    FILE STATUS  IS ST-NOV.
       SELECT CLIVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS V-COD-CLIENTE
                    FILE STATUS  IS ST-VEL.
       SELECT CLINOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS N-COD-CLIENTE
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS N-NOME-CLIENTE
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : PEDVELHO   - PEDIDO NO LEIAUTE ANTERIOR (SEM A      *
      *                        CONDICAO DE PAGAMENTO), RENOMEADO PARA *
      *                        PEDIDO.OLD                             *
      *****************************************************************
       FD PEDVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIDO.OLD".
       01 REGPEDV.
                03 V-PED-NUMERO    PIC 9(06).
                03 V-PED-RESTO     PIC X(210).
      *
       FD PEDNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIDO.DAT".
       01 REGPEDN.
                03 N-PED-NUMERO    PIC 9(06).
                03 N-PED-RESTO     PIC X(210).
                03 N-PED-CONDPAG   PIC 9(03).
      *
      *****************************************************************
      * ARQUIVO : ORCVELHO   - ORCAMENTO NO LEIAUTE ANTERIOR (SEM A   *
      *                        CONDICAO DE PAGAMENTO), RENOMEADO PARA *
      *                        ORCAMENTO.OLD                          *
      *****************************************************************
       FD ORCVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAMENTO.OLD".
       01 REGORCV.
                03 V-ORC-NUMERO    PIC 9(06).
                03 V-ORC-RESTO     PIC X(188).
      *
       FD ORCNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ORCAMENTO.DAT".
       01 REGORCN.
                03 N-ORC-NUMERO    PIC 9(06).
                03 N-ORC-RESTO     PIC X(188).
                03 N-ORC-CONDPAG   PIC 9(03).
      *
      *****************************************************************
      * ARQUIVO : CLIVELHO   - CLIENTE NO LEIAUTE ANTERIOR (SEM A     *
      *                        CONDICAO PADRAO), RENOMEADO PARA       *
      *                        CADCLI.OLD                             *
      *****************************************************************
       FD CLIVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.OLD".
       01 REGCLIV.
                03 V-COD-CLIENTE   PIC 9(06).
                03 V-CLI-RESTO     PIC X(100).
      *
       FD CLINOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLIN.
                03 N-COD-CLIENTE   PIC 9(06).
                03 N-CLI-RESTO-TOTAL.
                   05 N-NOME-CLIENTE PIC X(30).
                   05 N-CLI-RESTO    PIC X(70).
                03 N-CLI-CONDPAG   PIC 9(03).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VEL        PIC X(02) VALUE "00".
       77 ST-NOV        PIC X(02) VALUE "00".
       77 W-PED-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-PED-GRAV    PIC 9(07) VALUE ZEROS.
       77 W-ORC-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-ORC-GRAV    PIC 9(07) VALUE ZEROS.
       77 W-CLI-LIDOS   PIC 9(07) VALUE ZEROS.
       77 W-CLI-GRAV    PIC 9(07) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CONVERSAO PARA AS CONDICOES DE PAGAMENTO".
           DISPLAY "OS ARQUIVOS ATUAIS JA FORAM RENOMEADOS PARA".
           DISPLAY "PEDIDO.OLD, ORCAMENTO.OLD E CADCLI.OLD; OS".
           DISPLAY "ARQUIVOS .DAT SERAO RECONSTRUIDOS COM A".
           DISPLAY "CONDICAO 000 (A VISTA). CONFIRMA (S/N):".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CONVERSAO CANCELADA PELO OPERADOR ***"
              GOBACK.
           PERFORM CONVERTE-PED THRU CONVERTE-PED-FIM.
           PERFORM CONVERTE-ORC THRU CONVERTE-ORC-FIM.
           PERFORM CONVERTE-CLI THRU CONVERTE-CLI-FIM.
           DISPLAY "*** PEDIDOS LIDOS/GRAVADOS....: " W-PED-LIDOS
                   " / " W-PED-GRAV.
           DISPLAY "*** ORCAMENTOS LIDOS/GRAVADOS.: " W-ORC-LIDOS
                   " / " W-ORC-GRAV.
           DISPLAY "*** CLIENTES LIDOS/GRAVADOS...: " W-CLI-LIDOS
                   " / " W-CLI-GRAV.
           GOBACK.
      *
       CONVERTE-PED.
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
           ADD 1 TO W-PED-LIDOS
           MOVE V-PED-NUMERO      TO N-PED-NUMERO
           MOVE V-PED-RESTO       TO N-PED-RESTO
           MOVE ZEROS             TO N-PED-CONDPAG
           WRITE REGPEDN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-PED-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO PEDIDO " V-PED-NUMERO
                      " - ST " ST-NOV.
           GO TO CONVERTE-PED-LER.
       CONVERTE-PED-FECHA.
           CLOSE PEDVELHO PEDNOVO.
       CONVERTE-PED-FIM.
           EXIT.
      *
       CONVERTE-ORC.
           OPEN INPUT ORCVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "ORCAMENTO.OLD NAO ENCONTRADO - ORCAMENTOS NAO "
                      "CONVERTIDOS - ST " ST-VEL
              GO TO CONVERTE-ORC-FIM.
           OPEN OUTPUT ORCNOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO ORCAMENTO.DAT - ST " ST-NOV
              CLOSE ORCVELHO
              GO TO CONVERTE-ORC-FIM.
       CONVERTE-ORC-LER.
           READ ORCVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-ORC-FECHA.
           ADD 1 TO W-ORC-LIDOS
           MOVE V-ORC-NUMERO      TO N-ORC-NUMERO
           MOVE V-ORC-RESTO       TO N-ORC-RESTO
           MOVE ZEROS             TO N-ORC-CONDPAG
           WRITE REGORCN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-ORC-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO ORCAMENTO " V-ORC-NUMERO
                      " - ST " ST-NOV.
           GO TO CONVERTE-ORC-LER.
       CONVERTE-ORC-FECHA.
           CLOSE ORCVELHO ORCNOVO.
       CONVERTE-ORC-FIM.
           EXIT.
      *
       CONVERTE-CLI.
           OPEN INPUT CLIVELHO
           IF ST-VEL NOT = "00"
              DISPLAY "CADCLI.OLD NAO ENCONTRADO - CLIENTES NAO "
                      "CONVERTIDOS - ST " ST-VEL
              GO TO CONVERTE-CLI-FIM.
           OPEN OUTPUT CLINOVO
           IF ST-NOV NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADCLI.DAT - ST " ST-NOV
              CLOSE CLIVELHO
              GO TO CONVERTE-CLI-FIM.
       CONVERTE-CLI-LER.
           READ CLIVELHO NEXT RECORD
           IF ST-VEL NOT = "00"
              GO TO CONVERTE-CLI-FECHA.
           ADD 1 TO W-CLI-LIDOS
           MOVE V-COD-CLIENTE     TO N-COD-CLIENTE
           MOVE V-CLI-RESTO       TO N-CLI-RESTO-TOTAL
      *              CLIENTE SEM CONDICAO PADRAO VENDE A VISTA ATE O
      *              CADASTRO SER REVISTO NO CLACLI (CEP065)
           MOVE ZEROS             TO N-CLI-CONDPAG
           WRITE REGCLIN
           IF ST-NOV = "00" OR "02"
              ADD 1 TO W-CLI-GRAV
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO CLIENTE " V-COD-CLIENTE
                      " - ST " ST-NOV.
           GO TO CONVERTE-CLI-LER.
       CONVERTE-CLI-FECHA.
           CLOSE CLIVELHO CLINOVO.
       CONVERTE-CLI-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
