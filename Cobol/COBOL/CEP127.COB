       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTERR.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * TERRITORIOS DE VENDA E COBERTURA - PARA CADA    *
      * FAIXA DE CEP DO TERRIT.DAT (CEP126/CLATERR),    *
      * AGRUPADA PELO VENDEDOR DONO: OS CLIENTES DO     *
      * CADCLI CUJO CEP CAI NA FAIXA, OS PEDIDOS DO MES *
      * INFORMADO ENTREGUES NELA (NAO CANCELADOS) E O   *
      * VALOR VENDIDO, DESTACANDO O QUE FOI VENDIDO POR *
      * OUTRO VENDEDOR. NO FIM, O QUE FICOU FORA DE     *
      * QUALQUER TERRITORIO E AS FAIXAS DO CADCEP SEM   *
      * DONO, AGRUPADAS POR UF E CIDADE                 *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TERRIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-CHAVE
                    FILE STATUS  IS ST-TER
                    ALTERNATE RECORD KEY IS TR-CHAVE-FIM.
       SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-CEP
                    ALTERNATE RECORD KEY IS LOGRADOURO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CIDADE WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHAVE-BUSCA
                                                      WITH DUPLICATES.
       SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CLIENTE
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS NOME-CLIENTE
                                                      WITH DUPLICATES.
       SELECT PEDIDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-PED.
       SELECT CADVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-VENDEDOR
                    FILE STATUS  IS ST-VEN.
       SELECT SORTWK ASSIGN TO DISK.
       SELECT RELATORIO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      *****************************************************************
      * ARQUIVO : TERRIT     - FAIXA DE CEP (INCLUSIVE) DE UMA UF E O *
      *                        VENDEDOR DONO DELA (CEP126/CLATERR)    *
      *****************************************************************
       FD TERRIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERRIT.DAT".
       01 REGTR.
                03 TR-CHAVE.
                   05 TR-UF        PIC X(02).
                   05 TR-CEP-INI   PIC 9(08).
                03 TR-CHAVE-FIM.
                   05 TR-UF-FIM    PIC X(02).
                   05 TR-CEP-FIM   PIC 9(08).
                03 TR-VENDEDOR     PIC 9(04).
                03 TR-DESCRICAO    PIC X(20).
      *
       FD CADCEP
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CEP              PIC 9(08).
           03 LOGRADOURO       PIC X(35).
           03 NUMERO           PIC 9(05).
           03 COMPLEMENTO      PIC X(15).
           03 BAIRRO           PIC X(25).
           03 CIDADE           PIC X(25).
           03 UF               PIC X(02).
           03 SITUACAO2        PIC X(01).
           03 CHAVE-BUSCA      PIC X(35).
      *
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
                03 COD-CLIENTE     PIC 9(06).
                03 NOME-CLIENTE    PIC X(30).
                03 CLI-CEP         PIC 9(08).
                03 CLI-ENDNUM      PIC 9(05).
                03 CLI-COMPLEMENTO PIC X(15).
                03 CLI-FONE        PIC X(12).
                03 CLI-CONTATO     PIC X(20).
                03 CLI-LIMITE      PIC 9(08)V99.
                03 CLI-CONDPAG     PIC 9(03).
                03 CLI-TIPO-DOC    PIC X(01).
                03 CLI-DOCUMENTO   PIC 9(14).
                03 CLI-IE          PIC X(14).
                03 CLI-TABELA      PIC 9(02).
      *
       FD PEDIDO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDIDO.DAT".
       01 REGPED.
                03 PED-NUMERO      PIC 9(06).
                03 PED-DATA        PIC 9(08).
                03 PED-CLIENTE     PIC X(30).
                03 PED-CEP         PIC 9(08).
                03 PED-LOGRADOURO  PIC X(35).
                03 PED-ENDNUM      PIC 9(05).
                03 PED-COMPLEMENTO PIC X(15).
                03 PED-BAIRRO      PIC X(25).
                03 PED-CIDADE      PIC X(25).
                03 PED-UF          PIC X(02).
                03 PED-TOTAL       PIC 9(08)V99.
                03 PED-OPERADOR    PIC X(10).
                03 PED-CODCLI      PIC 9(06).
                03 PED-SITUACAO    PIC X(01).
                03 PED-DATA-EMB    PIC 9(08).
                03 PED-OPER-EMB    PIC X(10).
                03 PED-VENDEDOR    PIC 9(04).
                03 PED-FRETE       PIC 9(06)V99.
                03 PED-CONDPAG     PIC 9(03).
                03 PED-FILIAL      PIC 9(02).
      *
       FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REGVEND.
                03 COD-VENDEDOR    PIC 9(04).
                03 NOME-VENDEDOR   PIC X(30).
                03 VEND-COMISSAO   PIC 99V99.
      *
      *              S-TIPO: 1 = A FAIXA, 2 = CLIENTE, 3 = PEDIDO;
      *              S-OUTRO = "S" QUANDO O PEDIDO NAO E DO DONO
       SD SORTWK.
       01 SORT-REC.
           03 S-CHAVE-FX.
              05 S-VENDEDOR    PIC 9(04).
              05 S-UF          PIC X(02).
              05 S-CEP-INI     PIC 9(08).
           03 S-TIPO           PIC 9(01).
           03 S-CEP-FIM        PIC 9(08).
           03 S-DESCRICAO      PIC X(20).
           03 S-VALOR          PIC 9(08)V99.
           03 S-OUTRO          PIC X(01).
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "RELTERR.LST".
       01 LINHA-REL            PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-TER       PIC X(02) VALUE "00".
       77 ST-CEP       PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-VEN       PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 W-CEP-ABERTO PIC X(01) VALUE "N".
       77 W-VEN-ABERTO PIC X(01) VALUE "N".
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-PED-ANOMES PIC 9(06) VALUE ZEROS.
       77 W-TER-UF     PIC X(02) VALUE SPACES.
       77 W-TER-CEP    PIC 9(08) VALUE ZEROS.
       77 W-TER-ACHOU  PIC X(01) VALUE "N".
       77 W-FAIXAS     PIC 9(05) VALUE ZEROS.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-PRIMEIRO   PIC X(01) VALUE "S".
       01 W-FX-ANT.
          03 W-VEND-ANT   PIC 9(04).
          03 W-UF-ANT     PIC X(02).
          03 W-INI-ANT    PIC 9(08).
       77 W-FX-FIM     PIC 9(08) VALUE ZEROS.
       77 W-FX-DESC    PIC X(20) VALUE SPACES.
       77 W-FX-CLI     PIC 9(06) VALUE ZEROS.
       77 W-FX-PED     PIC 9(06) VALUE ZEROS.
       77 W-FX-VALOR   PIC 9(10)V99 VALUE ZEROS.
       77 W-FX-OUTRO   PIC 9(10)V99 VALUE ZEROS.
       77 W-VD-CLI     PIC 9(06) VALUE ZEROS.
       77 W-VD-PED     PIC 9(06) VALUE ZEROS.
       77 W-VD-VALOR   PIC 9(10)V99 VALUE ZEROS.
       77 W-VD-OUTRO   PIC 9(10)V99 VALUE ZEROS.
       77 W-TG-CLI     PIC 9(06) VALUE ZEROS.
       77 W-TG-PED     PIC 9(06) VALUE ZEROS.
       77 W-TG-VALOR   PIC 9(10)V99 VALUE ZEROS.
       77 W-TG-OUTRO   PIC 9(10)V99 VALUE ZEROS.
       77 W-FORA-CLI   PIC 9(06) VALUE ZEROS.
       77 W-FORA-PED   PIC 9(06) VALUE ZEROS.
       77 W-FORA-VALOR PIC 9(10)V99 VALUE ZEROS.
      *              *** GRUPO CORRENTE DE CEPS SEM TERRITORIO ***
       77 W-GR-UF      PIC X(02) VALUE SPACES.
       77 W-GR-CIDADE  PIC X(25) VALUE SPACES.
       77 W-GR-INI     PIC 9(08) VALUE ZEROS.
       77 W-GR-FIM     PIC 9(08) VALUE ZEROS.
       77 W-GR-QTDE    PIC 9(06) VALUE ZEROS.
       77 W-DESCOBERTOS PIC 9(05) VALUE ZEROS.
       01 CAB1.
           03 FILLER      PIC X(44)
                 VALUE "TERRITORIOS DE VENDA E COBERTURA - ANO-MES: ".
           03 CAB1-ANOMES PIC 9(06).
       01 DET-TITULO.
           03 FILLER      PIC X(45)
                 VALUE "   UF FAIXA DE CEP        DESCRICAO".
           03 FILLER      PIC X(16) VALUE "CLIENTS PEDIDOS".
           03 FILLER      PIC X(15) VALUE "        VENDIDO".
           03 FILLER      PIC X(15) VALUE "  OUTRO VENDED.".
       01 CAB-VEND.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 CABV-COD    PIC 9(04).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 CABV-NOME   PIC X(30).
       01 DET-FAIXA.
           03 FILLER      PIC X(03) VALUE SPACES.
           03 DF-UF       PIC X(02).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DF-INI      PIC 9(08).
           03 FILLER      PIC X(01) VALUE "-".
           03 DF-FIM      PIC 9(08).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DF-DESC     PIC X(20).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DF-CLI      PIC ZZZ.ZZ9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DF-PED      PIC ZZZ.ZZ9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DF-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DF-OUTRO    PIC ZZZ.ZZZ.ZZ9,99.
       01 TOT-LIN.
           03 FILLER      PIC X(05) VALUE SPACES.
           03 TOT-ROTULO  PIC X(39).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 TOT-CLI     PIC ZZZ.ZZ9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 TOT-PED     PIC ZZZ.ZZ9.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 TOT-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 TOT-OUTRO   PIC ZZZ.ZZZ.ZZ9,99.
       01 CAB-DESC.
           03 FILLER      PIC X(45)
                 VALUE "FAIXAS DO CADCEP SEM TERRITORIO (SEM DONO)".
       01 DET-DESC.
           03 FILLER      PIC X(03) VALUE SPACES.
           03 DD-UF       PIC X(02).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DD-INI      PIC 9(08).
           03 FILLER      PIC X(01) VALUE "-".
           03 DD-FIM      PIC 9(08).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DD-CIDADE   PIC X(25).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DD-QTDE     PIC ZZZ.ZZ9.
           03 FILLER      PIC X(05) VALUE " CEPS".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** TERRITORIOS DE VENDA E COBERTURA ***".
           DISPLAY "ANO-MES DOS PEDIDOS (AAAAMM) : ".
           ACCEPT W-ANOMES.
           IF W-ANOMES = ZEROS
              DISPLAY "*** ANO-MES INVALIDO ***"
              GOBACK.
           OPEN INPUT TERRIT
           IF ST-TER NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TERRIT.DAT"
              GOBACK.
      *              SEM CADCEP.DAT NAO HA COMO SABER A UF DO CLIENTE
      *              NEM LISTAR AS FAIXAS DESCOBERTAS
           OPEN INPUT CADCEP
           IF ST-CEP = "00"
              MOVE "S" TO W-CEP-ABERTO
           ELSE
              DISPLAY "AVISO: CADCEP.DAT INDISPONIVEL".
           SORT SORTWK ON ASCENDING KEY S-VENDEDOR S-UF S-CEP-INI
                                        S-TIPO
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
                    OUTPUT PROCEDURE IS GRAVA-RELATORIO THRU GRAVA-FIM.
           CLOSE TERRIT
           IF W-CEP-ABERTO = "S"
              CLOSE CADCEP.
           DISPLAY "*** RELATORIO GERADO: RELTERR.LST ***".
           DISPLAY "*** FAIXAS: " W-FAIXAS "  PEDIDOS DO MES: "
                   W-LIDOS.
           GOBACK.
      *
      ***********************************************
      * CARREGA O SORT - AS FAIXAS DO TERRIT.DAT     *
      * (FAIXA SEM CLIENTE NEM VENDA TAMBEM SAI), OS *
      * CLIENTES PELA UF/CEP DO CADASTRO E OS        *
      * PEDIDOS DO MES PELA UF/CEP DE ENTREGA        *
      ***********************************************
       CARREGA-SORT.
           READ TERRIT NEXT RECORD
           IF ST-TER NOT = "00"
              GO TO CARREGA-SORT-CLI.
           ADD 1 TO W-FAIXAS
           MOVE TR-VENDEDOR  TO S-VENDEDOR
           MOVE TR-UF        TO S-UF
           MOVE TR-CEP-INI   TO S-CEP-INI
           MOVE 1            TO S-TIPO
           MOVE TR-CEP-FIM   TO S-CEP-FIM
           MOVE TR-DESCRICAO TO S-DESCRICAO
           MOVE ZEROS        TO S-VALOR
           MOVE "N"          TO S-OUTRO
           RELEASE SORT-REC
           GO TO CARREGA-SORT.
       CARREGA-SORT-CLI.
           IF W-CEP-ABERTO NOT = "S"
              GO TO CARREGA-SORT-PED.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
              DISPLAY "AVISO: CADCLI.DAT INDISPONIVEL"
              GO TO CARREGA-SORT-PED.
       CARREGA-SORT-CLI-LER.
           READ CADCLI NEXT RECORD
           IF ST-CLI NOT = "00"
              CLOSE CADCLI
              GO TO CARREGA-SORT-PED.
           MOVE CLI-CEP TO CEP
           READ CADCEP
           IF ST-CEP NOT = "00"
              ADD 1 TO W-FORA-CLI
              GO TO CARREGA-SORT-CLI-LER.
           MOVE UF      TO W-TER-UF
           MOVE CLI-CEP TO W-TER-CEP
           PERFORM BUSCA-TERRITORIO THRU BUSCA-TERRITORIO-FIM
           IF W-TER-ACHOU NOT = "S"
              ADD 1 TO W-FORA-CLI
              GO TO CARREGA-SORT-CLI-LER.
           MOVE TR-VENDEDOR  TO S-VENDEDOR
           MOVE TR-UF        TO S-UF
           MOVE TR-CEP-INI   TO S-CEP-INI
           MOVE 2            TO S-TIPO
           MOVE ZEROS        TO S-VALOR
           MOVE "N"          TO S-OUTRO
           RELEASE SORT-REC
           GO TO CARREGA-SORT-CLI-LER.
       CARREGA-SORT-PED.
           OPEN INPUT PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO.DAT"
              GO TO CARREGA-SORT-FIM.
       CARREGA-SORT-PED-LER.
           READ PEDIDO NEXT RECORD
           IF ST-PED NOT = "00"
              CLOSE PEDIDO
              GO TO CARREGA-SORT-FIM.
           COMPUTE W-PED-ANOMES = PED-DATA / 100
           IF W-PED-ANOMES NOT = W-ANOMES
              GO TO CARREGA-SORT-PED-LER.
           IF PED-SITUACAO = "C"
              GO TO CARREGA-SORT-PED-LER.
           ADD 1 TO W-LIDOS
           MOVE PED-UF  TO W-TER-UF
           MOVE PED-CEP TO W-TER-CEP
           PERFORM BUSCA-TERRITORIO THRU BUSCA-TERRITORIO-FIM
           IF W-TER-ACHOU NOT = "S"
              ADD 1         TO W-FORA-PED
              ADD PED-TOTAL TO W-FORA-VALOR
              GO TO CARREGA-SORT-PED-LER.
           MOVE TR-VENDEDOR  TO S-VENDEDOR
           MOVE TR-UF        TO S-UF
           MOVE TR-CEP-INI   TO S-CEP-INI
           MOVE 3            TO S-TIPO
           MOVE PED-TOTAL    TO S-VALOR
           MOVE "N"          TO S-OUTRO
           IF PED-VENDEDOR NOT = TR-VENDEDOR
              MOVE "S" TO S-OUTRO.
           RELEASE SORT-REC
           GO TO CARREGA-SORT-PED-LER.
       CARREGA-SORT-FIM.
           EXIT.
      *
      ***********************************************
      * FAIXA DE W-TER-UF/W-TER-CEP EM REGTR, COM    *
      * W-TER-ACHOU = "S": A PRIMEIRA FAIXA DA UF    *
      * COM FIM >= CEP, SE JA COMECOU                *
      ***********************************************
       BUSCA-TERRITORIO.
           MOVE "N" TO W-TER-ACHOU
           MOVE W-TER-UF  TO TR-UF-FIM
           MOVE W-TER-CEP TO TR-CEP-FIM
           START TERRIT KEY IS NOT LESS TR-CHAVE-FIM
                 INVALID KEY GO TO BUSCA-TERRITORIO-FIM.
           READ TERRIT NEXT RECORD
           IF ST-TER NOT = "00"
              GO TO BUSCA-TERRITORIO-FIM.
           IF TR-UF-FIM NOT = W-TER-UF
              GO TO BUSCA-TERRITORIO-FIM.
           IF TR-CEP-INI > W-TER-CEP
              GO TO BUSCA-TERRITORIO-FIM.
           MOVE "S" TO W-TER-ACHOU.
       BUSCA-TERRITORIO-FIM.
           EXIT.
      *
       GRAVA-RELATORIO.
           OPEN INPUT CADVEND
           IF ST-VEN = "00"
              MOVE "S" TO W-VEN-ABERTO.
           OPEN OUTPUT RELATORIO
           IF ST-REL NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO RELTERR.LST"
              GO TO GRAVA-FIM.
           MOVE W-ANOMES TO CAB1-ANOMES
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL.
       LER-SORT.
           RETURN SORTWK AT END GO TO ENCERRA-TOTAIS.
           IF W-PRIMEIRO = "S"
              MOVE "N" TO W-PRIMEIRO
              MOVE S-CHAVE-FX TO W-FX-ANT
              PERFORM ABRE-VEND THRU ABRE-VEND-FIM
           ELSE
              IF S-VENDEDOR NOT = W-VEND-ANT
                 PERFORM TOTALIZA-FAIXA THRU TOTALIZA-FAIXA-FIM
                 PERFORM TOTALIZA-VEND THRU TOTALIZA-VEND-FIM
                 MOVE S-CHAVE-FX TO W-FX-ANT
                 PERFORM ABRE-VEND THRU ABRE-VEND-FIM
              ELSE
                 IF S-CHAVE-FX NOT = W-FX-ANT
                    PERFORM TOTALIZA-FAIXA THRU TOTALIZA-FAIXA-FIM
                    MOVE S-CHAVE-FX TO W-FX-ANT.
           IF S-TIPO = 1
              MOVE S-CEP-FIM   TO W-FX-FIM
              MOVE S-DESCRICAO TO W-FX-DESC
              GO TO LER-SORT.
           IF S-TIPO = 2
              ADD 1 TO W-FX-CLI
              GO TO LER-SORT.
           ADD 1       TO W-FX-PED
           ADD S-VALOR TO W-FX-VALOR
           IF S-OUTRO = "S"
              ADD S-VALOR TO W-FX-OUTRO.
           GO TO LER-SORT.
      *
       ENCERRA-TOTAIS.
           IF W-PRIMEIRO = "N"
              PERFORM TOTALIZA-FAIXA THRU TOTALIZA-FAIXA-FIM
              PERFORM TOTALIZA-VEND THRU TOTALIZA-VEND-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL GERAL DOS TERRITORIOS" TO TOT-ROTULO
           MOVE W-TG-CLI   TO TOT-CLI
           MOVE W-TG-PED   TO TOT-PED
           MOVE W-TG-VALOR TO TOT-VALOR
           MOVE W-TG-OUTRO TO TOT-OUTRO
           MOVE TOT-LIN TO LINHA-REL
           WRITE LINHA-REL
           MOVE "FORA DE QUALQUER TERRITORIO" TO TOT-ROTULO
           MOVE W-FORA-CLI   TO TOT-CLI
           MOVE W-FORA-PED   TO TOT-PED
           MOVE W-FORA-VALOR TO TOT-VALOR
           MOVE ZEROS        TO TOT-OUTRO
           MOVE TOT-LIN TO LINHA-REL
           WRITE LINHA-REL.
           PERFORM LISTA-DESCOBERTOS THRU LISTA-DESCOBERTOS-FIM.
           GO TO GRAVA-FIM.
      *
      ***********************************************
      * CABECALHO DO VENDEDOR DONO DAS FAIXAS        *
      ***********************************************
       ABRE-VEND.
           MOVE ZEROS TO W-VD-CLI W-VD-PED W-VD-VALOR W-VD-OUTRO
           MOVE W-VEND-ANT TO CABV-COD
           MOVE "*** VENDEDOR NAO CADASTRADO ***" TO CABV-NOME
           IF W-VEN-ABERTO = "S"
              MOVE W-VEND-ANT TO COD-VENDEDOR
              READ CADVEND
              IF ST-VEN = "00"
                 MOVE NOME-VENDEDOR TO CABV-NOME.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE CAB-VEND TO LINHA-REL
           WRITE LINHA-REL.
       ABRE-VEND-FIM.
           EXIT.
      *
      ***********************************************
      * QUEBRA DE FAIXA - CLIENTES, PEDIDOS, VENDIDO *
      * E VENDIDO POR OUTRO VENDEDOR NA FAIXA        *
      ***********************************************
       TOTALIZA-FAIXA.
           MOVE W-UF-ANT   TO DF-UF
           MOVE W-INI-ANT  TO DF-INI
           MOVE W-FX-FIM   TO DF-FIM
           MOVE W-FX-DESC  TO DF-DESC
           MOVE W-FX-CLI   TO DF-CLI
           MOVE W-FX-PED   TO DF-PED
           MOVE W-FX-VALOR TO DF-VALOR
           MOVE W-FX-OUTRO TO DF-OUTRO
           MOVE DET-FAIXA TO LINHA-REL
           WRITE LINHA-REL
           ADD W-FX-CLI   TO W-VD-CLI
           ADD W-FX-PED   TO W-VD-PED
           ADD W-FX-VALOR TO W-VD-VALOR
           ADD W-FX-OUTRO TO W-VD-OUTRO
           MOVE ZEROS  TO W-FX-FIM W-FX-CLI W-FX-PED W-FX-VALOR
                          W-FX-OUTRO
           MOVE SPACES TO W-FX-DESC.
       TOTALIZA-FAIXA-FIM.
           EXIT.
      *
       TOTALIZA-VEND.
           MOVE "TOTAL DO VENDEDOR" TO TOT-ROTULO
           MOVE W-VD-CLI   TO TOT-CLI
           MOVE W-VD-PED   TO TOT-PED
           MOVE W-VD-VALOR TO TOT-VALOR
           MOVE W-VD-OUTRO TO TOT-OUTRO
           MOVE TOT-LIN TO LINHA-REL
           WRITE LINHA-REL
           ADD W-VD-CLI   TO W-TG-CLI
           ADD W-VD-PED   TO W-TG-PED
           ADD W-VD-VALOR TO W-TG-VALOR
           ADD W-VD-OUTRO TO W-TG-OUTRO.
       TOTALIZA-VEND-FIM.
           EXIT.
      *
      ***********************************************
      * CEPS DO CADCEP SEM TERRITORIO - PERCORRE NA  *
      * ORDEM DE CEP E JUNTA OS CONSECUTIVOS DA      *
      * MESMA UF E CIDADE NUMA LINHA                 *
      ***********************************************
       LISTA-DESCOBERTOS.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE CAB-DESC TO LINHA-REL
           WRITE LINHA-REL
           IF W-CEP-ABERTO NOT = "S"
              MOVE "   CADCEP.DAT INDISPONIVEL" TO LINHA-REL
              WRITE LINHA-REL
              GO TO LISTA-DESCOBERTOS-FIM.
           MOVE ZEROS TO W-GR-QTDE
           MOVE ZEROS TO CEP
           START CADCEP KEY IS NOT LESS CEP
                 INVALID KEY GO TO LISTA-DESC-FECHA.
       LISTA-DESC-LER.
           READ CADCEP NEXT RECORD
           IF ST-CEP NOT = "00"
              GO TO LISTA-DESC-FECHA.
           MOVE UF  TO W-TER-UF
           MOVE CEP TO W-TER-CEP
           PERFORM BUSCA-TERRITORIO THRU BUSCA-TERRITORIO-FIM
           IF W-TER-ACHOU = "S"
              PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM
              GO TO LISTA-DESC-LER.
           IF W-GR-QTDE NOT = ZEROS
              IF UF NOT = W-GR-UF OR CIDADE NOT = W-GR-CIDADE
                 PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM.
           IF W-GR-QTDE = ZEROS
              MOVE UF     TO W-GR-UF
              MOVE CIDADE TO W-GR-CIDADE
              MOVE CEP    TO W-GR-INI.
           MOVE CEP TO W-GR-FIM
           ADD 1 TO W-GR-QTDE
           GO TO LISTA-DESC-LER.
       LISTA-DESC-FECHA.
           PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM.
           IF W-DESCOBERTOS = ZEROS
              MOVE "   TODOS OS CEPS DA BASE TEM TERRITORIO"
                                                      TO LINHA-REL
              WRITE LINHA-REL.
       LISTA-DESCOBERTOS-FIM.
           EXIT.
      *
       FECHA-GRUPO.
           IF W-GR-QTDE = ZEROS
              GO TO FECHA-GRUPO-FIM.
           MOVE W-GR-UF     TO DD-UF
           MOVE W-GR-INI    TO DD-INI
           MOVE W-GR-FIM    TO DD-FIM
           MOVE W-GR-CIDADE TO DD-CIDADE
           MOVE W-GR-QTDE   TO DD-QTDE
           MOVE DET-DESC TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-DESCOBERTOS
           MOVE ZEROS TO W-GR-QTDE.
       FECHA-GRUPO-FIM.
           EXIT.
      *
       GRAVA-FIM.
           CLOSE RELATORIO
           IF W-VEN-ABERTO = "S"
              CLOSE CADVEND.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
