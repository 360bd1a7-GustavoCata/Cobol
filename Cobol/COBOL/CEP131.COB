       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAS.
       AUTHOR. GABRIEL ASSIS DE MORAES.
      **************************************************
      * CARGAS DE ENTREGA E BAIXA DOS CANHOTOS. MODO 1  *
      * MONTA A CARGA: UM VEICULO (CEP129/CLAVEIC) E    *
      * UMA ROTA (CEP130/CLAROTA); SO ENTRA PEDIDO JA   *
      * EMBARCADO (ROMANEIO, SITUACAO S) OU FATURADO,   *
      * COM CEP DE ENTREGA DENTRO DE UMA PARADA DA ROTA *
      * E SEM ESTOURAR O PESO OU O VOLUME DO VEICULO    *
      * (PESO E VOLUME DOS ITENS PELO CEP128/CLAPESO).  *
      * MODO 2 IMPRIME O MANIFESTO (CARGAS.LST) NA      *
      * ORDEM INVERSA DE ENTREGA - A ULTIMA PARADA      *
      * ENTRA PRIMEIRO NO CAMINHAO - E LIBERA A CARGA.  *
      * MODO 3 DA BAIXA NOS CANHOTOS ASSINADOS: CADA    *
      * PEDIDO ENTREGUE OU RECUSADO COM O MOTIVO; O     *
      * RECUSADO VOLTA AO ESTOQUE PELA DEVOLUCAO DE     *
      * VENDA (CEP074/DEVVENDA)                         *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PEDIDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUMERO
                    FILE STATUS  IS ST-PED.
       SELECT PEDITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ITEM.
       SELECT PRODPESO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PP-PRODUTO
                    FILE STATUS  IS ST-PP.
       SELECT VEICULO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VE-PLACA
                    FILE STATUS  IS ST-VE.
       SELECT ROTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RT-CHAVE
                    FILE STATUS  IS ST-RT.
       SELECT CARGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CG-NUMERO
                    FILE STATUS  IS ST-CG.
       SELECT CARGAPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-CHAVE
                    ALTERNATE RECORD KEY IS CP-PEDIDO WITH DUPLICATES
                    FILE STATUS  IS ST-CP.
       SELECT SORTWK ASSIGN TO DISK.
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
      *              CONDICAO DE PAGAMENTO (CONDPAG.DAT); 000 = A VISTA
                03 PED-CONDPAG     PIC 9(03).
                03 PED-FILIAL      PIC 9(02).
      *
       FD PEDITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDITEM.DAT".
       01 REGITEM.
                03 ITEM-CHAVE.
                   05 ITEM-PEDIDO  PIC 9(06).
                   05 ITEM-SEQ     PIC 9(02).
                03 ITEM-PRODUTO    PIC 9(06).
                03 ITEM-DESCRICAO  PIC X(25).
                03 ITEM-QTDE       PIC 9(05).
                03 ITEM-PRECO      PIC 9(06)V99.
                03 ITEM-VALOR      PIC 9(08)V99.
                03 ITEM-DESC-PCT   PIC 99V99.
      *
      *****************************************************************
      * ARQUIVO : PRODPESO   - PESO BRUTO (KG) E VOLUME (M3) DE UMA   *
      *                        UNIDADE DE VENDA DO PRODUTO            *
      *****************************************************************
       FD PRODPESO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODPESO.DAT".
       01 REGPP.
                03 PP-PRODUTO      PIC 9(06).
                03 PP-PESO         PIC 9(05)V999.
                03 PP-VOLUME       PIC 9(03)V9999.
      *
      *****************************************************************
      * ARQUIVO : VEICULO    - VEICULOS DE ENTREGA E SUA CAPACIDADE   *
      *****************************************************************
       FD VEICULO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "VEICULO.DAT".
       01 REGVE.
                03 VE-PLACA        PIC X(07).
                03 VE-DESCRICAO    PIC X(20).
                03 VE-MOTORISTA    PIC X(20).
                03 VE-CAP-PESO     PIC 9(06).
                03 VE-CAP-VOLUME   PIC 9(03)V99.
      *
      *****************************************************************
      * ARQUIVO : ROTA       - PARADAS DA ROTA DE ENTREGA, NA ORDEM   *
      *                        DE PASSAGEM; CADA PARADA E UMA FAIXA   *
      *                        DE CEP (INCLUSIVE) DE UMA UF           *
      *****************************************************************
       FD ROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ROTA.DAT".
       01 REGRT.
                03 RT-CHAVE.
                   05 RT-ROTA      PIC 9(03).
                   05 RT-PARADA    PIC 9(02).
                03 RT-DESCRICAO    PIC X(20).
                03 RT-UF           PIC X(02).
                03 RT-CEP-INI      PIC 9(08).
                03 RT-CEP-FIM      PIC 9(08).
      *
      *****************************************************************
      * ARQUIVO : CARGA      - CABECA DA CARGA DE ENTREGA             *
      * SITUACAO    : A = ABERTA (EM MONTAGEM)                        *
      *               T = EM TRANSITO (MANIFESTO EMITIDO, SAIU)       *
      *               F = FECHADA (TODOS OS CANHOTOS BAIXADOS)        *
      *****************************************************************
       FD CARGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARGA.DAT".
       01 REGCG.
                03 CG-NUMERO       PIC 9(05).
                03 CG-DATA         PIC 9(08).
                03 CG-PLACA        PIC X(07).
                03 CG-ROTA         PIC 9(03).
                03 CG-SITUACAO     PIC X(01).
                03 CG-PEDIDOS      PIC 9(03).
                03 CG-PESO         PIC 9(07)V999.
                03 CG-VOLUME       PIC 9(05)V9999.
                03 CG-OPERADOR     PIC X(10).
                03 CG-DATA-SAIDA   PIC 9(08).
                03 CG-DATA-FECHA   PIC 9(08).
      *
      *****************************************************************
      * ARQUIVO : CARGAPED   - PEDIDOS DA CARGA, POR PARADA DA ROTA   *
      * CHAVE       : CP-CHAVE     - CARGA + PARADA + SEQUENCIA       *
      * ALTERNATIVA : CP-PEDIDO    - EM QUE CARGA O PEDIDO ESTA       *
      * SITUACAO    : P = PENDENTE (SEM CANHOTO)                      *
      *               E = ENTREGUE                                    *
      *               R = RECUSADO PELO CLIENTE                       *
      *               D = RECUSADO E JA DEVOLVIDO AO ESTOQUE          *
      *                   (CEP074/DEVVENDA)                           *
      *****************************************************************
       FD CARGAPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARGAPED.DAT".
       01 REGCP.
                03 CP-CHAVE.
                   05 CP-CARGA     PIC 9(05).
                   05 CP-PARADA    PIC 9(02).
                   05 CP-SEQ       PIC 9(03).
                03 CP-PEDIDO       PIC 9(06).
                03 CP-PESO         PIC 9(07)V999.
                03 CP-VOLUME       PIC 9(05)V9999.
                03 CP-SITUACAO     PIC X(01).
                03 CP-DATA-BAIXA   PIC 9(08).
                03 CP-OPER-BAIXA   PIC X(10).
                03 CP-RECEBEDOR    PIC X(20).
                03 CP-MOTIVO       PIC X(30).
      *
       SD SORTWK.
       01 SORT-REC.
           03 S-PARADA         PIC 9(02).
           03 S-SEQ            PIC 9(03).
           03 S-PEDIDO         PIC 9(06).
           03 S-PESO           PIC 9(07)V999.
           03 S-VOLUME         PIC 9(05)V9999.
      *
       FD RELATORIO
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "CARGAS.LST".
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
      *              SENHA DO OPERADOR (MENUGER/CEP043): EM BRANCO
      *              FORCA A TROCA NO PROXIMO SIGN-ON; OPER-BLOQ =
      *              S TRAVA O OPERADOR APOS AS FALHAS SEGUIDAS
                03 OPER-SENHA      PIC X(08).
                03 OPER-DT-SENHA   PIC 9(08).
                03 OPER-FALHAS     PIC 9(02).
                03 OPER-BLOQ       PIC X(01).
                03 PERM-LIB-CRED   PIC X(01).
                03 OPER-FILIAL     PIC 9(02).
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
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-PED       PIC X(02) VALUE "00".
       77 ST-ITEM      PIC X(02) VALUE "00".
       77 ST-PP        PIC X(02) VALUE "00".
       77 ST-VE        PIC X(02) VALUE "00".
       77 ST-RT        PIC X(02) VALUE "00".
       77 ST-CG        PIC X(02) VALUE "00".
       77 ST-CP        PIC X(02) VALUE "00".
       77 ST-REL       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 W-PP-ABERTO  PIC X(01) VALUE "N".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-MODO       PIC 9(01) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-CARGA      PIC 9(05) VALUE ZEROS.
       77 W-ULTIMA     PIC 9(05) VALUE ZEROS.
       77 W-PLACA      PIC X(07) VALUE SPACES.
       77 W-ROTA       PIC 9(03) VALUE ZEROS.
       77 W-NOME-ROTA  PIC X(20) VALUE SPACES.
       77 W-PEDIDO     PIC 9(06) VALUE ZEROS.
       77 W-PARADA     PIC 9(02) VALUE ZEROS.
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-ORDEM      PIC 9(03) VALUE ZEROS.
       77 W-SEM-PESO   PIC 9(03) VALUE ZEROS.
       77 W-PESO-PED   PIC 9(09)V999 VALUE ZEROS.
       77 W-VOL-PED    PIC 9(07)V9999 VALUE ZEROS.
       77 W-PESO-NOVO  PIC 9(09)V999 VALUE ZEROS.
       77 W-VOL-NOVO   PIC 9(07)V9999 VALUE ZEROS.
       77 W-SITUACAO   PIC X(01) VALUE SPACES.
       77 W-RECEBEDOR  PIC X(20) VALUE SPACES.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-ENTREGUES  PIC 9(03) VALUE ZEROS.
       77 W-RECUSADOS  PIC 9(03) VALUE ZEROS.
       77 W-PENDENTES  PIC 9(03) VALUE ZEROS.
       77 W-ED-PESO    PIC Z.ZZZ.ZZ9,999.
       77 W-ED-CAP-PES PIC ZZZ.ZZ9.
       77 W-ED-VOL     PIC ZZ.ZZ9,9999.
       77 W-ED-CAP-VOL PIC ZZ9,99.
       01 DATA-EMB.
          03 ANO-EMB   PIC 99.
          03 MES-EMB   PIC 99.
          03 DIA-EMB   PIC 99.
       01 W-SECULO     PIC 9(02) VALUE 20.
       01 W-PIVO       PIC 9(02) VALUE 80.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-DATA-CG.
          03 W-CG-ANO     PIC 9(04).
          03 W-CG-MES     PIC 9(02).
          03 W-CG-DIA     PIC 9(02).
       01 W-DATA-CG-NUM REDEFINES W-DATA-CG PIC 9(08).
       01 CAB1.
           03 FILLER      PIC X(26)
                 VALUE "MANIFESTO DE CARGA : ".
           03 CAB1-NUM    PIC 9(05).
           03 FILLER      PIC X(09) VALUE "   DATA: ".
           03 CAB1-DIA    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 CAB1-MES    PIC 9(02).
           03 FILLER      PIC X(01) VALUE "/".
           03 CAB1-ANO    PIC 9(04).
       01 CAB2.
           03 FILLER      PIC X(09) VALUE "VEICULO: ".
           03 CAB2-PLACA  PIC X(07).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 CAB2-DESC   PIC X(20).
           03 FILLER      PIC X(13) VALUE "  MOTORISTA: ".
           03 CAB2-MOTOR  PIC X(20).
       01 CAB3.
           03 FILLER      PIC X(09) VALUE "ROTA   : ".
           03 CAB3-ROTA   PIC 9(03).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 CAB3-NOME   PIC X(20).
           03 FILLER      PIC X(11) VALUE "  PEDIDOS: ".
           03 CAB3-PEDS   PIC ZZ9.
       01 CAB4.
           03 FILLER      PIC X(09) VALUE "PESO   : ".
           03 CAB4-PESO   PIC Z.ZZZ.ZZ9,999.
           03 FILLER      PIC X(07) VALUE " KG DE ".
           03 CAB4-CAPP   PIC ZZZ.ZZ9.
           03 FILLER      PIC X(12) VALUE "   VOLUME: ".
           03 CAB4-VOL    PIC ZZ.ZZ9,9999.
           03 FILLER      PIC X(07) VALUE " M3 DE ".
           03 CAB4-CAPV   PIC ZZ9,99.
       01 CAB5           PIC X(50)
             VALUE "CARREGAR NESTA ORDEM - ULTIMA ENTREGA PRIMEIRO".
       01 DET-TITULO.
           03 FILLER      PIC X(07) VALUE "ORDEM  ".
           03 FILLER      PIC X(08) VALUE "PARADA  ".
           03 FILLER      PIC X(08) VALUE "PEDIDO  ".
           03 FILLER      PIC X(32) VALUE "CLIENTE".
           03 FILLER      PIC X(14) VALUE "      PESO KG ".
           03 FILLER      PIC X(10) VALUE " VOLUME M3".
       01 DET.
           03 DET-ORDEM   PIC ZZ9.
           03 FILLER      PIC X(06) VALUE SPACES.
           03 DET-PARADA  PIC 9(02).
           03 FILLER      PIC X(04) VALUE SPACES.
           03 DET-PEDIDO  PIC 9(06).
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DET-CLIENTE PIC X(30).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-PESO    PIC ZZZZ.ZZ9,999.
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DET-VOL     PIC ZZZZ9,9999.
       01 DET-END.
           03 FILLER      PIC X(10) VALUE SPACES.
           03 DE-LOGR     PIC X(35).
           03 FILLER      PIC X(02) VALUE ", ".
           03 DE-NUM      PIC ZZZZ9.
           03 FILLER      PIC X(02) VALUE SPACES.
           03 DE-BAIRRO   PIC X(25).
       01 DET-CID.
           03 FILLER      PIC X(10) VALUE SPACES.
           03 DC-CIDADE   PIC X(25).
           03 FILLER      PIC X(01) VALUE SPACES.
           03 DC-UF       PIC X(02).
           03 FILLER      PIC X(07) VALUE "  CEP: ".
           03 DC-CEP      PIC 99999.999.
       01 DET-CANHOTO.
           03 FILLER      PIC X(10) VALUE SPACES.
           03 FILLER      PIC X(44)
                 VALUE "CANHOTO - RECEBI A MERCADORIA DESTE PEDIDO:".
       01 DET-ASSINA.
           03 FILLER      PIC X(10) VALUE SPACES.
           03 FILLER      PIC X(48)
                 VALUE "NOME: ____________________  DATA: ___/___/____".
       01 DET-ASSINA2.
           03 FILLER      PIC X(10) VALUE SPACES.
           03 FILLER      PIC X(32)
                 VALUE "ASSINATURA: __________________  ".
           03 FILLER      PIC X(32)
                 VALUE "[ ] RECUSADO - MOTIVO: _________".
       01 RODAPE1       PIC X(50)
             VALUE "CARREGADO POR: __________  MOTORISTA: __________".
       01 LIN-SEPARA    PIC X(78) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "*** CARGAS DE ENTREGA E BAIXA DOS CANHOTOS ***".
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM CALCULA-HOJE THRU CALCULA-HOJE-FIM.
           PERFORM VALIDA-OPERADOR THRU VALIDA-OPERADOR-FIM.
           OPEN INPUT PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDIDO.DAT"
              GOBACK.
           OPEN INPUT PEDITEM
           IF ST-ITEM NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDITEM.DAT"
              CLOSE PEDIDO
              GOBACK.
           OPEN INPUT VEICULO
           IF ST-VE NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO VEICULO.DAT - "
                      "CADASTRE OS VEICULOS (CLAVEIC)"
              CLOSE PEDIDO PEDITEM
              GOBACK.
           OPEN INPUT ROTA
           IF ST-RT NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ROTA.DAT - "
                      "CADASTRE AS ROTAS (CLAROTA)"
              CLOSE PEDIDO PEDITEM VEICULO
              GOBACK.
           OPEN I-O CARGA
           IF ST-CG = "30" OR ST-CG = "35"
              OPEN OUTPUT CARGA
              CLOSE CARGA
              OPEN I-O CARGA.
           IF ST-CG NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CARGA.DAT"
              CLOSE PEDIDO PEDITEM VEICULO ROTA
              GOBACK.
           OPEN I-O CARGAPED
           IF ST-CP = "30" OR ST-CP = "35"
              OPEN OUTPUT CARGAPED
              CLOSE CARGAPED
              OPEN I-O CARGAPED.
           IF ST-CP NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CARGAPED.DAT"
              CLOSE PEDIDO PEDITEM VEICULO ROTA CARGA
              GOBACK.
      *              SEM O PRODPESO A CARGA AINDA MONTA, SO QUE
      *              TODO ITEM ENTRA SEM PESO E SEM VOLUME (AVISADO)
           OPEN INPUT PRODPESO
           IF ST-PP = "00"
              MOVE "S" TO W-PP-ABERTO.
       MODO-001.
           DISPLAY "1=MONTAR CARGA  2=MANIFESTO  3=BAIXA DOS CANHOTOS  "
                   "0=SAIR".
           ACCEPT W-MODO.
           IF W-MODO = 0
              GO TO ROT-FIM.
           IF W-MODO = 1
              GO TO MON-INICIO.
           IF W-MODO = 2
              GO TO MAN-INICIO.
           IF W-MODO = 3
              GO TO BXA-INICIO.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO MODO-001.
      *
      **************************************************
      * MODO 1 - MONTAGEM DA CARGA: ABRE UMA CARGA NOVA *
      * (VEICULO + ROTA) OU CONTINUA UMA AINDA ABERTA E *
      * RECEBE OS PEDIDOS; PEDIDO JA NESTA CARGA PODE   *
      * SER RETIRADO                                    *
      **************************************************
       MON-INICIO.
           DISPLAY "NUMERO DA CARGA (0 = NOVA CARGA) : ".
           ACCEPT W-CARGA.
           IF W-CARGA = ZEROS
              GO TO MON-NOVA.
           MOVE W-CARGA TO CG-NUMERO
           READ CARGA
           IF ST-CG NOT = "00"
              DISPLAY "*** CARGA NAO ENCONTRADA ***"
              GO TO MODO-001.
           IF CG-SITUACAO NOT = "A"
              DISPLAY "*** CARGA JA LIBERADA - NAO RECEBE MAIS "
                      "PEDIDOS ***"
              GO TO MODO-001.
           PERFORM LE-VEICULO-ROTA THRU LE-VEICULO-ROTA-FIM
           IF W-ACHOU NOT = "S"
              GO TO MODO-001.
           GO TO MON-MOSTRA.
       MON-NOVA.
           DISPLAY "PLACA DO VEICULO (BRANCO = VOLTAR) : ".
           ACCEPT W-PLACA.
           IF W-PLACA = SPACES
              GO TO MODO-001.
           MOVE W-PLACA TO VE-PLACA
           READ VEICULO
           IF ST-VE NOT = "00"
              DISPLAY "*** VEICULO NAO CADASTRADO ***"
              GO TO MON-NOVA.
       MON-NOVA-ROTA.
           DISPLAY "ROTA (0 = VOLTAR) : ".
           ACCEPT W-ROTA.
           IF W-ROTA = ZEROS
              GO TO MON-NOVA.
           PERFORM NOME-ROTA THRU NOME-ROTA-FIM
           IF W-ACHOU NOT = "S"
              DISPLAY "*** ROTA NAO CADASTRADA ***"
              GO TO MON-NOVA-ROTA.
           PERFORM PROXIMA-CARGA THRU PROXIMA-CARGA-FIM
           MOVE W-CARGA    TO CG-NUMERO
           MOVE W-HOJE     TO CG-DATA
           MOVE W-PLACA    TO CG-PLACA
           MOVE W-ROTA     TO CG-ROTA
           MOVE "A"        TO CG-SITUACAO
           MOVE ZEROS      TO CG-PEDIDOS CG-PESO CG-VOLUME
                              CG-DATA-SAIDA CG-DATA-FECHA
           MOVE W-OPERADOR TO CG-OPERADOR
           WRITE REGCG
           IF ST-CG NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA CARGA"
              GO TO MODO-001.
           DISPLAY "*** CARGA " W-CARGA " ABERTA ***".
       MON-MOSTRA.
           PERFORM MOSTRA-CARGA THRU MOSTRA-CARGA-FIM.
       MON-PEDIDO.
           DISPLAY "PEDIDO A CARREGAR (0 = ENCERRAR A MONTAGEM) : ".
           ACCEPT W-PEDIDO.
           IF W-PEDIDO = ZEROS
              GO TO MODO-001.
           MOVE W-PEDIDO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
              DISPLAY "*** PEDIDO NAO ENCONTRADO ***"
              GO TO MON-PEDIDO.
           PERFORM BUSCA-CARGA-PED THRU BUSCA-CARGA-PED-FIM
           IF W-ACHOU = "S" AND CP-CARGA = W-CARGA
              GO TO MON-RETIRA.
      *              PEDIDO RECUSADO E DEVOLVIDO NAO VOLTA A SAIR -
      *              UMA NOVA ENTREGA E UM NOVO PEDIDO
           IF W-ACHOU = "S"
              DISPLAY "*** PEDIDO JA ESTA NA CARGA " CP-CARGA " ***"
              GO TO MON-PEDIDO.
           IF PED-SITUACAO NOT = "S" AND NOT = "F"
              DISPLAY "*** SO PEDIDO EMBARCADO (ROMANEIO) OU FATURADO "
                      "ENTRA NA CARGA ***"
              GO TO MON-PEDIDO.
           PERFORM BUSCA-PARADA THRU BUSCA-PARADA-FIM
           IF W-PARADA = ZEROS
              DISPLAY "*** CEP DE ENTREGA " PED-UF " " PED-CEP
                      " FORA DA ROTA " CG-ROTA " ***"
              GO TO MON-PEDIDO.
           PERFORM PESA-PEDIDO THRU PESA-PEDIDO-FIM
           IF W-SEM-PESO NOT = ZEROS
              DISPLAY "AVISO: " W-SEM-PESO " ITEM(NS) SEM PESO E "
                      "VOLUME CADASTRADOS (CLAPESO)".
           COMPUTE W-PESO-NOVO = CG-PESO + W-PESO-PED
           COMPUTE W-VOL-NOVO  = CG-VOLUME + W-VOL-PED
           IF W-PESO-NOVO > VE-CAP-PESO
              MOVE W-PESO-PED TO W-ED-PESO
              DISPLAY "*** PEDIDO DE " W-ED-PESO " KG EXCEDE O PESO "
                      "QUE O VEICULO AINDA LEVA ***"
              GO TO MON-PEDIDO.
           IF W-VOL-NOVO > VE-CAP-VOLUME
              MOVE W-VOL-PED TO W-ED-VOL
              DISPLAY "*** PEDIDO DE " W-ED-VOL " M3 EXCEDE O VOLUME "
                      "QUE O VEICULO AINDA LEVA ***"
              GO TO MON-PEDIDO.
           PERFORM PROXIMA-SEQ THRU PROXIMA-SEQ-FIM
           MOVE W-CARGA    TO CP-CARGA
           MOVE W-PARADA   TO CP-PARADA
           MOVE W-SEQ      TO CP-SEQ
           MOVE W-PEDIDO   TO CP-PEDIDO
           MOVE W-PESO-PED TO CP-PESO
           MOVE W-VOL-PED  TO CP-VOLUME
           MOVE "P"        TO CP-SITUACAO
           MOVE ZEROS      TO CP-DATA-BAIXA
           MOVE SPACES     TO CP-OPER-BAIXA CP-RECEBEDOR CP-MOTIVO
           WRITE REGCP
           IF ST-CP NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO PEDIDO NA CARGA"
              GO TO MON-PEDIDO.
           MOVE W-CARGA TO CG-NUMERO
           READ CARGA
           IF ST-CG NOT = "00"
              DISPLAY "ERRO NA LEITURA DA CARGA"
              GO TO MODO-001.
           ADD W-PESO-PED TO CG-PESO
           ADD W-VOL-PED  TO CG-VOLUME
           ADD 1          TO CG-PEDIDOS
           REWRITE REGCG
           IF ST-CG NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA CARGA".
           DISPLAY "*** PEDIDO INCLUIDO NA PARADA " W-PARADA " ***"
           PERFORM MOSTRA-CARGA THRU MOSTRA-CARGA-FIM
           GO TO MON-PEDIDO.
       MON-RETIRA.
           DISPLAY "PEDIDO JA ESTA NESTA CARGA - RETIRAR (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO MON-PEDIDO.
           MOVE CP-PESO   TO W-PESO-PED
           MOVE CP-VOLUME TO W-VOL-PED
           DELETE CARGAPED RECORD
           IF ST-CP NOT = "00"
              DISPLAY "ERRO NA RETIRADA DO PEDIDO DA CARGA"
              GO TO MON-PEDIDO.
           MOVE W-CARGA TO CG-NUMERO
           READ CARGA
           IF ST-CG NOT = "00"
              DISPLAY "ERRO NA LEITURA DA CARGA"
              GO TO MODO-001.
           SUBTRACT W-PESO-PED FROM CG-PESO
           SUBTRACT W-VOL-PED  FROM CG-VOLUME
           SUBTRACT 1          FROM CG-PEDIDOS
           REWRITE REGCG
           IF ST-CG NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA CARGA".
           DISPLAY "*** PEDIDO RETIRADO DA CARGA ***"
           PERFORM MOSTRA-CARGA THRU MOSTRA-CARGA-FIM
           GO TO MON-PEDIDO.
      *
      **************************************************
      * MODO 2 - MANIFESTO DA CARGA: PEDIDOS DA ULTIMA  *
      * PARADA PARA A PRIMEIRA, COM ENDERECO E CANHOTO; *
      * CARGA ABERTA PODE SER LIBERADA PARA SAIR, E DAI *
      * EM DIANTE NAO RECEBE MAIS PEDIDOS               *
      **************************************************
       MAN-INICIO.
           DISPLAY "NUMERO DA CARGA (0 = VOLTAR) : ".
           ACCEPT W-CARGA.
           IF W-CARGA = ZEROS
              GO TO MODO-001.
           MOVE W-CARGA TO CG-NUMERO
           READ CARGA
           IF ST-CG NOT = "00"
              DISPLAY "*** CARGA NAO ENCONTRADA ***"
              GO TO MAN-INICIO.
           IF CG-PEDIDOS = ZEROS
              DISPLAY "*** CARGA SEM PEDIDOS ***"
              GO TO MAN-INICIO.
           PERFORM LE-VEICULO-ROTA THRU LE-VEICULO-ROTA-FIM
           MOVE ZEROS TO W-ORDEM
           SORT SORTWK ON DESCENDING KEY S-PARADA S-SEQ
                    INPUT  PROCEDURE IS CARREGA-SORT
                                        THRU CARREGA-SORT-FIM
                    OUTPUT PROCEDURE IS GRAVA-MANIFESTO THRU GRAVA-FIM.
           DISPLAY "*** MANIFESTO GERADO: CARGAS.LST - PEDIDOS: "
                   W-ORDEM " ***"
           IF CG-SITUACAO NOT = "A"
              GO TO MAN-INICIO.
           DISPLAY "LIBERA A CARGA PARA SAIR (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
              DISPLAY "*** CARGA CONTINUA ABERTA ***"
              GO TO MAN-INICIO.
           MOVE W-CARGA TO CG-NUMERO
           READ CARGA
           IF ST-CG NOT = "00"
              DISPLAY "ERRO NA LEITURA DA CARGA"
              GO TO MAN-INICIO.
           MOVE "T"    TO CG-SITUACAO
           MOVE W-HOJE TO CG-DATA-SAIDA
           REWRITE REGCG
           IF ST-CG NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA CARGA"
              GO TO MAN-INICIO.
           DISPLAY "*** CARGA LIBERADA - AGUARDANDO OS CANHOTOS ***"
           GO TO MAN-INICIO.
      *
      ***********************************************
      * CARREGA O SORT COM OS PEDIDOS DA CARGA PELA  *
      * CHAVE CARGA+PARADA+SEQUENCIA                 *
      ***********************************************
       CARREGA-SORT.
           MOVE W-CARGA TO CP-CARGA
           MOVE ZEROS   TO CP-PARADA CP-SEQ
           START CARGAPED KEY IS NOT LESS CP-CHAVE
                 INVALID KEY GO TO CARREGA-SORT-FIM.
       CARREGA-SORT-LER.
           READ CARGAPED NEXT
           IF ST-CP NOT = "00"
              GO TO CARREGA-SORT-FIM.
           IF CP-CARGA NOT = W-CARGA
              GO TO CARREGA-SORT-FIM.
           MOVE CP-PARADA TO S-PARADA
           MOVE CP-SEQ    TO S-SEQ
           MOVE CP-PEDIDO TO S-PEDIDO
           MOVE CP-PESO   TO S-PESO
           MOVE CP-VOLUME TO S-VOLUME
           RELEASE SORT-REC
           GO TO CARREGA-SORT-LER.
       CARREGA-SORT-FIM.
           EXIT.
      *
       GRAVA-MANIFESTO.
           OPEN EXTEND RELATORIO
           IF ST-REL NOT = "00"
              OPEN OUTPUT RELATORIO
              CLOSE RELATORIO
              OPEN EXTEND RELATORIO.
           MOVE LIN-SEPARA TO LINHA-REL
           WRITE LINHA-REL
           MOVE CG-NUMERO TO CAB1-NUM
           MOVE CG-DATA   TO W-DATA-CG-NUM
           MOVE W-CG-DIA  TO CAB1-DIA
           MOVE W-CG-MES  TO CAB1-MES
           MOVE W-CG-ANO  TO CAB1-ANO
           MOVE CAB1 TO LINHA-REL
           WRITE LINHA-REL
           MOVE CG-PLACA     TO CAB2-PLACA
           MOVE VE-DESCRICAO TO CAB2-DESC
           MOVE VE-MOTORISTA TO CAB2-MOTOR
           MOVE CAB2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE CG-ROTA     TO CAB3-ROTA
           MOVE W-NOME-ROTA TO CAB3-NOME
           MOVE CG-PEDIDOS  TO CAB3-PEDS
           MOVE CAB3 TO LINHA-REL
           WRITE LINHA-REL
           MOVE CG-PESO       TO CAB4-PESO
           MOVE VE-CAP-PESO   TO CAB4-CAPP
           MOVE CG-VOLUME     TO CAB4-VOL
           MOVE VE-CAP-VOLUME TO CAB4-CAPV
           MOVE CAB4 TO LINHA-REL
           WRITE LINHA-REL
           MOVE CAB5 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-TITULO TO LINHA-REL
           WRITE LINHA-REL.
       LER-SORT.
           RETURN SORTWK AT END GO TO GRAVA-RODAPE.
           ADD 1 TO W-ORDEM
           MOVE S-PEDIDO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
              MOVE SPACES TO REGPED
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO PED-CLIENTE
              MOVE ZEROS TO PED-ENDNUM PED-CEP.
           MOVE W-ORDEM     TO DET-ORDEM
           MOVE S-PARADA    TO DET-PARADA
           MOVE S-PEDIDO    TO DET-PEDIDO
           MOVE PED-CLIENTE TO DET-CLIENTE
           MOVE S-PESO      TO DET-PESO
           MOVE S-VOLUME    TO DET-VOL
           MOVE DET TO LINHA-REL
           WRITE LINHA-REL
           MOVE PED-LOGRADOURO TO DE-LOGR
           MOVE PED-ENDNUM     TO DE-NUM
           MOVE PED-BAIRRO     TO DE-BAIRRO
           MOVE DET-END TO LINHA-REL
           WRITE LINHA-REL
           MOVE PED-CIDADE TO DC-CIDADE
           MOVE PED-UF     TO DC-UF
           MOVE PED-CEP    TO DC-CEP
           MOVE DET-CID TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-CANHOTO TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-ASSINA TO LINHA-REL
           WRITE LINHA-REL
           MOVE DET-ASSINA2 TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           GO TO LER-SORT.
       GRAVA-RODAPE.
           MOVE RODAPE1 TO LINHA-REL
           WRITE LINHA-REL.
       GRAVA-FIM.
           CLOSE RELATORIO.
      *
      **************************************************
      * MODO 3 - BAIXA DOS CANHOTOS DA CARGA LIBERADA:  *
      * PARA CADA PEDIDO AINDA PENDENTE, ENTREGUE (COM  *
      * QUEM RECEBEU) OU RECUSADO (COM O MOTIVO); EM    *
      * BRANCO FICA PENDENTE. SEM PENDENTES A CARGA     *
      * FECHA                                           *
      **************************************************
       BXA-INICIO.
           DISPLAY "NUMERO DA CARGA (0 = VOLTAR) : ".
           ACCEPT W-CARGA.
           IF W-CARGA = ZEROS
              GO TO MODO-001.
           MOVE W-CARGA TO CG-NUMERO
           READ CARGA
           IF ST-CG NOT = "00"
              DISPLAY "*** CARGA NAO ENCONTRADA ***"
              GO TO BXA-INICIO.
           IF CG-SITUACAO = "A"
              DISPLAY "*** CARGA AINDA NAO LIBERADA - EMITA O "
                      "MANIFESTO ***"
              GO TO BXA-INICIO.
           IF CG-SITUACAO = "F"
              DISPLAY "*** CARGA JA FECHADA EM " CG-DATA-FECHA " ***"
              GO TO BXA-INICIO.
           MOVE ZEROS TO W-ENTREGUES W-RECUSADOS W-PENDENTES
           MOVE W-CARGA TO CP-CARGA
           MOVE ZEROS   TO CP-PARADA CP-SEQ
           START CARGAPED KEY IS NOT LESS CP-CHAVE
                 INVALID KEY GO TO BXA-FIM-CARGA.
       BXA-LER.
           READ CARGAPED NEXT
           IF ST-CP NOT = "00"
              GO TO BXA-FIM-CARGA.
           IF CP-CARGA NOT = W-CARGA
              GO TO BXA-FIM-CARGA.
           IF CP-SITUACAO NOT = "P"
              GO TO BXA-LER.
           MOVE CP-PEDIDO TO PED-NUMERO
           READ PEDIDO
           IF ST-PED NOT = "00"
              MOVE "*** PEDIDO NAO ENCONTRADO ***" TO PED-CLIENTE.
           DISPLAY "PARADA " CP-PARADA "  PEDIDO " CP-PEDIDO "  "
                   PED-CLIENTE.
       BXA-SITUACAO.
           DISPLAY "E=ENTREGUE  R=RECUSADO  BRANCO=SEM CANHOTO : ".
           MOVE SPACES TO W-SITUACAO
           ACCEPT W-SITUACAO.
           IF W-SITUACAO = SPACES
              ADD 1 TO W-PENDENTES
              GO TO BXA-LER.
           IF W-SITUACAO = "E" OR "e"
              GO TO BXA-ENTREGUE.
           IF W-SITUACAO = "R" OR "r"
              GO TO BXA-RECUSA.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO BXA-SITUACAO.
       BXA-ENTREGUE.
           DISPLAY "RECEBIDO POR : ".
           MOVE SPACES TO W-RECEBEDOR
           ACCEPT W-RECEBEDOR.
           IF W-RECEBEDOR = SPACES
              DISPLAY "*** INFORME QUEM ASSINOU O CANHOTO ***"
              GO TO BXA-ENTREGUE.
           MOVE "E"         TO CP-SITUACAO
           MOVE W-RECEBEDOR TO CP-RECEBEDOR
           MOVE SPACES      TO CP-MOTIVO
           GO TO BXA-GRAVA.
       BXA-RECUSA.
           DISPLAY "MOTIVO DA RECUSA : ".
           MOVE SPACES TO W-MOTIVO
           ACCEPT W-MOTIVO.
           IF W-MOTIVO = SPACES
              DISPLAY "*** INFORME O MOTIVO DA RECUSA ***"
              GO TO BXA-RECUSA.
           MOVE "R"      TO CP-SITUACAO
           MOVE W-MOTIVO TO CP-MOTIVO
           MOVE SPACES   TO CP-RECEBEDOR.
       BXA-GRAVA.
           MOVE W-HOJE     TO CP-DATA-BAIXA
           MOVE W-OPERADOR TO CP-OPER-BAIXA
           REWRITE REGCP
           IF ST-CP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO CANHOTO"
              ADD 1 TO W-PENDENTES
              GO TO BXA-LER.
           IF CP-SITUACAO = "E"
              ADD 1 TO W-ENTREGUES
           ELSE
              ADD 1 TO W-RECUSADOS.
           GO TO BXA-LER.
       BXA-FIM-CARGA.
           DISPLAY "*** ENTREGUES: " W-ENTREGUES "  RECUSADOS: "
                   W-RECUSADOS "  SEM CANHOTO: " W-PENDENTES " ***"
           IF W-RECUSADOS NOT = ZEROS
              DISPLAY "*** DE ENTRADA DOS RECUSADOS PELA DEVOLUCAO "
                      "DE VENDA (DEVVENDA) ***".
           IF W-PENDENTES NOT = ZEROS
              GO TO BXA-INICIO.
           MOVE W-CARGA TO CG-NUMERO
           READ CARGA
           IF ST-CG NOT = "00"
              DISPLAY "ERRO NA LEITURA DA CARGA"
              GO TO BXA-INICIO.
           MOVE "F"    TO CG-SITUACAO
           MOVE W-HOJE TO CG-DATA-FECHA
           REWRITE REGCG
           IF ST-CG NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA CARGA"
              GO TO BXA-INICIO.
           DISPLAY "*** TODOS OS CANHOTOS BAIXADOS - CARGA FECHADA ***"
           GO TO BXA-INICIO.
      *
      ***********************************************
      * FIM: FECHA OS ARQUIVOS E VOLTA AO MENU       *
      ***********************************************
       ROT-FIM.
           CLOSE PEDIDO PEDITEM VEICULO ROTA CARGA CARGAPED
           IF W-PP-ABERTO = "S"
              CLOSE PRODPESO.
           GOBACK.
      *
      ***********************************************
      * MOSTRA A CARGA EM MONTAGEM: PESO E VOLUME JA *
      * CARREGADOS CONTRA A CAPACIDADE DO VEICULO    *
      ***********************************************
       MOSTRA-CARGA.
           DISPLAY "CARGA " CG-NUMERO "  VEICULO " CG-PLACA "  ROTA "
                   CG-ROTA " " W-NOME-ROTA "  PEDIDOS: " CG-PEDIDOS.
           MOVE CG-PESO       TO W-ED-PESO
           MOVE VE-CAP-PESO   TO W-ED-CAP-PES
           MOVE CG-VOLUME     TO W-ED-VOL
           MOVE VE-CAP-VOLUME TO W-ED-CAP-VOL
           DISPLAY "PESO: " W-ED-PESO " DE " W-ED-CAP-PES " KG   "
                   "VOLUME: " W-ED-VOL " DE " W-ED-CAP-VOL " M3".
       MOSTRA-CARGA-FIM.
           EXIT.
      *
      ***********************************************
      * LE O VEICULO E O NOME DA ROTA DA CARGA LIDA  *
      ***********************************************
       LE-VEICULO-ROTA.
           MOVE CG-PLACA TO VE-PLACA
           READ VEICULO
           IF ST-VE NOT = "00"
              DISPLAY "*** VEICULO " CG-PLACA " NAO CADASTRADO ***"
              MOVE SPACES TO VE-DESCRICAO VE-MOTORISTA
              MOVE ZEROS  TO VE-CAP-PESO VE-CAP-VOLUME
              MOVE "N"    TO W-ACHOU
              GO TO LE-VEICULO-ROTA-FIM.
           MOVE CG-ROTA TO W-ROTA
           PERFORM NOME-ROTA THRU NOME-ROTA-FIM.
       LE-VEICULO-ROTA-FIM.
           EXIT.
      *
      ***********************************************
      * NOME DA ROTA W-ROTA, PELA PRIMEIRA PARADA    *
      ***********************************************
       NOME-ROTA.
           MOVE "N"    TO W-ACHOU
           MOVE SPACES TO W-NOME-ROTA
           MOVE W-ROTA TO RT-ROTA
           MOVE ZEROS  TO RT-PARADA
           START ROTA KEY IS NOT LESS RT-CHAVE
                 INVALID KEY GO TO NOME-ROTA-FIM.
           READ ROTA NEXT
           IF ST-RT NOT = "00"
              GO TO NOME-ROTA-FIM.
           IF RT-ROTA NOT = W-ROTA
              GO TO NOME-ROTA-FIM.
           MOVE RT-DESCRICAO TO W-NOME-ROTA
           MOVE "S" TO W-ACHOU.
       NOME-ROTA-FIM.
           EXIT.
      *
      ***********************************************
      * PARADA DA ROTA DA CARGA QUE COBRE A UF E O   *
      * CEP DE ENTREGA DO PEDIDO; ZERO = FORA DA ROTA*
      ***********************************************
       BUSCA-PARADA.
           MOVE ZEROS   TO W-PARADA
           MOVE CG-ROTA TO RT-ROTA
           MOVE ZEROS   TO RT-PARADA
           START ROTA KEY IS NOT LESS RT-CHAVE
                 INVALID KEY GO TO BUSCA-PARADA-FIM.
       BUSCA-PARADA-LER.
           READ ROTA NEXT
           IF ST-RT NOT = "00"
              GO TO BUSCA-PARADA-FIM.
           IF RT-ROTA NOT = CG-ROTA
              GO TO BUSCA-PARADA-FIM.
           IF RT-UF NOT = PED-UF
              GO TO BUSCA-PARADA-LER.
           IF PED-CEP < RT-CEP-INI OR PED-CEP > RT-CEP-FIM
              GO TO BUSCA-PARADA-LER.
           MOVE RT-PARADA TO W-PARADA.
       BUSCA-PARADA-FIM.
           EXIT.
      *
      ***********************************************
      * PESO E VOLUME DO PEDIDO: QUANTIDADE DE CADA  *
      * ITEM VEZES O PESO E O VOLUME DA UNIDADE      *
      ***********************************************
       PESA-PEDIDO.
           MOVE ZEROS TO W-PESO-PED W-VOL-PED W-SEM-PESO
           MOVE W-PEDIDO TO ITEM-PEDIDO
           MOVE ZEROS    TO ITEM-SEQ
           START PEDITEM KEY IS NOT LESS ITEM-CHAVE
                 INVALID KEY GO TO PESA-PEDIDO-FIM.
       PESA-PEDIDO-LER.
           READ PEDITEM NEXT
           IF ST-ITEM NOT = "00"
              GO TO PESA-PEDIDO-FIM.
           IF ITEM-PEDIDO NOT = W-PEDIDO
              GO TO PESA-PEDIDO-FIM.
           IF W-PP-ABERTO NOT = "S"
              ADD 1 TO W-SEM-PESO
              GO TO PESA-PEDIDO-LER.
           MOVE ITEM-PRODUTO TO PP-PRODUTO
           READ PRODPESO
           IF ST-PP NOT = "00"
              ADD 1 TO W-SEM-PESO
              GO TO PESA-PEDIDO-LER.
           COMPUTE W-PESO-PED = W-PESO-PED + ITEM-QTDE * PP-PESO
           COMPUTE W-VOL-PED  = W-VOL-PED  + ITEM-QTDE * PP-VOLUME
           GO TO PESA-PEDIDO-LER.
       PESA-PEDIDO-FIM.
           EXIT.
      *
      ***********************************************
      * CARGA EM QUE O PEDIDO W-PEDIDO ESTA, PELA    *
      * CHAVE ALTERNATIVA; DEIXA O REGISTRO LIDO     *
      ***********************************************
       BUSCA-CARGA-PED.
           MOVE "N"      TO W-ACHOU
           MOVE W-PEDIDO TO CP-PEDIDO
           START CARGAPED KEY IS EQUAL CP-PEDIDO
                 INVALID KEY GO TO BUSCA-CARGA-PED-FIM.
           READ CARGAPED NEXT
           IF ST-CP NOT = "00"
              GO TO BUSCA-CARGA-PED-FIM.
           IF CP-PEDIDO = W-PEDIDO
              MOVE "S" TO W-ACHOU.
       BUSCA-CARGA-PED-FIM.
           EXIT.
      *
      ***********************************************
      * PROXIMA SEQUENCIA DENTRO DA PARADA DA CARGA  *
      ***********************************************
       PROXIMA-SEQ.
           MOVE ZEROS    TO W-SEQ
           MOVE W-CARGA  TO CP-CARGA
           MOVE W-PARADA TO CP-PARADA
           MOVE ZEROS    TO CP-SEQ
           START CARGAPED KEY IS NOT LESS CP-CHAVE
                 INVALID KEY GO TO PROXIMA-SEQ-SOMA.
       PROXIMA-SEQ-LER.
           READ CARGAPED NEXT
           IF ST-CP NOT = "00"
              GO TO PROXIMA-SEQ-SOMA.
           IF CP-CARGA NOT = W-CARGA OR CP-PARADA NOT = W-PARADA
              GO TO PROXIMA-SEQ-SOMA.
           MOVE CP-SEQ TO W-SEQ
           GO TO PROXIMA-SEQ-LER.
       PROXIMA-SEQ-SOMA.
           ADD 1 TO W-SEQ.
       PROXIMA-SEQ-FIM.
           EXIT.
      *
      ***********************************************
      * NUMERO DA CARGA NOVA: ULTIMA CARGA + 1       *
      ***********************************************
       PROXIMA-CARGA.
           MOVE ZEROS TO W-ULTIMA CG-NUMERO
           START CARGA KEY IS NOT LESS CG-NUMERO
                 INVALID KEY GO TO PROXIMA-CARGA-SOMA.
       PROXIMA-CARGA-LER.
           READ CARGA NEXT
           IF ST-CG NOT = "00"
              GO TO PROXIMA-CARGA-SOMA.
           MOVE CG-NUMERO TO W-ULTIMA
           GO TO PROXIMA-CARGA-LER.
       PROXIMA-CARGA-SOMA.
           COMPUTE W-CARGA = W-ULTIMA + 1.
       PROXIMA-CARGA-FIM.
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
           ACCEPT DATA-EMB FROM DATE
           IF ANO-EMB < W-PIVO
              COMPUTE W-HOJE = ((W-SECULO * 100) + ANO-EMB) * 10000
                               + (MES-EMB * 100) + DIA-EMB
           ELSE
              COMPUTE W-HOJE = (((W-SECULO - 1) * 100) + ANO-EMB)
                               * 10000 + (MES-EMB * 100) + DIA-EMB.
       CALCULA-HOJE-FIM.
           EXIT.
      *
      ***********************************************
      * LE OS PARAMETROS DO SISTEMA (CEP060/CLAPARM)*
      * NA PARTIDA; SEM ARQUIVO OU CAMPO ZERADO,    *
      * VALEM OS PADROES LOCAIS                     *
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
