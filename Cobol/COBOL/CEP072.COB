      * ENVIADA E MARCADA COM DUP-REMESSA = S PARA NAO  *
      * SAIR DUAS VEZES - O RETORNO DO BANCO E          *
      * PROCESSADO PELO CEP073/RETBANCO                 *
      * O DETALHE LEVA O CPF/CNPJ DO PAGADOR, LIDO DO   *
      * CADASTRO DE CLIENTES (CADCLI); PARCELA DE       *
      * CLIENTE SEM DOCUMENTO SAI COM TIPO 00 E FICA    *
      * CONTADA NO CONSOLE                              *
      **************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT PARAMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-PAR.
       SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD-CLIENTE
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS NOME-CLIENTE
                                                      WITH DUPLICATES.
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
      * ARQUIVO : REMESSA    - ARQUIVO DE REMESSA NO LEIAUTE DE       *
      *                        POSICOES FIXAS DO BANCO: TIPO 1 =      *
      *                        HEADER, TIPO 2 = TITULO (VALOR EM      *
      *                        CENTAVOS, SEM VIRGULA), TIPO 9 =       *
      *                        TRAILER COM CONTAGEM E SOMA. O TITULO  *
      *                        TERMINA COM O TIPO DE INSCRICAO DO     *
      *                        PAGADOR (01 = CPF, 02 = CNPJ, 00 = SEM *
      *                        DOCUMENTO) E O NUMERO EM 14 POSICOES   *
      *****************************************************************
       FD REMESSA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REMESSA.TXT".
       01 LINHA-REM            PIC X(80).
      *
       FD CADOPER
               LABEL RECORD IS STANDARD
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
      *
      *****************************************************************
      * ARQUIVO : CADCLI     - SO LEITURA, CPF/CNPJ DO PAGADOR        *
      *****************************************************************
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
      *              TABELA DE PRECO DO CLIENTE (CEP122/CLATAB); 00 =
      *              PRECO DE LISTA DO PRODUTO
                03 CLI-TABELA      PIC 9(02).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PAR       PIC X(02) VALUE "00".
       77 ST-DUP       PIC X(02) VALUE "00".
       77 ST-REM       PIC X(02) VALUE "00".
       77 ST-OPER      PIC X(02) VALUE "00".
       77 ST-CLI       PIC X(02) VALUE "00".
       77 W-SEM-DOC    PIC 9(07) VALUE ZEROS.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ENVIADAS   PIC 9(07) VALUE ZEROS.
          03 RD-CLIENTE   PIC X(30).
          03 RD-VENCTO    PIC 9(08).
          03 RD-VALOR     PIC 9(10).
          03 RD-TIPO-INSC PIC 9(02).
          03 RD-INSCRICAO PIC 9(14).
       01 REM-TRAILER.
          03 FILLER       PIC X(01) VALUE "9".
          03 RT-CONTAGEM  PIC 9(07).
          03 RT-SOMA      PIC 9(12).
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
           MOVE W-HOJE    TO RH-DATA
           MOVE REM-HEADER TO LINHA-REM
           WRITE LINHA-REM.
      *              SEM CADCLI.DAT TODO PAGADOR SAI SEM DOCUMENTO
           OPEN INPUT CADCLI.
      *
       LER-DUP.
           READ DUPREC NEXT RECORD
              GO TO LER-DUP.
           IF DUP-REMESSA = "S"
              GO TO LER-DUP.
      *              COBERTA POR CHEQUE EM CUSTODIA (CUSTCHQ/CEP143)
           IF DUP-REMESSA = "Q"
              GO TO LER-DUP.
           MOVE DUP-PEDIDO     TO RD-PEDIDO
           MOVE DUP-PARCELA    TO RD-PARCELA
           MOVE DUP-CODCLI     TO RD-CODCLI
           MOVE DUP-VENCIMENTO TO RD-VENCTO
      *              VALOR EM CENTAVOS, SEM VIRGULA, COMO O BANCO PEDE
           COMPUTE RD-VALOR = (DUP-VALOR - DUP-PAGO) * 100
           PERFORM BUSCA-PAGADOR THRU BUSCA-PAGADOR-FIM
           MOVE REM-DETALHE TO LINHA-REM
           WRITE LINHA-REM
           IF ST-REM NOT = "00"
           REWRITE REGDUP
           IF ST-DUP NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA MARCACAO DA DUPLICATA " DUP-PEDIDO
                      "/" DUP-PARCELA
           ELSE
              MOVE "R" TO JR-OPERACAO
              PERFORM JORNAL-DUPREC THRU JORNAL-DUPREC-FIM.
           GO TO LER-DUP.
      *
       ROT-FIM.
           COMPUTE RT-SOMA = W-SOMA * 100
           MOVE REM-TRAILER TO LINHA-REM
           WRITE LINHA-REM
           CLOSE REMESSA DUPREC CADCLI.
           DISPLAY "*** TITULOS ENVIADOS.........: " W-ENVIADAS.
           IF W-SEM-DOC NOT = ZEROS
              DISPLAY "*** PAGADOR SEM CPF/CNPJ.....: " W-SEM-DOC
                      " (VER SEMDOC/CEP114)".
           DISPLAY "*** VALOR TOTAL DA REMESSA...: " W-SOMA.
           DISPLAY "*** ARQUIVO GERADO: REMESSA.TXT ***".
           GOBACK.
      *
      ***********************************************
      * TIPO DE INSCRICAO E CPF/CNPJ DO PAGADOR DA   *
      * PARCELA (DUP-CODCLI) NO DETALHE DA REMESSA   *
      ***********************************************
       BUSCA-PAGADOR.
           MOVE ZEROS TO RD-TIPO-INSC RD-INSCRICAO
           MOVE DUP-CODCLI TO COD-CLIENTE
           READ CADCLI
           IF ST-CLI NOT = "00"
              ADD 1 TO W-SEM-DOC
              GO TO BUSCA-PAGADOR-FIM.
           IF CLI-TIPO-DOC = "F"
              MOVE 01 TO RD-TIPO-INSC.
           IF CLI-TIPO-DOC = "J"
              MOVE 02 TO RD-TIPO-INSC.
           IF RD-TIPO-INSC = ZEROS
              ADD 1 TO W-SEM-DOC
              GO TO BUSCA-PAGADOR-FIM.
           MOVE CLI-DOCUMENTO TO RD-INSCRICAO.
       BUSCA-PAGADOR-FIM.
           EXIT.
      *
      ***********************************************
      * IDENTIFICACAO DO OPERADOR E CONFERENCIA DA   *
      * PERMISSAO DE BATCH DO PERFIL (CEP033/        *
      * CLAOPER) - SO O "N" EXPLICITO NEGA           *
           CLOSE PARAMS.
       LE-PARAMETROS-FIM.
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
           MOVE "REMBANCO"      TO JR-PROGRAMA
           CALL "GRVJORN".
       GRAVA-JORNAL-FIM.
           EXIT.
      *---------------------*** FIM DE PROGRAMA ***--------------------*
