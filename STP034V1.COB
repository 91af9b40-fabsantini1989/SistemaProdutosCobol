       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP034.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * PEDIDOS DE COMPRA                    *
      **************************************
      *------------------------------------------------------------
      * MANUTENCAO DO PEDCOMP: NUMERO ZERADO ABRE UM PEDIDO NOVO -
      * FORNECEDOR DO CADFORN E ITENS DIGITADOS UM A UM, COM O
      * PRECO SUGERIDO PELO ULTIMO CUSTO (ULT-CUSTO-PF) E A DATA
      * PREVISTA PELA DATA DE HOJE + PRAZO DE ENTREGA DO PRODFORN.
      * O NUMERO DO PEDIDO E ATRIBUIDO NA GRAVACAO (ULTIMO + 1).
      * PEDIDO EXISTENTE: MOSTRA O CABECALHO E OS ITENS E PERMITE
      * INCLUIR ITEM, ALTERAR ITEM (QUANTIDADE NUNCA ABAIXO DO JA
      * RECEBIDO), CANCELAR O SALDO DO PEDIDO (SUPERVISOR) E
      * IMPRIMIR O PEDIDO NO RELPED PARA ENVIO AO FORNECEDOR.
      * PEDIDO ATENDIDO OU CANCELADO SO E CONSULTADO/IMPRESSO.
      * O RECEBIMENTO E BAIXADO PELO STP005 NA POSTAGEM DAS
      * ENTRADAS CASADAS COM O PEDIDO NO STP011. OS PEDIDOS GERADOS
      * PELA SUGESTAO DE COMPRA (STP017) SAO MANTIDOS AQUI TAMBEM.
      * CADA GRAVACAO NO PEDCOMP VAI PARA O JORNAL (JRNMEST).
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PEDCOMP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-PED
                      ALTERNATE RECORD KEY IS COD-PROD-PC
                                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.
       SELECT CADPROD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      FILE STATUS  IS ST-ERRO2.
       SELECT CADFORN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CNPJ OF REGFORN
                      FILE STATUS  IS ST-ERRO3.
       SELECT PRODFORN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-PFOR
                      FILE STATUS  IS ST-ERRO4.
       SELECT JRNMEST ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO5.
       SELECT RELPED  ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       COPY REGPED.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       COPY REGPROD.
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       COPY REGFORN.
       FD PRODFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODFORN.DAT".
       COPY REGPFOR.
       FD JRNMEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JRNMEST.DAT".
       COPY REGJORN.
       FD RELPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPED.DAT".
       01 LINHA-RELPED     PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 W-USUARIO     PIC X(08) VALUE SPACES.
       01 W-CNPJ-OK     PIC X(01) VALUE "S".
       01 W-SEM-PRODFORN PIC X(01) VALUE "N".
       01 W-MODO        PIC X(01) VALUE SPACES.
       01 W-DT-HOJE     PIC 9(08) VALUE ZEROS.
       01 W-DIAS-INT    PIC 9(08) VALUE ZEROS.
       01 W-PED-ANT     PIC X(113) VALUE SPACES.
      *--------[ CABECALHO DO PEDIDO NA TELA ]--------------------------
       01 W-NUM-PED     PIC 9(06) VALUE ZEROS.
       01 W-CNPJ-PED    PIC 9(14) VALUE ZEROS.
       01 W-DT-PED      PIC 9(08) VALUE ZEROS.
       01 W-SIT-PED     PIC X(01) VALUE SPACES.
       01 W-USU-PED     PIC X(08) VALUE SPACES.
       01 W-TOT-ITENS   PIC 9(03) VALUE ZEROS.
       01 W-TOT-VALOR   PIC 9(14) VALUE ZEROS.
       01 W-DT-MAIOR    PIC 9(08) VALUE ZEROS.
      *--------[ ITEM DO PEDIDO NA TELA ]-------------------------------
       01 W-SEQ-ITEM    PIC 9(03) VALUE ZEROS.
       01 W-QTD         PIC 9(06) VALUE ZEROS.
       01 W-QTD-REC     PIC 9(06) VALUE ZEROS.
       01 W-CUSTO       PIC 9(08) VALUE ZEROS.
       01 W-DT-PREV     PIC 9(08) VALUE ZEROS.
       01 W-SIT-ITEM    PIC X(01) VALUE SPACES.
       01 W-VALOR-ITEM  PIC 9(14) VALUE ZEROS.
      *--------[ NUMERACAO, LISTA E SITUACAO DO PEDIDO ]----------------
       01 W-ULT-PED     PIC 9(06) VALUE ZEROS.
       01 W-FIM-ULT     PIC X(01) VALUE "N".
       01 W-FIM-ITENS   PIC X(01) VALUE "N".
       01 W-LIN-LISTA   PIC 9(02) VALUE ZEROS.
       01 W-DESC-LISTA  PIC X(16) VALUE SPACES.
       01 W-PED-ABERTOS    PIC 9(03) VALUE ZEROS.
       01 W-PED-RECEBIDOS  PIC 9(03) VALUE ZEROS.
       01 W-PED-ATENDIDOS  PIC 9(03) VALUE ZEROS.
      *--------[ ITENS DO PEDIDO NOVO EM DIGITACAO ]--------------------
       01 W-IND-ITEM    PIC 9(03) VALUE ZEROS.
       01 W-ITENS.
          03 W-ITEM OCCURS 99 TIMES.
             05 W-IT-CODIGO  PIC 9(06).
             05 W-IT-QTD     PIC 9(06).
             05 W-IT-CUSTO   PIC 9(08).
             05 W-IT-DT-PREV PIC 9(08).
      *--------[ LINHAS DA IMPRESSAO DO PEDIDO (RELPED) ]---------------
       01 LINHA-CABEC1.
          03 FILLER           PIC X(21)
                VALUE "PEDIDO DE COMPRA No. ".
          03 LC-NUM-PED       PIC 9(06).
          03 FILLER           PIC X(09) VALUE "   DATA: ".
          03 LC-DT-PED        PIC 9(08).
          03 FILLER           PIC X(13) VALUE "   SITUACAO: ".
          03 LC-SIT           PIC X(01).
       01 LINHA-CABEC2.
          03 FILLER           PIC X(12) VALUE "FORNECEDOR: ".
          03 LC-CNPJ          PIC 99.999.999/9999.99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LC-RSOC          PIC X(40).
       01 LINHA-CABEC3.
          03 FILLER           PIC X(12) VALUE "ENDERECO..: ".
          03 LC-ENDERECO      PIC X(40).
          03 FILLER           PIC X(02) VALUE ", ".
          03 LC-NUMERO        PIC ZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LC-COMPLEMENTO   PIC X(12).
       01 LINHA-CABEC4.
          03 FILLER           PIC X(12) VALUE "CIDADE....: ".
          03 LC-CIDADE        PIC X(20).
          03 FILLER           PIC X(03) VALUE " - ".
          03 LC-UF            PIC X(02).
          03 FILLER           PIC X(07) VALUE "  CEP: ".
          03 LC-CEP           PIC 99999.999.
       01 LINHA-CABEC5.
          03 FILLER           PIC X(05) VALUE "SEQ  ".
          03 FILLER           PIC X(07) VALUE "CODIGO ".
          03 FILLER           PIC X(23) VALUE "DESCRICAO".
          03 FILLER           PIC X(03) VALUE "UN ".
          03 FILLER           PIC X(07) VALUE "   QTDE".
          03 FILLER           PIC X(01) VALUE SPACES.
          03 FILLER           PIC X(10) VALUE "     PRECO".
          03 FILLER           PIC X(01) VALUE SPACES.
          03 FILLER           PIC X(13) VALUE "        VALOR".
          03 FILLER           PIC X(01) VALUE SPACES.
          03 FILLER           PIC X(08) VALUE "PREVISTA".
       01 LINHA-ITEM.
          03 LI-SEQ           PIC 9(03).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LI-CODIGO        PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LI-DESCRICAO     PIC X(22).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LI-UNIDADE       PIC X(02).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LI-QTD           PIC ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LI-PRECO         PIC ZZ.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LI-VALOR         PIC Z.ZZZ.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LI-DT-PREV       PIC 9(08).
       01 LINHA-TOTAL.
          03 FILLER           PIC X(13) VALUE "TOTAL ITENS: ".
          03 LT-ITENS         PIC ZZ9.
          03 FILLER           PIC X(15) VALUE "  VALOR TOTAL: ".
          03 LT-VALOR         PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9.
       01 LINHA-RODAPE.
          03 FILLER           PIC X(13) VALUE "EMITIDO POR: ".
          03 LR-USUARIO       PIC X(08).
          03 FILLER           PIC X(06) VALUE "  EM: ".
          03 LR-DATA          PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
       01 LK-NIVEL      PIC 9(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPED.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "________________________________________".
           05  LINE 01  COLUMN 41
               VALUE  "________________________________________".
           05  LINE 02  COLUMN 01
               VALUE  "_______________________[PEDIDOS DE COMPR".
           05  LINE 02  COLUMN 41
               VALUE  "A]______________________________________".
           05  LINE 04  COLUMN 1 VALUE "NUM PEDIDO.: ".
           05  LINE 04  COLUMN 25 VALUE "(ZEROS = NOVO PEDIDO)".
           05  LINE 05  COLUMN 1 VALUE "CNPJ FORN..: ".
           05  LINE 05  COLUMN 36 VALUE "NOME F: ".
           05  LINE 06  COLUMN 1 VALUE "DT PEDIDO..: ".
           05  LINE 06  COLUMN 25 VALUE "SITUACAO: ".
           05  LINE 06  COLUMN 40 VALUE "OPERADOR: ".
           05  LINE 07  COLUMN 1 VALUE "ITENS......: ".
           05  LINE 07  COLUMN 25 VALUE "VALOR TOTAL: ".
           05  LINE 08  COLUMN 01
               VALUE  "_____________________________________[IT".
           05  LINE 08  COLUMN 41
               VALUE  "ENS]____________________________________".
           05  LINE 09  COLUMN 1 VALUE "SEQ ITEM...: ".
           05  LINE 10  COLUMN 1 VALUE "CODIGO.....: ".
           05  LINE 11  COLUMN 1 VALUE "QUANTIDADE.: ".
           05  LINE 11  COLUMN 25 VALUE "RECEBIDO: ".
           05  LINE 12  COLUMN 1 VALUE "PRECO UNIT.: ".
           05  LINE 13  COLUMN 1 VALUE "DT PREVISTA: ".
           05  LINE 13  COLUMN 25 VALUE "SIT ITEM: ".
           05  LINE 22  COLUMN 01
               VALUE  "__________________________________[PAINE".
           05  LINE 22  COLUMN 41
               VALUE  "L]______________________________________".
           05  TNUMPED
               LINE 04  COLUMN 15   PIC 999999
               USING  W-NUM-PED.
           05  TCNPJPED
               LINE 05  COLUMN 15   PIC 99.999.999/9999.99
               USING  W-CNPJ-PED.
           05  TNOMEF
               LINE 05  COLUMN 44   PIC X(12)
               FROM   NOMEF.
           05  TDTPED
               LINE 06  COLUMN 15   PIC 99999999
               FROM   W-DT-PED.
           05  TSITPED
               LINE 06  COLUMN 35   PIC X(01)
               FROM   W-SIT-PED.
           05  TUSUPED
               LINE 06  COLUMN 50   PIC X(08)
               FROM   W-USU-PED.
           05  TTOTITENS
               LINE 07  COLUMN 15   PIC 999
               FROM   W-TOT-ITENS.
           05  TTOTVALOR
               LINE 07  COLUMN 38   PIC 99.999.999.999.999
               FROM   W-TOT-VALOR.
           05  TSEQITEM
               LINE 09  COLUMN 15   PIC 999
               USING  W-SEQ-ITEM.
           05  TCODIGO
               LINE 10  COLUMN 15   PIC 999.999
               USING  CODIGO.
           05  TDESCRICAO
               LINE 10  COLUMN 25   PIC X(30)
               FROM   DESCRICAO.
           05  TQTD
               LINE 11  COLUMN 15   PIC 99.999.9
               USING  W-QTD.
           05  TQTDREC
               LINE 11  COLUMN 35   PIC 99.999.9
               FROM   W-QTD-REC.
           05  TCUSTO
               LINE 12  COLUMN 15   PIC 99.9999.99
               USING  W-CUSTO.
           05  TDTPREV
               LINE 13  COLUMN 15   PIC 99999999
               USING  W-DT-PREV.
           05  TSITITEM
               LINE 13  COLUMN 35   PIC X(01)
               FROM   W-SIT-ITEM.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       INICIO.
      * O OPERADOR VEM AUTENTICADO DO MENU (STP001) - E ELE QUE
      * ASSINA O PEDIDO EM USUARIO-PC.
           MOVE LK-OPERADOR TO W-USUARIO.
       R0.
           OPEN I-O PEDCOMP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR "35"
                 OPEN OUTPUT PEDCOMP
                 CLOSE PEDCOMP
                 MOVE "*** ARQUIVO PEDCOMP FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXCUTADO **" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
                ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO PEDCOMP" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0P.
           OPEN INPUT CADPROD
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0F.
           OPEN INPUT CADFORN
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      * SEM PRODFORN (NENHUM CRUZAMENTO CADASTRADO) O PRECO E O
      * PRAZO NAO SAO SUGERIDOS - O OPERADOR DIGITA.
       R0C.
           OPEN INPUT PRODFORN
           IF ST-ERRO4 NOT = "00"
              MOVE "S" TO W-SEM-PRODFORN.
       R0J.
           OPEN EXTEND JRNMEST
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 OPEN OUTPUT JRNMEST
                 CLOSE JRNMEST
                 MOVE "*** ARQUIVO JRNMEST FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0J
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO JRNMEST" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE ZEROS TO W-NUM-PED W-CNPJ-PED W-DT-PED
           MOVE SPACES TO W-SIT-PED W-USU-PED NOMEF
           MOVE ZEROS TO W-TOT-ITENS W-TOT-VALOR W-DT-MAIOR
           MOVE SPACES TO W-MODO
           PERFORM LIMPA-ITEM THRU LIMPA-ITEM-FIM
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELAPED.
      *-------------[  NUMERO DO PEDIDO ]-------------------------------
       R2.
           DISPLAY (23, 12) " INSIRA O NUMERO DO PEDIDO "
           ACCEPT TNUMPED
           DISPLAY (23, 12) "                           "
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-NUM-PED = ZEROS
                   GO TO N1.
       LER-PEDIDO.
           MOVE W-NUM-PED TO NUM-PED
           MOVE ZEROS     TO SEQ-ITEM-PC
           READ PEDCOMP
           IF ST-ERRO = "23"
                MOVE "*** PEDIDO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA LEITURA ARQUIVO PEDCOMP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE CNPJ-PED       TO W-CNPJ-PED
           MOVE DT-PEDIDO      TO W-DT-PED
           MOVE SIT-PED        TO W-SIT-PED
           MOVE USUARIO-PC     TO W-USU-PED
           MOVE TOT-ITENS-PC   TO W-TOT-ITENS
           MOVE TOT-VALOR-PC   TO W-TOT-VALOR
           MOVE CNPJ-PED TO CNPJ OF REGFORN
           READ CADFORN
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                MOVE SPACES TO NOMEF.
           PERFORM LIMPA-ITEM THRU LIMPA-ITEM-FIM
           DISPLAY TELAPED
           PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/MANUTENCAO/IMPRESSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                   "I=INCLUI ITEM A=ALTERA ITEM C=CANCELA P=IMPRIME"
                ACCEPT (23, 61) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO R1.
                IF W-OPCAO NOT = "I" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "C" AND W-OPCAO NOT = "P"
                    GO TO ACE-001.
      * NIVEL 1 SO CONSULTA/IMPRIME; CANCELAMENTO SOMENTE SUPERVISOR.
                IF W-OPCAO NOT = "P" AND LK-NIVEL < 2
                    MOVE "*** NIVEL PERMITE SOMENTE CONSULTA ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ACE-001.
                IF W-OPCAO = "C" AND LK-NIVEL < 3
                    MOVE "*** CANCELAMENTO SOMENTE PARA SUPERVISOR ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ACE-001.
                IF W-OPCAO NOT = "P"
                   AND (W-SIT-PED = "T" OR W-SIT-PED = "C")
                    MOVE "* PEDIDO ATENDIDO/CANCELADO - SO CONSULTA *"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "P"
                   GO TO IMP-OPC.
                IF W-OPCAO = "C"
                   GO TO CAN-OPC.
                IF W-OPCAO = "A"
                   GO TO AI1.
                IF W-TOT-ITENS NOT < 99
                   MOVE "*** PEDIDO COM O MAXIMO DE 99 ITENS ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE "I" TO W-MODO
                GO TO N3.
      *
      *****************************************
      * PEDIDO NOVO - FORNECEDOR E ITENS      *
      *****************************************
      *
       N1.
           IF LK-NIVEL < 2
                MOVE "*** NIVEL PERMITE SOMENTE CONSULTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           MOVE "N"       TO W-MODO
           MOVE W-DT-HOJE TO W-DT-PED
           MOVE "A"       TO W-SIT-PED
           MOVE W-USUARIO TO W-USU-PED
           DISPLAY TELAPED.
       N2.
           ACCEPT TCNPJPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-CNPJ-PED = ZEROS
                   MOVE "*** INFORME O CNPJ DO FORNECEDOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO N2.
           PERFORM VALIDA-CNPJ THRU VALIDA-CNPJ-FIM
           IF W-CNPJ-OK NOT = "S"
                   MOVE "*** CNPJ INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO N2.
           MOVE W-CNPJ-PED TO CNPJ OF REGFORN
           READ CADFORN
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                   MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO N2.
           DISPLAY TELAPED.
      *-------------[  ITENS - NOVO PEDIDO OU INCLUSAO ]----------------
       N3.
           IF W-MODO = "N" AND W-TOT-ITENS NOT < 99
                   MOVE "*** PEDIDO COM O MAXIMO DE 99 ITENS ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO N-FIM.
           PERFORM LIMPA-ITEM THRU LIMPA-ITEM-FIM
           COMPUTE W-SEQ-ITEM = W-TOT-ITENS + 1
           MOVE "A" TO W-SIT-ITEM
           DISPLAY TELAPED
           IF W-MODO = "I"
              PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM.
           DISPLAY (23, 12) " CODIGO DO ITEM (ZEROS = FIM) "
           ACCEPT TCODIGO
           DISPLAY (23, 12) "                              "
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR CODIGO = ZEROS
              IF W-MODO = "I"
                   GO TO LER-PEDIDO
              ELSE
                   GO TO N-FIM.
           READ CADPROD
           IF ST-ERRO2 = "23"
                MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO N3.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                MOVE "ERRO NA LEITURA ARQUIVO CADPROD" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM SUGERE-PRECO THRU SUGERE-PRECO-FIM
           DISPLAY TELAPED.
       N4.
           ACCEPT TQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO N3.
           IF W-QTD = ZEROS
                   MOVE "*** QUANTIDADE NAO PODE SER ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO N4.
       N5.
           ACCEPT TCUSTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO N4.
           IF W-CUSTO = ZEROS
                   MOVE "*** INFORME O PRECO UNITARIO DO PEDIDO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO N5.
       N6.
           ACCEPT TDTPREV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO N5.
           IF W-DT-PREV = ZEROS
                   MOVE W-DT-HOJE TO W-DT-PREV
                   DISPLAY TELAPED.
           IF W-DT-PREV < W-DT-PED
                   MOVE "* DATA PREVISTA ANTERIOR A DATA DO PEDIDO *"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO N6.
           IF W-MODO = "I"
                   GO TO INC-OPC.
      *--------[ ACUMULA O ITEM NA TABELA E NOS TOTAIS ]----------------
       N7.
           ADD 1 TO W-TOT-ITENS
           MOVE W-TOT-ITENS TO W-IND-ITEM
           MOVE CODIGO      TO W-IT-CODIGO (W-IND-ITEM)
           MOVE W-QTD       TO W-IT-QTD (W-IND-ITEM)
           MOVE W-CUSTO     TO W-IT-CUSTO (W-IND-ITEM)
           MOVE W-DT-PREV   TO W-IT-DT-PREV (W-IND-ITEM)
           IF W-DT-PREV > W-DT-MAIOR
              MOVE W-DT-PREV TO W-DT-MAIOR.
           COMPUTE W-VALOR-ITEM = W-QTD * W-CUSTO
           ADD W-VALOR-ITEM TO W-TOT-VALOR
              ON SIZE ERROR
                 MOVE "* VALOR TOTAL EXCEDE A CAPACIDADE *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 99999999999999 TO W-TOT-VALOR.
           MOVE "*** ITEM INCLUIDO NO PEDIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO N3.
      *-------------[  FECHAMENTO E GRAVACAO DO PEDIDO NOVO ]-----------
       N-FIM.
           IF W-TOT-ITENS = ZEROS
                MOVE "*** PEDIDO SEM ITENS - NADA GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           PERFORM LIMPA-ITEM THRU LIMPA-ITEM-FIM
           DISPLAY TELAPED.
       GRV-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRV-OPC.
      *--------[ CABECALHO DO PEDIDO - NUMERO = ULTIMO + 1 ]------------
       GRV-PED.
                PERFORM ULTIMO-PEDIDO THRU ULTIMO-PEDIDO-FIM
                COMPUTE W-NUM-PED = W-ULT-PED + 1
                MOVE W-NUM-PED    TO NUM-PED
                MOVE ZEROS        TO SEQ-ITEM-PC
                MOVE W-CNPJ-PED   TO CNPJ-PED
                MOVE ZEROS        TO COD-PROD-PC
                MOVE W-DT-PED     TO DT-PEDIDO
                MOVE W-DT-MAIOR   TO DT-PREVISTA-PC
                MOVE ZEROS        TO QTD-PEDIDA-PC QTD-RECEB-PC
                MOVE ZEROS        TO CUSTO-PEDIDO-PC VLR-RECEB-PC
                MOVE W-TOT-ITENS  TO TOT-ITENS-PC
                MOVE W-TOT-VALOR  TO TOT-VALOR-PC
                MOVE "A"          TO SIT-PED
                MOVE W-USUARIO    TO USUARIO-PC
                MOVE ZEROS        TO DT-IMPRESSAO-PC
                WRITE REGPED
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDCOMP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "I"          TO JORN-OPERACAO
                MOVE SPACES       TO JORN-IMAGEM-ANT
                PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
                MOVE ZEROS TO W-IND-ITEM.
      *--------[ ITENS DO PEDIDO NOVO NO PEDCOMP ]----------------------
       GRV-ITEM.
                ADD 1 TO W-IND-ITEM
                IF W-IND-ITEM > W-TOT-ITENS
                   DISPLAY TELAPED
                   MOVE "*** PEDIDO GRAVADO - ANOTE O NUMERO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-PEDIDO.
                MOVE W-NUM-PED    TO NUM-PED
                MOVE W-IND-ITEM   TO SEQ-ITEM-PC
                MOVE W-CNPJ-PED   TO CNPJ-PED
                MOVE W-IT-CODIGO (W-IND-ITEM)  TO COD-PROD-PC
                MOVE W-DT-PED     TO DT-PEDIDO
                MOVE W-IT-DT-PREV (W-IND-ITEM) TO DT-PREVISTA-PC
                MOVE W-IT-QTD (W-IND-ITEM)     TO QTD-PEDIDA-PC
                MOVE ZEROS        TO QTD-RECEB-PC VLR-RECEB-PC
                MOVE W-IT-CUSTO (W-IND-ITEM)   TO CUSTO-PEDIDO-PC
                MOVE ZEROS        TO TOT-ITENS-PC TOT-VALOR-PC
                MOVE "A"          TO SIT-PED
                MOVE W-USUARIO    TO USUARIO-PC
                MOVE ZEROS        TO DT-IMPRESSAO-PC
                WRITE REGPED
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDCOMP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "I"          TO JORN-OPERACAO
                MOVE SPACES       TO JORN-IMAGEM-ANT
                PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
                GO TO GRV-ITEM.
      *
      *****************************************
      * INCLUSAO DE ITEM EM PEDIDO EXISTENTE  *
      *****************************************
      *
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO LER-PEDIDO.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-PEDIDO.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-NUM-PED    TO NUM-PED
                MOVE W-SEQ-ITEM   TO SEQ-ITEM-PC
                MOVE W-CNPJ-PED   TO CNPJ-PED
                MOVE CODIGO       TO COD-PROD-PC
                MOVE W-DT-PED     TO DT-PEDIDO
                MOVE W-DT-PREV    TO DT-PREVISTA-PC
                MOVE W-QTD        TO QTD-PEDIDA-PC
                MOVE ZEROS        TO QTD-RECEB-PC VLR-RECEB-PC
                MOVE W-CUSTO      TO CUSTO-PEDIDO-PC
                MOVE ZEROS        TO TOT-ITENS-PC TOT-VALOR-PC
                MOVE "A"          TO SIT-PED
                MOVE W-USUARIO    TO USUARIO-PC
                MOVE ZEROS        TO DT-IMPRESSAO-PC
                WRITE REGPED
                IF ST-ERRO = "22"
                   MOVE "* ITEM JA EXISTE NO PEDIDO, NAO GRAVADO *"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-PEDIDO.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PEDCOMP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "I"          TO JORN-OPERACAO
                MOVE SPACES       TO JORN-IMAGEM-ANT
                PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
                PERFORM RECALCULA-CABEC THRU RECALCULA-CABEC-FIM
                MOVE "*** ITEM INCLUIDO NO PEDIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LER-PEDIDO.
      *
      *****************************************
      * ALTERACAO DE ITEM DO PEDIDO           *
      *****************************************
      *
       AI1.
           PERFORM LIMPA-ITEM THRU LIMPA-ITEM-FIM
           DISPLAY TELAPED
           PERFORM LISTA-ITENS THRU LISTA-ITENS-FIM
           DISPLAY (23, 12) " INSIRA A SEQUENCIA DO ITEM "
           ACCEPT TSEQITEM
           DISPLAY (23, 12) "                            "
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-SEQ-ITEM = ZEROS
                   GO TO LER-PEDIDO.
           MOVE W-NUM-PED  TO NUM-PED
           MOVE W-SEQ-ITEM TO SEQ-ITEM-PC
           READ PEDCOMP
           IF ST-ERRO = "23"
                MOVE "*** ITEM NAO EXISTE NO PEDIDO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AI1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA LEITURA ARQUIVO PEDCOMP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           IF NOT PED-ABERTO AND NOT PED-PARCIAL
                MOVE "* ITEM ATENDIDO/CANCELADO - SEM ALTERACAO *"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO AI1.
           MOVE REGPED          TO W-PED-ANT
           MOVE COD-PROD-PC     TO CODIGO
           MOVE QTD-PEDIDA-PC   TO W-QTD
           MOVE QTD-RECEB-PC    TO W-QTD-REC
           MOVE CUSTO-PEDIDO-PC TO W-CUSTO
           MOVE DT-PREVISTA-PC  TO W-DT-PREV
           MOVE SIT-PED         TO W-SIT-ITEM
           READ CADPROD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                MOVE SPACES TO DESCRICAO.
           DISPLAY TELAPED.
       AI2.
           ACCEPT TQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO AI1.
           IF W-QTD = ZEROS
                   MOVE "*** QUANTIDADE NAO PODE SER ZERO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AI2.
           IF W-QTD < W-QTD-REC
                   MOVE "* QUANTIDADE MENOR QUE O JA RECEBIDO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AI2.
       AI3.
           ACCEPT TCUSTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO AI2.
           IF W-CUSTO = ZEROS
                   MOVE "*** INFORME O PRECO UNITARIO DO PEDIDO ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AI3.
       AI4.
           ACCEPT TDTPREV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO AI3.
           IF W-DT-PREV < W-DT-PED
                   MOVE "* DATA PREVISTA ANTERIOR A DATA DO PEDIDO *"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AI4.
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-PEDIDO.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
      * QUANTIDADE REDUZIDA ATE O JA RECEBIDO ENCERRA O ITEM.
       ALT-RW1.
                MOVE W-QTD     TO QTD-PEDIDA-PC
                MOVE W-CUSTO   TO CUSTO-PEDIDO-PC
                MOVE W-DT-PREV TO DT-PREVISTA-PC
                IF QTD-RECEB-PC NOT < QTD-PEDIDA-PC
                   MOVE "T" TO SIT-PED.
                REWRITE REGPED
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ITEM DO PEDIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "A"          TO JORN-OPERACAO
                MOVE W-PED-ANT    TO JORN-IMAGEM-ANT
                PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
                PERFORM RECALCULA-CABEC THRU RECALCULA-CABEC-FIM
                MOVE "*** ITEM DO PEDIDO ALTERADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LER-PEDIDO.
      *
      *****************************************
      * CANCELAMENTO DO SALDO DO PEDIDO       *
      *****************************************
      *
       CAN-OPC.
                DISPLAY (23, 40) "CANCELAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PEDIDO NAO CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LER-PEDIDO.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CAN-OPC.
      * OS ITENS EM ABERTO/PARCIAIS PASSAM A CANCELADOS - O JA
      * RECEBIDO FICA REGISTRADO NO ITEM. O CABECALHO FICA "C".
       CAN-RW1.
                PERFORM POSICIONA-ITENS THRU POSICIONA-ITENS-FIM
                PERFORM CANCELA-UM-ITEM THRU CANCELA-UM-ITEM-FIM
                        UNTIL W-FIM-ITENS = "S".
                MOVE W-NUM-PED TO NUM-PED
                MOVE ZEROS     TO SEQ-ITEM-PC
                READ PEDCOMP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA LEITURA ARQUIVO PEDCOMP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE REGPED TO W-PED-ANT
                MOVE "C"    TO SIT-PED
                REWRITE REGPED
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO PEDIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "A"          TO JORN-OPERACAO
                MOVE W-PED-ANT    TO JORN-IMAGEM-ANT
                PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM
                MOVE "*** SALDO DO PEDIDO CANCELADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO LER-PEDIDO.
       CANCELA-UM-ITEM.
                PERFORM LE-ITEM THRU LE-ITEM-FIM
                IF W-FIM-ITENS = "S"
                   GO TO CANCELA-UM-ITEM-FIM.
                IF NOT PED-ABERTO AND NOT PED-PARCIAL
                   GO TO CANCELA-UM-ITEM-FIM.
                MOVE REGPED TO W-PED-ANT
                MOVE "C"    TO SIT-PED
                REWRITE REGPED
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO ITEM DO PEDIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE "A"          TO JORN-OPERACAO
                MOVE W-PED-ANT    TO JORN-IMAGEM-ANT
                PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM.
       CANCELA-UM-ITEM-FIM.
                EXIT.
      *
      *****************************************
      * IMPRESSAO DO PEDIDO NO RELPED         *
      *****************************************
      *
       IMP-OPC.
           DISPLAY (23, 40) "IMPRIMIR (S/N) : ".
           ACCEPT (23, 57) W-OPCAO
           DISPLAY (23, 40) LIMPA
           IF W-OPCAO = "N" OR "n"
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO IMP-OPC.
           PERFORM IMPRIME-PEDIDO THRU IMPRIME-PEDIDO-FIM
           MOVE "*** PEDIDO IMPRESSO NO RELPED ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LER-PEDIDO.
      *-----------------------------------------------------------------
      *---------[ LIMPA OS CAMPOS DO ITEM NA TELA ]---------------------
       LIMPA-ITEM.
           MOVE ZEROS TO W-SEQ-ITEM CODIGO W-QTD W-QTD-REC W-CUSTO
           MOVE ZEROS TO W-DT-PREV
           MOVE SPACES TO W-SIT-ITEM DESCRICAO.
       LIMPA-ITEM-FIM.
           EXIT.
      *---------[ PRECO E DATA PREVISTA SUGERIDOS PELO PRODFORN ]-------
      * PRECO = ULTIMO CUSTO DO PRODUTO NO FORNECEDOR; DATA PREVISTA
      * = HOJE + PRAZO DE ENTREGA. SEM CRUZAMENTO O OPERADOR DIGITA.
       SUGERE-PRECO.
           MOVE ZEROS     TO W-CUSTO
           MOVE W-DT-HOJE TO W-DT-PREV
           IF W-SEM-PRODFORN = "S"
              GO TO SUGERE-PRECO-FIM.
           MOVE CODIGO     TO COD-PROD-PF
           MOVE W-CNPJ-PED TO CNPJ-PF
           READ PRODFORN
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "* PRODUTO SEM CRUZAMENTO COM O FORNECEDOR *"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SUGERE-PRECO-FIM.
           MOVE ULT-CUSTO-PF TO W-CUSTO
           COMPUTE W-DIAS-INT = FUNCTION INTEGER-OF-DATE (W-DT-HOJE)
                              + PRAZO-ENTREGA-PF
           COMPUTE W-DT-PREV = FUNCTION DATE-OF-INTEGER (W-DIAS-INT).
       SUGERE-PRECO-FIM.
           EXIT.
      *---------[ ULTIMO NUMERO DE PEDIDO USADO ]-----------------------
      * SALTA DE PEDIDO EM PEDIDO PELO CABECALHO (NUMERO + 1, SEQ 0)
      * ATE NAO HAVER MAIS NENHUM ADIANTE.
       ULTIMO-PEDIDO.
           MOVE ZEROS TO W-ULT-PED
           MOVE "N" TO W-FIM-ULT
           PERFORM PROXIMO-PEDIDO THRU PROXIMO-PEDIDO-FIM
                   UNTIL W-FIM-ULT = "S".
       ULTIMO-PEDIDO-FIM.
           EXIT.
       PROXIMO-PEDIDO.
           IF W-ULT-PED = 999999
              MOVE "S" TO W-FIM-ULT
              GO TO PROXIMO-PEDIDO-FIM.
           COMPUTE NUM-PED = W-ULT-PED + 1
           MOVE ZEROS TO SEQ-ITEM-PC
           START PEDCOMP KEY NOT LESS THAN CHAVE-PED
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM-ULT
              GO TO PROXIMO-PEDIDO-FIM.
           READ PEDCOMP NEXT RECORD
               AT END MOVE "S" TO W-FIM-ULT.
           IF W-FIM-ULT NOT = "S"
              MOVE NUM-PED TO W-ULT-PED.
       PROXIMO-PEDIDO-FIM.
           EXIT.
      *---------[ POSICIONA NO PRIMEIRO ITEM DO PEDIDO ]----------------
       POSICIONA-ITENS.
           MOVE "N" TO W-FIM-ITENS
           MOVE W-NUM-PED TO NUM-PED
           MOVE 1         TO SEQ-ITEM-PC
           START PEDCOMP KEY NOT LESS THAN CHAVE-PED
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM-ITENS.
       POSICIONA-ITENS-FIM.
           EXIT.
      *---------[ LEITURA SEQUENCIAL DOS ITENS DO PEDIDO ]--------------
       LE-ITEM.
           IF W-FIM-ITENS = "S"
              GO TO LE-ITEM-FIM.
           READ PEDCOMP NEXT RECORD
               AT END MOVE "S" TO W-FIM-ITENS.
           IF W-FIM-ITENS = "S"
              GO TO LE-ITEM-FIM.
           IF NUM-PED NOT = W-NUM-PED
              MOVE "S" TO W-FIM-ITENS.
       LE-ITEM-FIM.
           EXIT.
      *---------[ ITENS DO PEDIDO NA TELA (LINHAS 15 A 21) ]------------
       LISTA-ITENS.
           PERFORM POSICIONA-ITENS THRU POSICIONA-ITENS-FIM
           MOVE 14 TO W-LIN-LISTA
           DISPLAY (14, 01) "SEQ CODIGO DESCRICAO        PEDIDA RECEB."
           DISPLAY (14, 43) "PRECO    PREVISTA S"
           PERFORM LISTA-UM-ITEM THRU LISTA-UM-ITEM-FIM
                   UNTIL W-FIM-ITENS = "S" OR W-LIN-LISTA > 20.
       LISTA-ITENS-FIM.
           EXIT.
       LISTA-UM-ITEM.
           PERFORM LE-ITEM THRU LE-ITEM-FIM
           IF W-FIM-ITENS = "S"
              GO TO LISTA-UM-ITEM-FIM.
           MOVE COD-PROD-PC TO CODIGO
           READ CADPROD
           IF ST-ERRO2 = "00" OR "02"
              MOVE DESCRICAO TO W-DESC-LISTA
           ELSE
              MOVE SPACES TO W-DESC-LISTA.
           ADD 1 TO W-LIN-LISTA
           DISPLAY (W-LIN-LISTA, 01) SEQ-ITEM-PC
           DISPLAY (W-LIN-LISTA, 05) COD-PROD-PC
           DISPLAY (W-LIN-LISTA, 12) W-DESC-LISTA
           DISPLAY (W-LIN-LISTA, 29) QTD-PEDIDA-PC
           DISPLAY (W-LIN-LISTA, 36) QTD-RECEB-PC
           DISPLAY (W-LIN-LISTA, 43) CUSTO-PEDIDO-PC
           DISPLAY (W-LIN-LISTA, 52) DT-PREVISTA-PC
           DISPLAY (W-LIN-LISTA, 61) SIT-PED.
       LISTA-UM-ITEM-FIM.
           EXIT.
      *---------[ TOTAIS E SITUACAO DO CABECALHO PELOS ITENS ]----------
      * REFAZ QUANTIDADE DE ITENS, VALOR E MAIOR DATA PREVISTA.
      * SITUACAO COMO NA BAIXA DO STP005: ALGUM ITEM ABERTO/PARCIAL
      * = PARCIAL SE JA HOUVE RECEBIMENTO, SENAO ABERTO; NENHUM =
      * ATENDIDO SE ALGUM ITEM FOI ATENDIDO, SENAO CANCELADO.
       RECALCULA-CABEC.
           MOVE ZEROS TO W-PED-ABERTOS W-PED-RECEBIDOS W-PED-ATENDIDOS
           MOVE ZEROS TO W-TOT-ITENS W-TOT-VALOR W-DT-MAIOR
           PERFORM POSICIONA-ITENS THRU POSICIONA-ITENS-FIM
           PERFORM CONTA-UM-ITEM THRU CONTA-UM-ITEM-FIM
                   UNTIL W-FIM-ITENS = "S".
           MOVE W-NUM-PED TO NUM-PED
           MOVE ZEROS     TO SEQ-ITEM-PC
           READ PEDCOMP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA LEITURA ARQUIVO PEDCOMP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE REGPED      TO W-PED-ANT
           MOVE W-TOT-ITENS TO TOT-ITENS-PC
           MOVE W-TOT-VALOR TO TOT-VALOR-PC
           MOVE W-DT-MAIOR  TO DT-PREVISTA-PC
           IF W-PED-ABERTOS NOT = ZEROS
              IF W-PED-RECEBIDOS NOT = ZEROS
                 MOVE "P" TO SIT-PED
              ELSE
                 MOVE "A" TO SIT-PED
           ELSE
              IF W-PED-ATENDIDOS NOT = ZEROS
                 MOVE "T" TO SIT-PED
              ELSE
                 MOVE "C" TO SIT-PED.
           REWRITE REGPED
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA ALTERACAO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "A"          TO JORN-OPERACAO
           MOVE W-PED-ANT    TO JORN-IMAGEM-ANT
           PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM.
       RECALCULA-CABEC-FIM.
           EXIT.
       CONTA-UM-ITEM.
           PERFORM LE-ITEM THRU LE-ITEM-FIM
           IF W-FIM-ITENS = "S"
              GO TO CONTA-UM-ITEM-FIM.
           ADD 1 TO W-TOT-ITENS
           COMPUTE W-VALOR-ITEM = QTD-PEDIDA-PC * CUSTO-PEDIDO-PC
           ADD W-VALOR-ITEM TO W-TOT-VALOR
              ON SIZE ERROR
                 MOVE 99999999999999 TO W-TOT-VALOR.
           IF DT-PREVISTA-PC > W-DT-MAIOR
              MOVE DT-PREVISTA-PC TO W-DT-MAIOR.
           IF PED-ABERTO OR PED-PARCIAL
              ADD 1 TO W-PED-ABERTOS.
           IF PED-ATENDIDO
              ADD 1 TO W-PED-ATENDIDOS.
           IF QTD-RECEB-PC NOT = ZEROS
              ADD 1 TO W-PED-RECEBIDOS.
       CONTA-UM-ITEM-FIM.
           EXIT.
      *---------[ IMPRESSAO DO PEDIDO PARA O FORNECEDOR ]---------------
      * CABECALHO COM OS DADOS DO CADFORN, OS ITENS COM DESCRICAO E
      * UNIDADE DO CADPROD E O TOTAL. MARCA A DATA DE IMPRESSAO NO
      * CABECALHO DO PEDIDO.
       IMPRIME-PEDIDO.
           OPEN OUTPUT RELPED
           IF ST-ERRO6 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO RELPED" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO IMPRIME-PEDIDO-FIM.
           MOVE W-CNPJ-PED TO CNPJ OF REGFORN
           READ CADFORN
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE SPACES TO RSOC ENDERECO COMPLEMENTO CIDADE UF
              MOVE ZEROS  TO NUMERO CEP.
           MOVE W-NUM-PED   TO LC-NUM-PED
           MOVE W-DT-PED    TO LC-DT-PED
           MOVE W-SIT-PED   TO LC-SIT
           MOVE LINHA-CABEC1 TO LINHA-RELPED
           WRITE LINHA-RELPED
           MOVE W-CNPJ-PED  TO LC-CNPJ
           MOVE RSOC        TO LC-RSOC
           MOVE LINHA-CABEC2 TO LINHA-RELPED
           WRITE LINHA-RELPED
           MOVE ENDERECO    TO LC-ENDERECO
           MOVE NUMERO      TO LC-NUMERO
           MOVE COMPLEMENTO TO LC-COMPLEMENTO
           MOVE LINHA-CABEC3 TO LINHA-RELPED
           WRITE LINHA-RELPED
           MOVE CIDADE      TO LC-CIDADE
           MOVE UF          TO LC-UF
           MOVE CEP         TO LC-CEP
           MOVE LINHA-CABEC4 TO LINHA-RELPED
           WRITE LINHA-RELPED
           MOVE SPACES TO LINHA-RELPED
           WRITE LINHA-RELPED
           MOVE LINHA-CABEC5 TO LINHA-RELPED
           WRITE LINHA-RELPED
           PERFORM POSICIONA-ITENS THRU POSICIONA-ITENS-FIM
           PERFORM IMPRIME-UM-ITEM THRU IMPRIME-UM-ITEM-FIM
                   UNTIL W-FIM-ITENS = "S".
           MOVE SPACES TO LINHA-RELPED
           WRITE LINHA-RELPED
           MOVE W-TOT-ITENS TO LT-ITENS
           MOVE W-TOT-VALOR TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELPED
           WRITE LINHA-RELPED
           MOVE W-USUARIO   TO LR-USUARIO
           MOVE W-DT-HOJE   TO LR-DATA
           MOVE LINHA-RODAPE TO LINHA-RELPED
           WRITE LINHA-RELPED
           CLOSE RELPED.
           MOVE W-NUM-PED TO NUM-PED
           MOVE ZEROS     TO SEQ-ITEM-PC
           READ PEDCOMP
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO IMPRIME-PEDIDO-FIM.
           MOVE REGPED    TO W-PED-ANT
           MOVE W-DT-HOJE TO DT-IMPRESSAO-PC
           REWRITE REGPED
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO PEDCOMP" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "A"          TO JORN-OPERACAO
           MOVE W-PED-ANT    TO JORN-IMAGEM-ANT
           PERFORM JORNAL-PEDIDO THRU JORNAL-PEDIDO-FIM.
       IMPRIME-PEDIDO-FIM.
           EXIT.
      * ITEM CANCELADO NAO SAI NO PEDIDO ENVIADO AO FORNECEDOR.
       IMPRIME-UM-ITEM.
           PERFORM LE-ITEM THRU LE-ITEM-FIM
           IF W-FIM-ITENS = "S"
              GO TO IMPRIME-UM-ITEM-FIM.
           IF PED-CANCELADO
              GO TO IMPRIME-UM-ITEM-FIM.
           MOVE SEQ-ITEM-PC     TO LI-SEQ
           MOVE COD-PROD-PC     TO LI-CODIGO
           MOVE QTD-PEDIDA-PC   TO LI-QTD
           MOVE CUSTO-PEDIDO-PC TO LI-PRECO
           COMPUTE W-VALOR-ITEM = QTD-PEDIDA-PC * CUSTO-PEDIDO-PC
           MOVE W-VALOR-ITEM    TO LI-VALOR
           MOVE DT-PREVISTA-PC  TO LI-DT-PREV
           MOVE COD-PROD-PC TO CODIGO
           READ CADPROD
           IF ST-ERRO2 = "00" OR "02"
              MOVE DESCRICAO TO LI-DESCRICAO
              MOVE UNIDADE   TO LI-UNIDADE
           ELSE
              MOVE SPACES TO LI-DESCRICAO LI-UNIDADE.
           MOVE LINHA-ITEM TO LINHA-RELPED
           WRITE LINHA-RELPED.
       IMPRIME-UM-ITEM-FIM.
           EXIT.
      *---------[ JORNAL DE MANUTENCAO - GRAVA UMA OCORRENCIA ]---------
      * O CHAMADOR PREENCHE JORN-OPERACAO E A IMAGEM ANTERIOR; A
      * IMAGEM NOVA E O REGISTRO CORRENTE DO PEDCOMP E A CHAVE E O
      * NUMERO DO PEDIDO + SEQUENCIA DO ITEM (SEQ 0 = CABECALHO).
       JORNAL-PEDIDO.
                MOVE "PEDCOMP"  TO JORN-ARQUIVO
                MOVE CHAVE-PED  TO JORN-CHAVE
                MOVE REGPED     TO JORN-IMAGEM-NOVA
                ACCEPT JORN-DATA FROM DATE YYYYMMDD
                ACCEPT JORN-HORA FROM TIME
                MOVE W-USUARIO TO JORN-OPERADOR
                MOVE "STP034"  TO JORN-PROGRAMA
                WRITE REGJORN
                IF ST-ERRO5 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO JRNMEST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       JORNAL-PEDIDO-FIM.
                EXIT.
      *---------[ VALIDACAO DO DIGITO VERIFICADOR DO CNPJ ]-------------
       VALIDA-CNPJ.
                CALL "STP010" USING W-CNPJ-PED W-CNPJ-OK.
       VALIDA-CNPJ-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE PEDCOMP CADPROD CADFORN JRNMEST.
           IF W-SEM-PRODFORN NOT = "S"
              CLOSE PRODFORN.
           GOBACK.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
