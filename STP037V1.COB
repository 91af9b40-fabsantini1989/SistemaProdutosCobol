       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP037.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * ESTORNO DE DOCUMENTO FISCAL POSTADO *
      **************************************
      *------------------------------------------------------------
      * CANCELA UM DOCUMENTO DO DOCFIS JA POSTADO PELO STP005
      * (SIT-DOC "P"), LOCALIZADO PELO NUMERO + SERIE + CNPJ: PARA
      * CADA ITEM GRAVA NO MOVPROD, NO LOTE ABERTO (STP023), UM
      * MOVIMENTO DE SINAL CONTRARIO AO ORIGINAL (ENTRADA NEGATIVA,
      * SAIDA POSITIVA) COM A MESMA REFERENCIA DO DOCUMENTO, A
      * MESMA DATA DE EMISSAO, O MESMO LOCAL, O MESMO CUSTO E O
      * MESMO LOTE DE FABRICACAO (PRODUTO COM CONTROLE DE LOTE) E,
      * SO DEPOIS DE GRAVADOS TODOS, MARCA O CABECALHO COM SIT-DOC
      * "C" (CANCELADO), A DATA E O OPERADOR DO ESTORNO. ERRO NO
      * MEIO DEIXA O DOCUMENTO "P" E O STP005 REJEITA AS LINHAS QUE
      * FICARAM NO MOVPROD. O STP005 POSTA AS LINHAS DO ESTORNO EM
      * CONJUNTO (TUDO-OU-NADA), DEVOLVE O SALDO DO LOCAL NO
      * SALDLOC, RETIRA A ENTRADA DO CUSTO MEDIO PONDERADO E
      * ESTORNA O RECEBIDO NOS PEDIDOS DE COMPRA CASADOS; SE A
      * POSTAGEM REJEITAR O ESTORNO O DOCUMENTO VOLTA A "P".
      * OS ENCARGOS DA ENTRADA NAO GERAM MOVIMENTO: O STP005 RATEIA
      * OS MESMOS ENCARGOS DO DOCFIS NAS LINHAS DO ESTORNO.
      * O ESTORNO E RECUSADO QUANDO O MES DA EMISSAO JA FOI FECHADO
      * NO CTFECH (STP025) OU QUANDO, NUMA ENTRADA, O SALDO ATUAL DO
      * LOCAL NAO COBRE A QUANTIDADE A DEVOLVER - A POSTAGEM CONFERE
      * DE NOVO, CONTANDO O QUE FOR DIGITADO ATE LA.
      * FUNCAO DE SUPERVISOR (NIVEL 3).
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOCFIS  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-DOC
                      FILE STATUS  IS ST-ERRO.
       SELECT CADPROD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      FILE STATUS  IS ST-ERRO2.
       SELECT SALDLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SLOC
                      FILE STATUS  IS ST-ERRO3.
       SELECT MOVPROD ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
       SELECT CTFECH  ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD DOCFIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DOCFIS.DAT".
       COPY REGDOC.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       COPY REGPROD.
       FD SALDLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOC.DAT".
       COPY REGSLOC.
       FD MOVPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVPROD.DAT".
       COPY REGMOV.
       FD CTFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTFECH.DAT".
       COPY REGFECH.
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
       01 W-SEM-SALDLOC PIC X(01) VALUE "N".
       01 W-USUARIO     PIC X(08) VALUE SPACES.
       01 W-DT-HOJE     PIC 9(08) VALUE ZEROS.
       01 W-ANOMES-FECHADO PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-DOC  PIC 9(06) VALUE ZEROS.
       01 W-NUM-LOTE    PIC 9(06) VALUE ZEROS.
       01 W-NUM-DOC     PIC 9(09) VALUE ZEROS.
       01 W-SERIE       PIC X(03) VALUE SPACES.
       01 W-CNPJ-DOC    PIC 9(14) VALUE ZEROS.
       01 W-TIPO-DOC    PIC X(01) VALUE SPACES.
       01 W-DT-DOC      PIC 9(08) VALUE ZEROS.
       01 W-LOCAL-DOC   PIC X(02) VALUE SPACES.
       01 W-LOCAL-SALDO PIC X(02) VALUE SPACES.
       01 W-SIT-DOC     PIC X(01) VALUE SPACES.
       01 W-USU-DOC     PIC X(08) VALUE SPACES.
       01 W-TOT-ITENS   PIC 9(03) VALUE ZEROS.
       01 W-TOT-QTD     PIC 9(08) VALUE ZEROS.
       01 W-TOT-VALOR   PIC 9(14) VALUE ZEROS.
       01 W-FIM-ITENS   PIC X(01) VALUE "N".
       01 W-LIN-LISTA   PIC 9(02) VALUE ZEROS.
       01 W-DESC-LISTA  PIC X(22) VALUE SPACES.
       01 W-QTD-LOCAL   PIC 9(06) VALUE ZEROS.
       01 W-QTD-ACUM    PIC 9(08) VALUE ZEROS.
       01 W-SALDO-OK    PIC X(01) VALUE "S".
       01 W-COD-FALTA   PIC 9(06) VALUE ZEROS.
      *--------[ ITENS DO DOCUMENTO A ESTORNAR ]------------------------
       01 W-IND-ITEM    PIC 9(03) VALUE ZEROS.
       01 W-IND-AUX     PIC 9(03) VALUE ZEROS.
       01 W-QTD-ITENS   PIC 9(03) VALUE ZEROS.
       01 W-ITENS.
          03 W-ITEM OCCURS 99 TIMES.
             05 W-IT-CODIGO  PIC 9(06).
             05 W-IT-QTD     PIC 9(06).
             05 W-IT-CUSTO   PIC 9(08).
             05 W-IT-LOTE    PIC X(10).
             05 W-IT-VALID   PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
       01 LK-NIVEL      PIC 9(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEST.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "________________________________________".
           05  LINE 01  COLUMN 41
               VALUE  "________________________________________".
           05  LINE 02  COLUMN 01
               VALUE  "_____________________[ESTORNO DE DOCUMEN".
           05  LINE 02  COLUMN 41
               VALUE  "TO FISCAL]______________________________".
           05  LINE 04  COLUMN 1 VALUE "NUM DOCTO..: ".
           05  LINE 05  COLUMN 1 VALUE "SERIE......: ".
           05  LINE 06  COLUMN 1 VALUE "CNPJ.......: ".
           05  LINE 07  COLUMN 1 VALUE "TIPO.......: ".
           05  LINE 07  COLUMN 25 VALUE "EMISSAO: ".
           05  LINE 07  COLUMN 45 VALUE "LOCAL: ".
           05  LINE 08  COLUMN 1 VALUE "SITUACAO...: ".
           05  LINE 08  COLUMN 25 VALUE "OPERADOR: ".
           05  LINE 09  COLUMN 1 VALUE "ITENS......: ".
           05  LINE 09  COLUMN 25 VALUE "QTD TOT: ".
           05  LINE 09  COLUMN 45 VALUE "VALOR: ".
           05  LINE 22  COLUMN 01
               VALUE  "__________________________________[PAINE".
           05  LINE 22  COLUMN 41
               VALUE  "L]______________________________________".
           05  TNUMDOC
               LINE 04  COLUMN 15   PIC 999999999
               USING  W-NUM-DOC.
           05  TSERIE
               LINE 05  COLUMN 15   PIC X(03)
               USING  W-SERIE.
           05  TCNPJDOC
               LINE 06  COLUMN 15   PIC 99.999.999/9999.99
               USING  W-CNPJ-DOC.
           05  TTIPODOC
               LINE 07  COLUMN 15   PIC X(01)
               FROM   W-TIPO-DOC.
           05  TDTDOC
               LINE 07  COLUMN 34   PIC 99999999
               FROM   W-DT-DOC.
           05  TLOCALDOC
               LINE 07  COLUMN 52   PIC X(02)
               FROM   W-LOCAL-DOC.
           05  TSITDOC
               LINE 08  COLUMN 15   PIC X(01)
               FROM   W-SIT-DOC.
           05  TUSUDOC
               LINE 08  COLUMN 35   PIC X(08)
               FROM   W-USU-DOC.
           05  TTOTITENS
               LINE 09  COLUMN 15   PIC 999
               FROM   W-TOT-ITENS.
           05  TTOTQTD
               LINE 09  COLUMN 34   PIC 99.999.999
               FROM   W-TOT-QTD.
           05  TTOTVALOR
               LINE 09  COLUMN 52   PIC 99.999.999.999.999
               FROM   W-TOT-VALOR.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       INICIO.
           MOVE LK-OPERADOR TO W-USUARIO
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           IF LK-NIVEL < 3
              MOVE "*** ESTORNO EXCLUSIVO DO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GOBACK.
       R0.
           OPEN I-O DOCFIS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR "35"
                 MOVE "* DOCFIS INEXISTENTE - NENHUM DOCUMENTO *"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GOBACK
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DOCFIS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GOBACK.
       R0P.
           OPEN INPUT CADPROD
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE DOCFIS
              GOBACK.
      * SALDLOC INEXISTENTE = NENHUM SALDO POR LOCAL AINDA - TODA
      * ENTRADA FICA SEM SALDO PARA DEVOLVER.
       R0S.
           OPEN INPUT SALDLOC
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-SEM-SALDLOC.
       R0M.
           OPEN EXTEND MOVPROD
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30" OR "35"
                 OPEN OUTPUT MOVPROD
                 CLOSE MOVPROD
                 GO TO R0M
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MOVPROD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
      * ULTIMO MES CONTABIL FECHADO (STP025). ARQUIVO INEXISTENTE =
      * NENHUM MES FECHADO AINDA.
       R0C.
           MOVE ZEROS TO W-ANOMES-FECHADO
           OPEN INPUT CTFECH
           IF ST-ERRO5 = "00"
              READ CTFECH
              IF ST-ERRO5 = "00"
                 MOVE ANOMES-FECHADO TO W-ANOMES-FECHADO
                 CLOSE CTFECH
              ELSE
                 CLOSE CTFECH.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE ZEROS TO W-NUM-DOC W-CNPJ-DOC W-DT-DOC
           MOVE SPACES TO W-SERIE W-TIPO-DOC W-LOCAL-DOC
           MOVE SPACES TO W-SIT-DOC W-USU-DOC
           MOVE ZEROS TO W-TOT-ITENS W-TOT-QTD W-TOT-VALOR
           MOVE ZEROS TO W-QTD-ITENS.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELAEST.
      *-------------[  CHAVE DO DOCUMENTO ]-----------------------------
       R2.
           DISPLAY (23, 12) " INSIRA O NUMERO DO DOCUMENTO "
           ACCEPT TNUMDOC
           DISPLAY (23, 12) "                              "
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-NUM-DOC = ZEROS
                     MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2.
       R3.
           ACCEPT TSERIE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R4.
           ACCEPT TCNPJDOC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
       LER-DOCFIS.
           MOVE W-NUM-DOC  TO NUM-DOC-D
           MOVE W-SERIE    TO SERIE-DOC
           MOVE W-CNPJ-DOC TO CNPJ-DOC
           MOVE ZEROS      TO SEQ-ITEM-D
           READ DOCFIS
           IF ST-ERRO = "23"
                MOVE "*** DOCUMENTO NAO ENCONTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA LEITURA ARQUIVO DOCFIS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           MOVE TP-DOC       TO W-TIPO-DOC
           MOVE DT-EMISSAO-D TO W-DT-DOC
           MOVE LOCAL-DOC    TO W-LOCAL-DOC
           MOVE SIT-DOC      TO W-SIT-DOC
           MOVE USUARIO-D    TO W-USU-DOC
           MOVE TOT-ITENS-D  TO W-TOT-ITENS
           MOVE TOT-QTD-D    TO W-TOT-QTD
           MOVE TOT-VALOR-D  TO W-TOT-VALOR
           DISPLAY TELAEST.
      *-------------[  SO DOCUMENTO POSTADO PODE SER ESTORNADO ]--------
       CONFERE-SITUACAO.
           IF DOC-CANCELADO
                MOVE "*** DOCUMENTO JA ESTORNADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF DOC-DIGITADO
                MOVE "* DOCUMENTO AINDA NAO POSTADO - NADA A ESTORNAR *"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF NOT DOC-POSTADO
                MOVE "* DOCUMENTO REJEITADO - NADA A ESTORNAR *"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           COMPUTE W-ANOMES-DOC = W-DT-DOC / 100
           IF W-ANOMES-DOC NOT > W-ANOMES-FECHADO
                MOVE "* MES DO DOCUMENTO FECHADO - ESTORNO RECUSADO *"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF W-LOCAL-DOC = SPACES
                MOVE "01" TO W-LOCAL-SALDO
           ELSE
                MOVE W-LOCAL-DOC TO W-LOCAL-SALDO.
      *-------------[  ITENS NA TELA E NA TABELA DO ESTORNO ]-----------
       LISTA-ITENS.
           PERFORM POSICIONA-ITENS THRU POSICIONA-ITENS-FIM
           MOVE 11 TO W-LIN-LISTA
           DISPLAY (11, 01) "SEQ CODIGO DESCRICAO               QTDE"
           DISPLAY (11, 44) "SALDO LOCAL"
           PERFORM CARREGA-UM-ITEM THRU CARREGA-UM-ITEM-FIM
                   UNTIL W-FIM-ITENS = "S".
           IF W-QTD-ITENS = ZEROS
                MOVE "*** DOCUMENTO SEM ITENS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *-------------[  ENTRADA: O LOCAL AINDA TEM O QUE DEVOLVER? ]-----
           IF W-TIPO-DOC = "E"
                PERFORM CONFERE-SALDOS THRU CONFERE-SALDOS-FIM
                IF W-SALDO-OK NOT = "S"
                   MOVE SPACES TO MENS
                   STRING "* SALDO DO LOCAL INSUFICIENTE - PRODUTO "
                          W-COD-FALTA " *"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
      *-------------[  CONFIRMACAO DO ESTORNO ]-------------------------
       EST-OPC.
           DISPLAY (23, 40) "ESTORNAR DOCUMENTO (S/N) : ".
           ACCEPT (23, 67) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 40) LIMPA
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ESTORNO NAO REALIZADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EST-OPC.
      *--------[ MOVIMENTOS PRIMEIRO, CABECALHO CANCELADO POR ULTIMO ]--
      * O CABECALHO E RELIDO E CONFERIDO ANTES DOS MOVIMENTOS E
      * MARCADO "C" SO DEPOIS DO ULTIMO - ERRO NO MEIO DEIXA O
      * DOCUMENTO "P" E O STP005 REJEITA AS LINHAS JA GRAVADAS (NAO
      * HA "C" POR TRAS DELAS). ESTORNO SIMULTANEO EM OUTRO TERMINAL
      * DEIXA O GRUPO COM O DOBRO DAS LINHAS - O STP005 REJEITA E O
      * DOCUMENTO VOLTA A "P". O LOTE E OBTIDO UMA UNICA VEZ, PARA
      * TODAS AS LINHAS DO ESTORNO SAIREM NO MESMO LOTE (POSTAGEM
      * TUDO-OU-NADA).
       EST-RW1.
           PERFORM RELE-CABECALHO THRU RELE-CABECALHO-FIM
           IF NOT DOC-POSTADO
              MOVE "* DOCUMENTO ALTERADO EM OUTRO TERMINAL *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM OBTEM-LOTE THRU OBTEM-LOTE-FIM
           MOVE ZEROS TO W-IND-ITEM.
      *--------[ UM MOVIMENTO DE SINAL CONTRARIO POR ITEM ]-------------
       EST-MOV.
           ADD 1 TO W-IND-ITEM
           IF W-IND-ITEM > W-QTD-ITENS
              GO TO EST-RW2.
           MOVE W-IT-CODIGO (W-IND-ITEM) TO COD-PROD
           MOVE W-DT-DOC      TO DT-MOVTO
           MOVE W-TIPO-DOC    TO TP-MOVTO
           IF W-TIPO-DOC = "E"
              COMPUTE QTD-MOVTO = ZEROS - W-IT-QTD (W-IND-ITEM)
           ELSE
              MOVE W-IT-QTD (W-IND-ITEM) TO QTD-MOVTO.
           MOVE W-USUARIO     TO USUARIO-MOVTO
           MOVE W-NUM-DOC     TO NUM-DOC-MOVTO
           MOVE W-CNPJ-DOC    TO CNPJ-MOVTO
           MOVE W-IT-CUSTO (W-IND-ITEM) TO CUSTO-MOVTO
           MOVE W-LOCAL-DOC   TO LOCAL-MOVTO
           MOVE SPACES        TO LOC-DEST-MOVTO
           MOVE W-SERIE       TO SERIE-MOVTO
           MOVE W-NUM-LOTE    TO NUM-LOTE-MOVTO
           MOVE W-IT-LOTE (W-IND-ITEM)  TO LOTE-FAB-MOVTO
           MOVE W-IT-VALID (W-IND-ITEM) TO DT-VALID-MOVTO
           WRITE REGMOV
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO MOVPROD - ESTORNO NAO FEITO"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO EST-MOV.
      *--------[ TODOS OS MOVIMENTOS GRAVADOS - CABECALHO "C" ]---------
       EST-RW2.
           PERFORM RELE-CABECALHO THRU RELE-CABECALHO-FIM
           IF NOT DOC-POSTADO
              MOVE "* DOCUMENTO ALTERADO EM OUTRO TERMINAL *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "C"        TO SIT-DOC
           MOVE W-DT-HOJE  TO DT-ESTORNO-D
           MOVE W-USUARIO  TO USU-ESTORNO-D
           REWRITE REGDOC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA REGRAVACAO DO DOCFIS - ESTORNO NAO FEITO"
                   TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "* ESTORNO GRAVADO - APLICADO NA POSTAGEM *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *---------[ RELE O CABECALHO DO DOCUMENTO NO DOCFIS ]-------------
       RELE-CABECALHO.
           MOVE W-NUM-DOC  TO NUM-DOC-D
           MOVE W-SERIE    TO SERIE-DOC
           MOVE W-CNPJ-DOC TO CNPJ-DOC
           MOVE ZEROS      TO SEQ-ITEM-D
           READ DOCFIS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA RELEITURA DO DOCFIS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       RELE-CABECALHO-FIM.
           EXIT.
      *---------[ POSICIONA NO PRIMEIRO ITEM DO DOCUMENTO ]-------------
       POSICIONA-ITENS.
           MOVE "N" TO W-FIM-ITENS
           MOVE W-NUM-DOC  TO NUM-DOC-D
           MOVE W-SERIE    TO SERIE-DOC
           MOVE W-CNPJ-DOC TO CNPJ-DOC
           MOVE 1          TO SEQ-ITEM-D
           START DOCFIS KEY NOT LESS THAN CHAVE-DOC
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM-ITENS.
       POSICIONA-ITENS-FIM.
           EXIT.
      *---------[ LEITURA SEQUENCIAL DOS ITENS DO DOCUMENTO ]-----------
       LE-ITEM.
           IF W-FIM-ITENS = "S"
              GO TO LE-ITEM-FIM.
           READ DOCFIS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ITENS.
           IF W-FIM-ITENS = "S"
              GO TO LE-ITEM-FIM.
           IF NUM-DOC-D NOT = W-NUM-DOC OR SERIE-DOC NOT = W-SERIE
              OR CNPJ-DOC NOT = W-CNPJ-DOC
              MOVE "S" TO W-FIM-ITENS.
      *    OS ENCARGOS (SEQ 901 EM DIANTE) NAO SAO ITENS
           IF SEQ-ITEM-D > 900
              MOVE "S" TO W-FIM-ITENS.
       LE-ITEM-FIM.
           EXIT.
      * O ITEM VAI PARA A TABELA DO ESTORNO E, ATE A LINHA 20, PARA A
      * TELA COM O SALDO ATUAL DO PRODUTO NO LOCAL DO DOCUMENTO.
       CARREGA-UM-ITEM.
           PERFORM LE-ITEM THRU LE-ITEM-FIM
           IF W-FIM-ITENS = "S"
              GO TO CARREGA-UM-ITEM-FIM.
           IF W-QTD-ITENS NOT < 99
              MOVE "S" TO W-FIM-ITENS
              GO TO CARREGA-UM-ITEM-FIM.
           ADD 1 TO W-QTD-ITENS
           MOVE COD-PROD-D   TO W-IT-CODIGO (W-QTD-ITENS)
           MOVE QTD-ITEM-D   TO W-IT-QTD (W-QTD-ITENS)
           MOVE CUSTO-ITEM-D TO W-IT-CUSTO (W-QTD-ITENS)
           MOVE LOTE-FAB-D   TO W-IT-LOTE (W-QTD-ITENS)
           MOVE DT-VALID-D   TO W-IT-VALID (W-QTD-ITENS)
           IF W-LIN-LISTA > 19
              GO TO CARREGA-UM-ITEM-FIM.
           MOVE COD-PROD-D TO CODIGO
           READ CADPROD
           IF ST-ERRO2 = "00" OR "02"
              MOVE DESCRICAO TO W-DESC-LISTA
           ELSE
              MOVE SPACES TO W-DESC-LISTA.
           MOVE COD-PROD-D TO COD-PROD-SL
           PERFORM LE-SALDO-LOCAL THRU LE-SALDO-LOCAL-FIM
           ADD 1 TO W-LIN-LISTA
           DISPLAY (W-LIN-LISTA, 01) SEQ-ITEM-D
           DISPLAY (W-LIN-LISTA, 05) COD-PROD-D
           DISPLAY (W-LIN-LISTA, 12) W-DESC-LISTA
           DISPLAY (W-LIN-LISTA, 36) QTD-ITEM-D
           DISPLAY (W-LIN-LISTA, 46) W-QTD-LOCAL.
       CARREGA-UM-ITEM-FIM.
           EXIT.
      *---------[ SALDO ATUAL DO PRODUTO NO LOCAL DO DOCUMENTO ]--------
      * O CHAMADOR INFORMA O PRODUTO EM COD-PROD-SL.
       LE-SALDO-LOCAL.
           MOVE ZEROS TO W-QTD-LOCAL
           IF W-SEM-SALDLOC = "S"
              GO TO LE-SALDO-LOCAL-FIM.
           MOVE W-LOCAL-SALDO TO LOCAL-SL
           READ SALDLOC
           IF ST-ERRO3 = "00" OR "02"
              MOVE QTD-SLOC TO W-QTD-LOCAL.
       LE-SALDO-LOCAL-FIM.
           EXIT.
      *---------[ ENTRADA: SALDO DO LOCAL COBRE A DEVOLUCAO? ]----------
      * O MESMO PRODUTO PODE APARECER EM MAIS DE UM ITEM - CADA ITEM E
      * CONFERIDO PELO ACUMULADO DO PRODUTO ATE ELE, COMO NA
      * VALIDACAO DO DOCUMENTO NO STP005.
       CONFERE-SALDOS.
           MOVE "S" TO W-SALDO-OK
           MOVE ZEROS TO W-IND-ITEM.
       CONFERE-SALDOS-LOOP.
           ADD 1 TO W-IND-ITEM
           IF W-IND-ITEM > W-QTD-ITENS
              GO TO CONFERE-SALDOS-FIM.
           MOVE ZEROS TO W-QTD-ACUM W-IND-AUX
           PERFORM SOMA-PRODUTO THRU SOMA-PRODUTO-FIM
                   UNTIL W-IND-AUX NOT < W-IND-ITEM.
           MOVE W-IT-CODIGO (W-IND-ITEM) TO COD-PROD-SL
           PERFORM LE-SALDO-LOCAL THRU LE-SALDO-LOCAL-FIM
           IF W-QTD-ACUM > W-QTD-LOCAL
              MOVE "N" TO W-SALDO-OK
              MOVE W-IT-CODIGO (W-IND-ITEM) TO W-COD-FALTA
              GO TO CONFERE-SALDOS-FIM.
           GO TO CONFERE-SALDOS-LOOP.
       CONFERE-SALDOS-FIM.
           EXIT.
       SOMA-PRODUTO.
           ADD 1 TO W-IND-AUX
           IF W-IT-CODIGO (W-IND-AUX) = W-IT-CODIGO (W-IND-ITEM)
              ADD W-IT-QTD (W-IND-AUX) TO W-QTD-ACUM.
       SOMA-PRODUTO-FIM.
           EXIT.
      *---------[ LOTE ABERTO DE DIGITACAO (CTLOTE) ]-------------------
       OBTEM-LOTE.
                CALL "STP023" USING W-NUM-LOTE.
       OBTEM-LOTE-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE DOCFIS CADPROD MOVPROD.
           IF W-SEM-SALDLOC NOT = "S"
              CLOSE SALDLOC.
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
