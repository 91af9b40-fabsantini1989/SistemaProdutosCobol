       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP035.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * RELATORIO DE PEDIDOS DE COMPRA EM ABERTO E ATRASADOS *
      **************************************
      *------------------------------------------------------------
      * PERCORRE O PEDCOMP NA ORDEM DO NUMERO DO PEDIDO E LISTA, POR
      * PEDIDO (COM O FORNECEDOR DO CADFORN), OS ITENS AINDA EM
      * ABERTO ("A") OU PARCIAIS ("P") COM O SALDO A RECEBER
      * (QTD-PEDIDA-PC - QTD-RECEB-PC), A DATA PREVISTA, OS DIAS DE
      * ATRASO E O VALOR DO SALDO AO PRECO DO PEDIDO. ITEM COM DATA
      * PREVISTA ANTERIOR A HOJE E SALDO A RECEBER E ATRASADO.
      * PEDIDO ATENDIDO ("T") OU CANCELADO ("C") NAO ENTRA.
      * PARAMETRO POR CARTAO (SYSIN):
      *   "A"    = SOMENTE ITENS ATRASADOS
      *   BRANCO = TODOS OS ITENS EM ABERTO
      * RETURN-CODE:  0 = NENHUM ITEM ATRASADO
      *               4 = HA ITENS ATRASADOS
      *               8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA DE ARQUIVO
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
       SELECT CADFORN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CNPJ OF REGFORN
                      FILE STATUS  IS ST-ERRO2.
       SELECT CADPROD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      FILE STATUS  IS ST-ERRO3.
       SELECT RELPEDA ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       COPY REGPED.
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       COPY REGFORN.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       COPY REGPROD.
       FD RELPEDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPEDA.DAT".
       01 LINHA-RELPEDA    PIC X(80).
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-SO-ATRASADOS   PIC X(01) VALUE SPACES.
       01 W-DT-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-FIM-PEDCOMP    PIC X(01) VALUE "N".
       01 W-PED-EM-ABERTO  PIC X(01) VALUE "N".
       01 W-CABEC-IMPRESSO PIC X(01) VALUE "N".
       01 W-SALDO          PIC 9(06) VALUE ZEROS.
       01 W-DIAS-ATRASO    PIC 9(05) VALUE ZEROS.
       01 W-VALOR-SALDO    PIC 9(14) VALUE ZEROS.
       01 W-TOT-PEDIDOS    PIC 9(06) VALUE ZEROS.
       01 W-TOT-ITENS      PIC 9(06) VALUE ZEROS.
       01 W-TOT-ATRASADOS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-VALOR      PIC 9(14) VALUE ZEROS.
       01 W-TOT-VLR-ATRASO PIC 9(14) VALUE ZEROS.
       01 W-TOT-VALOR-ED   PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9.
      *--------[ CABECALHO DO PEDIDO GUARDADO ATE O PRIMEIRO ITEM ]--
       01 W-PEDIDO-ATUAL.
          03 W-NUM-PED       PIC 9(06).
          03 W-CNPJ-PED      PIC 9(14).
          03 W-DT-PEDIDO     PIC 9(08).
          03 W-SIT-PED       PIC X(01).
       01 LINHA-CABEC1.
          03 FILLER           PIC X(36)
                VALUE "PEDIDOS DE COMPRA EM ABERTO - DATA: ".
          03 LC-DT-HOJE       PIC 9(08).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LC-SELECAO       PIC X(20).
       01 LINHA-CABEC2.
          03 FILLER           PIC X(13) VALUE "  SEQ CODIGO ".
          03 FILLER           PIC X(21) VALUE "DESCRICAO".
          03 FILLER           PIC X(21) VALUE "PEDIDA RECEB.  SALDO ".
          03 FILLER           PIC X(14) VALUE "PREVISTA ATRAS".
          03 FILLER           PIC X(11) VALUE " VLR SALDO".
       01 LINHA-PEDIDO.
          03 FILLER           PIC X(07) VALUE "PEDIDO ".
          03 LP-NUM-PED       PIC 9(06).
          03 FILLER           PIC X(03) VALUE " - ".
          03 LP-CNPJ          PIC 9(14).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LP-NOMEF         PIC X(12).
          03 FILLER           PIC X(07) VALUE "  DATA ".
          03 LP-DT-PEDIDO     PIC 9(08).
          03 FILLER           PIC X(07) VALUE "  SIT. ".
          03 LP-SIT-PED       PIC X(01).
       01 LINHA-DETALHE.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LD-SEQ           PIC 9(03).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-CODIGO        PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-DESCRICAO     PIC X(20).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-PEDIDA        PIC ZZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-RECEB         PIC ZZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-SALDO         PIC ZZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-PREVISTA      PIC 9(08).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-ATRASO        PIC ZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-VALOR         PIC ZZ.ZZZ.ZZ9.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM IMPRIME-CABECALHO THRU IMPRIME-CABECALHO-FIM.
           MOVE ZEROS TO CHAVE-PED
           START PEDCOMP KEY NOT LESS THAN CHAVE-PED
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM-PEDCOMP.
           PERFORM LE-PEDCOMP THRU LE-PEDCOMP-FIM.
           PERFORM AVALIA-REGISTRO THRU AVALIA-REGISTRO-FIM
                   UNTIL W-FIM-PEDCOMP = "S".
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           DISPLAY "PEDIDOS EM ABERTO: " W-TOT-PEDIDOS
                   " - ITENS ATRASADOS: " W-TOT-ATRASADOS.
           IF W-TOT-ATRASADOS NOT = ZEROS
              MOVE 4 TO RETURN-CODE.
           GOBACK.
      *---------[ PARAMETRO: SOMENTE ATRASADOS (SYSIN) ]---------------
       LE-PARAMETROS.
           ACCEPT W-SO-ATRASADOS.
           IF W-SO-ATRASADOS NOT = "A" AND W-SO-ATRASADOS NOT = SPACES
              DISPLAY "PARAMETRO INVALIDO - INFORME A OU BRANCO"
              MOVE 8 TO RETURN-CODE
              GOBACK.
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------[ ABERTURA DOS ARQUIVOS ]-----------------------------
       ABRE-ARQUIVOS.
           OPEN INPUT PEDCOMP
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDCOMP - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT CADFORN
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN - " ST-ERRO2
              MOVE 12 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT CADPROD
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO3
              MOVE 12 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT RELPEDA
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELPEDA - " ST-ERRO4
              MOVE 12 TO RETURN-CODE
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *---------[ CABECALHO DO RELATORIO ]-----------------------------
       IMPRIME-CABECALHO.
           MOVE W-DT-HOJE TO LC-DT-HOJE
           IF W-SO-ATRASADOS = "A"
              MOVE "SOMENTE ATRASADOS" TO LC-SELECAO
           ELSE
              MOVE "TODOS EM ABERTO" TO LC-SELECAO.
           MOVE LINHA-CABEC1 TO LINHA-RELPEDA
           WRITE LINHA-RELPEDA
           MOVE SPACES TO LINHA-RELPEDA
           WRITE LINHA-RELPEDA
           MOVE LINHA-CABEC2 TO LINHA-RELPEDA
           WRITE LINHA-RELPEDA.
       IMPRIME-CABECALHO-FIM.
           EXIT.
      *---------[ LEITURA SEQUENCIAL DO PEDCOMP ]----------------------
       LE-PEDCOMP.
           IF W-FIM-PEDCOMP = "S"
              GO TO LE-PEDCOMP-FIM.
           READ PEDCOMP NEXT RECORD
               AT END MOVE "S" TO W-FIM-PEDCOMP.
       LE-PEDCOMP-FIM.
           EXIT.
      *---------[ CABECALHO GUARDA O PEDIDO, ITEM E AVALIADO ]---------
      * O CABECALHO (SEQ 0) VEM SEMPRE ANTES DOS ITENS DO PEDIDO. ELE
      * SO E IMPRESSO QUANDO O PRIMEIRO ITEM DO PEDIDO ENTRA NA
      * LISTA - PEDIDO SEM ITEM SELECIONADO NAO APARECE.
       AVALIA-REGISTRO.
           IF SEQ-ITEM-PC = ZEROS
              PERFORM GUARDA-PEDIDO THRU GUARDA-PEDIDO-FIM
              GO TO AVALIA-REGISTRO-LE.
           IF W-PED-EM-ABERTO NOT = "S"
              OR NUM-PED NOT = W-NUM-PED
              GO TO AVALIA-REGISTRO-LE.
           IF NOT PED-ABERTO AND NOT PED-PARCIAL
              GO TO AVALIA-REGISTRO-LE.
           IF QTD-RECEB-PC NOT < QTD-PEDIDA-PC
              GO TO AVALIA-REGISTRO-LE.
           COMPUTE W-SALDO = QTD-PEDIDA-PC - QTD-RECEB-PC
           MOVE ZEROS TO W-DIAS-ATRASO
           IF DT-PREVISTA-PC NOT = ZEROS
              AND DT-PREVISTA-PC < W-DT-HOJE
              COMPUTE W-DIAS-ATRASO =
                      FUNCTION INTEGER-OF-DATE (W-DT-HOJE)
                    - FUNCTION INTEGER-OF-DATE (DT-PREVISTA-PC).
           IF W-SO-ATRASADOS = "A" AND W-DIAS-ATRASO = ZEROS
              GO TO AVALIA-REGISTRO-LE.
           IF W-CABEC-IMPRESSO NOT = "S"
              PERFORM IMPRIME-PEDIDO THRU IMPRIME-PEDIDO-FIM.
           PERFORM IMPRIME-ITEM THRU IMPRIME-ITEM-FIM.
       AVALIA-REGISTRO-LE.
           PERFORM LE-PEDCOMP THRU LE-PEDCOMP-FIM.
       AVALIA-REGISTRO-FIM.
           EXIT.
       GUARDA-PEDIDO.
           MOVE NUM-PED    TO W-NUM-PED
           MOVE CNPJ-PED   TO W-CNPJ-PED
           MOVE DT-PEDIDO  TO W-DT-PEDIDO
           MOVE SIT-PED    TO W-SIT-PED
           MOVE "N" TO W-CABEC-IMPRESSO
           IF PED-ABERTO OR PED-PARCIAL
              MOVE "S" TO W-PED-EM-ABERTO
           ELSE
              MOVE "N" TO W-PED-EM-ABERTO.
       GUARDA-PEDIDO-FIM.
           EXIT.
      *---------[ LINHA DO PEDIDO COM O FORNECEDOR ]-------------------
       IMPRIME-PEDIDO.
           MOVE W-CNPJ-PED TO CNPJ OF REGFORN
           READ CADFORN
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "NAO CADASTR" TO NOMEF.
           MOVE W-NUM-PED   TO LP-NUM-PED
           MOVE W-CNPJ-PED  TO LP-CNPJ
           MOVE NOMEF       TO LP-NOMEF
           MOVE W-DT-PEDIDO TO LP-DT-PEDIDO
           MOVE W-SIT-PED   TO LP-SIT-PED
           MOVE SPACES TO LINHA-RELPEDA
           WRITE LINHA-RELPEDA
           MOVE LINHA-PEDIDO TO LINHA-RELPEDA
           WRITE LINHA-RELPEDA
           MOVE "S" TO W-CABEC-IMPRESSO
           ADD 1 TO W-TOT-PEDIDOS.
       IMPRIME-PEDIDO-FIM.
           EXIT.
      *---------[ LINHA DO ITEM COM SALDO A RECEBER ]------------------
       IMPRIME-ITEM.
           MOVE COD-PROD-PC TO CODIGO
           READ CADPROD
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE "PRODUTO NAO CADASTRADO" TO DESCRICAO.
           COMPUTE W-VALOR-SALDO = W-SALDO * CUSTO-PEDIDO-PC
              ON SIZE ERROR MOVE ZEROS TO W-VALOR-SALDO.
           MOVE SEQ-ITEM-PC    TO LD-SEQ
           MOVE COD-PROD-PC    TO LD-CODIGO
           MOVE DESCRICAO      TO LD-DESCRICAO
           MOVE QTD-PEDIDA-PC  TO LD-PEDIDA
           MOVE QTD-RECEB-PC   TO LD-RECEB
           MOVE W-SALDO        TO LD-SALDO
           MOVE DT-PREVISTA-PC TO LD-PREVISTA
           MOVE W-DIAS-ATRASO  TO LD-ATRASO
           MOVE W-VALOR-SALDO  TO LD-VALOR
           MOVE LINHA-DETALHE  TO LINHA-RELPEDA
           WRITE LINHA-RELPEDA
           ADD 1 TO W-TOT-ITENS
           ADD W-VALOR-SALDO TO W-TOT-VALOR
           IF W-DIAS-ATRASO NOT = ZEROS
              ADD 1 TO W-TOT-ATRASADOS
              ADD W-VALOR-SALDO TO W-TOT-VLR-ATRASO.
       IMPRIME-ITEM-FIM.
           EXIT.
      *---------[ TOTAIS DO RELATORIO ]--------------------------------
       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELPEDA
           WRITE LINHA-RELPEDA
           IF W-TOT-ITENS = ZEROS
              MOVE SPACES TO LINHA-RELPEDA
              STRING "NENHUM ITEM DE PEDIDO SELECIONADO"
                      DELIMITED BY SIZE INTO LINHA-RELPEDA
              WRITE LINHA-RELPEDA
              GO TO IMPRIME-TOTAIS-FIM.
           MOVE SPACES TO LINHA-RELPEDA
           STRING "PEDIDOS LISTADOS.......: " W-TOT-PEDIDOS
                   DELIMITED BY SIZE INTO LINHA-RELPEDA
           WRITE LINHA-RELPEDA
           MOVE SPACES TO LINHA-RELPEDA
           STRING "ITENS COM SALDO........: " W-TOT-ITENS
                   DELIMITED BY SIZE INTO LINHA-RELPEDA
           WRITE LINHA-RELPEDA
           MOVE W-TOT-VALOR TO W-TOT-VALOR-ED
           MOVE SPACES TO LINHA-RELPEDA
           STRING "VALOR DO SALDO.........: " W-TOT-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-RELPEDA
           WRITE LINHA-RELPEDA
           MOVE SPACES TO LINHA-RELPEDA
           STRING "ITENS ATRASADOS........: " W-TOT-ATRASADOS
                   DELIMITED BY SIZE INTO LINHA-RELPEDA
           WRITE LINHA-RELPEDA
           MOVE W-TOT-VLR-ATRASO TO W-TOT-VALOR-ED
           MOVE SPACES TO LINHA-RELPEDA
           STRING "VALOR ATRASADO.........: " W-TOT-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-RELPEDA
           WRITE LINHA-RELPEDA.
       IMPRIME-TOTAIS-FIM.
           EXIT.
      *---------[ ENCERRAMENTO ]---------------------------------------
       FECHA-ARQUIVOS.
           CLOSE PEDCOMP CADFORN CADPROD RELPEDA.
       FECHA-ARQUIVOS-FIM.
           EXIT.
