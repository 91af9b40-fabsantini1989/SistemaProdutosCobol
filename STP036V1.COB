       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP036.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * DIVERGENCIAS ENTRE O RECEBIDO E O PEDIDO DE COMPRA *
      **************************************
      *------------------------------------------------------------
      * COMPARA, ITEM A ITEM DO PEDCOMP, O QUE FOI PEDIDO COM O QUE
      * O STP005 BAIXOU NA POSTAGEM DAS ENTRADAS CASADAS COM O
      * PEDIDO (QTD-RECEB-PC E VLR-RECEB-PC):
      *   "Q" = DIVERGENCIA DE QUANTIDADE - RECEBIDO ACIMA DO PEDIDO
      *         OU ITEM CANCELADO COM RECEBIMENTO PARCIAL (FALTA);
      *   "P" = DIVERGENCIA DE PRECO - CUSTO UNITARIO MEDIO DO
      *         RECEBIDO (VLR-RECEB-PC / QTD-RECEB-PC) DIFERENTE DO
      *         CUSTO-PEDIDO-PC ALEM DA TOLERANCIA INFORMADA.
      * O IMPACTO DE PRECO E (CUSTO REAL - CUSTO PEDIDO) X QTD
      * RECEBIDA, COM SINAL. ITEM SEM NADA RECEBIDO NAO ENTRA.
      * PARAMETRO POR CARTAO (SYSIN): TOLERANCIA DE PRECO EM
      * PERCENTUAL 9(03) (000 = QUALQUER DIFERENCA).
      * RETURN-CODE:  0 = NENHUMA DIVERGENCIA
      *               4 = HA DIVERGENCIAS
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
       SELECT RELDIVP ASSIGN TO DISK
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
       FD RELDIVP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDIVP.DAT".
       01 LINHA-RELDIVP    PIC X(80).
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-TOLERANCIA     PIC 9(03) VALUE ZEROS.
       01 W-DT-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-FIM-PEDCOMP    PIC X(01) VALUE "N".
       01 W-CABEC-IMPRESSO PIC X(01) VALUE "N".
       01 W-DIV-QTD        PIC X(01) VALUE "N".
       01 W-DIV-PRECO      PIC X(01) VALUE "N".
       01 W-DIF-QTD        PIC S9(06) VALUE ZEROS.
       01 W-CUSTO-REAL     PIC 9(08) VALUE ZEROS.
       01 W-DIF-CUSTO      PIC S9(08) VALUE ZEROS.
       01 W-PERC-DIF       PIC S9(05)V99 VALUE ZEROS.
       01 W-PERC-ABS       PIC 9(05)V99 VALUE ZEROS.
       01 W-IMPACTO        PIC S9(14) VALUE ZEROS.
       01 W-TOT-ITENS-REC  PIC 9(06) VALUE ZEROS.
       01 W-TOT-DIV-QTD    PIC 9(06) VALUE ZEROS.
       01 W-TOT-DIV-PRECO  PIC 9(06) VALUE ZEROS.
       01 W-TOT-IMPACTO    PIC S9(14) VALUE ZEROS.
       01 W-TOT-IMPACTO-ED PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9.
      *--------[ CABECALHO DO PEDIDO GUARDADO ATE O PRIMEIRO ITEM ]--
       01 W-PEDIDO-ATUAL.
          03 W-NUM-PED       PIC 9(06).
          03 W-CNPJ-PED      PIC 9(14).
          03 W-DT-PEDIDO     PIC 9(08).
          03 W-SIT-PED       PIC X(01).
       01 LINHA-CABEC1.
          03 FILLER           PIC X(32)
                VALUE "DIVERGENCIAS PEDIDO X RECEBIDO -".
          03 FILLER           PIC X(07) VALUE " DATA: ".
          03 LC-DT-HOJE       PIC 9(08).
          03 FILLER           PIC X(14) VALUE "  TOLERANCIA: ".
          03 LC-TOLERANCIA    PIC ZZ9.
          03 FILLER           PIC X(01) VALUE "%".
       01 LINHA-CABEC2.
          03 FILLER           PIC X(11) VALUE "SEQ CODIGO ".
          03 FILLER           PIC X(15) VALUE "DESCRICAO".
          03 FILLER           PIC X(21) VALUE "PEDIDA RECEB. DIFER. ".
          03 FILLER           PIC X(22) VALUE "CUSTO PED. CUSTO REAL ".
          03 FILLER           PIC X(09) VALUE "  DIF% TP".
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
          03 LD-SEQ           PIC 9(03).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-CODIGO        PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-DESCRICAO     PIC X(14).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-PEDIDA        PIC ZZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-RECEB         PIC ZZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-DIF-QTD       PIC -ZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-CUSTO-PED     PIC ZZ.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-CUSTO-REAL    PIC ZZ.ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-PERC          PIC -ZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-TIPO-QTD      PIC X(01).
          03 LD-TIPO-PRECO    PIC X(01).
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
           DISPLAY "DIVERGENCIAS DE QUANTIDADE: " W-TOT-DIV-QTD
                   " - DE PRECO: " W-TOT-DIV-PRECO.
           IF W-TOT-DIV-QTD NOT = ZEROS
              OR W-TOT-DIV-PRECO NOT = ZEROS
              MOVE 4 TO RETURN-CODE.
           GOBACK.
      *---------[ PARAMETRO: TOLERANCIA DE PRECO (SYSIN) ]-------------
       LE-PARAMETROS.
           ACCEPT W-TOLERANCIA.
           IF W-TOLERANCIA NOT NUMERIC
              DISPLAY "TOLERANCIA INVALIDA - INFORME PERCENTUAL 9(03)"
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
           OPEN OUTPUT RELDIVP
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELDIVP - " ST-ERRO4
              MOVE 12 TO RETURN-CODE
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *---------[ CABECALHO DO RELATORIO ]-----------------------------
       IMPRIME-CABECALHO.
           MOVE W-DT-HOJE    TO LC-DT-HOJE
           MOVE W-TOLERANCIA TO LC-TOLERANCIA
           MOVE LINHA-CABEC1 TO LINHA-RELDIVP
           WRITE LINHA-RELDIVP
           MOVE SPACES TO LINHA-RELDIVP
           WRITE LINHA-RELDIVP
           MOVE LINHA-CABEC2 TO LINHA-RELDIVP
           WRITE LINHA-RELDIVP.
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
      *---------[ CABECALHO GUARDA O PEDIDO, ITEM E CONFERIDO ]--------
      * O CABECALHO (SEQ 0) VEM SEMPRE ANTES DOS ITENS DO PEDIDO E SO
      * E IMPRESSO QUANDO O PRIMEIRO ITEM DIVERGENTE APARECE.
       AVALIA-REGISTRO.
           IF SEQ-ITEM-PC = ZEROS
              PERFORM GUARDA-PEDIDO THRU GUARDA-PEDIDO-FIM
              GO TO AVALIA-REGISTRO-LE.
           IF QTD-RECEB-PC = ZEROS
              GO TO AVALIA-REGISTRO-LE.
           ADD 1 TO W-TOT-ITENS-REC
           PERFORM CONFERE-QUANTIDADE THRU CONFERE-QUANTIDADE-FIM
           PERFORM CONFERE-PRECO THRU CONFERE-PRECO-FIM
           IF W-DIV-QTD NOT = "S" AND W-DIV-PRECO NOT = "S"
              GO TO AVALIA-REGISTRO-LE.
           IF W-CABEC-IMPRESSO NOT = "S"
              OR NUM-PED NOT = W-NUM-PED
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
           MOVE "N" TO W-CABEC-IMPRESSO.
       GUARDA-PEDIDO-FIM.
           EXIT.
      *---------[ DIVERGENCIA DE QUANTIDADE ]--------------------------
      * RECEBER MAIS QUE O PEDIDO E SEMPRE DIVERGENCIA; RECEBER MENOS
      * SO E DIVERGENCIA QUANDO O ITEM FOI CANCELADO (O SALDO NAO VEM
      * MAIS) - ITEM "P" AINDA ESTA EM ABERTO E VAI PARA O STP035.
       CONFERE-QUANTIDADE.
           MOVE "N" TO W-DIV-QTD
           COMPUTE W-DIF-QTD = QTD-RECEB-PC - QTD-PEDIDA-PC
           IF W-DIF-QTD > ZEROS
              MOVE "S" TO W-DIV-QTD.
           IF W-DIF-QTD < ZEROS AND PED-CANCELADO
              MOVE "S" TO W-DIV-QTD.
       CONFERE-QUANTIDADE-FIM.
           EXIT.
      *---------[ DIVERGENCIA DE PRECO ]-------------------------------
       CONFERE-PRECO.
           MOVE "N" TO W-DIV-PRECO
           MOVE ZEROS TO W-PERC-DIF W-IMPACTO
           COMPUTE W-CUSTO-REAL ROUNDED = VLR-RECEB-PC / QTD-RECEB-PC
              ON SIZE ERROR MOVE ZEROS TO W-CUSTO-REAL.
           COMPUTE W-DIF-CUSTO = W-CUSTO-REAL - CUSTO-PEDIDO-PC
           IF W-DIF-CUSTO = ZEROS
              GO TO CONFERE-PRECO-FIM.
           IF CUSTO-PEDIDO-PC = ZEROS
              MOVE 999 TO W-PERC-DIF
           ELSE
              COMPUTE W-PERC-DIF ROUNDED =
                      W-DIF-CUSTO * 100 / CUSTO-PEDIDO-PC
                 ON SIZE ERROR MOVE 999 TO W-PERC-DIF.
           IF W-PERC-DIF < ZEROS
              COMPUTE W-PERC-ABS = ZEROS - W-PERC-DIF
           ELSE
              MOVE W-PERC-DIF TO W-PERC-ABS.
           IF W-PERC-ABS NOT > W-TOLERANCIA
              GO TO CONFERE-PRECO-FIM.
           MOVE "S" TO W-DIV-PRECO
           COMPUTE W-IMPACTO = W-DIF-CUSTO * QTD-RECEB-PC
              ON SIZE ERROR MOVE ZEROS TO W-IMPACTO.
       CONFERE-PRECO-FIM.
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
           MOVE SPACES TO LINHA-RELDIVP
           WRITE LINHA-RELDIVP
           MOVE LINHA-PEDIDO TO LINHA-RELDIVP
           WRITE LINHA-RELDIVP
           MOVE "S" TO W-CABEC-IMPRESSO.
       IMPRIME-PEDIDO-FIM.
           EXIT.
      *---------[ LINHA DO ITEM DIVERGENTE ]---------------------------
       IMPRIME-ITEM.
           MOVE COD-PROD-PC TO CODIGO
           READ CADPROD
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE "NAO CADASTRADO" TO DESCRICAO.
           MOVE SEQ-ITEM-PC     TO LD-SEQ
           MOVE COD-PROD-PC     TO LD-CODIGO
           MOVE DESCRICAO       TO LD-DESCRICAO
           MOVE QTD-PEDIDA-PC   TO LD-PEDIDA
           MOVE QTD-RECEB-PC    TO LD-RECEB
           MOVE W-DIF-QTD       TO LD-DIF-QTD
           MOVE CUSTO-PEDIDO-PC TO LD-CUSTO-PED
           MOVE W-CUSTO-REAL    TO LD-CUSTO-REAL
           MOVE W-PERC-DIF      TO LD-PERC
           MOVE SPACES TO LD-TIPO-QTD LD-TIPO-PRECO
           IF W-DIV-QTD = "S"
              MOVE "Q" TO LD-TIPO-QTD
              ADD 1 TO W-TOT-DIV-QTD.
           IF W-DIV-PRECO = "S"
              MOVE "P" TO LD-TIPO-PRECO
              ADD 1 TO W-TOT-DIV-PRECO
              ADD W-IMPACTO TO W-TOT-IMPACTO.
           MOVE LINHA-DETALHE TO LINHA-RELDIVP
           WRITE LINHA-RELDIVP.
       IMPRIME-ITEM-FIM.
           EXIT.
      *---------[ TOTAIS DO RELATORIO ]--------------------------------
       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELDIVP
           WRITE LINHA-RELDIVP
           MOVE SPACES TO LINHA-RELDIVP
           STRING "ITENS COM RECEBIMENTO..: " W-TOT-ITENS-REC
                   DELIMITED BY SIZE INTO LINHA-RELDIVP
           WRITE LINHA-RELDIVP
           MOVE SPACES TO LINHA-RELDIVP
           STRING "DIVERGENCIAS QUANTIDADE: " W-TOT-DIV-QTD
                   DELIMITED BY SIZE INTO LINHA-RELDIVP
           WRITE LINHA-RELDIVP
           MOVE SPACES TO LINHA-RELDIVP
           STRING "DIVERGENCIAS DE PRECO..: " W-TOT-DIV-PRECO
                   DELIMITED BY SIZE INTO LINHA-RELDIVP
           WRITE LINHA-RELDIVP
           MOVE W-TOT-IMPACTO TO W-TOT-IMPACTO-ED
           MOVE SPACES TO LINHA-RELDIVP
           STRING "IMPACTO DE PRECO.......: " W-TOT-IMPACTO-ED
                   DELIMITED BY SIZE INTO LINHA-RELDIVP
           WRITE LINHA-RELDIVP.
       IMPRIME-TOTAIS-FIM.
           EXIT.
      *---------[ ENCERRAMENTO ]---------------------------------------
       FECHA-ARQUIVOS.
           CLOSE PEDCOMP CADFORN CADPROD RELDIVP.
       FECHA-ARQUIVOS-FIM.
           EXIT.
