      * AVALIADO E O DO SALDLOC (PRODUTO + LOCAL, MANTIDO PELO
      * STP005), PARA A FALTA DE UM PREDIO NAO FICAR ESCONDIDA PELO
      * ESTOQUE PARADO NO OUTRO.
      * A COLUNA EM PEDIDO TRAZ O SALDO AINDA A RECEBER DOS PEDIDOS
      * DE COMPRA EM ABERTO (PEDCOMP, ITENS "A"/"P"). NO TOTAL DA
      * EMPRESA A FALTA E LIQUIDA DO QUE ESTA EM PEDIDO; POR LOCAL
      * A FALTA NAO E DESCONTADA, POIS O PEDIDO NAO TEM LOCAL DE
      * ENTREGA.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SLOC
                      FILE STATUS  IS ST-ERRO3.
       SELECT PEDCOMP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-PED
                      ALTERNATE RECORD KEY IS COD-PROD-PC
                                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO4.
       SELECT SORT-FALTA ASSIGN TO DISK.
      *
      *------------------------------------------------------------
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOC.DAT".
       COPY REGSLOC.
       FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       COPY REGPED.
       SD SORT-FALTA.
       01 SD-REGISTRO.
          03 SD-FALTA        PIC 9(06).
          03 SD-DESCRICAO    PIC X(30).
          03 SD-QUANTIDADE   PIC 9(06).
          03 SD-QTDMINIMA    PIC 9(06).
          03 SD-EM-PEDIDO    PIC 9(06).
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-SEM-PEDCOMP    PIC X(01) VALUE "N".
       01 W-FIM-PEDCOMP    PIC X(01) VALUE "N".
       01 W-QTD-PEDIDO     PIC 9(08) VALUE ZEROS.
       01 W-QTD-COBERTA    PIC 9(08) VALUE ZEROS.
       01 W-FIM-CADPROD    PIC X(01) VALUE "N".
       01 W-FIM-SORT        PIC X(01) VALUE "N".
       01 W-TOT-FALTANTES  PIC 9(06) VALUE ZEROS.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LD-QTDMINIMA     PIC ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LD-EM-PEDIDO     PIC ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LD-FALTA         PIC ZZZ.ZZ9.
      *
      *------------------------------------------------------------
                 MOVE W-LOCAL-FILTRO TO LC-LOCAL
                 MOVE LINHA-CABEC-LOC TO LINHA-RELFALTA
                 WRITE LINHA-RELFALTA.
      * SEM PEDCOMP (NENHUM PEDIDO EMITIDO) NADA ESTA EM PEDIDO.
           OPEN INPUT PEDCOMP
           IF ST-ERRO4 = "30" OR "35"
              MOVE "S" TO W-SEM-PEDCOMP
           ELSE
              IF ST-ERRO4 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDCOMP - "
                         ST-ERRO4
                 STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *---------[ SELECIONA OS PRODUTOS ABAIXO DA QTDMINIMA ]----------
       AVALIA-PRODUTO.
           PERFORM BUSCA-SALDO-AVALIA THRU BUSCA-SALDO-AVALIA-FIM.
           IF W-QTD-AVALIA < QTDMINIMA
              PERFORM SOMA-EM-PEDIDO THRU SOMA-EM-PEDIDO-FIM
              MOVE CODIGO       TO SD-CODIGO
              MOVE DESCRICAO    TO SD-DESCRICAO
              MOVE W-QTD-AVALIA TO SD-QUANTIDADE
              MOVE QTDMINIMA    TO SD-QTDMINIMA
              MOVE W-QTD-PEDIDO TO SD-EM-PEDIDO
              PERFORM CALCULA-FALTA THRU CALCULA-FALTA-FIM
              RELEASE SD-REGISTRO
              ADD 1 TO W-TOT-FALTANTES.
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
              MOVE ZEROS TO W-QTD-AVALIA.
       BUSCA-SALDO-AVALIA-FIM.
           EXIT.
      *---------[ FALTA: LIQUIDA DO EM PEDIDO SO NO TOTAL DA EMPRESA ]--
      * PEDIDO QUE COBRE TODA A FALTA DEIXA A FALTA ZERADA - O
      * PRODUTO CONTINUA NA LISTA (ESTA FISICAMENTE ABAIXO DO
      * MINIMO), NO FIM DELA.
       CALCULA-FALTA.
           IF W-LOCAL-FILTRO NOT = SPACES
              COMPUTE SD-FALTA = QTDMINIMA - W-QTD-AVALIA
              GO TO CALCULA-FALTA-FIM.
           COMPUTE W-QTD-COBERTA = W-QTD-AVALIA + W-QTD-PEDIDO
           IF W-QTD-COBERTA < QTDMINIMA
              COMPUTE SD-FALTA = QTDMINIMA - W-QTD-COBERTA
           ELSE
              MOVE ZEROS TO SD-FALTA.
       CALCULA-FALTA-FIM.
           EXIT.
      *---------[ SALDO A RECEBER DOS PEDIDOS EM ABERTO DO PRODUTO ]---
      * PELA CHAVE ALTERNADA DO PEDCOMP: SOMA PEDIDO - RECEBIDO DOS
      * ITENS ABERTOS OU PARCIAIS, DE QUALQUER FORNECEDOR.
       SOMA-EM-PEDIDO.
           MOVE ZEROS TO W-QTD-PEDIDO
           IF W-SEM-PEDCOMP = "S"
              GO TO SOMA-EM-PEDIDO-FIM.
           MOVE "N" TO W-FIM-PEDCOMP
           MOVE CODIGO TO COD-PROD-PC
           START PEDCOMP KEY NOT LESS THAN COD-PROD-PC
           IF ST-ERRO4 NOT = "00"
              MOVE "S" TO W-FIM-PEDCOMP.
           PERFORM SOMA-UM-PEDIDO THRU SOMA-UM-PEDIDO-FIM
                   UNTIL W-FIM-PEDCOMP = "S".
       SOMA-EM-PEDIDO-FIM.
           EXIT.
       SOMA-UM-PEDIDO.
           READ PEDCOMP NEXT RECORD
               AT END MOVE "S" TO W-FIM-PEDCOMP.
           IF W-FIM-PEDCOMP = "S"
              GO TO SOMA-UM-PEDIDO-FIM.
           IF COD-PROD-PC NOT = CODIGO
              MOVE "S" TO W-FIM-PEDCOMP
              GO TO SOMA-UM-PEDIDO-FIM.
           IF SEQ-ITEM-PC = ZEROS
              GO TO SOMA-UM-PEDIDO-FIM.
           IF (PED-ABERTO OR PED-PARCIAL)
              AND QTD-PEDIDA-PC > QTD-RECEB-PC
              COMPUTE W-QTD-PEDIDO = W-QTD-PEDIDO
                                   + QTD-PEDIDA-PC - QTD-RECEB-PC.
       SOMA-UM-PEDIDO-FIM.
           EXIT.
      *---------[ IMPRIME O RELATORIO JA ORDENADO PELA FALTA ]---------
       IMPRIME-FALTANTES.
           RETURN SORT-FALTA AT END MOVE "S" TO W-FIM-SORT.
           MOVE SD-DESCRICAO   TO LD-DESCRICAO
           MOVE SD-QUANTIDADE  TO LD-QUANTIDADE
           MOVE SD-QTDMINIMA   TO LD-QTDMINIMA
           MOVE SD-EM-PEDIDO   TO LD-EM-PEDIDO
           MOVE SD-FALTA       TO LD-FALTA
           MOVE LINHA-DETALHE  TO LINHA-RELFALTA
           WRITE LINHA-RELFALTA
           CLOSE CADPROD RELFALTA.
           IF W-LOCAL-FILTRO NOT = SPACES
              CLOSE SALDLOC.
           IF W-SEM-PEDCOMP NOT = "S"
              CLOSE PEDCOMP.
       FECHA-ARQUIVOS-FIM.
           EXIT.
