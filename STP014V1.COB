      * O CODIGO DE BARRAS EAN DO CADALT (STP032) SAI AO LADO DE
      * CADA ITEM, PARA O CONTADOR CONFERIR DIRETO NA CAIXA - SEM
      * CADALT (OU PRODUTO SEM EAN) A COLUNA SAI EM BRANCO.
      * PRODUTO COM CONTROLE DE LOTE (CONTROLA-LOTE "S") TEM, ABAIXO
      * DA LINHA DO PRODUTO, UMA LINHA POR LOTE COM SALDO NO SALDLOTE
      * (LOTE, LOCAL E VALIDADE - SEM A QUANTIDADE), CADA UMA COM A
      * SUA COLUNA DE ANOTACAO, PARA A CONTAGEM SER FEITA POR LOTE.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ALTERNATE RECORD KEY IS COD-PROD-ALT
                                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO4.
       SELECT SALDLOTE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SLOT
                      FILE STATUS  IS ST-ERRO5.
      *
      *------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADALT.DAT".
       COPY REGALT.
       FD SALDLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOTE.DAT".
       COPY REGSLOT.
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 W-FIM-SALDLOTE   PIC X(01) VALUE "N".
       01 W-SEM-SALDLOTE   PIC X(01) VALUE "N".
       01 W-FIM-CADPROD    PIC X(01) VALUE "N".
       01 W-FIM-CADALT     PIC X(01) VALUE "N".
       01 W-SEM-CADALT     PIC X(01) VALUE "N".
          03 FILLER           PIC X(02) VALUE SPACES.
          03 FILLER           PIC X(18)
                VALUE "__________________".
       01 LINHA-LOTE.
          03 FILLER           PIC X(08) VALUE SPACES.
          03 FILLER           PIC X(06) VALUE "LOTE: ".
          03 LL-LOTE          PIC X(10).
          03 FILLER           PIC X(09) VALUE "  LOCAL: ".
          03 LL-LOCAL         PIC X(02).
          03 FILLER           PIC X(12) VALUE "  VALIDADE: ".
          03 LL-VALID         PIC 9(08).
          03 FILLER           PIC X(07) VALUE SPACES.
          03 FILLER           PIC X(18)
                VALUE "__________________".
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADALT - "
                         ST-ERRO4
                 STOP RUN.
      * O SALDLOTE PODE AINDA NAO EXISTIR (NENHUM LOTE POSTADO) -
      * OS PRODUTOS COM LOTE SAEM SO COM A LINHA DO PRODUTO.
           OPEN INPUT SALDLOTE
           IF ST-ERRO5 = "30" OR "35"
              MOVE "S" TO W-SEM-SALDLOTE
           ELSE
              IF ST-ERRO5 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SALDLOTE - "
                         ST-ERRO5
                 STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *---------[ CABECALHO DA FOLHA DE CONTAGEM ]---------------------
           MOVE W-EAN-PROD TO LD-EAN
           MOVE LINHA-DETALHE TO LINHA-FOLHACON
           WRITE LINHA-FOLHACON
           IF PROD-COM-LOTE
              PERFORM IMPRIME-LOTES THRU IMPRIME-LOTES-FIM.
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
       CONGELA-PRODUTO-FIM.
           EXIT.
      *---------[ LOTES COM SALDO DO PRODUTO, EM TODOS OS LOCAIS ]-----
       IMPRIME-LOTES.
           IF W-SEM-SALDLOTE = "S"
              GO TO IMPRIME-LOTES-FIM.
           MOVE "N" TO W-FIM-SALDLOTE
           MOVE CODIGO TO COD-PROD-LF
           MOVE SPACES TO LOCAL-LF LOTE-FAB-LF
           START SALDLOTE KEY NOT LESS THAN CHAVE-SLOT
           IF ST-ERRO5 NOT = "00"
              MOVE "S" TO W-FIM-SALDLOTE.
           PERFORM IMPRIME-UM-LOTE THRU IMPRIME-UM-LOTE-FIM
                   UNTIL W-FIM-SALDLOTE = "S".
       IMPRIME-LOTES-FIM.
           EXIT.
       IMPRIME-UM-LOTE.
           READ SALDLOTE NEXT RECORD
               AT END MOVE "S" TO W-FIM-SALDLOTE.
           IF W-FIM-SALDLOTE = "S"
              GO TO IMPRIME-UM-LOTE-FIM.
           IF COD-PROD-LF NOT = CODIGO
              MOVE "S" TO W-FIM-SALDLOTE
              GO TO IMPRIME-UM-LOTE-FIM.
           IF QTD-LF = ZEROS
              GO TO IMPRIME-UM-LOTE-FIM.
           MOVE LOTE-FAB-LF TO LL-LOTE
           MOVE LOCAL-LF    TO LL-LOCAL
           MOVE DT-VALID-LF TO LL-VALID
           MOVE LINHA-LOTE TO LINHA-FOLHACON
           WRITE LINHA-FOLHACON.
       IMPRIME-UM-LOTE-FIM.
           EXIT.
      *---------[ EAN DO PRODUTO PELA CHAVE ALTERNADA DO CADALT ]------
      * PRODUTO SEM REGISTRO TIPO "E" SAI COM A COLUNA EM BRANCO.
       BUSCA-EAN.
           CLOSE CADPROD CONGELA FOLHACON.
           IF W-SEM-CADALT NOT = "S"
              CLOSE CADALT.
           IF W-SEM-SALDLOTE NOT = "S"
              CLOSE SALDLOTE.
       FECHA-ARQUIVOS-FIM.
           EXIT.
