      *------------------------------------------------------------
      * CONSULTA O DOCFIS PELO NUMERO + SERIE + CNPJ DO DOCUMENTO
      * (DIGITADO NO STP011 E POSTADO PELO STP005): MOSTRA O
      * CABECALHO COM A SITUACAO (D=DIGITADO P=POSTADO R=REJEITADO
      * C=CANCELADO POR ESTORNO NO STP037, COM DATA E OPERADOR)
      * E OS TOTAIS, LISTA OS ITENS NA TELA E, A PEDIDO, REIMPRIME
      * O DOCUMENTO INTEIRO NO RELDOCF - PARA RESPONDER AO FISCO
      * PELO SISTEMA EM VEZ DO ARQUIVO DE PAPEL.
      * A DESCRICAO DE CADA ITEM SAI DO CADPROD; PRODUTO EXCLUIDO
      * DEPOIS DA DIGITACAO SAI COM A DESCRICAO EM BRANCO.
      * ITEM DE PRODUTO COM CONTROLE DE LOTE MOSTRA O LOTE DE
      * FABRICACAO E A VALIDADE NA TELA E O LOTE NA REIMPRESSAO.
      * ENTRADA COM ENCARGOS (FRETE, SEGURO, IPI, ICMS-ST - REGISTROS
      * 901 EM DIANTE NO DOCFIS) MOSTRA A QUANTIDADE E O VALOR DOS
      * ENCARGOS E O CUSTO UNITARIO COM ENCARGOS DE CADA ITEM, COM
      * O MESMO RATEIO DA POSTAGEM (STP039); A REIMPRESSAO LISTA OS
      * ENCARGOS E, SOB CADA ITEM, O CUSTO COM ENCARGOS E A PARTE
      * DOS ENCARGOS RATEADA PARA ELE.
      * NA SAIDA A REIMPRESSAO TRAZ O NOME, A CIDADE E A UF DO
      * CLIENTE DE DESTINO, LIDOS DO CADCLI (STP040).
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
       SELECT CADCLI  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DOC-CLI
                      FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDOCF.DAT".
       01 LINHA-RELDOCF    PIC X(80).
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       COPY REGCLI.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-SEM-CADCLI  PIC X(01) VALUE "N".
       01 W-NUM-DOC     PIC 9(09) VALUE ZEROS.
       01 W-SERIE       PIC X(03) VALUE SPACES.
       01 W-CNPJ-DOC    PIC 9(14) VALUE ZEROS.
       01 W-LOCAL-DOC   PIC X(02) VALUE SPACES.
       01 W-SIT-DOC     PIC X(01) VALUE SPACES.
       01 W-USU-DOC     PIC X(08) VALUE SPACES.
       01 W-DT-ESTORNO  PIC 9(08) VALUE ZEROS.
       01 W-USU-ESTORNO PIC X(08) VALUE SPACES.
       01 W-TOT-ITENS   PIC 9(03) VALUE ZEROS.
       01 W-TOT-QTD     PIC 9(08) VALUE ZEROS.
       01 W-TOT-VALOR   PIC 9(14) VALUE ZEROS.
       01 W-FIM-ITENS   PIC X(01) VALUE "N".
       01 W-LIN-LISTA   PIC 9(02) VALUE ZEROS.
       01 W-DESC-LISTA  PIC X(22) VALUE SPACES.
       01 W-QTD-ENC     PIC 9(01) VALUE ZEROS.
       01 W-TOT-ENC     PIC 9(13) VALUE ZEROS.
       01 W-IND-ENC     PIC 9(02) VALUE ZEROS.
       01 W-IND-RAT     PIC 9(03) VALUE ZEROS.
       01 W-CUSTO-REAL-ED PIC ZZ.ZZZ.ZZ9,99.
           COPY REGRAT.
      *--------[ LINHAS DA REIMPRESSAO (RELDOCF) ]----------------------
       01 LINHA-CABEC1.
          03 FILLER           PIC X(20)
          03 LC-SIT           PIC X(01).
          03 FILLER           PIC X(12) VALUE "  OPERADOR: ".
          03 LC-USU           PIC X(08).
       01 LINHA-CLIENTE.
          03 FILLER           PIC X(09) VALUE "CLIENTE: ".
          03 LCL-NOME         PIC X(40).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LCL-CIDADE       PIC X(20).
          03 FILLER           PIC X(01) VALUE "/".
          03 LCL-UF           PIC X(02).
       01 LINHA-CABEC3.
          03 FILLER           PIC X(05) VALUE "SEQ  ".
          03 FILLER           PIC X(08) VALUE "CODIGO  ".
          03 FILLER           PIC X(32) VALUE "DESCRICAO".
          03 FILLER           PIC X(10) VALUE "QTDE      ".
          03 FILLER           PIC X(12) VALUE "CUSTO UNIT  ".
          03 FILLER           PIC X(10) VALUE "LOTE".
       01 LINHA-ITEM.
          03 LI-SEQ           PIC 9(03).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LI-QTD           PIC ZZZ.ZZ9.
          03 FILLER           PIC X(03) VALUE SPACES.
          03 LI-CUSTO         PIC ZZ.ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LI-LOTE          PIC X(10).
       01 LINHA-ESTORNO.
          03 FILLER           PIC X(30)
                VALUE "*** DOCUMENTO CANCELADO (ESTOR".
          03 FILLER           PIC X(07) VALUE "NO) EM ".
          03 LE-DT            PIC 9(08).
          03 FILLER           PIC X(10) VALUE " OPERADOR ".
          03 LE-USU           PIC X(08).
          03 FILLER           PIC X(04) VALUE " ***".
       01 LINHA-TOTAL.
          03 FILLER           PIC X(14) VALUE "TOTAL ITENS: ".
          03 LT-ITENS         PIC ZZ9.
          03 LT-QTD           PIC ZZ.ZZZ.ZZ9.
          03 FILLER           PIC X(15) VALUE "  VALOR TOTAL: ".
          03 LT-VALOR         PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9.
       01 LINHA-ENCARGO.
          03 FILLER           PIC X(05) VALUE SPACES.
          03 FILLER           PIC X(09) VALUE "ENCARGO: ".
          03 LN-TIPO          PIC X(08).
          03 FILLER           PIC X(10) VALUE "  RATEIO: ".
          03 LN-RATEIO        PIC X(10).
          03 FILLER           PIC X(09) VALUE "  VALOR: ".
          03 LN-VALOR         PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 LINHA-ITEM-ENC.
          03 FILLER           PIC X(13) VALUE SPACES.
          03 FILLER           PIC X(18) VALUE "CUSTO C/ENCARGOS: ".
          03 LIE-CUSTO-REAL   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(13) VALUE "  ENCARGOS: ".
          03 LIE-ENC-ITEM     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTAL-ENC.
          03 FILLER           PIC X(17) VALUE "TOTAL ENCARGOS: ".
          03 LTE-QTD          PIC 9.
          03 FILLER           PIC X(15) VALUE "  VALOR TOTAL: ".
          03 LTE-VALOR        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
           05  LINE 09  COLUMN 1 VALUE "ITENS......: ".
           05  LINE 09  COLUMN 25 VALUE "QTD TOT: ".
           05  LINE 09  COLUMN 45 VALUE "VALOR: ".
           05  LINE 10  COLUMN 1 VALUE "ENCARGOS...: ".
           05  LINE 10  COLUMN 45 VALUE "VALOR: ".
           05  LINE 22  COLUMN 01
               VALUE  "__________________________________[PAINE".
           05  LINE 22  COLUMN 41
           05  TTOTVALOR
               LINE 09  COLUMN 52   PIC 99.999.999.999.999
               FROM   W-TOT-VALOR.
           05  TQTDENC
               LINE 10  COLUMN 15   PIC 9
               FROM   W-QTD-ENC.
           05  TTOTENC
               LINE 10  COLUMN 53   PIC 9.999.999.999.999
               FROM   W-TOT-ENC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      * O CADCLI PODE AINDA NAO EXISTIR - A SAIDA SAI SEM O NOME.
       R0K.
           OPEN INPUT CADCLI
           IF ST-ERRO4 NOT = "00"
              MOVE "S" TO W-SEM-CADCLI.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE ZEROS TO W-NUM-DOC W-CNPJ-DOC W-DT-DOC
           MOVE SPACES TO W-SERIE W-TIPO-DOC W-LOCAL-DOC
           MOVE SPACES TO W-SIT-DOC W-USU-DOC
           MOVE ZEROS TO W-TOT-ITENS W-TOT-QTD W-TOT-VALOR
           MOVE ZEROS TO W-QTD-ENC W-TOT-ENC.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELADOC.
      *-------------[  CHAVE DO DOCUMENTO ]-----------------------------
           MOVE TOT-ITENS-D  TO W-TOT-ITENS
           MOVE TOT-QTD-D    TO W-TOT-QTD
           MOVE TOT-VALOR-D  TO W-TOT-VALOR
           MOVE DT-ESTORNO-D TO W-DT-ESTORNO
           MOVE USU-ESTORNO-D TO W-USU-ESTORNO
           MOVE ZEROS TO W-TOT-ENC
           IF DOC-ENTRADA
              MOVE QTD-ENC-D TO W-QTD-ENC
           ELSE
              MOVE ZEROS TO W-QTD-ENC.
           IF W-QTD-ENC > ZEROS
              PERFORM CALCULA-RATEIO THRU CALCULA-RATEIO-FIM.
           DISPLAY TELADOC.
           IF W-SIT-DOC = "C"
              DISPLAY (08, 45) "ESTORNO: "
              DISPLAY (08, 54) W-DT-ESTORNO
              DISPLAY (08, 63) W-USU-ESTORNO.
      *-------------[  ITENS NA TELA ]----------------------------------
       LISTA-ITENS.
           PERFORM POSICIONA-ITENS THRU POSICIONA-ITENS-FIM
           MOVE 11 TO W-LIN-LISTA
           DISPLAY (11, 01) "SEQ CODIGO DESCRICAO               QTDE"
           DISPLAY (11, 44) "LOTE       VALIDADE"
           IF W-QTD-ENC > ZEROS
              DISPLAY (11, 65) "C/ENCARGOS".
           PERFORM LISTA-UM-ITEM THRU LISTA-UM-ITEM-FIM
                   UNTIL W-FIM-ITENS = "S" OR W-LIN-LISTA > 20.
      *-------------[  REIMPRESSAO A PEDIDO ]---------------------------
           IF NUM-DOC-D NOT = W-NUM-DOC OR SERIE-DOC NOT = W-SERIE
              OR CNPJ-DOC NOT = W-CNPJ-DOC
              MOVE "S" TO W-FIM-ITENS.
      *    OS ENCARGOS (SEQ 901 EM DIANTE) NAO SAO ITENS
           IF SEQ-ITEM-D > 900
              MOVE "S" TO W-FIM-ITENS.
       LE-ITEM-FIM.
           EXIT.
      * A DESCRICAO SAI DO CADPROD, ABREVIADA PARA A LARGURA DA
           DISPLAY (W-LIN-LISTA, 01) SEQ-ITEM-D
           DISPLAY (W-LIN-LISTA, 05) COD-PROD-D
           DISPLAY (W-LIN-LISTA, 12) W-DESC-LISTA
           DISPLAY (W-LIN-LISTA, 36) QTD-ITEM-D
           IF LOTE-FAB-D NOT = SPACES
              DISPLAY (W-LIN-LISTA, 44) LOTE-FAB-D
              DISPLAY (W-LIN-LISTA, 55) DT-VALID-D.
           IF W-QTD-ENC > ZEROS
              MOVE RAT-CUSTO-REAL (SEQ-ITEM-D) TO W-CUSTO-REAL-ED
              DISPLAY (W-LIN-LISTA, 65) W-CUSTO-REAL-ED.
       LISTA-UM-ITEM-FIM.
           EXIT.
      *---------[ REIMPRESSAO DO DOCUMENTO NO RELDOCF ]-----------------
           MOVE W-USU-DOC   TO LC-USU
           MOVE LINHA-CABEC2 TO LINHA-RELDOCF
           WRITE LINHA-RELDOCF
           IF W-TIPO-DOC = "S"
              PERFORM IMPRIME-CLIENTE THRU IMPRIME-CLIENTE-FIM.
           IF W-SIT-DOC = "C"
              MOVE W-DT-ESTORNO  TO LE-DT
              MOVE W-USU-ESTORNO TO LE-USU
              MOVE LINHA-ESTORNO TO LINHA-RELDOCF
              WRITE LINHA-RELDOCF.
           MOVE SPACES TO LINHA-RELDOCF
           WRITE LINHA-RELDOCF
           MOVE LINHA-CABEC3 TO LINHA-RELDOCF
           PERFORM POSICIONA-ITENS THRU POSICIONA-ITENS-FIM
           PERFORM IMPRIME-UM-ITEM THRU IMPRIME-UM-ITEM-FIM
                   UNTIL W-FIM-ITENS = "S".
           IF W-QTD-ENC > ZEROS
              PERFORM IMPRIME-ENCARGOS THRU IMPRIME-ENCARGOS-FIM.
           MOVE SPACES TO LINHA-RELDOCF
           WRITE LINHA-RELDOCF
           MOVE W-TOT-ITENS TO LT-ITENS
           MOVE W-TOT-VALOR TO LT-VALOR
           MOVE LINHA-TOTAL TO LINHA-RELDOCF
           WRITE LINHA-RELDOCF
           IF W-QTD-ENC > ZEROS
              MOVE W-QTD-ENC TO LTE-QTD
              MOVE W-TOT-ENC TO LTE-VALOR
              MOVE LINHA-TOTAL-ENC TO LINHA-RELDOCF
              WRITE LINHA-RELDOCF.
           CLOSE RELDOCF.
       REIMPRIME-DOC-FIM.
           EXIT.
      *---------[ CLIENTE DE DESTINO DA SAIDA ]-------------------------
       IMPRIME-CLIENTE.
           MOVE SPACES TO LCL-NOME LCL-CIDADE LCL-UF
           IF W-SEM-CADCLI = "S" OR W-CNPJ-DOC = ZEROS
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO LCL-NOME
              GO TO IMPRIME-CLIENTE-GRV.
           MOVE W-CNPJ-DOC TO DOC-CLI
           READ CADCLI
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO LCL-NOME
              GO TO IMPRIME-CLIENTE-GRV.
           MOVE NOME-CLI   TO LCL-NOME
           MOVE CIDADE-CLI TO LCL-CIDADE
           MOVE UF-CLI     TO LCL-UF.
       IMPRIME-CLIENTE-GRV.
           MOVE LINHA-CLIENTE TO LINHA-RELDOCF
           WRITE LINHA-RELDOCF.
       IMPRIME-CLIENTE-FIM.
           EXIT.
       IMPRIME-UM-ITEM.
           PERFORM LE-ITEM THRU LE-ITEM-FIM
           IF W-FIM-ITENS = "S"
           MOVE COD-PROD-D   TO LI-CODIGO
           MOVE QTD-ITEM-D   TO LI-QTD
           MOVE CUSTO-ITEM-D TO LI-CUSTO
           MOVE LOTE-FAB-D   TO LI-LOTE
           MOVE COD-PROD-D TO CODIGO
           READ CADPROD
           IF ST-ERRO2 = "00" OR "02"
           ELSE
              MOVE SPACES TO LI-DESCRICAO.
           MOVE LINHA-ITEM TO LINHA-RELDOCF
           WRITE LINHA-RELDOCF
           IF W-QTD-ENC > ZEROS
              MOVE RAT-CUSTO-REAL (SEQ-ITEM-D) TO LIE-CUSTO-REAL
              MOVE RAT-ENC-ITEM (SEQ-ITEM-D)   TO LIE-ENC-ITEM
              MOVE LINHA-ITEM-ENC TO LINHA-RELDOCF
              WRITE LINHA-RELDOCF.
       IMPRIME-UM-ITEM-FIM.
           EXIT.
      *---------[ ENCARGOS DO DOCUMENTO NA REIMPRESSAO ]----------------
       IMPRIME-ENCARGOS.
           MOVE SPACES TO LINHA-RELDOCF
           WRITE LINHA-RELDOCF
           MOVE "ENCARGOS DO DOCUMENTO" TO LINHA-RELDOCF
           WRITE LINHA-RELDOCF
           PERFORM IMPRIME-UM-ENCARGO VARYING W-IND-ENC FROM 1 BY 1
                   UNTIL W-IND-ENC > RAT-QTD-ENC.
       IMPRIME-ENCARGOS-FIM.
           EXIT.
       IMPRIME-UM-ENCARGO.
           MOVE "FRETE"    TO LN-TIPO
           IF RAT-TP-ENC (W-IND-ENC) = "S"
              MOVE "SEGURO"   TO LN-TIPO.
           IF RAT-TP-ENC (W-IND-ENC) = "I"
              MOVE "IPI"      TO LN-TIPO.
           IF RAT-TP-ENC (W-IND-ENC) = "T"
              MOVE "ICMS-ST"  TO LN-TIPO.
           IF RAT-CRIT-ENC (W-IND-ENC) = "Q"
              MOVE "QUANTIDADE" TO LN-RATEIO
           ELSE
              MOVE "VALOR"      TO LN-RATEIO.
           MOVE RAT-VALOR-ENC (W-IND-ENC) TO LN-VALOR
           MOVE LINHA-ENCARGO TO LINHA-RELDOCF
           WRITE LINHA-RELDOCF.
      *---------[ RATEIO DOS ENCARGOS SOBRE OS ITENS (STP039) ]---------
      * MESMO CALCULO DA POSTAGEM NO STP005: ITENS PELA SEQUENCIA DO
      * DOCFIS (QUANTIDADE E CUSTO DA NOTA) E ENCARGOS 901 EM DIANTE.
       CALCULA-RATEIO.
           MOVE ZEROS TO RAT-QTD-ENC
           MOVE W-TOT-ITENS TO RAT-QTD-ITENS
           IF RAT-QTD-ITENS > 99
              MOVE 99 TO RAT-QTD-ITENS.
           PERFORM LIMPA-RATEIO VARYING W-IND-RAT FROM 1 BY 1
                   UNTIL W-IND-RAT > RAT-QTD-ITENS
           PERFORM POSICIONA-ITENS THRU POSICIONA-ITENS-FIM
           PERFORM CARREGA-ITEM-RATEIO THRU CARREGA-ITEM-RATEIO-FIM
                   UNTIL W-FIM-ITENS = "S"
           MOVE ZEROS TO W-IND-ENC.
       CALCULA-RATEIO-ENC.
           ADD 1 TO W-IND-ENC
           IF W-IND-ENC > W-QTD-ENC
              GO TO CALCULA-RATEIO-CALL.
           MOVE W-NUM-DOC  TO NUM-DOC-D
           MOVE W-SERIE    TO SERIE-DOC
           MOVE W-CNPJ-DOC TO CNPJ-DOC
           COMPUTE SEQ-ITEM-D = 900 + W-IND-ENC
           READ DOCFIS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO CALCULA-RATEIO-ENC.
           ADD 1 TO RAT-QTD-ENC
           MOVE TP-ENCARGO-D TO RAT-TP-ENC (RAT-QTD-ENC)
           MOVE RATEIO-ENC-D TO RAT-CRIT-ENC (RAT-QTD-ENC)
           MOVE VALOR-ENC-D  TO RAT-VALOR-ENC (RAT-QTD-ENC)
           ADD VALOR-ENC-D TO W-TOT-ENC
           GO TO CALCULA-RATEIO-ENC.
       CALCULA-RATEIO-CALL.
           MOVE RAT-QTD-ENC TO W-QTD-ENC
           IF RAT-QTD-ENC > ZEROS
              CALL "STP039" USING AREA-RATEIO.
       CALCULA-RATEIO-FIM.
           EXIT.
       LIMPA-RATEIO.
           MOVE ZEROS TO RAT-QTD (W-IND-RAT) RAT-CUSTO (W-IND-RAT)
           MOVE ZEROS TO RAT-ENC-ITEM (W-IND-RAT)
                         RAT-CUSTO-REAL (W-IND-RAT).
       CARREGA-ITEM-RATEIO.
           PERFORM LE-ITEM THRU LE-ITEM-FIM
           IF W-FIM-ITENS = "S"
              GO TO CARREGA-ITEM-RATEIO-FIM.
           IF SEQ-ITEM-D > RAT-QTD-ITENS
              GO TO CARREGA-ITEM-RATEIO-FIM.
           MOVE QTD-ITEM-D   TO RAT-QTD (SEQ-ITEM-D)
           MOVE CUSTO-ITEM-D TO RAT-CUSTO (SEQ-ITEM-D).
       CARREGA-ITEM-RATEIO-FIM.
           EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE DOCFIS CADPROD.
           IF W-SEM-CADCLI NOT = "S"
              CLOSE CADCLI.
           GOBACK.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
