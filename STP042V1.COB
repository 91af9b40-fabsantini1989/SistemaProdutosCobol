       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP042.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * VENDAS DO MES POR CLIENTE E MARGEM BRUTA *
      **************************************
      *------------------------------------------------------------
      * TOTALIZA AS SAIDAS ("S") DO HISTMOV NO MES INFORMADO POR
      * CLIENTE (CNPJ/CPF DE DESTINO DO MOVIMENTO) E POR APLICACAO
      * DO PRODUTO: QUANTIDADE, VALOR DE VENDA AO PRECO DO CADPROD,
      * VALOR AO CUSTO-MEDIO E A MARGEM BRUTA (VALOR E PERCENTUAL
      * SOBRE A VENDA). CADA CLIENTE SAI COM O NOME DO CADCLI
      * (STP040) E UMA LINHA DE TOTAL COM A SUA MARGEM BRUTA; NO
      * FIM, O RESUMO POR APLICACAO E O TOTAL DA EMPRESA.
      * O ESTORNO DE SAIDA (STP037) VOLTA COMO "S" DE QUANTIDADE
      * POSITIVA E ABATE A VENDA DO PROPRIO CLIENTE NO MES.
      * O HISTMOV NAO GUARDA O PRECO DA VENDA - A VALORIZACAO E
      * FEITA AO PRECO E AO CUSTO-MEDIO ATUAIS DO CADPROD.
      * SAIDA SEM CLIENTE (ANTERIOR AO CADCLI) SAI NO GRUPO "SEM
      * CLIENTE"; CNPJ/CPF AUSENTE DO CADCLI SAI MARCADO.
      * PARAMETRO POR CARTAO (SYSIN):
      *   CARTAO 1 - MES DE REFERENCIA (AAAAMM)
      * RETURN-CODE:  0 = NORMAL
      *               4 = HA VENDAS SEM CLIENTE OU DE CLIENTE NAO
      *                   CADASTRADO
      *               8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA DE ARQUIVO
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPROD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      FILE STATUS  IS ST-ERRO.
       SELECT HISTMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-HISTM
                      FILE STATUS  IS ST-ERRO2.
       SELECT CADCLI  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DOC-CLI
                      FILE STATUS  IS ST-ERRO3.
       SELECT RELVCLI ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
       SELECT SORT-VCLI ASSIGN TO DISK.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       COPY REGPROD.
       FD HISTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTMOV.DAT".
       COPY REGHMOV.
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       COPY REGCLI.
       FD RELVCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELVCLI.DAT".
       01 LINHA-RELVCLI    PIC X(80).
       SD SORT-VCLI.
       01 SD-REGISTRO.
          03 SD-CNPJ         PIC 9(14).
          03 SD-APLIC        PIC 9(01).
          03 SD-QTD          PIC S9(08).
          03 SD-VENDA        PIC S9(12)V99.
          03 SD-CUSTO        PIC S9(12)V99.
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-CARTAO-MES     PIC X(06) VALUE SPACES.
       01 W-ANOMES         PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
          03 W-ANO-REF     PIC 9(04).
          03 W-MES-REF     PIC 9(02).
       01 W-DT-INICIAL     PIC 9(08) VALUE ZEROS.
       01 W-DT-FINAL       PIC 9(08) VALUE ZEROS.
       01 W-FIM-CADPROD    PIC X(01) VALUE "N".
       01 W-FIM-HISTMOV    PIC X(01) VALUE "N".
       01 W-FIM-SORT       PIC X(01) VALUE "N".
       01 W-QTD-VENDA      PIC S9(08) VALUE ZEROS.
       01 W-CNPJ-ANT       PIC 9(14) VALUE ZEROS.
       01 W-APLIC-ANT      PIC 9(01) VALUE ZEROS.
       01 W-IND-APL        PIC 9(02) VALUE ZEROS.
       01 W-TOT-CLIENTES   PIC 9(06) VALUE ZEROS.
       01 W-SEM-CADASTRO   PIC 9(06) VALUE ZEROS.
      *--------[ ACUMULADORES - APLICACAO, CLIENTE E EMPRESA ]----------
       01 W-APL-QTD        PIC S9(10) VALUE ZEROS.
       01 W-APL-VENDA      PIC S9(14)V99 VALUE ZEROS.
       01 W-APL-CUSTO      PIC S9(14)V99 VALUE ZEROS.
       01 W-CLI-QTD        PIC S9(10) VALUE ZEROS.
       01 W-CLI-VENDA      PIC S9(14)V99 VALUE ZEROS.
       01 W-CLI-CUSTO      PIC S9(14)V99 VALUE ZEROS.
       01 W-EMP-QTD        PIC S9(10) VALUE ZEROS.
       01 W-EMP-VENDA      PIC S9(14)V99 VALUE ZEROS.
       01 W-EMP-CUSTO      PIC S9(14)V99 VALUE ZEROS.
      * RESUMO DA EMPRESA POR APLICACAO (0 A 9 - INDICE APLICACAO + 1)
       01 W-TAB-APLIC.
          03 W-TA-ITEM OCCURS 10 TIMES.
             05 W-TA-QTD     PIC S9(10).
             05 W-TA-VENDA   PIC S9(14)V99.
             05 W-TA-CUSTO   PIC S9(14)V99.
      *--------[ AREA DE IMPRESSAO DE UMA LINHA DE VALORES ]------------
       01 W-IMP-QTD        PIC S9(10) VALUE ZEROS.
       01 W-IMP-VENDA      PIC S9(14)V99 VALUE ZEROS.
       01 W-IMP-CUSTO      PIC S9(14)V99 VALUE ZEROS.
       01 W-IMP-MARGEM     PIC S9(14)V99 VALUE ZEROS.
       01 W-IMP-PERC       PIC S9(03)V99 VALUE ZEROS.
       01 W-CNPJ-ED        PIC 99.999.999/9999.99.
       01 W-CPF-ED         PIC 999.999.999/99.
       01 W-DOC-CPF        PIC 9(11) VALUE ZEROS.
       01 LINHA-CABEC1.
          03 FILLER           PIC X(36)
                VALUE "VENDAS POR CLIENTE E MARGEM BRUTA - ".
          03 FILLER           PIC X(05) VALUE "MES: ".
          03 LC-MES           PIC 9(02).
          03 FILLER           PIC X(01) VALUE "/".
          03 LC-ANO           PIC 9(04).
       01 LINHA-CABEC2.
          03 FILLER           PIC X(05) VALUE "APLIC".
          03 FILLER           PIC X(12) VALUE "        QTDE".
          03 FILLER           PIC X(18) VALUE "       VALOR VENDA".
          03 FILLER           PIC X(18) VALUE "       VALOR CUSTO".
          03 FILLER           PIC X(18) VALUE "      MARGEM BRUTA".
          03 FILLER           PIC X(08) VALUE "   MARG%".
       01 LINHA-CLIENTE.
          03 FILLER           PIC X(09) VALUE "CLIENTE: ".
          03 LCL-DOC          PIC X(18).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LCL-NOME         PIC X(40).
       01 LINHA-DETALHE.
          03 LD-ROTULO.
             05 LD-ROT-TXT    PIC X(04).
             05 LD-ROT-APLIC  PIC X(01).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LD-QTD           PIC -ZZZZZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-VENDA         PIC -Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-CUSTO         PIC -Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-MARGEM        PIC -Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-PERC          PIC -ZZ9,99.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM IMPRIME-CABECALHO THRU IMPRIME-CABECALHO-FIM.
           MOVE ZEROS TO W-TAB-APLIC
           SORT SORT-VCLI
                ON ASCENDING KEY SD-CNPJ
                ON ASCENDING KEY SD-APLIC
                INPUT PROCEDURE  SELECIONA-VENDAS
                OUTPUT PROCEDURE IMPRIME-CLIENTES
                                 THRU IMPRIME-CLIENTES-FIM.
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           IF W-SEM-CADASTRO NOT = ZEROS
              MOVE 4 TO RETURN-CODE.
           GOBACK.
      *---------[ MES DE REFERENCIA (SYSIN) ]--------------------------
       LE-PARAMETROS.
           ACCEPT W-CARTAO-MES.
           IF W-CARTAO-MES NOT NUMERIC
              DISPLAY "PARAMETRO INVALIDO - INFORME O MES EM AAAAMM"
              MOVE 8 TO RETURN-CODE
              GOBACK.
           MOVE W-CARTAO-MES TO W-ANOMES
           IF W-MES-REF < 1 OR W-MES-REF > 12 OR W-ANO-REF = ZEROS
              DISPLAY "PARAMETRO INVALIDO - INFORME O MES EM AAAAMM"
              MOVE 8 TO RETURN-CODE
              GOBACK.
           COMPUTE W-DT-INICIAL = W-ANOMES * 100 + 1
           COMPUTE W-DT-FINAL   = W-ANOMES * 100 + 31.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------[ ABERTURA DOS ARQUIVOS ]-----------------------------
       ABRE-ARQUIVOS.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT HISTMOV
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTMOV - " ST-ERRO2
              MOVE 12 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT CADCLI
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCLI - " ST-ERRO3
              MOVE 12 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT RELVCLI
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELVCLI - " ST-ERRO4
              MOVE 12 TO RETURN-CODE
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *---------[ CABECALHO DO RELATORIO ]-----------------------------
       IMPRIME-CABECALHO.
           MOVE W-MES-REF TO LC-MES
           MOVE W-ANO-REF TO LC-ANO
           MOVE LINHA-CABEC1 TO LINHA-RELVCLI
           WRITE LINHA-RELVCLI
           MOVE SPACES TO LINHA-RELVCLI
           WRITE LINHA-RELVCLI
           MOVE LINHA-CABEC2 TO LINHA-RELVCLI
           WRITE LINHA-RELVCLI.
       IMPRIME-CABECALHO-FIM.
           EXIT.
      *---------[ SAIDAS DO MES VALORIZADAS, PARA O SORT ]-------------
      * O HISTMOV E LIDO POR PRODUTO (CHAVE PRODUTO + DATA), DO DIA
      * 1 AO DIA 31 DO MES, PARA CADA PRODUTO DO CADPROD.
       SELECIONA-VENDAS.
           MOVE ZEROS TO CODIGO
           START CADPROD KEY NOT LESS THAN CODIGO
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM-CADPROD.
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
           PERFORM VENDAS-PRODUTO THRU VENDAS-PRODUTO-FIM
                   UNTIL W-FIM-CADPROD = "S".
       LE-CADPROD.
           IF W-FIM-CADPROD = "S"
              GO TO LE-CADPROD-FIM.
           READ CADPROD NEXT RECORD
               AT END MOVE "S" TO W-FIM-CADPROD.
       LE-CADPROD-FIM.
           EXIT.
       VENDAS-PRODUTO.
           MOVE "N" TO W-FIM-HISTMOV
           MOVE CODIGO TO COD-PROD-H
           MOVE W-DT-INICIAL TO DT-MOVTO-H
           MOVE ZEROS TO SEQ-HISTM
           START HISTMOV KEY NOT LESS THAN CHAVE-HISTM
           IF ST-ERRO2 NOT = "00"
              MOVE "S" TO W-FIM-HISTMOV.
           PERFORM UMA-VENDA THRU UMA-VENDA-FIM
                   UNTIL W-FIM-HISTMOV = "S".
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
       VENDAS-PRODUTO-FIM.
           EXIT.
       UMA-VENDA.
           READ HISTMOV NEXT RECORD
               AT END MOVE "S" TO W-FIM-HISTMOV.
           IF W-FIM-HISTMOV = "S"
              GO TO UMA-VENDA-FIM.
           IF COD-PROD-H NOT = CODIGO
              OR DT-MOVTO-H > W-DT-FINAL
              MOVE "S" TO W-FIM-HISTMOV
              GO TO UMA-VENDA-FIM.
           IF TP-MOVTO-H NOT = "S"
              GO TO UMA-VENDA-FIM.
      * A SAIDA E GRAVADA NEGATIVA - A VENDA E O SINAL CONTRARIO.
           COMPUTE W-QTD-VENDA = ZEROS - QTD-MOVTO-H
           MOVE CNPJ-MOVTO-H TO SD-CNPJ
           MOVE APLICACAO    TO SD-APLIC
           MOVE W-QTD-VENDA  TO SD-QTD
           COMPUTE SD-VENDA = W-QTD-VENDA * PRECO
              ON SIZE ERROR MOVE ZEROS TO SD-VENDA.
           COMPUTE SD-CUSTO = W-QTD-VENDA * CUSTO-MEDIO
              ON SIZE ERROR MOVE ZEROS TO SD-CUSTO.
           RELEASE SD-REGISTRO.
       UMA-VENDA-FIM.
           EXIT.
      *---------[ IMPRESSAO POR CLIENTE E APLICACAO ]------------------
       IMPRIME-CLIENTES.
           RETURN SORT-VCLI AT END MOVE "S" TO W-FIM-SORT.
           IF W-FIM-SORT = "S"
              MOVE SPACES TO LINHA-RELVCLI
              WRITE LINHA-RELVCLI
              MOVE SPACES TO LINHA-RELVCLI
              STRING "NENHUMA SAIDA NO MES"
                      DELIMITED BY SIZE INTO LINHA-RELVCLI
              WRITE LINHA-RELVCLI
              GO TO IMPRIME-CLIENTES-FIM.
           PERFORM INICIA-CLIENTE THRU INICIA-CLIENTE-FIM.
           PERFORM TRATA-VENDA THRU TRATA-VENDA-FIM
                   UNTIL W-FIM-SORT = "S".
           PERFORM FECHA-APLICACAO THRU FECHA-APLICACAO-FIM.
           PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM.
       IMPRIME-CLIENTES-FIM.
           EXIT.
      *---------[ QUEBRA POR CLIENTE E POR APLICACAO ]-----------------
       TRATA-VENDA.
           IF SD-CNPJ NOT = W-CNPJ-ANT
              PERFORM FECHA-APLICACAO THRU FECHA-APLICACAO-FIM
              PERFORM FECHA-CLIENTE THRU FECHA-CLIENTE-FIM
              PERFORM INICIA-CLIENTE THRU INICIA-CLIENTE-FIM
           ELSE
              IF SD-APLIC NOT = W-APLIC-ANT
                 PERFORM FECHA-APLICACAO THRU FECHA-APLICACAO-FIM
                 MOVE SD-APLIC TO W-APLIC-ANT.
           ADD SD-QTD   TO W-APL-QTD
           ADD SD-VENDA TO W-APL-VENDA
           ADD SD-CUSTO TO W-APL-CUSTO
           RETURN SORT-VCLI AT END MOVE "S" TO W-FIM-SORT.
       TRATA-VENDA-FIM.
           EXIT.
      *---------[ CABECALHO DO CLIENTE - NOME DO CADCLI ]--------------
       INICIA-CLIENTE.
           MOVE SD-CNPJ  TO W-CNPJ-ANT
           MOVE SD-APLIC TO W-APLIC-ANT
           ADD 1 TO W-TOT-CLIENTES
           MOVE ZEROS TO W-CLI-QTD W-CLI-VENDA W-CLI-CUSTO
           MOVE SPACES TO LCL-DOC LCL-NOME
           IF SD-CNPJ = ZEROS
              MOVE "*** SEM CLIENTE ***" TO LCL-NOME
              ADD 1 TO W-SEM-CADASTRO
              GO TO INICIA-CLIENTE-IMP.
           MOVE SD-CNPJ TO DOC-CLI
           READ CADCLI
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              MOVE SD-CNPJ TO W-CNPJ-ED
              MOVE W-CNPJ-ED TO LCL-DOC
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO LCL-NOME
              ADD 1 TO W-SEM-CADASTRO
              GO TO INICIA-CLIENTE-IMP.
           IF CLI-FISICA
              MOVE SD-CNPJ TO W-DOC-CPF
              MOVE W-DOC-CPF TO W-CPF-ED
              MOVE W-CPF-ED TO LCL-DOC
           ELSE
              MOVE SD-CNPJ TO W-CNPJ-ED
              MOVE W-CNPJ-ED TO LCL-DOC.
           MOVE NOME-CLI TO LCL-NOME.
       INICIA-CLIENTE-IMP.
           MOVE SPACES TO LINHA-RELVCLI
           WRITE LINHA-RELVCLI
           MOVE LINHA-CLIENTE TO LINHA-RELVCLI
           WRITE LINHA-RELVCLI.
       INICIA-CLIENTE-FIM.
           EXIT.
      *---------[ LINHA DA APLICACAO DENTRO DO CLIENTE ]---------------
       FECHA-APLICACAO.
           MOVE "APL " TO LD-ROT-TXT
           MOVE W-APLIC-ANT TO LD-ROT-APLIC
           MOVE W-APL-QTD   TO W-IMP-QTD
           MOVE W-APL-VENDA TO W-IMP-VENDA
           MOVE W-APL-CUSTO TO W-IMP-CUSTO
           PERFORM IMPRIME-VALORES THRU IMPRIME-VALORES-FIM
           ADD W-APL-QTD   TO W-CLI-QTD
           ADD W-APL-VENDA TO W-CLI-VENDA
           ADD W-APL-CUSTO TO W-CLI-CUSTO
           COMPUTE W-IND-APL = W-APLIC-ANT + 1
           ADD W-APL-QTD   TO W-TA-QTD (W-IND-APL)
           ADD W-APL-VENDA TO W-TA-VENDA (W-IND-APL)
           ADD W-APL-CUSTO TO W-TA-CUSTO (W-IND-APL)
           MOVE ZEROS TO W-APL-QTD W-APL-VENDA W-APL-CUSTO.
       FECHA-APLICACAO-FIM.
           EXIT.
      *---------[ TOTAL E MARGEM BRUTA DO CLIENTE ]--------------------
       FECHA-CLIENTE.
           MOVE "TOTAL" TO LD-ROTULO
           MOVE W-CLI-QTD   TO W-IMP-QTD
           MOVE W-CLI-VENDA TO W-IMP-VENDA
           MOVE W-CLI-CUSTO TO W-IMP-CUSTO
           PERFORM IMPRIME-VALORES THRU IMPRIME-VALORES-FIM
           ADD W-CLI-QTD   TO W-EMP-QTD
           ADD W-CLI-VENDA TO W-EMP-VENDA
           ADD W-CLI-CUSTO TO W-EMP-CUSTO.
       FECHA-CLIENTE-FIM.
           EXIT.
      *---------[ MARGEM BRUTA E IMPRESSAO DE UMA LINHA ]--------------
      * MARGEM % = (VENDA - CUSTO) * 100 / VENDA; VENDA ZERO SAI 0.
       IMPRIME-VALORES.
           COMPUTE W-IMP-MARGEM = W-IMP-VENDA - W-IMP-CUSTO
           MOVE ZEROS TO W-IMP-PERC
           IF W-IMP-VENDA NOT = ZEROS
              COMPUTE W-IMP-PERC ROUNDED =
                      W-IMP-MARGEM * 100 / W-IMP-VENDA
                 ON SIZE ERROR MOVE ZEROS TO W-IMP-PERC.
           MOVE W-IMP-QTD    TO LD-QTD
           MOVE W-IMP-VENDA  TO LD-VENDA
           MOVE W-IMP-CUSTO  TO LD-CUSTO
           MOVE W-IMP-MARGEM TO LD-MARGEM
           MOVE W-IMP-PERC   TO LD-PERC
           MOVE LINHA-DETALHE TO LINHA-RELVCLI
           WRITE LINHA-RELVCLI.
       IMPRIME-VALORES-FIM.
           EXIT.
      *---------[ RESUMO POR APLICACAO E TOTAL DA EMPRESA ]------------
       IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELVCLI
           WRITE LINHA-RELVCLI
           MOVE SPACES TO LINHA-RELVCLI
           STRING "RESUMO DA EMPRESA POR APLICACAO - CLIENTES: "
                  W-TOT-CLIENTES
                   DELIMITED BY SIZE INTO LINHA-RELVCLI
           WRITE LINHA-RELVCLI
           PERFORM IMPRIME-UMA-APLIC THRU IMPRIME-UMA-APLIC-FIM
                   VARYING W-IND-APL FROM 1 BY 1 UNTIL W-IND-APL > 10.
           MOVE "TOTAL" TO LD-ROTULO
           MOVE W-EMP-QTD   TO W-IMP-QTD
           MOVE W-EMP-VENDA TO W-IMP-VENDA
           MOVE W-EMP-CUSTO TO W-IMP-CUSTO
           PERFORM IMPRIME-VALORES THRU IMPRIME-VALORES-FIM
           IF W-SEM-CADASTRO NOT = ZEROS
              MOVE SPACES TO LINHA-RELVCLI
              STRING "GRUPOS SEM CLIENTE OU NAO CADASTRADOS: "
                     W-SEM-CADASTRO
                      DELIMITED BY SIZE INTO LINHA-RELVCLI
              WRITE LINHA-RELVCLI.
       IMPRIME-RESUMO-FIM.
           EXIT.
       IMPRIME-UMA-APLIC.
           IF W-TA-QTD (W-IND-APL) = ZEROS
              AND W-TA-VENDA (W-IND-APL) = ZEROS
              GO TO IMPRIME-UMA-APLIC-FIM.
           MOVE "APL " TO LD-ROT-TXT
           COMPUTE W-APLIC-ANT = W-IND-APL - 1
           MOVE W-APLIC-ANT TO LD-ROT-APLIC
           MOVE W-TA-QTD (W-IND-APL)   TO W-IMP-QTD
           MOVE W-TA-VENDA (W-IND-APL) TO W-IMP-VENDA
           MOVE W-TA-CUSTO (W-IND-APL) TO W-IMP-CUSTO
           PERFORM IMPRIME-VALORES THRU IMPRIME-VALORES-FIM.
       IMPRIME-UMA-APLIC-FIM.
           EXIT.
      *---------[ ENCERRAMENTO ]---------------------------------------
       FECHA-ARQUIVOS.
           CLOSE CADPROD HISTMOV CADCLI RELVCLI.
       FECHA-ARQUIVOS-FIM.
           EXIT.
