       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP046.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * GIRO E COBERTURA DO ESTOQUE - 12 MESES FECHADOS *
      **************************************
      *------------------------------------------------------------
      * LE OS 12 ULTIMOS MESES FECHADOS DO SNAPMES (STP025) ATE O
      * MES FINAL INFORMADO E, POR PRODUTO DO CADPROD (DESCRICAO,
      * UNIDADE E APLICACAO), MOSTRA MES A MES O SALDO DE
      * FECHAMENTO E AS SAIDAS, E NO FIM:
      *   ESTOQUE MEDIO = MEDIA DOS SALDOS DE FECHAMENTO DOS MESES
      *                   COM POSICAO NO SNAPMES
      *   GIRO          = SAIDAS DOS 12 MESES / ESTOQUE MEDIO
      *   COBERTURA     = DIAS QUE O SALDO ATUAL (CADPROD) DURA NO
      *                   CONSUMO DIARIO MEDIO DO PERIODO
      * O MES EM QUE O SALDO FECHOU ACIMA DA QTDMINIMA SEM NENHUMA
      * SAIDA SAI MARCADO COM "*" (ESTOQUE PARADO).
      * POR APLICACAO E PARA A EMPRESA, OS MESMOS NUMEROS EM VALOR,
      * CADA MES AO CUSTO-MEDIO-SN DO PROPRIO MES; A COBERTURA EM
      * VALOR E A DO ESTOQUE NO FECHAMENTO DO MES FINAL. COM OS
      * FILTROS DOS CARTOES 2 E 3, OS TOTAIS SAO SO DOS PRODUTOS
      * LISTADOS.
      * PRODUTO SEM POSICAO EM NENHUM DOS 12 MESES NAO E LISTADO.
      * PARAMETROS POR CARTAO (SYSIN), NA ORDEM:
      *   CARTAO 1 - MES FINAL (AAAAMM; ZEROS = ULTIMO MES FECHADO
      *              NO CTFECH)
      *   CARTAO 2 - APLICACAO (9(01); BRANCO = TODAS)
      *   CARTAO 3 - LIMITE DE GIRO (9(03)V99, P.EX. 00200 = 2,00;
      *              BRANCO OU ZEROS = TODOS) - LISTA SO OS ITENS
      *              COM GIRO ABAIXO DO LIMITE
      * RETURN-CODE:  0 = NORMAL
      *               8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA DE ARQUIVO
      *              16 = MES FINAL AINDA NAO FECHADO NO STP025
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPROD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS SEQUENTIAL
                      RECORD KEY   IS CODIGO
                      FILE STATUS  IS ST-ERRO.
       SELECT SNAPMES ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SNAP
                      FILE STATUS  IS ST-ERRO2.
       SELECT CTFECH  ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
       SELECT RELGIRO ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
       SELECT SORT-GIRO ASSIGN TO DISK.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       COPY REGPROD.
       FD SNAPMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SNAPMES.DAT".
       COPY REGSNAP.
       FD CTFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTFECH.DAT".
       COPY REGFECH.
       FD RELGIRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELGIRO.DAT".
       01 LINHA-RELGIRO    PIC X(80).
       SD SORT-GIRO.
       01 SD-REGISTRO.
          03 SD-APLIC        PIC 9(01).
          03 SD-CODIGO       PIC 9(06).
          03 SD-DESCRICAO    PIC X(30).
          03 SD-UNIDADE      PIC X(02).
          03 SD-QTDMINIMA    PIC 9(06).
          03 SD-QUANTIDADE   PIC 9(06).
          03 SD-MESES-PARADO PIC 9(02).
          03 SD-MEDIA        PIC S9(08)V99.
          03 SD-TEM-GIRO     PIC X(01).
          03 SD-GIRO         PIC 9(05)V99.
          03 SD-TEM-COBER    PIC X(01).
          03 SD-COBERTURA    PIC 9(06).
          03 SD-MES OCCURS 12 TIMES.
             05 SD-POSICAO   PIC X(01).
             05 SD-SALDO     PIC S9(08).
             05 SD-SAIDAS    PIC 9(08).
             05 SD-PARADO    PIC X(01).
             05 SD-VAL-FIM   PIC S9(13)V99.
             05 SD-VAL-SAI   PIC S9(13)V99.
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-CARTAO-MES     PIC X(06) VALUE SPACES.
       01 W-CARTAO-APLIC   PIC X(01) VALUE SPACES.
       01 W-CARTAO-GIRO    PIC X(05) VALUE SPACES.
       01 W-CARTAO-GIRO-N REDEFINES W-CARTAO-GIRO PIC 9(03)V99.
       01 W-APLIC-FILTRO   PIC 9(01) VALUE ZEROS.
       01 W-FILTRA-APLIC   PIC X(01) VALUE "N".
       01 W-GIRO-LIMITE    PIC 9(03)V99 VALUE ZEROS.
       01 W-ANOMES-FINAL   PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-FECHADO PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-CALC    PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-CALC-R REDEFINES W-ANOMES-CALC.
          03 W-CALC-ANO    PIC 9(04).
          03 W-CALC-MES    PIC 9(02).
       01 W-DT-PER-INI     PIC 9(08) VALUE ZEROS.
       01 W-DT-PER-PROX    PIC 9(08) VALUE ZEROS.
       01 W-DIAS-PERIODO   PIC 9(04) VALUE ZEROS.
       01 W-FIM-CADPROD    PIC X(01) VALUE "N".
       01 W-FIM-SORT       PIC X(01) VALUE "N".
       01 W-IND-MES        PIC 9(02) VALUE ZEROS.
       01 W-IND-APL        PIC 9(02) VALUE ZEROS.
       01 W-IND-CEL        PIC 9(01) VALUE ZEROS.
       01 W-APLIC-ANT      PIC 9(01) VALUE ZEROS.
       01 W-MESES-POSICAO  PIC 9(02) VALUE ZEROS.
       01 W-SOMA-SALDO     PIC S9(10) VALUE ZEROS.
       01 W-SOMA-SAIDAS    PIC 9(10) VALUE ZEROS.
       01 W-SOMA-VAL-FIM   PIC S9(15)V99 VALUE ZEROS.
       01 W-SOMA-VAL-SAI   PIC S9(15)V99 VALUE ZEROS.
       01 W-MEDIA-VALOR    PIC S9(13)V99 VALUE ZEROS.
       01 W-GIRO           PIC 9(05)V99 VALUE ZEROS.
       01 W-COBERTURA      PIC 9(06) VALUE ZEROS.
       01 W-TOT-LISTADOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEM-POSICAO PIC 9(06) VALUE ZEROS.
       01 W-TOT-FORA-LIMITE PIC 9(06) VALUE ZEROS.
       01 W-TOT-PARADOS    PIC 9(06) VALUE ZEROS.
      *--------[ OS 12 MESES DO PERIODO - 12 = MES FINAL ]-------------
       01 W-TAB-MESES.
          03 W-TM-ANOMES   PIC 9(06) OCCURS 12 TIMES.
      *--------[ VALORES POR APLICACAO (1-10) E EMPRESA (11) ]---------
       01 TB-TOTAIS.
          03 TB-TOT OCCURS 11 TIMES.
             05 TB-QTD-PROD   PIC 9(06).
             05 TB-MES OCCURS 12 TIMES.
                07 TB-VAL-FIM PIC S9(13)V99.
                07 TB-VAL-SAI PIC S9(13)V99.
      *--------[ AREA DE EDICAO ]---------------------------------------
       01 W-MES-ANO-ED.
          03 W-MA-MES      PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 W-MA-ANO      PIC 9(04).
       01 W-MEDIA-ED       PIC -ZZZZZZ9,99.
       01 W-GIRO-ED        PIC ZZZZ9,99.
       01 W-GIRO-TXT       PIC X(08) VALUE SPACES.
       01 W-COBER-ED       PIC ZZZZZ9.
       01 W-COBER-TXT      PIC X(11) VALUE SPACES.
       01 W-PARADO-ED      PIC Z9.
       01 W-VALOR-ED       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-VALOR-ED2      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-CABEC1.
          03 FILLER           PIC X(45)
                VALUE "GIRO E COBERTURA DO ESTOQUE - 12 MESES ATE ".
          03 LC-MES-ANO       PIC X(07).
       01 LINHA-CABEC2.
          03 FILLER           PIC X(26)
                VALUE "MES/ANO    SALDO   SAIDAS ".
          03 FILLER           PIC X(26)
                VALUE "MES/ANO    SALDO   SAIDAS ".
          03 FILLER           PIC X(26)
                VALUE "MES/ANO    SALDO   SAIDAS ".
       01 LINHA-PRODUTO.
          03 LP-CODIGO        PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LP-DESCRICAO     PIC X(30).
          03 FILLER           PIC X(04) VALUE " UN ".
          03 LP-UNIDADE       PIC X(02).
          03 FILLER           PIC X(08) VALUE " MINIMO ".
          03 LP-QTDMINIMA     PIC ZZZZZ9.
          03 FILLER           PIC X(07) VALUE " ATUAL ".
          03 LP-QUANTIDADE    PIC ZZZZZ9.
       01 LINHA-MESES.
          03 LM-CELULA OCCURS 3 TIMES.
             05 LM-MES           PIC X(07).
             05 LM-DADOS.
                07 FILLER        PIC X(01).
                07 LM-SALDO      PIC -(7)9.
                07 FILLER        PIC X(01).
                07 LM-SAIDAS     PIC Z(7)9.
                07 LM-PARADO     PIC X(01).
             05 LM-TEXTO REDEFINES LM-DADOS PIC X(19).
             05 FILLER           PIC X(01).
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM IMPRIME-CABECALHO THRU IMPRIME-CABECALHO-FIM.
           MOVE ZEROS TO TB-TOTAIS
           SORT SORT-GIRO
                ON ASCENDING KEY SD-APLIC
                ON ASCENDING KEY SD-CODIGO
                INPUT PROCEDURE  SELECIONA-PRODUTOS
                OUTPUT PROCEDURE IMPRIME-PRODUTOS
                                 THRU IMPRIME-PRODUTOS-FIM.
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           GOBACK.
      *---------[ MES FINAL, APLICACAO E LIMITE DE GIRO (SYSIN) ]------
       LE-PARAMETROS.
           ACCEPT W-CARTAO-MES
           ACCEPT W-CARTAO-APLIC
           ACCEPT W-CARTAO-GIRO.
           IF W-CARTAO-MES NOT NUMERIC
              DISPLAY "MES FINAL INVALIDO - INFORME AAAAMM OU ZEROS"
              MOVE 8 TO RETURN-CODE
              GOBACK.
           PERFORM LE-CTFECH THRU LE-CTFECH-FIM.
           MOVE W-CARTAO-MES TO W-ANOMES-FINAL
           IF W-ANOMES-FINAL = ZEROS
              MOVE W-ANOMES-FECHADO TO W-ANOMES-FINAL.
           MOVE W-ANOMES-FINAL TO W-ANOMES-CALC
           IF W-CALC-MES < 1 OR W-CALC-MES > 12 OR W-CALC-ANO = ZEROS
              DISPLAY "MES FINAL INVALIDO - INFORME AAAAMM OU ZEROS"
              MOVE 8 TO RETURN-CODE
              GOBACK.
           IF W-ANOMES-FINAL > W-ANOMES-FECHADO
              DISPLAY "MES " W-ANOMES-FINAL " AINDA NAO FECHADO NO "
                      "STP025 - ULTIMO FECHAMENTO " W-ANOMES-FECHADO
              MOVE 16 TO RETURN-CODE
              GOBACK.
           IF W-CARTAO-APLIC NOT = SPACES
              IF W-CARTAO-APLIC NOT NUMERIC
                 DISPLAY "APLICACAO INVALIDA - INFORME 0 A 9 OU BRANCO"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              ELSE
                 MOVE W-CARTAO-APLIC TO W-APLIC-FILTRO
                 MOVE "S" TO W-FILTRA-APLIC.
           IF W-CARTAO-GIRO NOT = SPACES
              IF W-CARTAO-GIRO NOT NUMERIC
                 DISPLAY "LIMITE DE GIRO INVALIDO - INFORME 9(03)V99"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              ELSE
                 MOVE W-CARTAO-GIRO-N TO W-GIRO-LIMITE.
           PERFORM MONTA-MESES THRU MONTA-MESES-FIM
                   VARYING W-IND-MES FROM 12 BY -1 UNTIL W-IND-MES < 1.
           COMPUTE W-DT-PER-INI = W-TM-ANOMES (1) * 100 + 1
           MOVE W-ANOMES-FINAL TO W-ANOMES-CALC
           ADD 1 TO W-CALC-MES
           IF W-CALC-MES > 12
              MOVE 1 TO W-CALC-MES
              ADD 1 TO W-CALC-ANO.
           COMPUTE W-DT-PER-PROX = W-ANOMES-CALC * 100 + 1
           COMPUTE W-DIAS-PERIODO =
                   FUNCTION INTEGER-OF-DATE (W-DT-PER-PROX)
                 - FUNCTION INTEGER-OF-DATE (W-DT-PER-INI).
       LE-PARAMETROS-FIM.
           EXIT.
      *---------[ ULTIMO MES FECHADO (CTFECH) ]------------------------
       LE-CTFECH.
           MOVE ZEROS TO W-ANOMES-FECHADO
           OPEN INPUT CTFECH
           IF ST-ERRO3 NOT = "00"
              GO TO LE-CTFECH-FIM.
           READ CTFECH
           IF ST-ERRO3 = "00"
              MOVE ANOMES-FECHADO TO W-ANOMES-FECHADO.
           CLOSE CTFECH.
       LE-CTFECH-FIM.
           EXIT.
      *---------[ MES FINAL E OS 11 ANTERIORES ]-----------------------
       MONTA-MESES.
           IF W-IND-MES = 12
              MOVE W-ANOMES-FINAL TO W-ANOMES-CALC
           ELSE
              SUBTRACT 1 FROM W-CALC-MES
              IF W-CALC-MES < 1
                 MOVE 12 TO W-CALC-MES
                 SUBTRACT 1 FROM W-CALC-ANO.
           MOVE W-ANOMES-CALC TO W-TM-ANOMES (W-IND-MES).
       MONTA-MESES-FIM.
           EXIT.
      *---------[ ABERTURA DOS ARQUIVOS ]-----------------------------
       ABRE-ARQUIVOS.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT SNAPMES
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO SNAPMES - " ST-ERRO2
              MOVE 12 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT RELGIRO
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELGIRO - " ST-ERRO4
              MOVE 12 TO RETURN-CODE
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *---------[ CABECALHO DO RELATORIO ]-----------------------------
       IMPRIME-CABECALHO.
           MOVE W-ANOMES-FINAL TO W-ANOMES-CALC
           MOVE W-CALC-MES TO W-MA-MES
           MOVE W-CALC-ANO TO W-MA-ANO
           MOVE W-MES-ANO-ED TO LC-MES-ANO
           MOVE LINHA-CABEC1 TO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE SPACES TO LINHA-RELGIRO
           IF W-FILTRA-APLIC = "S"
              STRING "SOMENTE A APLICACAO " W-APLIC-FILTRO
                      DELIMITED BY SIZE INTO LINHA-RELGIRO
              WRITE LINHA-RELGIRO
              MOVE SPACES TO LINHA-RELGIRO.
           IF W-GIRO-LIMITE NOT = ZEROS
              MOVE W-GIRO-LIMITE TO W-GIRO-ED
              STRING "SOMENTE ITENS COM GIRO ABAIXO DE " W-GIRO-ED
                      DELIMITED BY SIZE INTO LINHA-RELGIRO
              WRITE LINHA-RELGIRO
              MOVE SPACES TO LINHA-RELGIRO.
           MOVE "* = MES FECHADO ACIMA DO MINIMO SEM NENHUMA SAIDA"
                TO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE SPACES TO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE LINHA-CABEC2 TO LINHA-RELGIRO
           WRITE LINHA-RELGIRO.
       IMPRIME-CABECALHO-FIM.
           EXIT.
      *---------[ POSICOES DOS 12 MESES POR PRODUTO, PARA O SORT ]-----
       SELECIONA-PRODUTOS.
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
           PERFORM CALCULA-PRODUTO THRU CALCULA-PRODUTO-FIM
                   UNTIL W-FIM-CADPROD = "S".
       LE-CADPROD.
           READ CADPROD NEXT RECORD
               AT END MOVE "S" TO W-FIM-CADPROD.
       LE-CADPROD-FIM.
           EXIT.
       CALCULA-PRODUTO.
           IF W-FILTRA-APLIC = "S" AND APLICACAO NOT = W-APLIC-FILTRO
              GO TO CALCULA-PRODUTO-LE.
           MOVE ZEROS TO W-MESES-POSICAO W-SOMA-SALDO W-SOMA-SAIDAS
                         SD-MESES-PARADO
           PERFORM LE-POSICAO-MES THRU LE-POSICAO-MES-FIM
                   VARYING W-IND-MES FROM 1 BY 1 UNTIL W-IND-MES > 12.
           IF W-MESES-POSICAO = ZEROS
              ADD 1 TO W-TOT-SEM-POSICAO
              GO TO CALCULA-PRODUTO-LE.
           COMPUTE SD-MEDIA ROUNDED = W-SOMA-SALDO / W-MESES-POSICAO
           MOVE "N" TO SD-TEM-GIRO SD-TEM-COBER
           MOVE ZEROS TO SD-GIRO SD-COBERTURA
           IF SD-MEDIA > ZEROS
              MOVE "S" TO SD-TEM-GIRO
              COMPUTE SD-GIRO ROUNDED = W-SOMA-SAIDAS / SD-MEDIA
                 ON SIZE ERROR MOVE 99999,99 TO SD-GIRO.
      * CONSUMO DIARIO = SAIDAS DO PERIODO / DIAS DO PERIODO.
           IF W-SOMA-SAIDAS > ZEROS
              MOVE "S" TO SD-TEM-COBER
              COMPUTE SD-COBERTURA =
                      QUANTIDADE * W-DIAS-PERIODO / W-SOMA-SAIDAS
                 ON SIZE ERROR MOVE 999999 TO SD-COBERTURA.
      * COM LIMITE, SO ENTRA O ITEM COM GIRO CALCULADO ABAIXO DELE.
           IF W-GIRO-LIMITE NOT = ZEROS
              IF SD-TEM-GIRO NOT = "S" OR SD-GIRO NOT < W-GIRO-LIMITE
                 ADD 1 TO W-TOT-FORA-LIMITE
                 GO TO CALCULA-PRODUTO-LE.
           MOVE APLICACAO  TO SD-APLIC
           MOVE CODIGO     TO SD-CODIGO
           MOVE DESCRICAO  TO SD-DESCRICAO
           MOVE UNIDADE    TO SD-UNIDADE
           MOVE QTDMINIMA  TO SD-QTDMINIMA
           MOVE QUANTIDADE TO SD-QUANTIDADE
           RELEASE SD-REGISTRO.
       CALCULA-PRODUTO-LE.
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
       CALCULA-PRODUTO-FIM.
           EXIT.
      *---------[ POSICAO DE UM MES NO SNAPMES ]-----------------------
       LE-POSICAO-MES.
           MOVE "N"   TO SD-POSICAO (W-IND-MES) SD-PARADO (W-IND-MES)
           MOVE ZEROS TO SD-SALDO (W-IND-MES) SD-SAIDAS (W-IND-MES)
                         SD-VAL-FIM (W-IND-MES) SD-VAL-SAI (W-IND-MES)
           MOVE CODIGO TO COD-PROD-SN
           MOVE W-TM-ANOMES (W-IND-MES) TO ANOMES-SN
           READ SNAPMES
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              GO TO LE-POSICAO-MES-FIM.
           MOVE "S" TO SD-POSICAO (W-IND-MES)
           ADD 1 TO W-MESES-POSICAO
           MOVE SALDO-FIM-SN  TO SD-SALDO (W-IND-MES)
           MOVE QTD-SAIDAS-SN TO SD-SAIDAS (W-IND-MES)
           ADD SALDO-FIM-SN   TO W-SOMA-SALDO
           ADD QTD-SAIDAS-SN  TO W-SOMA-SAIDAS
           COMPUTE SD-VAL-FIM (W-IND-MES) = SALDO-FIM-SN
                                          * CUSTO-MEDIO-SN
           COMPUTE SD-VAL-SAI (W-IND-MES) = QTD-SAIDAS-SN
                                          * CUSTO-MEDIO-SN
           IF SALDO-FIM-SN > QTDMINIMA AND QTD-SAIDAS-SN = ZEROS
              MOVE "S" TO SD-PARADO (W-IND-MES)
              ADD 1 TO SD-MESES-PARADO.
       LE-POSICAO-MES-FIM.
           EXIT.
      *---------[ IMPRESSAO POR APLICACAO E PRODUTO ]------------------
       IMPRIME-PRODUTOS.
           RETURN SORT-GIRO AT END MOVE "S" TO W-FIM-SORT.
           IF W-FIM-SORT = "S"
              MOVE SPACES TO LINHA-RELGIRO
              WRITE LINHA-RELGIRO
              MOVE "NENHUM PRODUTO SELECIONADO" TO LINHA-RELGIRO
              WRITE LINHA-RELGIRO
              GO TO IMPRIME-PRODUTOS-FIM.
           PERFORM INICIA-APLICACAO THRU INICIA-APLICACAO-FIM.
           PERFORM TRATA-PRODUTO THRU TRATA-PRODUTO-FIM
                   UNTIL W-FIM-SORT = "S".
           PERFORM IMPRIME-VALORES THRU IMPRIME-VALORES-FIM.
       IMPRIME-PRODUTOS-FIM.
           EXIT.
      *---------[ QUEBRA POR APLICACAO ]-------------------------------
       TRATA-PRODUTO.
           IF SD-APLIC NOT = W-APLIC-ANT
              PERFORM IMPRIME-VALORES THRU IMPRIME-VALORES-FIM
              PERFORM INICIA-APLICACAO THRU INICIA-APLICACAO-FIM.
           PERFORM IMPRIME-PRODUTO THRU IMPRIME-PRODUTO-FIM.
           RETURN SORT-GIRO AT END MOVE "S" TO W-FIM-SORT.
       TRATA-PRODUTO-FIM.
           EXIT.
       INICIA-APLICACAO.
           MOVE SD-APLIC TO W-APLIC-ANT
           COMPUTE W-IND-APL = SD-APLIC + 1
           MOVE SPACES TO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE SPACES TO LINHA-RELGIRO
           STRING "APLICACAO " SD-APLIC
                   DELIMITED BY SIZE INTO LINHA-RELGIRO
           WRITE LINHA-RELGIRO.
       INICIA-APLICACAO-FIM.
           EXIT.
      *---------[ UM PRODUTO: 12 MESES, MEDIA, GIRO E COBERTURA ]------
       IMPRIME-PRODUTO.
           ADD 1 TO W-TOT-LISTADOS
           ADD 1 TO TB-QTD-PROD (W-IND-APL) TB-QTD-PROD (11)
           IF SD-MESES-PARADO > ZEROS
              ADD 1 TO W-TOT-PARADOS.
           MOVE SPACES TO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE SD-CODIGO     TO LP-CODIGO
           MOVE SD-DESCRICAO  TO LP-DESCRICAO
           MOVE SD-UNIDADE    TO LP-UNIDADE
           MOVE SD-QTDMINIMA  TO LP-QTDMINIMA
           MOVE SD-QUANTIDADE TO LP-QUANTIDADE
           MOVE LINHA-PRODUTO TO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE SPACES TO LINHA-MESES
           MOVE ZEROS TO W-IND-CEL
           PERFORM IMPRIME-MES THRU IMPRIME-MES-FIM
                   VARYING W-IND-MES FROM 1 BY 1 UNTIL W-IND-MES > 12.
           MOVE SD-MEDIA TO W-MEDIA-ED
           MOVE "   -    " TO W-GIRO-TXT
           IF SD-TEM-GIRO = "S"
              MOVE SD-GIRO TO W-GIRO-ED
              MOVE W-GIRO-ED TO W-GIRO-TXT.
           MOVE "SEM SAIDAS" TO W-COBER-TXT
           IF SD-TEM-COBER = "S"
              MOVE SD-COBERTURA TO W-COBER-ED
              MOVE SPACES TO W-COBER-TXT
              STRING W-COBER-ED " DIAS"
                      DELIMITED BY SIZE INTO W-COBER-TXT.
           MOVE SD-MESES-PARADO TO W-PARADO-ED
           MOVE SPACES TO LINHA-RELGIRO
           STRING "  MEDIA " W-MEDIA-ED "  GIRO " W-GIRO-TXT
                  "  COBERTURA " W-COBER-TXT
                  "  PARADO " W-PARADO-ED " M"
                   DELIMITED BY SIZE INTO LINHA-RELGIRO
           WRITE LINHA-RELGIRO.
       IMPRIME-PRODUTO-FIM.
           EXIT.
      * TRES MESES POR LINHA; SOMA O VALOR NA APLICACAO E NA EMPRESA.
       IMPRIME-MES.
           ADD 1 TO W-IND-CEL
           MOVE W-TM-ANOMES (W-IND-MES) TO W-ANOMES-CALC
           MOVE W-CALC-MES TO W-MA-MES
           MOVE W-CALC-ANO TO W-MA-ANO
           MOVE W-MES-ANO-ED TO LM-MES (W-IND-CEL)
           IF SD-POSICAO (W-IND-MES) NOT = "S"
              MOVE "    SEM POSICAO" TO LM-TEXTO (W-IND-CEL)
           ELSE
              MOVE SD-SALDO (W-IND-MES)  TO LM-SALDO (W-IND-CEL)
              MOVE SD-SAIDAS (W-IND-MES) TO LM-SAIDAS (W-IND-CEL)
              IF SD-PARADO (W-IND-MES) = "S"
                 MOVE "*" TO LM-PARADO (W-IND-CEL).
           ADD SD-VAL-FIM (W-IND-MES)
               TO TB-VAL-FIM (W-IND-APL W-IND-MES)
                  TB-VAL-FIM (11 W-IND-MES)
           ADD SD-VAL-SAI (W-IND-MES)
               TO TB-VAL-SAI (W-IND-APL W-IND-MES)
                  TB-VAL-SAI (11 W-IND-MES)
           IF W-IND-CEL < 3
              GO TO IMPRIME-MES-FIM.
           MOVE LINHA-MESES TO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE SPACES TO LINHA-MESES
           MOVE ZEROS TO W-IND-CEL.
       IMPRIME-MES-FIM.
           EXIT.
      *---------[ VALORES DOS 12 MESES - APLICACAO OU EMPRESA ]--------
      * CADA MES AO CUSTO-MEDIO-SN DO MES. ESTOQUE MEDIO = MEDIA DOS
      * 12 FECHAMENTOS; COBERTURA = ESTOQUE DO MES FINAL NO CONSUMO
      * DIARIO MEDIO DO PERIODO.
       IMPRIME-VALORES.
           MOVE SPACES TO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE SPACES TO LINHA-RELGIRO
           IF W-IND-APL = 11
              STRING "TOTAL DA EMPRESA - " TB-QTD-PROD (11)
                     " PRODUTOS - VALORES AO CUSTO MEDIO DO MES"
                      DELIMITED BY SIZE INTO LINHA-RELGIRO
           ELSE
              STRING "TOTAL DA APLICACAO " W-APLIC-ANT " - "
                     TB-QTD-PROD (W-IND-APL)
                     " PRODUTOS - VALORES AO CUSTO MEDIO DO MES"
                      DELIMITED BY SIZE INTO LINHA-RELGIRO.
           WRITE LINHA-RELGIRO
           MOVE "  MES/ANO        VALOR ESTOQUE         VALOR SAIDAS"
                TO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE ZEROS TO W-SOMA-VAL-FIM W-SOMA-VAL-SAI
           PERFORM IMPRIME-VALOR-MES THRU IMPRIME-VALOR-MES-FIM
                   VARYING W-IND-MES FROM 1 BY 1 UNTIL W-IND-MES > 12.
           COMPUTE W-MEDIA-VALOR ROUNDED = W-SOMA-VAL-FIM / 12
           MOVE "   -    " TO W-GIRO-TXT
           IF W-MEDIA-VALOR > ZEROS
              COMPUTE W-GIRO ROUNDED = W-SOMA-VAL-SAI / W-MEDIA-VALOR
                 ON SIZE ERROR MOVE 99999,99 TO W-GIRO.
           IF W-MEDIA-VALOR > ZEROS
              MOVE W-GIRO TO W-GIRO-ED
              MOVE W-GIRO-ED TO W-GIRO-TXT.
           MOVE "SEM SAIDAS" TO W-COBER-TXT
           IF W-SOMA-VAL-SAI > ZEROS
              COMPUTE W-COBERTURA = TB-VAL-FIM (W-IND-APL 12)
                                  * W-DIAS-PERIODO / W-SOMA-VAL-SAI
                 ON SIZE ERROR MOVE 999999 TO W-COBERTURA.
           IF W-SOMA-VAL-SAI > ZEROS
              MOVE W-COBERTURA TO W-COBER-ED
              MOVE SPACES TO W-COBER-TXT
              STRING W-COBER-ED " DIAS"
                      DELIMITED BY SIZE INTO W-COBER-TXT.
           MOVE W-MEDIA-VALOR TO W-VALOR-ED
           MOVE SPACES TO LINHA-RELGIRO
           STRING "  ESTOQUE MEDIO " W-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE SPACES TO LINHA-RELGIRO
           STRING "  GIRO " W-GIRO-TXT
                  "  COBERTURA NO FECHAMENTO " W-COBER-TXT
                   DELIMITED BY SIZE INTO LINHA-RELGIRO
           WRITE LINHA-RELGIRO.
       IMPRIME-VALORES-FIM.
           EXIT.
       IMPRIME-VALOR-MES.
           ADD TB-VAL-FIM (W-IND-APL W-IND-MES) TO W-SOMA-VAL-FIM
           ADD TB-VAL-SAI (W-IND-APL W-IND-MES) TO W-SOMA-VAL-SAI
           MOVE W-TM-ANOMES (W-IND-MES) TO W-ANOMES-CALC
           MOVE W-CALC-MES TO W-MA-MES
           MOVE W-CALC-ANO TO W-MA-ANO
           MOVE TB-VAL-FIM (W-IND-APL W-IND-MES) TO W-VALOR-ED
           MOVE TB-VAL-SAI (W-IND-APL W-IND-MES) TO W-VALOR-ED2
           MOVE SPACES TO LINHA-RELGIRO
           STRING "  " W-MES-ANO-ED "  " W-VALOR-ED "  " W-VALOR-ED2
                   DELIMITED BY SIZE INTO LINHA-RELGIRO
           WRITE LINHA-RELGIRO.
       IMPRIME-VALOR-MES-FIM.
           EXIT.
      *---------[ TOTAL DA EMPRESA E CONTADORES ]----------------------
       IMPRIME-TOTAIS.
           IF W-TOT-LISTADOS NOT = ZEROS
              MOVE 11 TO W-IND-APL
              PERFORM IMPRIME-VALORES THRU IMPRIME-VALORES-FIM.
           MOVE SPACES TO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE SPACES TO LINHA-RELGIRO
           STRING "PRODUTOS LISTADOS.............: " W-TOT-LISTADOS
                   DELIMITED BY SIZE INTO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE SPACES TO LINHA-RELGIRO
           STRING "COM MES PARADO ACIMA DO MINIMO: " W-TOT-PARADOS
                   DELIMITED BY SIZE INTO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           MOVE SPACES TO LINHA-RELGIRO
           STRING "SEM POSICAO NOS 12 MESES......: " W-TOT-SEM-POSICAO
                   DELIMITED BY SIZE INTO LINHA-RELGIRO
           WRITE LINHA-RELGIRO
           IF W-GIRO-LIMITE NOT = ZEROS
              MOVE SPACES TO LINHA-RELGIRO
              STRING "FORA DO LIMITE DE GIRO........: "
                     W-TOT-FORA-LIMITE
                      DELIMITED BY SIZE INTO LINHA-RELGIRO
              WRITE LINHA-RELGIRO.
       IMPRIME-TOTAIS-FIM.
           EXIT.
      *---------[ ENCERRAMENTO ]---------------------------------------
       FECHA-ARQUIVOS.
           CLOSE CADPROD SNAPMES RELGIRO.
       FECHA-ARQUIVOS-FIM.
           EXIT.
