       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP038.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * RELATORIO DE LOTES VENCIDOS E A VENCER *
      **************************************
      *------------------------------------------------------------
      * PERCORRE O SALDLOTE (SALDO POR PRODUTO + LOCAL + LOTE DE
      * FABRICACAO, MANTIDO PELO STP005) E LISTA OS LOTES COM SALDO
      * CUJA VALIDADE JA PASSOU OU VENCE DENTRO DOS PROXIMOS N DIAS
      * (CARTAO DE PARAMETRO). CADA LOTE SAI COM O LOCAL, A
      * VALIDADE, OS DIAS ATE O VENCIMENTO (NEGATIVO = VENCIDO, COM
      * "*" NO FIM DA LINHA), O SALDO E O VALOR AO CUSTO-MEDIO DO
      * CADPROD. NO FIM, TOTAIS DE LOTES E VALOR VENCIDOS E A
      * VENCER. RODADA NOTURNA, DEPOIS DA POSTAGEM (STP005).
      * PARAMETRO POR CARTAO (SYSIN):
      *   CARTAO 1 - HORIZONTE EM DIAS (9(03), P.EX. 030)
      * RETURN-CODE:  0 = NENHUM LOTE VENCIDO
      *               4 = HA LOTES VENCIDOS COM SALDO
      *               8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA DE ARQUIVO
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SALDLOTE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SLOT
                      FILE STATUS  IS ST-ERRO.
       SELECT CADPROD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      FILE STATUS  IS ST-ERRO2.
       SELECT RELVENC ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD SALDLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOTE.DAT".
       COPY REGSLOT.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       COPY REGPROD.
       FD RELVENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELVENC.DAT".
       01 LINHA-RELVENC    PIC X(80).
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 W-CARTAO-DIAS    PIC X(03) VALUE SPACES.
       01 W-DIAS-HORIZ     PIC 9(03) VALUE ZEROS.
       01 W-DT-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-DT-LIMITE      PIC 9(08) VALUE ZEROS.
       01 W-DIAS-INT       PIC 9(08) VALUE ZEROS.
       01 W-DIAS-VENC      PIC S9(05) VALUE ZEROS.
       01 W-FIM-SALDLOTE   PIC X(01) VALUE "N".
       01 W-COD-ANT        PIC 9(06) VALUE ZEROS.
       01 W-DESC-PROD      PIC X(19) VALUE SPACES.
       01 W-CUSTO-PROD     PIC 9(08)V99 VALUE ZEROS.
       01 W-VALOR-LOTE     PIC 9(12)V99 VALUE ZEROS.
       01 W-TOT-VENCIDOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-A-VENCER   PIC 9(06) VALUE ZEROS.
       01 W-VAL-VENCIDOS   PIC 9(14)V99 VALUE ZEROS.
       01 W-VAL-A-VENCER   PIC 9(14)V99 VALUE ZEROS.
       01 W-VALOR-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LINHA-CABEC1.
          03 FILLER           PIC X(34)
                VALUE "LOTES VENCIDOS E A VENCER - DATA: ".
          03 LC-DT-HOJE       PIC 9(08).
          03 FILLER           PIC X(16) VALUE "  VENCENDO ATE: ".
          03 LC-DT-LIMITE     PIC 9(08).
          03 FILLER           PIC X(02) VALUE " (".
          03 LC-DIAS          PIC ZZ9.
          03 FILLER           PIC X(06) VALUE " DIAS)".
       01 LINHA-CABEC2.
          03 FILLER           PIC X(07) VALUE "CODIGO ".
          03 FILLER           PIC X(20) VALUE "DESCRICAO".
          03 FILLER           PIC X(03) VALUE "LC ".
          03 FILLER           PIC X(11) VALUE "LOTE".
          03 FILLER           PIC X(09) VALUE "VALIDADE ".
          03 FILLER           PIC X(06) VALUE " DIAS ".
          03 FILLER           PIC X(08) VALUE "  SALDO ".
          03 FILLER           PIC X(15) VALUE "          VALOR".
       01 LINHA-DETALHE.
          03 LD-CODIGO        PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-DESCRICAO     PIC X(19).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-LOCAL         PIC X(02).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-LOTE          PIC X(10).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-VALID         PIC 9(08).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-DIAS          PIC -ZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-SALDO         PIC ZZZ.ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
          03 LD-MARCA         PIC X(01).
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM IMPRIME-CABECALHO THRU IMPRIME-CABECALHO-FIM.
           PERFORM LE-SALDLOTE THRU LE-SALDLOTE-FIM.
           PERFORM AVALIA-LOTE THRU AVALIA-LOTE-FIM
                   UNTIL W-FIM-SALDLOTE = "S".
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           IF W-TOT-VENCIDOS NOT = ZEROS
              MOVE 4 TO RETURN-CODE.
           GOBACK.
      *---------[ HORIZONTE DE VENCIMENTO (SYSIN) ]--------------------
      * HORIZONTE ZERO LISTA SO OS LOTES VENCIDOS E OS QUE VENCEM
      * HOJE.
       LE-PARAMETROS.
           ACCEPT W-CARTAO-DIAS.
           IF W-CARTAO-DIAS NOT NUMERIC
              DISPLAY "PARAMETRO INVALIDO - INFORME OS DIAS EM 9(03)"
              MOVE 8 TO RETURN-CODE
              GOBACK.
           MOVE W-CARTAO-DIAS TO W-DIAS-HORIZ
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE W-DIAS-INT = FUNCTION INTEGER-OF-DATE (W-DT-HOJE)
                              + W-DIAS-HORIZ
           COMPUTE W-DT-LIMITE =
                   FUNCTION DATE-OF-INTEGER (W-DIAS-INT).
       LE-PARAMETROS-FIM.
           EXIT.
      *---------[ ABERTURA DOS ARQUIVOS ]-----------------------------
       ABRE-ARQUIVOS.
           OPEN INPUT SALDLOTE
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO SALDLOTE - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT CADPROD
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO2
              MOVE 12 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT RELVENC
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELVENC - " ST-ERRO3
              MOVE 12 TO RETURN-CODE
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *---------[ CABECALHO DO RELATORIO ]-----------------------------
       IMPRIME-CABECALHO.
           MOVE W-DT-HOJE    TO LC-DT-HOJE
           MOVE W-DT-LIMITE  TO LC-DT-LIMITE
           MOVE W-DIAS-HORIZ TO LC-DIAS
           MOVE LINHA-CABEC1 TO LINHA-RELVENC
           WRITE LINHA-RELVENC
           MOVE SPACES TO LINHA-RELVENC
           WRITE LINHA-RELVENC
           MOVE LINHA-CABEC2 TO LINHA-RELVENC
           WRITE LINHA-RELVENC.
       IMPRIME-CABECALHO-FIM.
           EXIT.
      *---------[ LEITURA SEQUENCIAL DO SALDLOTE ]---------------------
       LE-SALDLOTE.
           READ SALDLOTE NEXT RECORD
               AT END MOVE "S" TO W-FIM-SALDLOTE.
       LE-SALDLOTE-FIM.
           EXIT.
      *---------[ LOTE COM SALDO DENTRO DO HORIZONTE ]-----------------
      * O LOTE ESGOTADO (SALDO ZERO) FICA NO ARQUIVO E E IGNORADO.
       AVALIA-LOTE.
           IF QTD-LF = ZEROS OR DT-VALID-LF > W-DT-LIMITE
              GO TO AVALIA-LOTE-LE.
           IF COD-PROD-LF NOT = W-COD-ANT
              PERFORM BUSCA-PRODUTO THRU BUSCA-PRODUTO-FIM.
           COMPUTE W-DIAS-VENC =
                   FUNCTION INTEGER-OF-DATE (DT-VALID-LF)
                 - FUNCTION INTEGER-OF-DATE (W-DT-HOJE)
           COMPUTE W-VALOR-LOTE = QTD-LF * W-CUSTO-PROD
              ON SIZE ERROR MOVE ZEROS TO W-VALOR-LOTE.
           MOVE COD-PROD-LF  TO LD-CODIGO
           MOVE W-DESC-PROD  TO LD-DESCRICAO
           MOVE LOCAL-LF     TO LD-LOCAL
           MOVE LOTE-FAB-LF  TO LD-LOTE
           MOVE DT-VALID-LF  TO LD-VALID
           MOVE W-DIAS-VENC  TO LD-DIAS
           MOVE QTD-LF       TO LD-SALDO
           MOVE W-VALOR-LOTE TO LD-VALOR
           IF W-DIAS-VENC < ZEROS
              MOVE "*" TO LD-MARCA
              ADD 1 TO W-TOT-VENCIDOS
              ADD W-VALOR-LOTE TO W-VAL-VENCIDOS
           ELSE
              MOVE SPACES TO LD-MARCA
              ADD 1 TO W-TOT-A-VENCER
              ADD W-VALOR-LOTE TO W-VAL-A-VENCER.
           MOVE LINHA-DETALHE TO LINHA-RELVENC
           WRITE LINHA-RELVENC.
       AVALIA-LOTE-LE.
           PERFORM LE-SALDLOTE THRU LE-SALDLOTE-FIM.
       AVALIA-LOTE-FIM.
           EXIT.
      *---------[ DESCRICAO E CUSTO MEDIO DO PRODUTO DO LOTE ]---------
      * PRODUTO EXCLUIDO DO CADPROD SAI SEM DESCRICAO E SEM VALOR.
       BUSCA-PRODUTO.
           MOVE COD-PROD-LF TO CODIGO W-COD-ANT
           READ CADPROD
           IF ST-ERRO2 = "00" OR "02"
              MOVE DESCRICAO   TO W-DESC-PROD
              MOVE CUSTO-MEDIO TO W-CUSTO-PROD
           ELSE
              MOVE SPACES TO W-DESC-PROD
              MOVE ZEROS  TO W-CUSTO-PROD.
       BUSCA-PRODUTO-FIM.
           EXIT.
      *---------[ TOTAIS DE VENCIDOS E A VENCER ]----------------------
       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELVENC
           WRITE LINHA-RELVENC
           MOVE W-VAL-VENCIDOS TO W-VALOR-ED
           MOVE SPACES TO LINHA-RELVENC
           STRING "LOTES VENCIDOS...: " W-TOT-VENCIDOS
                  "   VALOR: " W-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-RELVENC
           WRITE LINHA-RELVENC
           MOVE W-VAL-A-VENCER TO W-VALOR-ED
           MOVE SPACES TO LINHA-RELVENC
           STRING "LOTES A VENCER...: " W-TOT-A-VENCER
                  "   VALOR: " W-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-RELVENC
           WRITE LINHA-RELVENC.
       IMPRIME-TOTAIS-FIM.
           EXIT.
      *---------[ ENCERRAMENTO ]---------------------------------------
       FECHA-ARQUIVOS.
           CLOSE SALDLOTE CADPROD RELVENC.
       FECHA-ARQUIVOS-FIM.
           EXIT.
