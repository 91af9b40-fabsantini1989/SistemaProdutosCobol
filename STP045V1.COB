       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP045.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * CONCILIACAO MENSAL ESTOQUE X CONTABIL *
      **************************************
      *------------------------------------------------------------
      * PROVA, PARA UM MES JA FECHADO (STP025), QUE O VALOR DO
      * ESTOQUE NA ABERTURA MAIS O QUE FOI ENVIADO A CONTABILIDADE
      * (STP029) DA O VALOR DO ESTOQUE NO FECHAMENTO. POR APLICACAO:
      *   ABERTURA   = SALDO INICIAL DO SNAPMES DO MES (SEM AS
      *                IMPLANTACOES DO MES) AO CUSTO MEDIO DO
      *                FECHAMENTO ANTERIOR (SEM ELE, AO DO MES)
      *   FECHAMENTO = SALDO FINAL DO SNAPMES AO CUSTO-MEDIO-SN
      *   CONTABIL   = LANCAMENTOS DO CONTABIL DATADOS NO MES
      *                (DEBITO SOMA, CREDITO SUBTRAI)
      * A DIFERENCA (FECHAMENTO - ABERTURA - CONTABIL) E EXPLICADA
      * LINHA A LINHA PELO HISTMOV DO MES CRUZADO COM O DETALHE DO
      * ENVIO (CTBDET):
      *   - MOVIMENTO DO MES AINDA NAO EXPORTADO;
      *   - MOVIMENTO DO MES POSTADO DEPOIS DO ENVIO DO SEU DIA E
      *     ENVIADO EM MES POSTERIOR;
      *   - MOVIMENTO DE MES ANTERIOR POSTADO TARDE E ENVIADO NESTE
      *     MES (ENTRA NO CONTABIL, NAO NO ESTOQUE DO MES);
      *   - REGISTRO DE IMPLANTACAO ("I"), QUE NUNCA E EXPORTADO;
      *   - DERIVA DO CUSTO MEDIO ENTRE O ENVIO E O FECHAMENTO
      *     (MOVIMENTOS) E ENTRE OS DOIS FECHAMENTOS (ABERTURA).
      * OS MOVIMENTOS DAS QUATRO PRIMEIRAS CAUSAS SAEM UM A UM NO
      * DETALHE; O RESTO NAO EXPLICADO SAI NO RESUMO DE CADA
      * APLICACAO E DA EMPRESA. MOVIMENTO ENVIADO ANTES DA
      * EXISTENCIA DO CTBDET E TRATADO COMO ENVIADO NO PROPRIO MES
      * E SO CONTADO NO FIM DO RELATORIO.
      * O ENVIO DO MES E CONFERIDO NO EXPCTL: SE O CONTABIL NAO TEM
      * TODOS OS LANCAMENTOS REGISTRADOS (JA RECOLHIDO PELA
      * CONTABILIDADE), O RELATORIO AVISA.
      * ANO JA ARQUIVADO PELO STP030 NAO TEM MAIS O HISTMOV DO MES
      * E NAO PODE SER CONCILIADO.
      * PARAMETRO POR CARTAO (SYSIN): ANO/MES (AAAAMM), JA FECHADO.
      * RETURN-CODE:  0 = MES CONCILIADO (DIFERENCAS EXPLICADAS)
      *               4 = MES NAO CONCILIADO (DIFERENCA SEM
      *                   EXPLICACAO EM ALGUMA APLICACAO)
      *               8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA DE ARQUIVO
      *              16 = MES AINDA NAO FECHADO NO STP025
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
       SELECT HISTMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-HISTM
                      FILE STATUS  IS ST-ERRO3.
       SELECT CTBDET  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-CTBD
                      FILE STATUS  IS ST-ERRO4.
       SELECT CONTABIL ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO5.
       SELECT EXPCTL  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DT-EXPORTADA
                      FILE STATUS  IS ST-ERRO6.
       SELECT CTFECH  ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO7.
       SELECT RELCONC ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO8.
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
       FD HISTMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTMOV.DAT".
       COPY REGHMOV.
       FD CTBDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBDET.DAT".
       COPY REGCTBD.
       FD CONTABIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABIL.DAT".
       COPY REGCTB.
       FD EXPCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXPCTL.DAT".
       COPY REGEXPC.
       FD CTFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTFECH.DAT".
       COPY REGFECH.
       FD RELCONC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONC.DAT".
       01 LINHA-RELCONC    PIC X(80).
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 ST-ERRO6         PIC X(02) VALUE "00".
       01 ST-ERRO7         PIC X(02) VALUE "00".
       01 ST-ERRO8         PIC X(02) VALUE "00".
       01 W-CARTAO-ANOMES  PIC X(06) VALUE SPACES.
       01 W-ANOMES-ALVO    PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-ALVO-R REDEFINES W-ANOMES-ALVO.
          03 W-ALVO-ANO    PIC 9(04).
          03 W-ALVO-MES    PIC 9(02).
       01 W-ANOMES-ANT     PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-FECHADO PIC 9(06) VALUE ZEROS.
       01 W-DT-MES-INI     PIC 9(08) VALUE ZEROS.
       01 W-DT-MES-FIM     PIC 9(08) VALUE ZEROS.
       01 W-FIM-CADPROD    PIC X(01) VALUE "N".
       01 W-FIM-HISTMOV    PIC X(01) VALUE "N".
       01 W-FIM-CTBDET     PIC X(01) VALUE "N".
       01 W-FIM-CONTABIL   PIC X(01) VALUE "N".
       01 W-FIM-EXPCTL     PIC X(01) VALUE "N".
       01 W-SEM-CTBDET     PIC X(01) VALUE "N".
       01 W-SEM-CONTABIL   PIC X(01) VALUE "N".
       01 W-SEM-EXPCTL     PIC X(01) VALUE "N".
       01 W-ACHOU-DET      PIC X(01) VALUE "N".
       01 W-CONCILIADO     PIC X(01) VALUE "S".
       01 W-IND-APL        PIC 9(02) VALUE ZEROS.
       01 W-SALDO-INI      PIC S9(08) VALUE ZEROS.
       01 W-SALDO-FIM      PIC S9(08) VALUE ZEROS.
       01 W-QTD-IMPL       PIC S9(08) VALUE ZEROS.
       01 W-QTD-ABERTURA   PIC S9(08) VALUE ZEROS.
       01 W-CUSTO-FIM      PIC 9(08)V99 VALUE ZEROS.
       01 W-CUSTO-ANT      PIC 9(08)V99 VALUE ZEROS.
       01 W-VALOR          PIC S9(13)V99 VALUE ZEROS.
       01 W-VALOR-IMP      PIC S9(13)V99 VALUE ZEROS.
       01 W-VARIACAO       PIC S9(13)V99 VALUE ZEROS.
       01 W-DIFERENCA      PIC S9(13)V99 VALUE ZEROS.
       01 W-EXPLICADO      PIC S9(13)V99 VALUE ZEROS.
       01 W-NAO-EXPLICADO  PIC S9(13)V99 VALUE ZEROS.
       01 W-VALOR-ED       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ROTULO         PIC X(41) VALUE SPACES.
       01 W-TOT-PRODUTOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEM-SNAP   PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEM-DET    PIC 9(06) VALUE ZEROS.
       01 W-TOT-DETALHES   PIC 9(06) VALUE ZEROS.
       01 W-DIAS-ENVIADOS  PIC 9(04) VALUE ZEROS.
       01 W-LANC-EXPCTL    PIC 9(08) VALUE ZEROS.
       01 W-LANC-CONTABIL  PIC 9(08) VALUE ZEROS.
      *--------[ ACUMULADORES POR APLICACAO (1-10) E EMPRESA (11) ]--
       01 TB-CONC.
          03 TB-APL OCCURS 11 TIMES.
             05 TB-V-ABERTURA  PIC S9(13)V99.
             05 TB-V-FECHAM    PIC S9(13)V99.
             05 TB-CONTABIL    PIC S9(13)V99.
             05 TB-NAO-EXP     PIC S9(13)V99.
             05 TB-EXP-DEPOIS  PIC S9(13)V99.
             05 TB-MES-ANT     PIC S9(13)V99.
             05 TB-IMPLANT     PIC S9(13)V99.
             05 TB-DERIVA-MOV  PIC S9(13)V99.
             05 TB-DERIVA-ABE  PIC S9(13)V99.
       01 LINHA-CABEC1.
          03 FILLER           PIC X(40)
                VALUE "CONCILIACAO ESTOQUE X CONTABIL - MES: ".
          03 LC-ANOMES        PIC 9(06).
       01 LINHA-CABEC2.
          03 FILLER           PIC X(02) VALUE "A ".
          03 FILLER           PIC X(07) VALUE "CODIGO ".
          03 FILLER           PIC X(09) VALUE "DATA     ".
          03 FILLER           PIC X(07) VALUE "SEQ    ".
          03 FILLER           PIC X(02) VALUE "T ".
          03 FILLER           PIC X(08) VALUE "    QTD ".
          03 FILLER           PIC X(16) VALUE "          VALOR ".
          03 FILLER           PIC X(05) VALUE "CAUSA".
       01 LINHA-DETALHE.
          03 LD-APL           PIC 9(01).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-CODIGO        PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-DATA          PIC 9(08).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-SEQ           PIC 9(06).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-TIPO          PIC X(01).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-QTD           PIC -(6)9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-VALOR         PIC -ZZZ.ZZZ.ZZ9,99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-CAUSA         PIC X(29).
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO TB-CONC
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM IMPRIME-CABECALHO THRU IMPRIME-CABECALHO-FIM.
           PERFORM SOMA-CONTABIL THRU SOMA-CONTABIL-FIM.
           PERFORM CONFERE-EXPCTL THRU CONFERE-EXPCTL-FIM.
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
           PERFORM PROCESSA-PRODUTO THRU PROCESSA-PRODUTO-FIM
                   UNTIL W-FIM-CADPROD = "S".
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM
                   VARYING W-IND-APL FROM 1 BY 1 UNTIL W-IND-APL > 10.
           MOVE 11 TO W-IND-APL
           PERFORM IMPRIME-RESUMO THRU IMPRIME-RESUMO-FIM.
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           IF W-CONCILIADO NOT = "S"
              MOVE 4 TO RETURN-CODE.
           GOBACK.
      *---------[ PARAMETRO: MES A CONCILIAR (SYSIN) ]-----------------
       LE-PARAMETROS.
           ACCEPT W-CARTAO-ANOMES.
           IF W-CARTAO-ANOMES NOT NUMERIC
              DISPLAY "MES INVALIDO - INFORME AAAAMM"
              MOVE 8 TO RETURN-CODE
              GOBACK.
           MOVE W-CARTAO-ANOMES TO W-ANOMES-ALVO
           IF W-ALVO-MES < 01 OR W-ALVO-MES > 12
              DISPLAY "MES INVALIDO - INFORME AAAAMM"
              MOVE 8 TO RETURN-CODE
              GOBACK.
           PERFORM LE-CTFECH THRU LE-CTFECH-FIM.
           IF W-ANOMES-ALVO > W-ANOMES-FECHADO
              DISPLAY "MES " W-ANOMES-ALVO " AINDA NAO FECHADO NO "
                      "STP025 - ULTIMO FECHAMENTO " W-ANOMES-FECHADO
              MOVE 16 TO RETURN-CODE
              GOBACK.
           COMPUTE W-DT-MES-INI = W-ANOMES-ALVO * 100 + 01
           COMPUTE W-DT-MES-FIM = W-ANOMES-ALVO * 100 + 31
           IF W-ALVO-MES = 01
              COMPUTE W-ANOMES-ANT = (W-ALVO-ANO - 1) * 100 + 12
           ELSE
              COMPUTE W-ANOMES-ANT = W-ANOMES-ALVO - 1.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------[ ULTIMO MES FECHADO (CTFECH) ]------------------------
       LE-CTFECH.
           MOVE ZEROS TO W-ANOMES-FECHADO
           OPEN INPUT CTFECH
           IF ST-ERRO7 NOT = "00"
              GO TO LE-CTFECH-FIM.
           READ CTFECH
           IF ST-ERRO7 = "00"
              MOVE ANOMES-FECHADO TO W-ANOMES-FECHADO.
           CLOSE CTFECH.
       LE-CTFECH-FIM.
           EXIT.
      *---------[ ABERTURA DOS ARQUIVOS ]-----------------------------
      * SEM CTBDET TODO MOVIMENTO ENVIADO E TRATADO COMO SEM
      * DETALHE; SEM CONTABIL OU EXPCTL NADA FOI ENVIADO.
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
           OPEN INPUT HISTMOV
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTMOV - " ST-ERRO3
              MOVE 12 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT CTBDET
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30" OR "35"
                 MOVE "S" TO W-SEM-CTBDET
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTBDET - "
                         ST-ERRO4
                 MOVE 12 TO RETURN-CODE
                 STOP RUN.
           OPEN INPUT CONTABIL
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 MOVE "S" TO W-SEM-CONTABIL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTABIL - "
                         ST-ERRO5
                 MOVE 12 TO RETURN-CODE
                 STOP RUN.
           OPEN INPUT EXPCTL
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30" OR "35"
                 MOVE "S" TO W-SEM-EXPCTL
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO EXPCTL - "
                         ST-ERRO6
                 MOVE 12 TO RETURN-CODE
                 STOP RUN.
           OPEN OUTPUT RELCONC
           IF ST-ERRO8 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCONC - " ST-ERRO8
              MOVE 12 TO RETURN-CODE
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *---------[ CABECALHO DO RELATORIO ]-----------------------------
       IMPRIME-CABECALHO.
           MOVE W-ANOMES-ALVO TO LC-ANOMES
           MOVE LINHA-CABEC1 TO LINHA-RELCONC
           WRITE LINHA-RELCONC
           MOVE SPACES TO LINHA-RELCONC
           WRITE LINHA-RELCONC
           MOVE LINHA-CABEC2 TO LINHA-RELCONC
           WRITE LINHA-RELCONC.
       IMPRIME-CABECALHO-FIM.
           EXIT.
      *---------[ LANCAMENTOS DO MES NO CONTABIL ]---------------------
      * DEBITO ("D") AUMENTA O ESTOQUE, CREDITO ("C") DIMINUI.
       SOMA-CONTABIL.
           IF W-SEM-CONTABIL = "S"
              GO TO SOMA-CONTABIL-FIM.
       SOMA-CONTABIL-LE.
           READ CONTABIL
               AT END MOVE "S" TO W-FIM-CONTABIL.
           IF W-FIM-CONTABIL = "S"
              GO TO SOMA-CONTABIL-FIM.
           IF DT-CTB < W-DT-MES-INI OR DT-CTB > W-DT-MES-FIM
              GO TO SOMA-CONTABIL-LE.
           ADD 1 TO W-LANC-CONTABIL
           COMPUTE W-IND-APL = APLICACAO-CTB + 1
           IF DC-CTB = "C"
              SUBTRACT VALOR-CTB FROM TB-CONTABIL (W-IND-APL)
           ELSE
              ADD VALOR-CTB TO TB-CONTABIL (W-IND-APL).
           GO TO SOMA-CONTABIL-LE.
       SOMA-CONTABIL-FIM.
           EXIT.
      *---------[ DIAS ENVIADOS NO MES (EXPCTL) ]----------------------
       CONFERE-EXPCTL.
           IF W-SEM-EXPCTL = "S"
              GO TO CONFERE-EXPCTL-FIM.
           MOVE W-DT-MES-INI TO DT-EXPORTADA
           START EXPCTL KEY NOT LESS THAN DT-EXPORTADA
           IF ST-ERRO6 NOT = "00"
              GO TO CONFERE-EXPCTL-FIM.
       CONFERE-EXPCTL-LE.
           READ EXPCTL NEXT RECORD
               AT END MOVE "S" TO W-FIM-EXPCTL.
           IF W-FIM-EXPCTL = "S" OR DT-EXPORTADA > W-DT-MES-FIM
              GO TO CONFERE-EXPCTL-FIM.
           ADD 1 TO W-DIAS-ENVIADOS
           ADD TOT-LANCTOS TO W-LANC-EXPCTL
           GO TO CONFERE-EXPCTL-LE.
       CONFERE-EXPCTL-FIM.
           EXIT.
      *---------[ LEITURA SEQUENCIAL DO CADPROD ]----------------------
       LE-CADPROD.
           READ CADPROD NEXT RECORD
               AT END MOVE "S" TO W-FIM-CADPROD.
       LE-CADPROD-FIM.
           EXIT.
      *---------[ UM PRODUTO: POSICOES, MOVIMENTOS E ENVIOS ]----------
      * PRODUTO SEM POSICAO NO MES (INCLUIDO DEPOIS DO FECHAMENTO)
      * NAO ENTRA NA CONCILIACAO.
       PROCESSA-PRODUTO.
           MOVE CODIGO        TO COD-PROD-SN
           MOVE W-ANOMES-ALVO TO ANOMES-SN
           READ SNAPMES
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              ADD 1 TO W-TOT-SEM-SNAP
              GO TO PROCESSA-PRODUTO-LE.
           ADD 1 TO W-TOT-PRODUTOS
           MOVE SALDO-INI-SN   TO W-SALDO-INI
           MOVE SALDO-FIM-SN   TO W-SALDO-FIM
           MOVE CUSTO-MEDIO-SN TO W-CUSTO-FIM W-CUSTO-ANT
           MOVE W-ANOMES-ANT   TO ANOMES-SN
           READ SNAPMES
           IF ST-ERRO2 = "00" OR "02"
              MOVE CUSTO-MEDIO-SN TO W-CUSTO-ANT.
           COMPUTE W-IND-APL = APLICACAO + 1
           MOVE ZEROS TO W-QTD-IMPL
           PERFORM SOMA-HISTMOV-MES THRU SOMA-HISTMOV-MES-FIM.
           PERFORM SOMA-ENVIO-ANTERIOR THRU SOMA-ENVIO-ANTERIOR-FIM.
      * ABERTURA SEM AS IMPLANTACOES DO MES (O STP025 AS SOMA AO
      * SALDO INICIAL); A DIFERENCA DE CUSTO ENTRE OS FECHAMENTOS
      * SOBRE ESSE SALDO E A DERIVA DA ABERTURA.
           COMPUTE W-QTD-ABERTURA = W-SALDO-INI - W-QTD-IMPL
           COMPUTE W-VALOR = W-QTD-ABERTURA * W-CUSTO-ANT
           ADD W-VALOR TO TB-V-ABERTURA (W-IND-APL)
           COMPUTE W-VALOR = W-SALDO-FIM * W-CUSTO-FIM
           ADD W-VALOR TO TB-V-FECHAM (W-IND-APL)
           COMPUTE W-VALOR = W-QTD-ABERTURA
                           * (W-CUSTO-FIM - W-CUSTO-ANT)
           ADD W-VALOR TO TB-DERIVA-ABE (W-IND-APL).
       PROCESSA-PRODUTO-LE.
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
       PROCESSA-PRODUTO-FIM.
           EXIT.
      *---------[ MOVIMENTOS DO PRODUTO DATADOS NO MES ]---------------
       SOMA-HISTMOV-MES.
           MOVE "N" TO W-FIM-HISTMOV
           MOVE CODIGO       TO COD-PROD-H
           MOVE W-DT-MES-INI TO DT-MOVTO-H
           MOVE ZEROS        TO SEQ-HISTM
           START HISTMOV KEY NOT LESS THAN CHAVE-HISTM
           IF ST-ERRO3 NOT = "00"
              GO TO SOMA-HISTMOV-MES-FIM.
           PERFORM CLASSIFICA-MOVTO THRU CLASSIFICA-MOVTO-FIM
                   UNTIL W-FIM-HISTMOV = "S".
       SOMA-HISTMOV-MES-FIM.
           EXIT.
      * CADA MOVIMENTO E/S/A DO MES VALE QTD X CUSTO DO FECHAMENTO
      * NO ESTOQUE; O QUE FOI ENVIADO NO MES VALE NO CONTABIL O
      * VALOR DO CTBDET - A DIFERENCA E A DERIVA DO CUSTO MEDIO.
       CLASSIFICA-MOVTO.
           READ HISTMOV NEXT RECORD
               AT END MOVE "S" TO W-FIM-HISTMOV.
           IF W-FIM-HISTMOV = "S"
              GO TO CLASSIFICA-MOVTO-FIM.
           IF COD-PROD-H NOT = CODIGO OR DT-MOVTO-H > W-DT-MES-FIM
              MOVE "S" TO W-FIM-HISTMOV
              GO TO CLASSIFICA-MOVTO-FIM.
           IF TP-MOVTO-H = "T"
              GO TO CLASSIFICA-MOVTO-FIM.
           COMPUTE W-VALOR = QTD-MOVTO-H * W-CUSTO-FIM
           IF TP-MOVTO-H = "I"
              ADD QTD-MOVTO-H TO W-QTD-IMPL
              ADD W-VALOR TO TB-IMPLANT (W-IND-APL)
              MOVE "IMPLANTACAO" TO LD-CAUSA
              PERFORM IMPRIME-DETALHE THRU IMPRIME-DETALHE-FIM
              GO TO CLASSIFICA-MOVTO-FIM.
           IF TP-MOVTO-H NOT = "E" AND TP-MOVTO-H NOT = "S"
              AND TP-MOVTO-H NOT = "A"
              GO TO CLASSIFICA-MOVTO-FIM.
           PERFORM BUSCA-DETALHE THRU BUSCA-DETALHE-FIM.
           IF W-ACHOU-DET NOT = "S"
              IF FLAG-EXPORT-H = "S"
                 ADD 1 TO W-TOT-SEM-DET
                 GO TO CLASSIFICA-MOVTO-FIM
              ELSE
                 ADD W-VALOR TO TB-NAO-EXP (W-IND-APL)
                 MOVE "NAO EXPORTADO" TO LD-CAUSA
                 PERFORM IMPRIME-DETALHE THRU IMPRIME-DETALHE-FIM
                 GO TO CLASSIFICA-MOVTO-FIM.
           IF DT-EXPORT-CD > W-DT-MES-FIM
              ADD W-VALOR TO TB-EXP-DEPOIS (W-IND-APL)
              MOVE SPACES TO LD-CAUSA
              STRING "ENVIADO DEPOIS EM " DT-EXPORT-CD
                      DELIMITED BY SIZE INTO LD-CAUSA
              PERFORM IMPRIME-DETALHE THRU IMPRIME-DETALHE-FIM
              GO TO CLASSIFICA-MOVTO-FIM.
           COMPUTE W-VALOR = W-VALOR - VALOR-CD
           ADD W-VALOR TO TB-DERIVA-MOV (W-IND-APL).
       CLASSIFICA-MOVTO-FIM.
           EXIT.
      *---------[ DETALHE DO ENVIO DO MOVIMENTO (CTBDET) ]-------------
       BUSCA-DETALHE.
           MOVE "N" TO W-ACHOU-DET
           IF W-SEM-CTBDET = "S"
              GO TO BUSCA-DETALHE-FIM.
           MOVE COD-PROD-H TO COD-PROD-CD
           MOVE DT-MOVTO-H TO DT-MOVTO-CD
           MOVE SEQ-HISTM  TO SEQ-CD
           READ CTBDET
           IF ST-ERRO4 = "00" OR "02"
              MOVE "S" TO W-ACHOU-DET.
       BUSCA-DETALHE-FIM.
           EXIT.
      *---------[ MOVIMENTOS DE MESES ANTERIORES ENVIADOS NO MES ]-----
      * POSTADOS DEPOIS DO ENVIO DO SEU DIA E ANTES DO FECHAMENTO
      * DO SEU MES - ESTAO NO CONTABIL DO MES, NAO NO ESTOQUE.
       SOMA-ENVIO-ANTERIOR.
           IF W-SEM-CTBDET = "S"
              GO TO SOMA-ENVIO-ANTERIOR-FIM.
           MOVE "N" TO W-FIM-CTBDET
           MOVE CODIGO TO COD-PROD-CD
           MOVE ZEROS  TO DT-MOVTO-CD SEQ-CD
           START CTBDET KEY NOT LESS THAN CHAVE-CTBD
           IF ST-ERRO4 NOT = "00"
              GO TO SOMA-ENVIO-ANTERIOR-FIM.
           PERFORM SOMA-UM-ENVIO THRU SOMA-UM-ENVIO-FIM
                   UNTIL W-FIM-CTBDET = "S".
       SOMA-ENVIO-ANTERIOR-FIM.
           EXIT.
       SOMA-UM-ENVIO.
           READ CTBDET NEXT RECORD
               AT END MOVE "S" TO W-FIM-CTBDET.
           IF W-FIM-CTBDET = "S"
              GO TO SOMA-UM-ENVIO-FIM.
           IF COD-PROD-CD NOT = CODIGO
              OR DT-MOVTO-CD NOT < W-DT-MES-INI
              MOVE "S" TO W-FIM-CTBDET
              GO TO SOMA-UM-ENVIO-FIM.
           IF DT-EXPORT-CD < W-DT-MES-INI
              OR DT-EXPORT-CD > W-DT-MES-FIM
              GO TO SOMA-UM-ENVIO-FIM.
           SUBTRACT VALOR-CD FROM TB-MES-ANT (W-IND-APL)
           MOVE APLICACAO    TO LD-APL
           MOVE COD-PROD-CD  TO LD-CODIGO
           MOVE DT-MOVTO-CD  TO LD-DATA
           MOVE SEQ-CD       TO LD-SEQ
           MOVE TP-CD        TO LD-TIPO
           MOVE QTD-CD       TO LD-QTD
           COMPUTE W-VALOR = ZEROS - VALOR-CD
           MOVE W-VALOR      TO LD-VALOR
           MOVE SPACES TO LD-CAUSA
           STRING "MES ANTERIOR-ENVIADO " DT-EXPORT-CD
                   DELIMITED BY SIZE INTO LD-CAUSA
           MOVE LINHA-DETALHE TO LINHA-RELCONC
           WRITE LINHA-RELCONC
           ADD 1 TO W-TOT-DETALHES.
       SOMA-UM-ENVIO-FIM.
           EXIT.
      *---------[ LINHA DE DETALHE DE UM MOVIMENTO DO HISTMOV ]--------
       IMPRIME-DETALHE.
           MOVE APLICACAO   TO LD-APL
           MOVE COD-PROD-H  TO LD-CODIGO
           MOVE DT-MOVTO-H  TO LD-DATA
           MOVE SEQ-HISTM   TO LD-SEQ
           MOVE TP-MOVTO-H  TO LD-TIPO
           MOVE QTD-MOVTO-H TO LD-QTD
           MOVE W-VALOR     TO LD-VALOR
           MOVE LINHA-DETALHE TO LINHA-RELCONC
           WRITE LINHA-RELCONC
           ADD 1 TO W-TOT-DETALHES.
       IMPRIME-DETALHE-FIM.
           EXIT.
      *---------[ RESUMO DE UMA APLICACAO (11 = EMPRESA) ]-------------
      * A APLICACAO SEM NENHUM VALOR NAO E IMPRESSA. CADA APLICACAO
      * SOMA NA LINHA DA EMPRESA ANTES DE SER IMPRESSA.
       IMPRIME-RESUMO.
           IF W-IND-APL < 11
              PERFORM SOMA-EMPRESA THRU SOMA-EMPRESA-FIM.
           COMPUTE W-VARIACAO = TB-V-FECHAM (W-IND-APL)
                              - TB-V-ABERTURA (W-IND-APL)
           COMPUTE W-DIFERENCA = W-VARIACAO - TB-CONTABIL (W-IND-APL)
           COMPUTE W-EXPLICADO = TB-NAO-EXP (W-IND-APL)
                               + TB-EXP-DEPOIS (W-IND-APL)
                               + TB-MES-ANT (W-IND-APL)
                               + TB-IMPLANT (W-IND-APL)
                               + TB-DERIVA-MOV (W-IND-APL)
                               + TB-DERIVA-ABE (W-IND-APL)
           COMPUTE W-NAO-EXPLICADO = W-DIFERENCA - W-EXPLICADO
           IF W-IND-APL < 11
              AND TB-V-ABERTURA (W-IND-APL) = ZEROS
              AND TB-V-FECHAM (W-IND-APL) = ZEROS
              AND TB-CONTABIL (W-IND-APL) = ZEROS
              AND W-EXPLICADO = ZEROS AND W-DIFERENCA = ZEROS
              GO TO IMPRIME-RESUMO-FIM.
           MOVE SPACES TO LINHA-RELCONC
           WRITE LINHA-RELCONC
           MOVE SPACES TO LINHA-RELCONC
           IF W-IND-APL = 11
              MOVE "TOTAL DA EMPRESA" TO LINHA-RELCONC
           ELSE
              COMPUTE LD-APL = W-IND-APL - 1
              STRING "APLICACAO " LD-APL
                      DELIMITED BY SIZE INTO LINHA-RELCONC.
           WRITE LINHA-RELCONC
           MOVE "  VALOR DE ABERTURA (SNAPMES)..........: "
                TO W-ROTULO
           MOVE TB-V-ABERTURA (W-IND-APL) TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE "  VALOR DE FECHAMENTO (SNAPMES)........: "
                TO W-ROTULO
           MOVE TB-V-FECHAM (W-IND-APL) TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE "  VARIACAO DO ESTOQUE..................: "
                TO W-ROTULO
           MOVE W-VARIACAO TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE "  ENVIADO AO CONTABIL NO MES...........: "
                TO W-ROTULO
           MOVE TB-CONTABIL (W-IND-APL) TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE "  DIFERENCA ESTOQUE X CONTABIL.........: "
                TO W-ROTULO
           MOVE W-DIFERENCA TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE "    MOVIMENTOS NAO EXPORTADOS..........: "
                TO W-ROTULO
           MOVE TB-NAO-EXP (W-IND-APL) TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE "    DO MES ENVIADOS EM MES POSTERIOR...: "
                TO W-ROTULO
           MOVE TB-EXP-DEPOIS (W-IND-APL) TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE "    DE MES ANTERIOR ENVIADOS NO MES....: "
                TO W-ROTULO
           MOVE TB-MES-ANT (W-IND-APL) TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE "    REGISTROS DE IMPLANTACAO...........: "
                TO W-ROTULO
           MOVE TB-IMPLANT (W-IND-APL) TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE "    DERIVA DO CUSTO MEDIO - MOVIMENTOS.: "
                TO W-ROTULO
           MOVE TB-DERIVA-MOV (W-IND-APL) TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE "    DERIVA DO CUSTO MEDIO - ABERTURA...: "
                TO W-ROTULO
           MOVE TB-DERIVA-ABE (W-IND-APL) TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE "    DIFERENCA NAO EXPLICADA............: "
                TO W-ROTULO
           MOVE W-NAO-EXPLICADO TO W-VALOR-IMP
           PERFORM IMPRIME-VALOR THRU IMPRIME-VALOR-FIM
           MOVE SPACES TO LINHA-RELCONC
           IF W-NAO-EXPLICADO = ZEROS
              MOVE "  SITUACAO: CONCILIADO" TO LINHA-RELCONC
           ELSE
              MOVE "N" TO W-CONCILIADO
              MOVE "  SITUACAO: *** NAO CONCILIADO ***"
                   TO LINHA-RELCONC.
           WRITE LINHA-RELCONC.
       IMPRIME-RESUMO-FIM.
           EXIT.
       SOMA-EMPRESA.
           ADD TB-V-ABERTURA (W-IND-APL) TO TB-V-ABERTURA (11)
           ADD TB-V-FECHAM (W-IND-APL)   TO TB-V-FECHAM (11)
           ADD TB-CONTABIL (W-IND-APL)   TO TB-CONTABIL (11)
           ADD TB-NAO-EXP (W-IND-APL)    TO TB-NAO-EXP (11)
           ADD TB-EXP-DEPOIS (W-IND-APL) TO TB-EXP-DEPOIS (11)
           ADD TB-MES-ANT (W-IND-APL)    TO TB-MES-ANT (11)
           ADD TB-IMPLANT (W-IND-APL)    TO TB-IMPLANT (11)
           ADD TB-DERIVA-MOV (W-IND-APL) TO TB-DERIVA-MOV (11)
           ADD TB-DERIVA-ABE (W-IND-APL) TO TB-DERIVA-ABE (11).
       SOMA-EMPRESA-FIM.
           EXIT.
       IMPRIME-VALOR.
           MOVE W-VALOR-IMP TO W-VALOR-ED
           MOVE SPACES TO LINHA-RELCONC
           STRING W-ROTULO W-VALOR-ED
                   DELIMITED BY SIZE INTO LINHA-RELCONC
           WRITE LINHA-RELCONC.
       IMPRIME-VALOR-FIM.
           EXIT.
      *---------[ CONTROLES DO ENVIO E TOTAIS ]------------------------
       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELCONC
           WRITE LINHA-RELCONC
           MOVE SPACES TO LINHA-RELCONC
           STRING "DIAS ENVIADOS NO MES (EXPCTL).: " W-DIAS-ENVIADOS
                  " - LANCAMENTOS: " W-LANC-EXPCTL
                   DELIMITED BY SIZE INTO LINHA-RELCONC
           WRITE LINHA-RELCONC
           MOVE SPACES TO LINHA-RELCONC
           STRING "LANCAMENTOS DO MES NO CONTABIL: " W-LANC-CONTABIL
                   DELIMITED BY SIZE INTO LINHA-RELCONC
           WRITE LINHA-RELCONC
           IF W-LANC-CONTABIL NOT = W-LANC-EXPCTL
              MOVE SPACES TO LINHA-RELCONC
              MOVE "*** CONTABIL SEM TODOS OS LANCAMENTOS DO EXPCTL -"
                   TO LINHA-RELCONC
              WRITE LINHA-RELCONC
              MOVE "    CONCILIAR ANTES DE A CONTABILIDADE RECOLHER ***"
                   TO LINHA-RELCONC
              WRITE LINHA-RELCONC.
           MOVE SPACES TO LINHA-RELCONC
           STRING "PRODUTOS CONCILIADOS..........: " W-TOT-PRODUTOS
                   DELIMITED BY SIZE INTO LINHA-RELCONC
           WRITE LINHA-RELCONC
           MOVE SPACES TO LINHA-RELCONC
           STRING "PRODUTOS SEM POSICAO NO MES...: " W-TOT-SEM-SNAP
                   DELIMITED BY SIZE INTO LINHA-RELCONC
           WRITE LINHA-RELCONC
           MOVE SPACES TO LINHA-RELCONC
           STRING "MOVIMENTOS LISTADOS NO DETALHE: " W-TOT-DETALHES
                   DELIMITED BY SIZE INTO LINHA-RELCONC
           WRITE LINHA-RELCONC
           MOVE SPACES TO LINHA-RELCONC
           STRING "ENVIADOS SEM DETALHE (CTBDET).: " W-TOT-SEM-DET
                   DELIMITED BY SIZE INTO LINHA-RELCONC
           WRITE LINHA-RELCONC.
       IMPRIME-TOTAIS-FIM.
           EXIT.
      *---------[ ENCERRAMENTO ]---------------------------------------
       FECHA-ARQUIVOS.
           CLOSE CADPROD SNAPMES HISTMOV RELCONC.
           IF W-SEM-CTBDET NOT = "S"
              CLOSE CTBDET.
           IF W-SEM-CONTABIL NOT = "S"
              CLOSE CONTABIL.
           IF W-SEM-EXPCTL NOT = "S"
              CLOSE EXPCTL.
       FECHA-ARQUIVOS-FIM.
           EXIT.
