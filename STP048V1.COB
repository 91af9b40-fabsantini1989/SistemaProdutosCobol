       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP048.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * REPOSICAO ENTRE LOCAIS - TRANSFERENCIAS E SEPARACAO *
      **************************************
      *------------------------------------------------------------
      * LE O ESTOQUE MINIMO/MAXIMO POR LOCAL (ESTLOC, MANTIDO PELO
      * STP047) PRODUTO A PRODUTO E COMPARA COM O SALDO DE CADA
      * LOCAL (SALDLOC) PROJETADO COM OS MOVIMENTOS AINDA NAO
      * POSTADOS DO MOVPROD. PROPOE TRANSFERENCIAS DOS LOCAIS COM
      * SOBRA ACIMA DO MAXIMO PARA OS LOCAIS ABAIXO DO MINIMO, ATE
      * O MINIMO DO RECEBEDOR (DOADORES NA ORDEM DOS LOCAIS). MAXIMO
      * ZERADO E LOCAL SEM ESTLOC NUNCA CEDEM ESTOQUE. A FALTA QUE
      * SOBRA E LISTADA - E ELA QUE A SUGESTAO DE COMPRA (STP017)
      * ENXERGA; RODAR ESTA REPOSICAO ANTES DA SUGESTAO.
      * PARAMETRO POR CARTAO (SYSIN):
      *   MODO    - "P" = PREVIA (SO A PROPOSTA NO RELREPOS)
      *             "G" = GERA AS TRANSFERENCIAS E A SEPARACAO
      * NO MODO "G" CADA TRANSFERENCIA VIRA UM MOVIMENTO "T" NO
      * LOTE ABERTO DO MOVPROD (STP023), ASSINADO PELO OPERADOR DO
      * MENU, PARA O STP005 POSTAR - O MESMO CAMINHO DA
      * TRANSFERENCIA DE TELA DO STP011 - E SAI NO RELSEPAR UMA
      * LISTA DE SEPARACAO POR LOCAL DE ORIGEM. COMO AS
      * TRANSFERENCIAS GERADAS FICAM PENDENTES NO MOVPROD ATE A
      * POSTAGEM, UMA NOVA EXECUCAO NAO AS PROPOE DE NOVO.
      * PRODUTO COM CONTROLE DE LOTE (CONTROLA-LOTE) E SO PROPOSTO:
      * A TRANSFERENCIA PRECISA DO LOTE DE FABRICACAO E E DIGITADA
      * NO STP011.
      * CADA EXECUCAO FICA REGISTRADA NO CONTROLE DE EXECUCAO
      * (CTEXEC, VIA STP043).
      * RETURN-CODE:  0 = NORMAL
      *               4 = TRANSFERENCIA DE PRODUTO COM LOTE A
      *                   DIGITAR NO STP011 (MODO "G")
      *               8 = MODO INVALIDO
      *              12 = ERRO DE ABERTURA/GRAVACAO DE ARQUIVO OU
      *                   MOVPROD PENDENTE ALEM DA TABELA
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ESTLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS SEQUENTIAL
                      RECORD KEY   IS CHAVE-ELOC
                      FILE STATUS  IS ST-ERRO.
       SELECT SALDLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SLOC
                      FILE STATUS  IS ST-ERRO2.
       SELECT MOVPROD ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
       SELECT RELREPOS ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
       SELECT CADPROD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      FILE STATUS  IS ST-ERRO5.
       SELECT CADLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LOC-CODIGO
                      FILE STATUS  IS ST-ERRO6.
       SELECT RELSEPAR ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO7.
       SELECT SORT-SEPAR ASSIGN TO DISK.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ESTLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESTLOC.DAT".
       COPY REGELOC.
       FD SALDLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOC.DAT".
       COPY REGSLOC.
       FD MOVPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVPROD.DAT".
       COPY REGMOV.
       FD RELREPOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREPOS.DAT".
       01 LINHA-RELREPOS   PIC X(80).
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       COPY REGPROD.
       FD CADLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOC.DAT".
       COPY REGLOC.
       FD RELSEPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELSEPAR.DAT".
       01 LINHA-RELSEPAR   PIC X(80).
       SD SORT-SEPAR.
       01 SD-REGISTRO.
          03 SD-ORIGEM       PIC X(02).
          03 SD-CODIGO       PIC 9(06).
          03 SD-DESTINO      PIC X(02).
          03 SD-QTD          PIC 9(06).
          03 SD-DESCRICAO    PIC X(30).
          03 SD-UNIDADE      PIC X(02).
          03 SD-LOTE         PIC 9(06).
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
       01 W-MODO           PIC X(01) VALUE SPACES.
       01 W-USUARIO        PIC X(08) VALUE SPACES.
       01 W-NUM-LOTE       PIC 9(06) VALUE ZEROS.
       01 W-DT-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-SEM-ESTLOC     PIC X(01) VALUE "N".
       01 W-SEM-SALDLOC    PIC X(01) VALUE "N".
       01 W-FIM-ESTLOC     PIC X(01) VALUE "N".
       01 W-FIM-MOVPROD    PIC X(01) VALUE "N".
       01 W-FIM-SORT       PIC X(01) VALUE "N".
       01 W-PRIMEIRA-ORIG  PIC X(01) VALUE "S".
       01 W-ORIGEM-ANT     PIC X(02) VALUE SPACES.
       01 W-COD-ATUAL      PIC 9(06) VALUE ZEROS.
       01 W-TEM-PRODUTO    PIC X(01) VALUE "N".
       01 W-COD-PEND       PIC 9(06) VALUE ZEROS.
       01 W-LOCAL-PEND     PIC X(02) VALUE SPACES.
       01 W-DELTA-PEND     PIC S9(08) VALUE ZEROS.
       01 W-QTD-PEND       PIC 9(04) VALUE ZEROS.
       01 W-IP             PIC 9(04) VALUE ZEROS.
       01 W-QTD-LOC        PIC 9(02) VALUE ZEROS.
       01 W-IL             PIC 9(02) VALUE ZEROS.
       01 W-IR             PIC 9(02) VALUE ZEROS.
       01 W-ID             PIC 9(02) VALUE ZEROS.
       01 W-TOT-NECES      PIC 9(08) VALUE ZEROS.
       01 W-TOT-SOBRA      PIC 9(08) VALUE ZEROS.
       01 W-QTD-TRANSF     PIC 9(08) VALUE ZEROS.
       01 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
       01 W-TOT-PRODUTOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-TRANSF     PIC 9(06) VALUE ZEROS.
       01 W-TOT-GERADAS    PIC 9(06) VALUE ZEROS.
       01 W-TOT-LOTE       PIC 9(06) VALUE ZEROS.
       01 W-TOT-FALTA      PIC 9(06) VALUE ZEROS.
       01 W-TOT-IGNORADOS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEPARAR    PIC 9(06) VALUE ZEROS.
      * MOVIMENTOS PENDENTES DO MOVPROD, SOMADOS POR PRODUTO + LOCAL
      * (TRANSFERENCIA: SAI DA ORIGEM E ENTRA NO DESTINO).
       01 TAB-PEND.
          03 TP-ITEM OCCURS 2000 TIMES.
             05 TP-COD        PIC 9(06).
             05 TP-LOCAL      PIC X(02).
             05 TP-DELTA      PIC S9(08).
      * LOCAIS DO PRODUTO EM PROCESSO (ESTLOC + SALDO PROJETADO).
       01 TAB-LOC.
          03 TL-ITEM OCCURS 20 TIMES.
             05 TL-LOCAL      PIC X(02).
             05 TL-MIN        PIC 9(06).
             05 TL-MAX        PIC 9(06).
             05 TL-SALDO      PIC S9(08).
             05 TL-NECES      PIC 9(08).
             05 TL-SOBRA      PIC 9(08).
       01 LINHA-CABEC1.
          03 FILLER           PIC X(34)
                VALUE "REPOSICAO ENTRE LOCAIS - MODO: ".
          03 LC-MODO          PIC X(01).
          03 FILLER           PIC X(09) VALUE "  DATA: ".
          03 LC-DATA          PIC 9(08).
          03 FILLER           PIC X(13) VALUE "  OPERADOR: ".
          03 LC-OPERADOR      PIC X(08).
       01 LINHA-CABEC2.
          03 FILLER           PIC X(18) VALUE "  ORIGEM  DESTINO ".
          03 FILLER           PIC X(09) VALUE "QUANTID  ".
          03 FILLER           PIC X(09) VALUE "SLD ORIG ".
          03 FILLER           PIC X(09) VALUE "MAX ORIG ".
          03 FILLER           PIC X(09) VALUE "SLD DEST ".
          03 FILLER           PIC X(09) VALUE "MIN DEST ".
          03 FILLER           PIC X(08) VALUE "SITUACAO".
       01 LINHA-PRODUTO.
          03 FILLER           PIC X(09) VALUE "PRODUTO: ".
          03 LP-CODIGO        PIC 9(06).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LP-DESCRICAO     PIC X(30).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LP-UNIDADE       PIC X(02).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LP-OBS           PIC X(27).
       01 LINHA-TRANSF.
          03 FILLER           PIC X(04) VALUE SPACES.
          03 LT-ORIGEM        PIC X(02).
          03 FILLER           PIC X(06) VALUE SPACES.
          03 LT-DESTINO       PIC X(02).
          03 FILLER           PIC X(04) VALUE SPACES.
          03 LT-QTD           PIC ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LT-SALDO-ORIG    PIC ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LT-MAX-ORIG      PIC ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LT-SALDO-DEST    PIC ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LT-MIN-DEST      PIC ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LT-SITUACAO      PIC X(10).
       01 LINHA-FALTA.
          03 FILLER           PIC X(04) VALUE SPACES.
          03 FILLER           PIC X(31)
                VALUE "FALTA NAO COBERTA NO LOCAL ".
          03 LF-LOCAL         PIC X(02).
          03 FILLER           PIC X(02) VALUE ": ".
          03 LF-QTD           PIC ZZZ.ZZ9.
          03 FILLER           PIC X(26)
                VALUE "  (FICA PARA A COMPRA)".
       01 LINHA-SEPAR1.
          03 FILLER           PIC X(33)
                VALUE "LISTA DE SEPARACAO - ORIGEM: ".
          03 LS-ORIGEM        PIC X(02).
          03 FILLER           PIC X(03) VALUE " - ".
          03 LS-DESC-LOCAL    PIC X(30).
       01 LINHA-SEPAR2.
          03 FILLER           PIC X(06) VALUE "LOTE: ".
          03 LS-LOTE          PIC 9(06).
          03 FILLER           PIC X(09) VALUE "  DATA: ".
          03 LS-DATA          PIC 9(08).
          03 FILLER           PIC X(13) VALUE "  OPERADOR: ".
          03 LS-OPERADOR      PIC X(08).
       01 LINHA-SEPAR3.
          03 FILLER           PIC X(08) VALUE "CODIGO  ".
          03 FILLER           PIC X(32) VALUE "DESCRICAO".
          03 FILLER           PIC X(04) VALUE "UN  ".
          03 FILLER           PIC X(09) VALUE "QUANTID  ".
          03 FILLER           PIC X(09) VALUE "DESTINO  ".
          03 FILLER           PIC X(09) VALUE "SEPARADO".
       01 LINHA-SEPAR-DET.
          03 LS-CODIGO        PIC 9(06).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LS-DESCRICAO     PIC X(30).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LS-UNIDADE       PIC X(02).
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LS-QTD           PIC ZZZ.ZZ9.
          03 FILLER           PIC X(04) VALUE SPACES.
          03 LS-DESTINO       PIC X(02).
          03 FILLER           PIC X(05) VALUE SPACES.
          03 FILLER           PIC X(11) VALUE "[_______]".
       01 LINHA-SEPAR-ASS.
          03 FILLER           PIC X(40)
                VALUE "SEPARADO POR: ____________________  ".
          03 FILLER           PIC X(36)
                VALUE "CONFERIDO POR: ____________________".
           COPY REGAEXE.
      *
      *------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
       01 LK-NIVEL      PIC 9(01).
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       INICIO.
           PERFORM PREPARA-EXECUCAO THRU PREPARA-EXECUCAO-FIM.
           MOVE LK-OPERADOR TO W-USUARIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM INICIA-EXECUCAO THRU INICIA-EXECUCAO-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM CARREGA-PENDENTES THRU CARREGA-PENDENTES-FIM.
           PERFORM IMPRIME-CABECALHO THRU IMPRIME-CABECALHO-FIM.
           IF W-MODO = "G"
              PERFORM ABRE-GERACAO THRU ABRE-GERACAO-FIM
              SORT SORT-SEPAR
                   ON ASCENDING KEY SD-ORIGEM
                   ON ASCENDING KEY SD-CODIGO
                   ON ASCENDING KEY SD-DESTINO
                   INPUT PROCEDURE  PROCESSA-REPOSICAO
                                    THRU PROCESSA-REPOSICAO-FIM
                   OUTPUT PROCEDURE IMPRIME-SEPARACAO
                                    THRU IMPRIME-SEPARACAO-FIM
           ELSE
              PERFORM PROCESSA-REPOSICAO
                      THRU PROCESSA-REPOSICAO-FIM.
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           IF W-MODO = "G" AND W-TOT-LOTE NOT = ZEROS
              MOVE 4 TO RETURN-CODE.
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
           GOBACK.
      *---------[ PARAMETRO: MODO (SYSIN) ]----------------------------
       LE-PARAMETROS.
           ACCEPT W-MODO.
           MOVE W-MODO TO AE-PARAMETROS.
           IF W-MODO = "p"
              MOVE "P" TO W-MODO.
           IF W-MODO = "g"
              MOVE "G" TO W-MODO.
           IF W-MODO NOT = "P" AND W-MODO NOT = "G"
              DISPLAY "MODO INVALIDO - INFORME P=PREVIA OU G=GERA"
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------[ ABERTURA DOS ARQUIVOS ]-----------------------------
       ABRE-ARQUIVOS.
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
      * SEM ESTLOC NAO HA MINIMO/MAXIMO POR LOCAL - NADA A PROPOR.
           OPEN INPUT ESTLOC
           IF ST-ERRO = "30" OR "35"
              MOVE "S" TO W-SEM-ESTLOC
              MOVE "S" TO W-FIM-ESTLOC
           ELSE
              IF ST-ERRO NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ESTLOC - " ST-ERRO
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
      * SEM SALDLOC (NADA POSTADO AINDA) OS SALDOS DOS LOCAIS SAO OS
      * DOS MOVIMENTOS PENDENTES.
           OPEN INPUT SALDLOC
           IF ST-ERRO2 = "30" OR "35"
              MOVE "S" TO W-SEM-SALDLOC
           ELSE
              IF ST-ERRO2 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SALDLOC - "
                         ST-ERRO2
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
           OPEN INPUT CADPROD
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO5
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN OUTPUT RELREPOS
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELREPOS - " ST-ERRO4
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      * SO NO MODO "G": O MOVPROD (DEPOIS DA CARGA DOS PENDENTES), O
      * CADLOC E A LISTA DE SEPARACAO.
       ABRE-GERACAO.
           PERFORM ABRE-MOVPROD THRU ABRE-MOVPROD-FIM
           OPEN INPUT CADLOC
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLOC - " ST-ERRO6
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN OUTPUT RELSEPAR
           IF ST-ERRO7 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELSEPAR - " ST-ERRO7
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-GERACAO-FIM.
           EXIT.
       ABRE-MOVPROD.
           OPEN EXTEND MOVPROD
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30" OR "35"
                 OPEN OUTPUT MOVPROD
                 CLOSE MOVPROD
                 GO TO ABRE-MOVPROD
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVPROD - "
                         ST-ERRO3
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
       ABRE-MOVPROD-FIM.
           EXIT.
      *---------[ MOVIMENTOS AINDA NAO POSTADOS DO MOVPROD ]------------
      * O MOVPROD SO GUARDA O QUE O STP005 AINDA NAO POSTOU. SOMAR
      * ESSES MOVIMENTOS AO SALDLOC DA O SALDO QUE CADA LOCAL VAI
      * TER - INCLUSIVE AS TRANSFERENCIAS GERADAS POR UMA EXECUCAO
      * ANTERIOR DESTE PROGRAMA, QUE ASSIM NAO SAO PROPOSTAS DE NOVO.
       CARREGA-PENDENTES.
           MOVE ZEROS TO W-QTD-PEND
           OPEN INPUT MOVPROD
           IF ST-ERRO3 = "30" OR "35"
              GO TO CARREGA-PENDENTES-FIM.
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVPROD - " ST-ERRO3
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           MOVE "N" TO W-FIM-MOVPROD
           PERFORM CARREGA-UM-PENDENTE THRU CARREGA-UM-PENDENTE-FIM
                   UNTIL W-FIM-MOVPROD = "S".
           CLOSE MOVPROD.
       CARREGA-PENDENTES-FIM.
           EXIT.
       CARREGA-UM-PENDENTE.
           READ MOVPROD NEXT RECORD
               AT END MOVE "S" TO W-FIM-MOVPROD.
           IF W-FIM-MOVPROD = "S"
              GO TO CARREGA-UM-PENDENTE-FIM.
           MOVE COD-PROD TO W-COD-PEND
           IF LOCAL-MOVTO = SPACES
              MOVE "01" TO W-LOCAL-PEND
           ELSE
              MOVE LOCAL-MOVTO TO W-LOCAL-PEND.
           IF TP-MOVTO NOT = "T"
              MOVE QTD-MOVTO TO W-DELTA-PEND
              PERFORM ACUMULA-PENDENTE THRU ACUMULA-PENDENTE-FIM
              GO TO CARREGA-UM-PENDENTE-FIM.
           COMPUTE W-DELTA-PEND = ZEROS - QTD-MOVTO
           PERFORM ACUMULA-PENDENTE THRU ACUMULA-PENDENTE-FIM
           MOVE LOC-DEST-MOVTO TO W-LOCAL-PEND
           MOVE QTD-MOVTO TO W-DELTA-PEND
           PERFORM ACUMULA-PENDENTE THRU ACUMULA-PENDENTE-FIM.
       CARREGA-UM-PENDENTE-FIM.
           EXIT.
       ACUMULA-PENDENTE.
           MOVE 1 TO W-IP.
       ACUMULA-PENDENTE-LOOP.
           IF W-IP > W-QTD-PEND
              GO TO ACUMULA-PENDENTE-NOVO.
           IF TP-COD (W-IP) = W-COD-PEND
              AND TP-LOCAL (W-IP) = W-LOCAL-PEND
              ADD W-DELTA-PEND TO TP-DELTA (W-IP)
              GO TO ACUMULA-PENDENTE-FIM.
           ADD 1 TO W-IP
           GO TO ACUMULA-PENDENTE-LOOP.
       ACUMULA-PENDENTE-NOVO.
      * TABELA CHEIA: O SALDO PROJETADO FICARIA ERRADO E A PROPOSTA
      * PODERIA REPETIR TRANSFERENCIAS AINDA NAO POSTADAS.
           IF W-QTD-PEND NOT < 2000
              DISPLAY "MOVPROD COM MAIS DE 2000 PRODUTO/LOCAL PENDENTES"
              DISPLAY "POSTE O MOVPROD (STP005) E RODE DE NOVO"
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           ADD 1 TO W-QTD-PEND
           MOVE W-COD-PEND   TO TP-COD (W-QTD-PEND)
           MOVE W-LOCAL-PEND TO TP-LOCAL (W-QTD-PEND)
           MOVE W-DELTA-PEND TO TP-DELTA (W-QTD-PEND).
       ACUMULA-PENDENTE-FIM.
           EXIT.
      *---------[ CABECALHO DA PROPOSTA ]------------------------------
       IMPRIME-CABECALHO.
           MOVE W-MODO TO LC-MODO
           MOVE W-DT-HOJE TO LC-DATA
           MOVE W-USUARIO TO LC-OPERADOR
           MOVE LINHA-CABEC1 TO LINHA-RELREPOS
           WRITE LINHA-RELREPOS
           MOVE SPACES TO LINHA-RELREPOS
           WRITE LINHA-RELREPOS
           MOVE LINHA-CABEC2 TO LINHA-RELREPOS
           WRITE LINHA-RELREPOS.
       IMPRIME-CABECALHO-FIM.
           EXIT.
      *---------[ LEITURA DO ESTLOC, PRODUTO A PRODUTO ]---------------
      * NO MODO "G" E O INPUT PROCEDURE DO SORT DA SEPARACAO.
       PROCESSA-REPOSICAO.
           IF W-SEM-ESTLOC = "S"
              GO TO PROCESSA-REPOSICAO-FIM.
           PERFORM LE-ESTLOC THRU LE-ESTLOC-FIM.
           PERFORM PROCESSA-PRODUTO THRU PROCESSA-PRODUTO-FIM
                   UNTIL W-FIM-ESTLOC = "S".
       PROCESSA-REPOSICAO-FIM.
           EXIT.
       LE-ESTLOC.
           READ ESTLOC NEXT RECORD
               AT END MOVE "S" TO W-FIM-ESTLOC.
           IF W-FIM-ESTLOC NOT = "S"
              ADD 1 TO W-TOT-LIDOS.
       LE-ESTLOC-FIM.
           EXIT.
       PROCESSA-PRODUTO.
           MOVE COD-PROD-EL TO W-COD-ATUAL
           MOVE ZEROS TO W-QTD-LOC
           PERFORM CARREGA-LOCAL THRU CARREGA-LOCAL-FIM
                   UNTIL W-FIM-ESTLOC = "S"
                      OR COD-PROD-EL NOT = W-COD-ATUAL.
           PERFORM AVALIA-PRODUTO THRU AVALIA-PRODUTO-FIM.
       PROCESSA-PRODUTO-FIM.
           EXIT.
      *---------[ UM LOCAL DO PRODUTO: SALDO, NECESSIDADE E SOBRA ]-----
       CARREGA-LOCAL.
           IF W-QTD-LOC NOT < 20
              ADD 1 TO W-TOT-IGNORADOS
              GO TO CARREGA-LOCAL-LE.
           ADD 1 TO W-QTD-LOC
           MOVE LOCAL-EL   TO TL-LOCAL (W-QTD-LOC)
           MOVE QTD-MIN-EL TO TL-MIN (W-QTD-LOC)
           MOVE QTD-MAX-EL TO TL-MAX (W-QTD-LOC)
           PERFORM SALDO-PROJETADO THRU SALDO-PROJETADO-FIM
           MOVE ZEROS TO TL-NECES (W-QTD-LOC) TL-SOBRA (W-QTD-LOC)
           IF TL-SALDO (W-QTD-LOC) < TL-MIN (W-QTD-LOC)
              COMPUTE TL-NECES (W-QTD-LOC) =
                      TL-MIN (W-QTD-LOC) - TL-SALDO (W-QTD-LOC).
           IF TL-MAX (W-QTD-LOC) NOT = ZEROS
              AND TL-SALDO (W-QTD-LOC) > TL-MAX (W-QTD-LOC)
              COMPUTE TL-SOBRA (W-QTD-LOC) =
                      TL-SALDO (W-QTD-LOC) - TL-MAX (W-QTD-LOC).
       CARREGA-LOCAL-LE.
           PERFORM LE-ESTLOC THRU LE-ESTLOC-FIM.
       CARREGA-LOCAL-FIM.
           EXIT.
      * SALDO DO SALDLOC + PENDENTES DO MOVPROD. SALDO PROJETADO
      * NEGATIVO (SAIDA PENDENTE QUE O STP005 VAI RECUSAR) CONTA
      * COMO ZERO.
       SALDO-PROJETADO.
           MOVE ZEROS TO TL-SALDO (W-QTD-LOC)
           IF W-SEM-SALDLOC NOT = "S"
              MOVE CHAVE-ELOC TO CHAVE-SLOC
              READ SALDLOC
              IF ST-ERRO2 = "00" OR "02"
                 MOVE QTD-SLOC TO TL-SALDO (W-QTD-LOC).
           MOVE 1 TO W-IP.
       SALDO-PROJETADO-LOOP.
           IF W-IP > W-QTD-PEND
              GO TO SALDO-PROJETADO-ZERO.
           IF TP-COD (W-IP) = COD-PROD-EL
              AND TP-LOCAL (W-IP) = LOCAL-EL
              ADD TP-DELTA (W-IP) TO TL-SALDO (W-QTD-LOC)
              GO TO SALDO-PROJETADO-ZERO.
           ADD 1 TO W-IP
           GO TO SALDO-PROJETADO-LOOP.
       SALDO-PROJETADO-ZERO.
           IF TL-SALDO (W-QTD-LOC) < ZEROS
              MOVE ZEROS TO TL-SALDO (W-QTD-LOC).
       SALDO-PROJETADO-FIM.
           EXIT.
      *---------[ PROPOSTA DO PRODUTO ]--------------------------------
      * CADA LOCAL ABAIXO DO MINIMO (NA ORDEM DOS LOCAIS) RECEBE DOS
      * LOCAIS COM SOBRA ACIMA DO MAXIMO, TAMBEM NA ORDEM, ATE
      * CHEGAR AO MINIMO OU ACABAR A SOBRA.
       AVALIA-PRODUTO.
           MOVE ZEROS TO W-TOT-NECES W-TOT-SOBRA
           PERFORM SOMA-LOCAL THRU SOMA-LOCAL-FIM
                   VARYING W-IL FROM 1 BY 1 UNTIL W-IL > W-QTD-LOC.
           IF W-TOT-NECES = ZEROS
              GO TO AVALIA-PRODUTO-FIM.
           MOVE W-COD-ATUAL TO CODIGO
           READ CADPROD
           IF ST-ERRO5 = "00" OR "02"
              MOVE "S" TO W-TEM-PRODUTO
              MOVE DESCRICAO TO LP-DESCRICAO
              MOVE UNIDADE   TO LP-UNIDADE
           ELSE
              MOVE "N" TO W-TEM-PRODUTO
              MOVE "*** NAO CADASTRADO NO CADPROD" TO LP-DESCRICAO
              MOVE SPACES    TO LP-UNIDADE.
           MOVE SPACES TO LP-OBS
           IF W-TEM-PRODUTO = "S" AND PROD-COM-LOTE
              MOVE "COM LOTE-DIGITAR NO STP011" TO LP-OBS.
           ADD 1 TO W-TOT-PRODUTOS
           MOVE W-COD-ATUAL TO LP-CODIGO
           MOVE SPACES TO LINHA-RELREPOS
           WRITE LINHA-RELREPOS
           MOVE LINHA-PRODUTO TO LINHA-RELREPOS
           WRITE LINHA-RELREPOS
           PERFORM ATENDE-RECEBEDOR THRU ATENDE-RECEBEDOR-FIM
                   VARYING W-IR FROM 1 BY 1 UNTIL W-IR > W-QTD-LOC.
       AVALIA-PRODUTO-FIM.
           EXIT.
       SOMA-LOCAL.
           ADD TL-NECES (W-IL) TO W-TOT-NECES
           ADD TL-SOBRA (W-IL) TO W-TOT-SOBRA.
       SOMA-LOCAL-FIM.
           EXIT.
       ATENDE-RECEBEDOR.
           IF TL-NECES (W-IR) = ZEROS
              GO TO ATENDE-RECEBEDOR-FIM.
           IF W-TOT-SOBRA NOT = ZEROS
              PERFORM TRANSFERE-DE-DOADOR THRU TRANSFERE-DE-DOADOR-FIM
                      VARYING W-ID FROM 1 BY 1
                      UNTIL W-ID > W-QTD-LOC
                         OR TL-NECES (W-IR) = ZEROS.
           IF TL-NECES (W-IR) = ZEROS
              GO TO ATENDE-RECEBEDOR-FIM.
           ADD 1 TO W-TOT-FALTA
           MOVE TL-LOCAL (W-IR) TO LF-LOCAL
           MOVE TL-NECES (W-IR) TO LF-QTD
           MOVE LINHA-FALTA TO LINHA-RELREPOS
           WRITE LINHA-RELREPOS.
       ATENDE-RECEBEDOR-FIM.
           EXIT.
       TRANSFERE-DE-DOADOR.
           IF TL-SOBRA (W-ID) = ZEROS
              GO TO TRANSFERE-DE-DOADOR-FIM.
           IF TL-SOBRA (W-ID) < TL-NECES (W-IR)
              MOVE TL-SOBRA (W-ID) TO W-QTD-TRANSF
           ELSE
              MOVE TL-NECES (W-IR) TO W-QTD-TRANSF.
           SUBTRACT W-QTD-TRANSF FROM TL-SOBRA (W-ID)
           SUBTRACT W-QTD-TRANSF FROM TL-NECES (W-IR)
           SUBTRACT W-QTD-TRANSF FROM W-TOT-SOBRA
           ADD 1 TO W-TOT-TRANSF
           MOVE TL-LOCAL (W-ID) TO LT-ORIGEM
           MOVE TL-LOCAL (W-IR) TO LT-DESTINO
           MOVE W-QTD-TRANSF    TO LT-QTD
           MOVE TL-SALDO (W-ID) TO LT-SALDO-ORIG
           MOVE TL-MAX (W-ID)   TO LT-MAX-ORIG
           MOVE TL-SALDO (W-IR) TO LT-SALDO-DEST
           MOVE TL-MIN (W-IR)   TO LT-MIN-DEST
           IF W-MODO NOT = "G"
              MOVE "PROPOSTA" TO LT-SITUACAO
              GO TO TRANSFERE-DE-DOADOR-IMP.
           IF W-TEM-PRODUTO NOT = "S" OR PROD-COM-LOTE
              MOVE "NAO GERADA" TO LT-SITUACAO
              ADD 1 TO W-TOT-LOTE
              GO TO TRANSFERE-DE-DOADOR-IMP.
           PERFORM GRAVA-TRANSFERENCIA THRU GRAVA-TRANSFERENCIA-FIM
           MOVE "GERADA" TO LT-SITUACAO.
       TRANSFERE-DE-DOADOR-IMP.
           MOVE LINHA-TRANSF TO LINHA-RELREPOS
           WRITE LINHA-RELREPOS.
       TRANSFERE-DE-DOADOR-FIM.
           EXIT.
      *---------[ KARDEX - TRANSFERENCIA NO MOVPROD E SEPARACAO ]-------
       GRAVA-TRANSFERENCIA.
           MOVE W-COD-ATUAL     TO COD-PROD
           MOVE W-DT-HOJE       TO DT-MOVTO
           MOVE "T"             TO TP-MOVTO
           MOVE W-QTD-TRANSF    TO QTD-MOVTO
           MOVE W-USUARIO       TO USUARIO-MOVTO
           MOVE ZEROS           TO NUM-DOC-MOVTO CNPJ-MOVTO CUSTO-MOVTO
           MOVE TL-LOCAL (W-ID) TO LOCAL-MOVTO
           MOVE TL-LOCAL (W-IR) TO LOC-DEST-MOVTO
           MOVE SPACES          TO SERIE-MOVTO
           MOVE SPACES          TO LOTE-FAB-MOVTO
           MOVE ZEROS           TO DT-VALID-MOVTO
           CALL "STP023" USING W-NUM-LOTE
           MOVE W-NUM-LOTE      TO NUM-LOTE-MOVTO
           WRITE REGMOV
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO MOVPROD - " ST-ERRO3
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           ADD 1 TO W-TOT-GERADAS
           MOVE TL-LOCAL (W-ID) TO SD-ORIGEM
           MOVE W-COD-ATUAL     TO SD-CODIGO
           MOVE TL-LOCAL (W-IR) TO SD-DESTINO
           MOVE W-QTD-TRANSF    TO SD-QTD
           MOVE DESCRICAO       TO SD-DESCRICAO
           MOVE UNIDADE         TO SD-UNIDADE
           MOVE W-NUM-LOTE      TO SD-LOTE
           RELEASE SD-REGISTRO.
       GRAVA-TRANSFERENCIA-FIM.
           EXIT.
      *---------[ LISTA DE SEPARACAO POR LOCAL DE ORIGEM ]-------------
      * OUTPUT PROCEDURE DO SORT (SO NO MODO "G"): UMA LISTA POR
      * ORIGEM, COM O LOTE DE DIGITACAO EM QUE AS TRANSFERENCIAS
      * FORAM GRAVADAS E O ESPACO PARA AS ASSINATURAS.
       IMPRIME-SEPARACAO.
           RETURN SORT-SEPAR AT END MOVE "S" TO W-FIM-SORT.
           IF W-FIM-SORT = "S"
              MOVE SPACES TO LINHA-RELSEPAR
              STRING "NENHUMA TRANSFERENCIA GERADA - NADA A SEPARAR"
                      DELIMITED BY SIZE INTO LINHA-RELSEPAR
              WRITE LINHA-RELSEPAR
              GO TO IMPRIME-SEPARACAO-FIM.
           PERFORM IMPRIME-UMA-SEPARACAO THRU IMPRIME-UMA-SEPARACAO-FIM
                   UNTIL W-FIM-SORT = "S".
           PERFORM IMPRIME-ASSINATURAS THRU IMPRIME-ASSINATURAS-FIM.
       IMPRIME-SEPARACAO-FIM.
           EXIT.
       IMPRIME-UMA-SEPARACAO.
           IF W-PRIMEIRA-ORIG = "S" OR SD-ORIGEM NOT = W-ORIGEM-ANT
              PERFORM IMPRIME-CABEC-ORIGEM
                      THRU IMPRIME-CABEC-ORIGEM-FIM.
           MOVE SD-CODIGO    TO LS-CODIGO
           MOVE SD-DESCRICAO TO LS-DESCRICAO
           MOVE SD-UNIDADE   TO LS-UNIDADE
           MOVE SD-QTD       TO LS-QTD
           MOVE SD-DESTINO   TO LS-DESTINO
           MOVE LINHA-SEPAR-DET TO LINHA-RELSEPAR
           WRITE LINHA-RELSEPAR
           ADD 1 TO W-TOT-SEPARAR
           RETURN SORT-SEPAR AT END MOVE "S" TO W-FIM-SORT.
       IMPRIME-UMA-SEPARACAO-FIM.
           EXIT.
       IMPRIME-CABEC-ORIGEM.
           IF W-PRIMEIRA-ORIG NOT = "S"
              PERFORM IMPRIME-ASSINATURAS THRU IMPRIME-ASSINATURAS-FIM.
           MOVE "N" TO W-PRIMEIRA-ORIG
           MOVE SD-ORIGEM TO W-ORIGEM-ANT
           MOVE SD-ORIGEM TO LOC-CODIGO LS-ORIGEM
           READ CADLOC
           IF ST-ERRO6 = "00" OR "02"
              MOVE LOC-DESCRICAO TO LS-DESC-LOCAL
           ELSE
              MOVE "*** LOCAL NAO CADASTRADO" TO LS-DESC-LOCAL.
           MOVE SD-LOTE   TO LS-LOTE
           MOVE W-DT-HOJE TO LS-DATA
           MOVE W-USUARIO TO LS-OPERADOR
           MOVE LINHA-SEPAR1 TO LINHA-RELSEPAR
           WRITE LINHA-RELSEPAR
           MOVE LINHA-SEPAR2 TO LINHA-RELSEPAR
           WRITE LINHA-RELSEPAR
           MOVE SPACES TO LINHA-RELSEPAR
           WRITE LINHA-RELSEPAR
           MOVE LINHA-SEPAR3 TO LINHA-RELSEPAR
           WRITE LINHA-RELSEPAR.
       IMPRIME-CABEC-ORIGEM-FIM.
           EXIT.
       IMPRIME-ASSINATURAS.
           MOVE SPACES TO LINHA-RELSEPAR
           WRITE LINHA-RELSEPAR
           MOVE LINHA-SEPAR-ASS TO LINHA-RELSEPAR
           WRITE LINHA-RELSEPAR
           MOVE SPACES TO LINHA-RELSEPAR
           WRITE LINHA-RELSEPAR
           WRITE LINHA-RELSEPAR.
       IMPRIME-ASSINATURAS-FIM.
           EXIT.
      *---------[ TOTAIS DA REPOSICAO ]--------------------------------
       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELREPOS
           WRITE LINHA-RELREPOS
           IF W-SEM-ESTLOC = "S"
              STRING "NENHUM MINIMO/MAXIMO POR LOCAL CADASTRADO"
                      DELIMITED BY SIZE INTO LINHA-RELREPOS
              WRITE LINHA-RELREPOS
              MOVE SPACES TO LINHA-RELREPOS.
           STRING "REGISTROS DO ESTLOC LIDOS...: " W-TOT-LIDOS
                   DELIMITED BY SIZE INTO LINHA-RELREPOS
           WRITE LINHA-RELREPOS
           MOVE SPACES TO LINHA-RELREPOS
           STRING "PRODUTOS COM LOCAL NO MINIMO: " W-TOT-PRODUTOS
                   DELIMITED BY SIZE INTO LINHA-RELREPOS
           WRITE LINHA-RELREPOS
           MOVE SPACES TO LINHA-RELREPOS
           STRING "TRANSFERENCIAS PROPOSTAS....: " W-TOT-TRANSF
                   DELIMITED BY SIZE INTO LINHA-RELREPOS
           WRITE LINHA-RELREPOS
           MOVE SPACES TO LINHA-RELREPOS
           STRING "TRANSFERENCIAS GERADAS......: " W-TOT-GERADAS
                   DELIMITED BY SIZE INTO LINHA-RELREPOS
           WRITE LINHA-RELREPOS
           MOVE SPACES TO LINHA-RELREPOS
           STRING "NAO GERADAS (LOTE/CADASTRO).: " W-TOT-LOTE
                   DELIMITED BY SIZE INTO LINHA-RELREPOS
           WRITE LINHA-RELREPOS
           MOVE SPACES TO LINHA-RELREPOS
           STRING "LOCAIS COM FALTA NAO COBERTA: " W-TOT-FALTA
                   DELIMITED BY SIZE INTO LINHA-RELREPOS
           WRITE LINHA-RELREPOS
           IF W-TOT-IGNORADOS NOT = ZEROS
              MOVE SPACES TO LINHA-RELREPOS
              STRING "LOCAIS IGNORADOS (> 20/PROD): " W-TOT-IGNORADOS
                      DELIMITED BY SIZE INTO LINHA-RELREPOS
              WRITE LINHA-RELREPOS.
       IMPRIME-TOTAIS-FIM.
           EXIT.
      *---------[ ENCERRAMENTO ]---------------------------------------
       FECHA-ARQUIVOS.
           CLOSE CADPROD RELREPOS.
           IF W-SEM-ESTLOC NOT = "S"
              CLOSE ESTLOC.
           IF W-SEM-SALDLOC NOT = "S"
              CLOSE SALDLOC.
           IF W-MODO = "G"
              CLOSE MOVPROD CADLOC RELSEPAR.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *---------[ CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) ]-------
       PREPARA-EXECUCAO.
           MOVE "STP048" TO AE-PROGRAMA
           MOVE LK-OPERADOR TO AE-OPERADOR
           MOVE SPACES TO AE-PRE-REQ
           MOVE SPACES TO AE-PARAMETROS AE-MENSAGEM
           MOVE ZEROS TO AE-QTD-LIDOS AE-QTD-GRAV AE-QTD-REJ
           MOVE ZEROS TO AE-RC AE-SEQ AE-DT-NEGOCIO.
       PREPARA-EXECUCAO-FIM.
           EXIT.
       INICIA-EXECUCAO.
           MOVE "I" TO AE-FUNCAO
           CALL "STP043" USING AREA-EXEC
           IF AE-RECUSADO
              DISPLAY "EXECUCAO RECUSADA - " AE-MENSAGEM
              MOVE AE-RC TO RETURN-CODE
              GOBACK.
       INICIA-EXECUCAO-FIM.
           EXIT.
      * O CALL ZERA O RETURN-CODE - O VALOR E DEVOLVIDO PELO AE-RC.
       FIM-EXECUCAO.
           MOVE "F" TO AE-FUNCAO
           MOVE W-TOT-LIDOS TO AE-QTD-LIDOS
           MOVE W-TOT-GERADAS TO AE-QTD-GRAV
           MOVE W-TOT-LOTE TO AE-QTD-REJ
           MOVE RETURN-CODE TO AE-RC
           CALL "STP043" USING AREA-EXEC
           MOVE AE-RC TO RETURN-CODE.
       FIM-EXECUCAO-FIM.
           EXIT.
       FIM-ANORMAL.
           IF RETURN-CODE < 12
              MOVE 12 TO RETURN-CODE.
           MOVE "TERMINO ANORMAL - VER SYSOUT" TO AE-MENSAGEM
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
       FIM-ANORMAL-FIM.
           EXIT.
       PARAMETRO-INVALIDO.
           MOVE 8 TO RETURN-CODE
           MOVE "PARAMETRO INVALIDO" TO AE-MENSAGEM
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
       PARAMETRO-INVALIDO-FIM.
           EXIT.
