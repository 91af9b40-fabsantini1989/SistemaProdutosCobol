       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP050.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * NF-E EM SUSPENSO - MAPEAMENTO E LIBERACAO *
      **************************************
      *------------------------------------------------------------
      * TRATA AS NOTAS QUE A IMPORTACAO DAS NF-E (STP049) DEIXOU EM
      * SUSPENSO NO NFESUSP. O RECEBEDOR INFORMA A NOTA (NUMERO,
      * SERIE E CNPJ - F1 LISTA AS PENDENTES) E ESCOLHE:
      *   M - MAPEAR: PERCORRE OS ITENS PENDENTES E INFORMA O
      *       CODIGO INTERNO (E LOTE/VALIDADE SE O PRODUTO TEM
      *       CONTROLE DE LOTE). ITEM QUE NAO FOI ENCONTRADO GRAVA O
      *       CODIGO DO ITEM NO FORNECEDOR NO PRODFORN (COD-ITEM-
      *       FORN-PF, COM JORNAL) - A PROXIMA NOTA DO MESMO
      *       FORNECEDOR JA ENTRA RESOLVIDA. CODIGO AMBIGUO SO E
      *       RESOLVIDO NA NOTA; O CRUZAMENTO DUPLICADO SE CORRIGE NO
      *       STP027/STP032.
      *   L - LIBERAR: CONFIRMA O LOCAL DE RECEBIMENTO, CONFERE DE
      *       NOVO EMITENTE, DATA, ITENS E LOTES E GRAVA A NOTA
      *       INTEIRA PELO STP051 (DOCFIS "D" + MOVIMENTOS "E" NO
      *       LOTE ABERTO, COMO NA DIGITACAO DO STP011). O STP051
      *       RECUSA DOCUMENTO JA EXISTENTE NO DOCFIS E MES FECHADO -
      *       UMA NOTA NUNCA E POSTADA DUAS VEZES NEM PELA METADE.
      *   D - DESCARTAR (SUPERVISOR): A NOTA SAI DO SUSPENSO SEM
      *       GRAVAR NADA E NAO E MAIS IMPORTADA PELO STP049 - SE
      *       FOR O CASO, DIGITAR NO STP011.
      *   C - CONSULTAR OS ITENS DA NOTA, UM A UM, SEM ALTERAR.
      * NOTA JA IMPORTADA, LIBERADA OU DESCARTADA SO MOSTRA O
      * CABECALHO. NIVEL 1 SO CONSULTA; MAPEAR E LIBERAR EXIGEM
      * NIVEL 2 E DESCARTAR NIVEL 3.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NFESUSP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-NFS
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
       SELECT CADLOC  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LOC-CODIGO
                      FILE STATUS  IS ST-ERRO4.
       SELECT PRODFORN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-PFOR
                      FILE STATUS  IS ST-ERRO5.
       SELECT SALDLOTE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SLOT
                      FILE STATUS  IS ST-ERRO6.
       SELECT JRNMEST ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD NFESUSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFESUSP.DAT".
       COPY REGNFSP.
       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       COPY REGFORN.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       COPY REGPROD.
       FD CADLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOC.DAT".
       COPY REGLOC.
       FD PRODFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODFORN.DAT".
       COPY REGPFOR.
       FD SALDLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOTE.DAT".
       COPY REGSLOT.
       FD JRNMEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JRNMEST.DAT".
       COPY REGJORN.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT        PIC 9(06) VALUE ZEROS.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 W-USUARIO     PIC X(08) VALUE SPACES.
       01 W-DT-HOJE     PIC 9(08) VALUE ZEROS.
       01 W-SEM-SALDLOTE PIC X(01) VALUE "N".
       01 W-PFOR-ANT    PIC X(54) VALUE SPACES.
      *--------[ IMAGENS DO NFESUSP: CABECALHO, ITEM ORIGINAL E ATUAL ]-
       01 W-NFS-CAB     PIC X(150) VALUE SPACES.
       01 W-NFS-ITEM    PIC X(150) VALUE SPACES.
       01 W-NFS-ATUAL   PIC X(150) VALUE SPACES.
      *--------[ CABECALHO DA NOTA EM TELA ]----------------------------
       01 W-DT-EMISSAO  PIC 9(08) VALUE ZEROS.
       01 W-DT-IMPORT   PIC 9(08) VALUE ZEROS.
       01 W-LOCAL       PIC X(02) VALUE SPACES.
       01 W-SIT         PIC X(01) VALUE SPACES.
       01 W-QTD-ITENS   PIC 9(03) VALUE ZEROS.
       01 W-QTD-ENC     PIC 9(01) VALUE ZEROS.
       01 W-PENDENTES   PIC 9(03) VALUE ZEROS.
       01 W-SIT-TXT     PIC X(12) VALUE SPACES.
       01 W-MOTIVO-TXT  PIC X(40) VALUE SPACES.
       01 W-MOTIVO-ITEM PIC X(27) VALUE SPACES.
      *--------[ ITEM EM MAPEAMENTO / CONFERENCIA DE LOTE ]-------------
       01 W-SEQ-ITEM    PIC 9(03) VALUE ZEROS.
       01 W-IND-LOTE    PIC 9(03) VALUE ZEROS.
       01 W-IND-ENC     PIC 9(01) VALUE ZEROS.
       01 W-MOTIVO-ANT  PIC X(01) VALUE SPACES.
       01 W-LOTE-OK     PIC X(01) VALUE "S".
       01 W-LEITURA-OK  PIC X(01) VALUE "S".
       01 W-CHK-SEQ     PIC 9(03) VALUE ZEROS.
       01 W-CHK-CODIGO  PIC 9(06) VALUE ZEROS.
       01 W-CHK-LOTE    PIC X(10) VALUE SPACES.
       01 W-CHK-VALID   PIC 9(08) VALUE ZEROS.
      *--------[ LISTA DAS NOTAS PENDENTES (F1) ]-----------------------
       01 W-FIM-LISTA   PIC X(01) VALUE "N".
       01 W-LIN-LISTA   PIC 9(02) VALUE ZEROS.
           COPY REGGNFE.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
       01 LK-NIVEL      PIC 9(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELANFS.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "________________________________________".
           05  LINE 01  COLUMN 41
               VALUE  "________________________________________".
           05  LINE 02  COLUMN 01
               VALUE  "_____________________[NF-E EM SUSPENSO - ".
           05  LINE 02  COLUMN 41
               VALUE  "MAPEAMENTO E LIBERACAO]_________________".
           05  LINE 04  COLUMN 1 VALUE "NUMERO NF..: ".
           05  LINE 05  COLUMN 1 VALUE "SERIE......: ".
           05  LINE 06  COLUMN 1 VALUE "CNPJ EMIT..: ".
           05  LINE 06  COLUMN 40 VALUE "NOME F.....: ".
           05  LINE 07  COLUMN 1 VALUE "EMISSAO....: ".
           05  LINE 07  COLUMN 40 VALUE "IMPORTADA..: ".
           05  LINE 08  COLUMN 1 VALUE "LOCAL......: ".
           05  LINE 08  COLUMN 40 VALUE "ITENS......: ".
           05  LINE 08  COLUMN 60 VALUE "PENDENTES: ".
           05  LINE 09  COLUMN 1 VALUE "SITUACAO...: ".
           05  LINE 10  COLUMN 1 VALUE "MOTIVO.....: ".
           05  LINE 12  COLUMN 01
               VALUE  "---------------------------[ITEM DA NOTA".
           05  LINE 12  COLUMN 41
               VALUE  "]---------------------------------------".
           05  LINE 13  COLUMN 1 VALUE "ITEM.......: ".
           05  LINE 13  COLUMN 40 VALUE "PENDENCIA..: ".
           05  LINE 14  COLUMN 1 VALUE "COD FORN...: ".
           05  LINE 14  COLUMN 40 VALUE "EAN........: ".
           05  LINE 15  COLUMN 1 VALUE "QUANTIDADE.: ".
           05  LINE 15  COLUMN 40 VALUE "CUSTO UNIT.: ".
           05  LINE 17  COLUMN 1 VALUE "PRODUTO....: ".
           05  LINE 18  COLUMN 1 VALUE "DESCRICAO..: ".
           05  LINE 19  COLUMN 1 VALUE "LOTE.......: ".
           05  LINE 19  COLUMN 40 VALUE "VALIDADE...: ".
           05  LINE 22  COLUMN 01
               VALUE  "__________________________________[PAINE".
           05  LINE 22  COLUMN 41
               VALUE  "L]______________________________________".
           05  TNUMDOC
               LINE 04  COLUMN 15   PIC 999999999
               USING  NUM-DOC-NS.
           05  TSERIE
               LINE 05  COLUMN 15   PIC X(03)
               USING  SERIE-NS.
           05  TCNPJ
               LINE 06  COLUMN 15   PIC 99.999.999/9999.99
               USING  CNPJ-NS.
           05  TNOMEF
               LINE 06  COLUMN 53   PIC X(12)
               FROM   NOMEF.
           05  TDTEMISSAO
               LINE 07  COLUMN 15   PIC 99999999
               FROM   W-DT-EMISSAO.
           05  TDTIMPORT
               LINE 07  COLUMN 53   PIC 99999999
               FROM   W-DT-IMPORT.
           05  TLOCAL
               LINE 08  COLUMN 15   PIC X(02)
               USING  W-LOCAL.
           05  TQTDITENS
               LINE 08  COLUMN 53   PIC 999
               FROM   W-QTD-ITENS.
           05  TPENDENTES
               LINE 08  COLUMN 71   PIC 999
               FROM   W-PENDENTES.
           05  TSIT
               LINE 09  COLUMN 15   PIC X(12)
               FROM   W-SIT-TXT.
           05  TMOTIVO
               LINE 10  COLUMN 15   PIC X(40)
               FROM   W-MOTIVO-TXT.
           05  TSEQ
               LINE 13  COLUMN 15   PIC 999
               FROM   SEQ-NS.
           05  TMOTITEM
               LINE 13  COLUMN 53   PIC X(27)
               FROM   W-MOTIVO-ITEM.
           05  TCODNFE
               LINE 14  COLUMN 15   PIC X(15)
               FROM   COD-NFE-NS.
           05  TEAN
               LINE 14  COLUMN 53   PIC X(14)
               FROM   EAN-NS.
           05  TQTD
               LINE 15  COLUMN 15   PIC 99.999.9
               FROM   QTD-NS.
           05  TCUSTO
               LINE 15  COLUMN 53   PIC 99.9999.99
               FROM   CUSTO-NS.
           05  TCODPROD
               LINE 17  COLUMN 15   PIC 999.999
               USING  COD-PROD-NS.
           05  TDESCRICAO
               LINE 18  COLUMN 15   PIC X(30)
               FROM   DESCRICAO.
           05  TLOTE
               LINE 19  COLUMN 15   PIC X(10)
               USING  LOTE-NS.
           05  TVALID
               LINE 19  COLUMN 53   PIC 99999999
               USING  VALID-NS.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       INICIO.
      * O OPERADOR VEM AUTENTICADO DO MENU (STP001).
           MOVE LK-OPERADOR TO W-USUARIO.
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD.
       R0.
           OPEN I-O NFESUSP
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR "35"
                 OPEN OUTPUT NFESUSP
                 CLOSE NFESUSP
                 MOVE "*** ARQUIVO NFESUSP FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXCUTADO **" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
                ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO NFESUSP" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0F.
           OPEN INPUT CADFORN
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0P.
           OPEN INPUT CADPROD
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0L.
           OPEN INPUT CADLOC
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0R.
           OPEN I-O PRODFORN
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 OPEN OUTPUT PRODFORN
                 CLOSE PRODFORN
                 MOVE "*** ARQUIVO PRODFORN FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0R
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO PRODFORN" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      * SEM SALDLOTE AINDA NAO HA LOTE EM NENHUM LOCAL.
       R0S.
           OPEN INPUT SALDLOTE
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30" OR "35"
                 MOVE "S" TO W-SEM-SALDLOTE
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO SALDLOTE" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
       R0J.
           OPEN EXTEND JRNMEST
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30" OR "35"
                 OPEN OUTPUT JRNMEST
                 CLOSE JRNMEST
                 MOVE "*** ARQUIVO JRNMEST FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0J
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO JRNMEST" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE ZEROS TO NUM-DOC-NS CNPJ-NS
           MOVE SPACES TO SERIE-NS
           PERFORM LIMPA-NFS THRU LIMPA-NFS-FIM
           MOVE SPACES TO NOMEF DESCRICAO W-LOCAL W-SIT
           MOVE SPACES TO W-SIT-TXT W-MOTIVO-TXT W-MOTIVO-ITEM
           MOVE ZEROS TO W-DT-EMISSAO W-DT-IMPORT W-QTD-ITENS
           MOVE ZEROS TO W-QTD-ENC W-PENDENTES.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELANFS.
      *-------------[  ENTRADA DOS DADOS ]------------------------------
       R2.
           DISPLAY (23, 12) " INSIRA O NUMERO DA NOTA - F1 LISTA "
           ACCEPT TNUMDOC
           DISPLAY (23, 12) "                                    "
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   PERFORM LISTA-PENDENTES THRU LISTA-PENDENTES-FIM
                   GO TO R2.
           IF NUM-DOC-NS = ZEROS
                     MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2.
       R2S.
           ACCEPT TSERIE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
       R2C.
           ACCEPT TCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2S.
           IF CNPJ-NS = ZEROS
                     MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2C.
       LER-NFESUSP.
           MOVE ZEROS TO SEQ-NS
           READ NFESUSP
           IF ST-ERRO = "23"
                MOVE "*** NOTA NAO ENCONTRADA NO SUSPENSO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                MOVE "ERRO NA LEITURA ARQUIVO NFESUSP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
           PERFORM CARREGA-CABECALHO THRU CARREGA-CABECALHO-FIM.
      *
      *****************************************
      * ROTINA DE MAPEAMENTO/LIBERACAO/DESCARTE *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "M=MAPEAR L=LIBERAR D=DESCARTAR C=ITENS N=OUTRA"
                ACCEPT (23, 60) W-OPCAO
                IF W-OPCAO NOT = "M" AND W-OPCAO NOT = "L"
                    AND W-OPCAO NOT = "D" AND W-OPCAO NOT = "C"
                    AND W-OPCAO NOT = "N"
                    GO TO ACE-001.
      * NOTA FORA DO SUSPENSO SO CONSULTA O CABECALHO (NAO TEM MAIS
      * OS ITENS NO NFESUSP); NIVEL 1 SO CONSULTA; DESCARTE SOMENTE
      * PARA SUPERVISOR.
                IF W-OPCAO NOT = "N" AND W-SIT NOT = "P"
                    MOVE "*** NOTA NAO ESTA EM SUSPENSO ***" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ACE-001.
                IF (W-OPCAO = "M" OR "L") AND LK-NIVEL < 2
                    MOVE "*** NIVEL PERMITE SOMENTE CONSULTA ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ACE-001.
                IF W-OPCAO = "D" AND LK-NIVEL < 3
                    MOVE "*** DESCARTE SOMENTE PARA SUPERVISOR ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1.
                IF W-OPCAO = "M"
                   MOVE ZEROS TO W-SEQ-ITEM
                   GO TO MAP-PROXIMO.
                IF W-OPCAO = "L"
                   GO TO LIB-R1.
                IF W-OPCAO = "C"
                   MOVE ZEROS TO W-SEQ-ITEM
                   GO TO CON-PROXIMO.
      *
       DES-OPC.
                DISPLAY (23, 40) "DESCARTAR (S/N) : ".
                ACCEPT (23, 58) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOTA NAO DESCARTADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DES-OPC.
       DES-RW1.
                MOVE W-NFS-CAB TO REGNFSP
                MOVE "X"       TO SIT-NS
                MOVE W-DT-HOJE TO DT-SIT-NS
                MOVE W-USUARIO TO USU-SIT-NS
                REWRITE REGNFSP
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** NOTA DESCARTADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO NFESUSP" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *---------[ CONSULTA - TODOS OS ITENS, SEM ALTERACAO ]------------
       CON-PROXIMO.
                ADD 1 TO W-SEQ-ITEM
                IF W-SEQ-ITEM > W-QTD-ITENS
                   GO TO CON-FIM.
                MOVE W-SEQ-ITEM TO SEQ-NS
                READ NFESUSP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA LEITURA ARQUIVO NFESUSP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM TEXTO-MOTIVO-ITEM THRU TEXTO-MOTIVO-ITEM-FIM
                IF MOTIVO-NS = SPACE
                   MOVE "RESOLVIDO" TO W-MOTIVO-ITEM.
                MOVE SPACES TO DESCRICAO
                IF COD-PROD-NS NOT = ZEROS
                   MOVE COD-PROD-NS TO CODIGO
                   READ CADPROD
                   IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                      MOVE SPACES TO DESCRICAO.
                DISPLAY TELANFS.
       CON-R1.
                DISPLAY (23, 12) " ENTER = PROXIMO ITEM   V = VOLTA "
                MOVE SPACES TO W-OPCAO
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                DISPLAY (23, 12) LIMPA
                IF W-ACT = 01 OR W-OPCAO = "V" OR "v"
                   GO TO CON-FIM.
                GO TO CON-PROXIMO.
       CON-FIM.
                MOVE W-NFS-CAB TO REGNFSP
                MOVE SPACES TO W-MOTIVO-ITEM DESCRICAO
                DISPLAY TELANFS
                GO TO ACE-001.
      *
      *---------[ MAPEAMENTO - PROXIMO ITEM PENDENTE ]------------------
       MAP-PROXIMO.
                ADD 1 TO W-SEQ-ITEM
                IF W-SEQ-ITEM > W-QTD-ITENS
                   GO TO MAP-FIM.
                MOVE W-SEQ-ITEM TO SEQ-NS
                READ NFESUSP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA LEITURA ARQUIVO NFESUSP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF MOTIVO-NS = SPACE
                   GO TO MAP-PROXIMO.
                MOVE REGNFSP   TO W-NFS-ITEM
                MOVE MOTIVO-NS TO W-MOTIVO-ANT
                PERFORM TEXTO-MOTIVO-ITEM THRU TEXTO-MOTIVO-ITEM-FIM
                MOVE SPACES TO DESCRICAO
                IF COD-PROD-NS NOT = ZEROS
                   MOVE COD-PROD-NS TO CODIGO
                   READ CADPROD
                   IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                      MOVE SPACES TO DESCRICAO.
                DISPLAY TELANFS.
       MAP-R1.
                DISPLAY (23, 12) " CODIGO INTERNO - ZERO PULA O ITEM "
                ACCEPT TCODPROD
                DISPLAY (23, 12) "                                   "
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO MAP-FIM.
                IF COD-PROD-NS = ZEROS
                   MOVE W-NFS-ITEM TO REGNFSP
                   GO TO MAP-PROXIMO.
                MOVE COD-PROD-NS TO CODIGO
                READ CADPROD
                IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAP-R1.
                IF NOT PROD-COM-LOTE
                   MOVE SPACES TO LOTE-NS
                   MOVE ZEROS TO VALID-NS
                   DISPLAY TELANFS
                   GO TO MAP-OPC.
                DISPLAY TELANFS.
      *--------[ PRODUTO COM LOTE - MESMAS REGRAS DO STP011 ]-----------
       MAP-R2.
                ACCEPT TLOTE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO MAP-R1.
                IF LOTE-NS = SPACES
                   MOVE "*** PRODUTO COM LOTE - INFORME O LOTE ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAP-R2.
       MAP-R3.
                ACCEPT TVALID
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO MAP-R2.
                IF VALID-NS = ZEROS
                   MOVE "*** PRODUTO COM LOTE - INFORME A VALIDADE ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAP-R3.
                PERFORM CONFERE-LOTE THRU CONFERE-LOTE-FIM
                IF W-LOTE-OK NOT = "S"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAP-R2.
       MAP-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO MAP-R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ITEM NAO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE W-NFS-ITEM TO REGNFSP
                   GO TO MAP-PROXIMO.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO MAP-OPC.
       MAP-RW1.
                MOVE SPACE TO MOTIVO-NS
                REWRITE REGNFSP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO NFESUSP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-PENDENTES > ZEROS
                   SUBTRACT 1 FROM W-PENDENTES.
                IF W-MOTIVO-ANT = "N" AND COD-NFE-NS NOT = SPACES
                   PERFORM GRAVA-CRUZAMENTO THRU GRAVA-CRUZAMENTO-FIM.
                IF W-MOTIVO-ANT = "D"
                   MOVE "*** CODIGO AMBIGUO - REVER STP027/STP032 ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO MAP-PROXIMO.
      *--------[ FIM DOS ITENS: VOLTA AO CABECALHO ]--------------------
      * TODOS OS ITENS RESOLVIDOS - O MOTIVO "ITENS PENDENTES" SAI
      * DO CABECALHO; OS DEMAIS SO SAEM NA LIBERACAO.
       MAP-FIM.
                MOVE W-NFS-CAB TO REGNFSP
                IF W-PENDENTES = ZEROS AND MOTIVO-NS = "I"
                   MOVE SPACE TO MOTIVO-NS
                   REWRITE REGNFSP
                   IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO NFESUSP" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                PERFORM CARREGA-CABECALHO THRU CARREGA-CABECALHO-FIM
                IF W-PENDENTES = ZEROS
                   MOVE "*** ITENS RESOLVIDOS - LIBERE A NOTA (L) ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                GO TO ACE-001.
      *
      *---------[ LIBERACAO - LOCAL DE RECEBIMENTO ]--------------------
       LIB-R1.
                DISPLAY (23, 12) " CONFIRME O LOCAL DE RECEBIMENTO "
                ACCEPT TLOCAL
                DISPLAY (23, 12) "                                 "
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ACE-001.
                MOVE W-LOCAL TO LOC-CODIGO
                READ CADLOC
                IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
                   MOVE "*** LOCAL NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIB-R1.
      *--------[ CONFERE DE NOVO EMITENTE, DATA E ITENS ]---------------
                MOVE CNPJ-NS TO CNPJ OF REGFORN
                READ CADFORN
                IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                   MOVE "*** EMITENTE NAO CADASTRADO - VER STP004 ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-DT-EMISSAO = ZEROS OR W-DT-EMISSAO > W-DT-HOJE
                   MOVE "*** DATA DE EMISSAO INVALIDA - DESCARTAR ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                MOVE NUM-DOC-NS   TO NE-NUM-DOC
                MOVE SERIE-NS     TO NE-SERIE
                MOVE CNPJ-NS      TO NE-CNPJ
                MOVE W-DT-EMISSAO TO NE-DT-EMISSAO
                MOVE W-LOCAL      TO NE-LOCAL
                MOVE W-USUARIO    TO NE-USUARIO
                MOVE W-QTD-ITENS  TO NE-QTD-ITENS
                MOVE W-QTD-ENC    TO NE-QTD-ENC
                MOVE ZEROS TO W-PENDENTES
                MOVE "S" TO W-LEITURA-OK
                PERFORM CARREGA-ITEM-LIB THRU CARREGA-ITEM-LIB-FIM
                        VARYING W-SEQ-ITEM FROM 1 BY 1
                        UNTIL W-SEQ-ITEM > W-QTD-ITENS.
                PERFORM CARREGA-ENC-LIB THRU CARREGA-ENC-LIB-FIM
                        VARYING W-IND-ENC FROM 1 BY 1
                        UNTIL W-IND-ENC > W-QTD-ENC.
                MOVE W-NFS-CAB TO REGNFSP
                PERFORM LIMPA-NFS THRU LIMPA-NFS-FIM
                MOVE SPACES TO W-MOTIVO-ITEM DESCRICAO
                DISPLAY TELANFS
                IF W-LEITURA-OK NOT = "S"
                   MOVE "ERRO NO ARQUIVO NFESUSP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-PENDENTES NOT = ZEROS
                   MOVE "*** HA ITENS PENDENTES - MAPEAR (M) ANTES ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       LIB-OPC.
                DISPLAY (23, 40) "LIBERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** NOTA NAO LIBERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIB-OPC.
      * O STP051 GRAVA O DOCUMENTO INTEIRO NO DOCFIS ANTES DOS
      * MOVIMENTOS. ERRO NO MEIO DA GRAVACAO ANULA A NOTA: SEM
      * MOVIMENTO GRAVADO ELA E EXCLUIDA DO DOCFIS; COM MOVIMENTO
      * JA NO MOVPROD O CABECALHO FICA "R" E O STP005 REJEITA O
      * GRUPO. A NOTA CONTINUA EM SUSPENSO - NO CASO "R", LIBERAR
      * DE NOVO SO DEPOIS DA POSTAGEM (ANTES DISSO O STP005
      * REJEITA AS DUAS GRAVACOES JUNTAS). SE O PROGRAMA PARAR
      * ENTRE A GRAVACAO E A SITUACAO "L", A NOVA TENTATIVA RECEBE
      * "JA DIGITADO" - A NOTA NAO E GRAVADA DE NOVO.
       LIB-GRV.
                MOVE "G" TO NE-FUNCAO
                CALL "STP051" USING AREA-NFE
                MOVE W-NFS-CAB TO REGNFSP
                IF NE-ERRO
                   MOVE NE-MENSAGEM TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF NE-GRAVADO
                   GO TO LIB-RW1.
                IF NE-MES-FECHADO
                   MOVE "M" TO MOTIVO-NS
                   MOVE "*** MES DA EMISSAO FECHADO - NAO LIBERADA ***"
                        TO MENS.
                IF NE-JA-DIGITADO
                   MOVE "J" TO MOTIVO-NS
                   MOVE "*** DOCUMENTO JA NO DOCFIS - VER STP022 ***"
                        TO MENS.
                REWRITE REGNFSP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO NFESUSP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM CARREGA-CABECALHO THRU CARREGA-CABECALHO-FIM
                GO TO ACE-001.
       LIB-RW1.
                MOVE "L"       TO SIT-NS
                MOVE SPACE     TO MOTIVO-NS
                MOVE W-LOCAL   TO LOCAL-NS
                MOVE W-DT-HOJE TO DT-SIT-NS
                MOVE W-USUARIO TO USU-SIT-NS
                REWRITE REGNFSP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO NFESUSP" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE SPACES TO MENS
                STRING "*** NOTA LIBERADA - LOTE DE DIGITACAO "
                       NE-NUM-LOTE " ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
      *-----------------------------------------------------------------
      *---------[ CABECALHO LIDO: GUARDA A IMAGEM E MONTA A TELA ]------
       CARREGA-CABECALHO.
                MOVE REGNFSP       TO W-NFS-CAB
                MOVE DT-EMISSAO-NS TO W-DT-EMISSAO
                MOVE DT-IMPORT-NS  TO W-DT-IMPORT
                MOVE LOCAL-NS      TO W-LOCAL
                MOVE SIT-NS        TO W-SIT
                MOVE QTD-ITENS-NS  TO W-QTD-ITENS
                MOVE QTD-ENC-NS    TO W-QTD-ENC
                MOVE SPACES TO W-SIT-TXT W-MOTIVO-TXT W-MOTIVO-ITEM
                IF NFS-IMPORTADA  MOVE "IMPORTADA"  TO W-SIT-TXT.
                IF NFS-PENDENTE   MOVE "EM SUSPENSO" TO W-SIT-TXT.
                IF NFS-LIBERADA   MOVE "LIBERADA"   TO W-SIT-TXT.
                IF NFS-DESCARTADA MOVE "DESCARTADA" TO W-SIT-TXT.
                IF MOTIVO-NS = "F"
                   MOVE "EMITENTE NAO CADASTRADO NO CADFORN"
                        TO W-MOTIVO-TXT.
                IF MOTIVO-NS = "E"
                   MOVE "DATA DE EMISSAO INVALIDA OU NO FUTURO"
                        TO W-MOTIVO-TXT.
                IF MOTIVO-NS = "M"
                   MOVE "MES DA EMISSAO JA FECHADO" TO W-MOTIVO-TXT.
                IF MOTIVO-NS = "J"
                   MOVE "DOCUMENTO JA EXISTENTE NO DOCFIS"
                        TO W-MOTIVO-TXT.
                IF MOTIVO-NS = "L"
                   MOVE "LOCAL NAO CADASTRADO NO CADLOC"
                        TO W-MOTIVO-TXT.
                IF MOTIVO-NS = "I"
                   MOVE "ITENS PENDENTES DE MAPEAMENTO"
                        TO W-MOTIVO-TXT.
                MOVE CNPJ-NS TO CNPJ OF REGFORN
                READ CADFORN
                IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                   MOVE "NAO CADAST." TO NOMEF.
      * SO A NOTA PENDENTE TEM OS ITENS NO SUSPENSO.
                MOVE ZEROS TO W-PENDENTES
                IF NFS-PENDENTE
                   PERFORM CONTA-PENDENTE THRU CONTA-PENDENTE-FIM
                           VARYING W-SEQ-ITEM FROM 1 BY 1
                           UNTIL W-SEQ-ITEM > W-QTD-ITENS.
                MOVE W-NFS-CAB TO REGNFSP
                MOVE SPACES TO DESCRICAO
                DISPLAY TELANFS.
       CARREGA-CABECALHO-FIM.
                EXIT.
       CONTA-PENDENTE.
                MOVE W-SEQ-ITEM TO SEQ-NS
                READ NFESUSP
                IF (ST-ERRO = "00" OR "02") AND MOTIVO-NS NOT = SPACE
                   ADD 1 TO W-PENDENTES.
       CONTA-PENDENTE-FIM.
                EXIT.
      *---------[ CAMPOS DE ITEM DA TELA EM BRANCO ]--------------------
       LIMPA-NFS.
                MOVE ZEROS TO SEQ-NS COD-PROD-NS QTD-NS CUSTO-NS
                MOVE ZEROS TO VALID-NS
                MOVE SPACES TO COD-NFE-NS EAN-NS LOTE-NS.
       LIMPA-NFS-FIM.
                EXIT.
       TEXTO-MOTIVO-ITEM.
                MOVE SPACES TO W-MOTIVO-ITEM
                IF MOTIVO-NS = "N"
                   MOVE "CODIGO NAO CADASTRADO" TO W-MOTIVO-ITEM.
                IF MOTIVO-NS = "D"
                   MOVE "AMBIGUO - MAIS DE 1 PRODUTO" TO W-MOTIVO-ITEM.
                IF MOTIVO-NS = "V"
                   MOVE "LOTE/VALIDADE FALTA/DIVERGE" TO W-MOTIVO-ITEM.
       TEXTO-MOTIVO-ITEM-FIM.
                EXIT.
      *---------[ LOTE DO ITEM NO BUFFER DO NFESUSP ]-------------------
      * LOTE JA EXISTENTE NO LOCAL DEVE TER A MESMA VALIDADE, E O
      * MESMO LOTE DO PRODUTO NAO SE REPETE NA NOTA COM OUTRA. A
      * VARREDURA DA NOTA SOBREPOE O BUFFER - O ITEM E RESTAURADO.
       CONFERE-LOTE.
                MOVE "S" TO W-LOTE-OK
                MOVE REGNFSP     TO W-NFS-ATUAL
                MOVE SEQ-NS      TO W-CHK-SEQ
                MOVE COD-PROD-NS TO W-CHK-CODIGO
                MOVE LOTE-NS     TO W-CHK-LOTE
                MOVE VALID-NS    TO W-CHK-VALID
                IF W-SEM-SALDLOTE = "S"
                   GO TO CONFERE-LOTE-NOTA.
                MOVE W-CHK-CODIGO TO COD-PROD-LF
                MOVE W-LOCAL      TO LOCAL-LF
                MOVE W-CHK-LOTE   TO LOTE-FAB-LF
                READ SALDLOTE
                IF (ST-ERRO6 = "00" OR "02")
                   AND DT-VALID-LF NOT = W-CHK-VALID
                   MOVE "N" TO W-LOTE-OK
                   MOVE "*** LOTE JA EXISTE NO LOCAL COM OUTRA VALIDADE"
                        TO MENS
                   GO TO CONFERE-LOTE-FIM.
       CONFERE-LOTE-NOTA.
                PERFORM CONFERE-LOTE-ITEM THRU CONFERE-LOTE-ITEM-FIM
                        VARYING W-IND-LOTE FROM 1 BY 1
                        UNTIL W-IND-LOTE > W-QTD-ITENS.
                MOVE W-NFS-ATUAL TO REGNFSP.
       CONFERE-LOTE-FIM.
                EXIT.
       CONFERE-LOTE-ITEM.
                IF W-IND-LOTE = W-CHK-SEQ
                   GO TO CONFERE-LOTE-ITEM-FIM.
                MOVE W-IND-LOTE TO SEQ-NS
                READ NFESUSP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   GO TO CONFERE-LOTE-ITEM-FIM.
                IF COD-PROD-NS = W-CHK-CODIGO
                   AND LOTE-NS = W-CHK-LOTE
                   AND VALID-NS NOT = W-CHK-VALID
                   MOVE "N" TO W-LOTE-OK
                   MOVE "*** MESMO LOTE COM OUTRA VALIDADE NA NOTA ***"
                        TO MENS.
       CONFERE-LOTE-ITEM-FIM.
                EXIT.
      *---------[ GRAVA O CODIGO DO ITEM NO FORNECEDOR (PRODFORN) ]-----
       GRAVA-CRUZAMENTO.
                MOVE COD-PROD-NS TO COD-PROD-PF
                MOVE CNPJ-NS     TO CNPJ-PF
                READ PRODFORN
                IF ST-ERRO5 = "23"
                   GO TO GRAVA-CRUZAMENTO-INC.
                IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
                   MOVE "ERRO NA LEITURA ARQUIVO PRODFORN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVA-CRUZAMENTO-FIM.
                IF COD-ITEM-FORN-PF = COD-NFE-NS
                   GO TO GRAVA-CRUZAMENTO-FIM.
                MOVE REGPFOR TO W-PFOR-ANT
                MOVE COD-NFE-NS TO COD-ITEM-FORN-PF
                REWRITE REGPFOR
                IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
                   MOVE "ERRO NA ALTERACAO DO CRUZAMENTO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVA-CRUZAMENTO-FIM.
                MOVE "PRODFORN"  TO JORN-ARQUIVO
                MOVE "A"         TO JORN-OPERACAO
                MOVE COD-PROD-PF TO JORN-CHAVE
                MOVE W-PFOR-ANT  TO JORN-IMAGEM-ANT
                MOVE REGPFOR     TO JORN-IMAGEM-NOVA
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                MOVE "*** CODIGO DO FORNECEDOR GRAVADO NO PRODFORN ***"
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO GRAVA-CRUZAMENTO-FIM.
      * CRUZAMENTO NOVO - CUSTO E DATA DE COMPRA VEM DO STP005.
       GRAVA-CRUZAMENTO-INC.
                MOVE ZEROS TO ULT-CUSTO-PF DT-ULT-COMPRA-PF
                MOVE ZEROS TO PRAZO-ENTREGA-PF
                MOVE COD-NFE-NS TO COD-ITEM-FORN-PF
                WRITE REGPFOR
                IF ST-ERRO5 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO PRODFORN" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRAVA-CRUZAMENTO-FIM.
                MOVE "PRODFORN"  TO JORN-ARQUIVO
                MOVE "I"         TO JORN-OPERACAO
                MOVE COD-PROD-PF TO JORN-CHAVE
                MOVE SPACES      TO JORN-IMAGEM-ANT
                MOVE REGPFOR     TO JORN-IMAGEM-NOVA
                PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                MOVE "*** CRUZAMENTO INCLUIDO NO PRODFORN ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-CRUZAMENTO-FIM.
                EXIT.
      *---------[ LIBERACAO - CONFERE UM ITEM E PASSA AO STP051 ]-------
      * ITEM QUE DEIXOU DE PASSAR (PRODUTO EXCLUIDO, LOTE PASSOU A
      * SER EXIGIDO, LOCAL TROCADO) VOLTA A FICAR PENDENTE.
       CARREGA-ITEM-LIB.
                MOVE W-SEQ-ITEM TO SEQ-NS
                READ NFESUSP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "N" TO W-LEITURA-OK
                   GO TO CARREGA-ITEM-LIB-FIM.
                IF MOTIVO-NS NOT = SPACE
                   ADD 1 TO W-PENDENTES
                   GO TO CARREGA-ITEM-LIB-FIM.
                MOVE COD-PROD-NS TO CODIGO
                READ CADPROD
                IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                   MOVE "N" TO MOTIVO-NS
                   GO TO CARREGA-ITEM-LIB-PEND.
                IF NOT PROD-COM-LOTE
                   MOVE SPACES TO LOTE-NS
                   MOVE ZEROS TO VALID-NS
                   GO TO CARREGA-ITEM-LIB-AREA.
                IF LOTE-NS = SPACES OR VALID-NS = ZEROS
                   MOVE "V" TO MOTIVO-NS
                   GO TO CARREGA-ITEM-LIB-PEND.
                PERFORM CONFERE-LOTE THRU CONFERE-LOTE-FIM
                MOVE SPACES TO MENS
                IF W-LOTE-OK NOT = "S"
                   MOVE "V" TO MOTIVO-NS
                   GO TO CARREGA-ITEM-LIB-PEND.
       CARREGA-ITEM-LIB-AREA.
                MOVE COD-PROD-NS TO NE-IT-CODIGO (W-SEQ-ITEM)
                MOVE QTD-NS      TO NE-IT-QTD (W-SEQ-ITEM)
                MOVE CUSTO-NS    TO NE-IT-CUSTO (W-SEQ-ITEM)
                MOVE LOTE-NS     TO NE-IT-LOTE (W-SEQ-ITEM)
                MOVE VALID-NS    TO NE-IT-VALID (W-SEQ-ITEM)
                GO TO CARREGA-ITEM-LIB-FIM.
       CARREGA-ITEM-LIB-PEND.
                ADD 1 TO W-PENDENTES
                REWRITE REGNFSP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "N" TO W-LEITURA-OK.
       CARREGA-ITEM-LIB-FIM.
                EXIT.
       CARREGA-ENC-LIB.
                COMPUTE SEQ-NS = 900 + W-IND-ENC
                READ NFESUSP
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "N" TO W-LEITURA-OK
                   GO TO CARREGA-ENC-LIB-FIM.
                MOVE TP-ENC-NS    TO NE-EN-TP (W-IND-ENC)
                MOVE RATEIO-NS    TO NE-EN-CRIT (W-IND-ENC)
                MOVE VALOR-ENC-NS TO NE-EN-VALOR (W-IND-ENC).
       CARREGA-ENC-LIB-FIM.
                EXIT.
      *---------[ JORNAL DE MANUTENCAO - GRAVA UMA OCORRENCIA ]---------
      * COMO NO STP027, O JORNAL DO PRODFORN LEVA SO O PRODUTO NA
      * CHAVE; O CNPJ FICA NAS IMAGENS.
       GRAVA-JORNAL.
                ACCEPT JORN-DATA FROM DATE YYYYMMDD
                ACCEPT JORN-HORA FROM TIME
                MOVE W-USUARIO TO JORN-OPERADOR
                MOVE "STP050"  TO JORN-PROGRAMA
                WRITE REGJORN
                IF ST-ERRO7 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO JRNMEST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-JORNAL-FIM.
                EXIT.
      *--------[ LISTA AS NOTAS EM SUSPENSO (TECLA F1) ]----------------
       LISTA-PENDENTES.
                MOVE ZEROS TO NUM-DOC-NS CNPJ-NS SEQ-NS
                MOVE SPACES TO SERIE-NS
                START NFESUSP KEY NOT LESS THAN CHAVE-NFS
                IF ST-ERRO NOT = "00"
                   MOVE "S" TO W-FIM-LISTA
                ELSE
                   MOVE "N" TO W-FIM-LISTA.
                MOVE 2 TO W-LIN-LISTA
                DISPLAY (01, 05) "NOTAS EM SUSPENSO - ENTER VOLTA"
                DISPLAY (02, 05) "NUMERO    SER CNPJ EMITENTE  "
                DISPLAY (02, 35) "IMPORTADA MOTIVO"
                PERFORM LISTA-UMA-NOTA THRU LISTA-UMA-NOTA-FIM
                        UNTIL W-FIM-LISTA = "S" OR W-LIN-LISTA > 20.
                ACCEPT W-ACT FROM ESCAPE KEY
      * A LEITURA DA LISTA SOBREPOS A CHAVE EM DIGITACAO - LIMPA.
                MOVE ZEROS TO NUM-DOC-NS CNPJ-NS
                MOVE SPACES TO SERIE-NS
                PERFORM LIMPA-NFS THRU LIMPA-NFS-FIM
                DISPLAY TELANFS.
       LISTA-PENDENTES-FIM.
                EXIT.
       LISTA-UMA-NOTA.
                READ NFESUSP NEXT RECORD
                    AT END MOVE "S" TO W-FIM-LISTA.
                IF W-FIM-LISTA = "S"
                   GO TO LISTA-UMA-NOTA-FIM.
                IF SEQ-NS NOT = ZEROS OR NOT NFS-PENDENTE
                   GO TO LISTA-UMA-NOTA-FIM.
                ADD 1 TO W-LIN-LISTA
                DISPLAY (W-LIN-LISTA, 05) NUM-DOC-NS
                DISPLAY (W-LIN-LISTA, 15) SERIE-NS
                DISPLAY (W-LIN-LISTA, 19) CNPJ-NS
                DISPLAY (W-LIN-LISTA, 35) DT-IMPORT-NS
                DISPLAY (W-LIN-LISTA, 45) MOTIVO-NS.
       LISTA-UMA-NOTA-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE NFESUSP CADFORN CADPROD CADLOC PRODFORN JRNMEST.
           IF W-SEM-SALDLOTE NOT = "S"
              CLOSE SALDLOTE.
           GOBACK.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
