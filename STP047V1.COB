       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP047.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * ESTOQUE MINIMO E MAXIMO POR LOCAL    *
      **************************************
      *------------------------------------------------------------
      * MANUTENCAO DO ESTLOC - O ESTOQUE MINIMO E O MAXIMO DE CADA
      * PRODUTO EM CADA LOCAL (CADLOC). O SALDO ATUAL DO LOCAL
      * (SALDLOC) E APENAS EXIBIDO. MAXIMO ZERADO = SEM MAXIMO (O
      * LOCAL NUNCA CEDE ESTOQUE NA REPOSICAO); QUANDO INFORMADO, O
      * MAXIMO NAO PODE SER MENOR QUE O MINIMO.
      * A REPOSICAO ENTRE LOCAIS (STP048) USA ESTE ARQUIVO PARA
      * PROPOR AS TRANSFERENCIAS E A SUGESTAO DE COMPRA (STP017)
      * PARA ENXERGAR A FALTA QUE SOBRA DEPOIS DELAS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ESTLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-ELOC
                      FILE STATUS  IS ST-ERRO.
       SELECT CADPROD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      FILE STATUS  IS ST-ERRO2.
       SELECT CADLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS LOC-CODIGO
                      FILE STATUS  IS ST-ERRO3.
       SELECT SALDLOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SLOC
                      FILE STATUS  IS ST-ERRO5.
       SELECT JRNMEST ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ESTLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESTLOC.DAT".
       COPY REGELOC.
       FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
       COPY REGPROD.
       FD CADLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOC.DAT".
       COPY REGLOC.
       FD SALDLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOC.DAT".
       COPY REGSLOC.
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
       01 W-ELOC-ANT    PIC X(20) VALUE SPACES.
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 W-USUARIO     PIC X(08) VALUE SPACES.
       01 W-SEM-SALDLOC PIC X(01) VALUE "N".
       01 W-SALDO-LOCAL PIC 9(06) VALUE ZEROS.
       01 W-FIM-ELOC    PIC X(01) VALUE "N".
       01 W-COD-LISTA   PIC 9(06) VALUE ZEROS.
       01 W-LIN-LISTA   PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
       01 LK-NIVEL      PIC 9(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAELOC.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "________________________________________".
           05  LINE 01  COLUMN 41
               VALUE  "________________________________________".
           05  LINE 02  COLUMN 01
               VALUE  "__________________[ESTOQUE MINIMO E MAXI".
           05  LINE 02  COLUMN 41
               VALUE  "MO POR LOCAL]___________________________".
           05  LINE 04  COLUMN 1 VALUE "PRODUTO....: ".
           05  LINE 05  COLUMN 1 VALUE "DESCRICAO..: ".
           05  LINE 06  COLUMN 1 VALUE "LOCAL......: ".
           05  LINE 07  COLUMN 1 VALUE "DESCR LOCAL: ".
           05  LINE 09  COLUMN 1 VALUE "SALDO LOCAL: ".
           05  LINE 11  COLUMN 1 VALUE "MINIMO.....: ".
           05  LINE 12  COLUMN 1 VALUE "MAXIMO.....: ".
           05  LINE 12  COLUMN 24 VALUE "(ZERO = SEM MAXIMO)".
           05  LINE 22  COLUMN 01
               VALUE  "__________________________________[PAINE".
           05  LINE 22  COLUMN 41
               VALUE  "L]______________________________________".
           05  TCODPROD
               LINE 04  COLUMN 15   PIC 999.999
               USING  COD-PROD-EL.
           05  TDESCRICAO
               LINE 05  COLUMN 15   PIC X(30)
               FROM   DESCRICAO.
           05  TLOCAL
               LINE 06  COLUMN 15   PIC X(02)
               USING  LOCAL-EL.
           05  TDESCLOC
               LINE 07  COLUMN 15   PIC X(30)
               FROM   LOC-DESCRICAO.
           05  TSALDO
               LINE 09  COLUMN 15   PIC ZZZ.ZZ9
               FROM   W-SALDO-LOCAL.
           05  TMINIMO
               LINE 11  COLUMN 15   PIC ZZZ.ZZ9
               USING  QTD-MIN-EL.
           05  TMAXIMO
               LINE 12  COLUMN 15   PIC ZZZ.ZZ9
               USING  QTD-MAX-EL.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       INICIO.
      * O OPERADOR VEM AUTENTICADO DO MENU (STP001).
           MOVE LK-OPERADOR TO W-USUARIO.
       R0.
           OPEN I-O ESTLOC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ESTLOC
                 CLOSE ESTLOC
                 MOVE "*** ARQUIVO ESTLOC FOI CRIADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R0
              ELSE
                IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXCUTADO **" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
                ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO ESTLOC" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
       R0P.
           OPEN INPUT CADPROD
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       R0L.
           OPEN INPUT CADLOC
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO CADLOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      * SEM SALDLOC (NADA POSTADO AINDA) O SALDO DO LOCAL E ZERO.
       R0S.
           OPEN INPUT SALDLOC
           IF ST-ERRO5 = "30" OR "35"
              MOVE "S" TO W-SEM-SALDLOC
           ELSE
              IF ST-ERRO5 NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO SALDLOC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
       R0J.
           OPEN EXTEND JRNMEST
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30" OR "35"
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
           MOVE ZEROS TO COD-PROD-EL QTD-MIN-EL QTD-MAX-EL
           MOVE ZEROS TO W-SALDO-LOCAL
           MOVE SPACES TO LOCAL-EL
           MOVE SPACES TO DESCRICAO LOC-DESCRICAO.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELAELOC.
      *-------------[  ENTRADA DOS DADOS ]------------------------------
       R2.
           DISPLAY (23, 12) " INSIRA O CODIGO DO PRODUTO "
           ACCEPT TCODPROD
           DISPLAY (23, 12) "                            "
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ACT = 02
                   PERFORM LISTA-LOCAIS THRU LISTA-LOCAIS-FIM
                   GO TO R2.
           IF COD-PROD-EL = ZEROS
                     MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2.
           MOVE COD-PROD-EL TO CODIGO
           READ CADPROD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2.
           DISPLAY TELAELOC.
       R2L.
           ACCEPT TLOCAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF LOCAL-EL = SPACES
                     MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2L.
           MOVE LOCAL-EL TO LOC-CODIGO
           READ CADLOC
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
                MOVE "*** LOCAL NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R2L.
           PERFORM LE-SALDO-LOCAL THRU LE-SALDO-LOCAL-FIM
           DISPLAY TELAELOC.
       LER-ESTLOC.
           MOVE 0 TO W-SEL
           READ ESTLOC
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00" OR "02"
                MOVE REGELOC TO W-ELOC-ANT
                DISPLAY TELAELOC
                MOVE "*** MINIMO/MAXIMO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ESTLOC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE ZEROS TO QTD-MIN-EL QTD-MAX-EL
                MOVE "*** LOCAL SEM MINIMO/MAXIMO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      * NIVEL 1 (CONSULTA) NAO INCLUI REGISTRO NOVO.
           IF LK-NIVEL < 2
                MOVE "*** NIVEL PERMITE SOMENTE CONSULTA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
       R3.
           ACCEPT TMINIMO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2L.
       R4.
           ACCEPT TMAXIMO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF QTD-MAX-EL NOT = ZEROS AND QTD-MAX-EL < QTD-MIN-EL
                     MOVE "*** MAXIMO MENOR QUE O MINIMO ***" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R4.
      * ------------- VERIFICAR SE E ALTERACAO -----------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R1.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGELOC
                IF ST-ERRO = "00"
                      MOVE "ESTLOC"   TO JORN-ARQUIVO
                      MOVE "I"        TO JORN-OPERACAO
                      MOVE CHAVE-ELOC TO JORN-CHAVE
                      MOVE SPACES     TO JORN-IMAGEM-ANT
                      MOVE REGELOC    TO JORN-IMAGEM-NOVA
                      PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU
                      ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* MINIMO/MAXIMO JA EXISTE, NAO GRAVADO *"
                  TO MENS
                  PERFORM ROT-MENS
                  THRU ROT-MENS-FIM
                  GO TO ACE-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO ESTLOC"
                      TO MENS
                      PERFORM ROT-MENS
                      THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E" GO TO ACE-001.
      * NIVEL 1 SO CONSULTA; EXCLUSAO SOMENTE PARA SUPERVISOR.
                IF W-OPCAO NOT = "N" AND LK-NIVEL < 2
                    MOVE "*** NIVEL PERMITE SOMENTE CONSULTA ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ACE-001.
                IF W-OPCAO = "E" AND LK-NIVEL < 3
                    MOVE "*** EXCLUSAO SOMENTE PARA SUPERVISOR ***"
                         TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ESTLOC RECORD
                IF ST-ERRO = "00"
                   MOVE "ESTLOC"    TO JORN-ARQUIVO
                   MOVE "E"         TO JORN-OPERACAO
                   MOVE CHAVE-ELOC  TO JORN-CHAVE
                   MOVE W-ELOC-ANT  TO JORN-IMAGEM-ANT
                   MOVE SPACES      TO JORN-IMAGEM-NOVA
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                   MOVE "*** MINIMO/MAXIMO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGELOC
                IF ST-ERRO = "00" OR "02"
                   MOVE "ESTLOC"    TO JORN-ARQUIVO
                   MOVE "A"         TO JORN-OPERACAO
                   MOVE CHAVE-ELOC  TO JORN-CHAVE
                   MOVE W-ELOC-ANT  TO JORN-IMAGEM-ANT
                   MOVE REGELOC     TO JORN-IMAGEM-NOVA
                   PERFORM GRAVA-JORNAL THRU GRAVA-JORNAL-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO MINIMO/MAXIMO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-----------------------------------------------------------------
      *---------[ JORNAL DE MANUTENCAO - GRAVA UMA OCORRENCIA ]---------
      * O CHAMADOR PREENCHE JORN-ARQUIVO, JORN-OPERACAO, JORN-CHAVE
      * E AS IMAGENS ANTES/DEPOIS; AQUI ENTRAM DATA, HORA, OPERADOR
      * E PROGRAMA. A CONSULTA DO JORNAL E FEITA PELO STP020.
      * A CHAVE COMPLETA (PRODUTO + LOCAL, 8 BYTES) CABE NO
      * JORN-CHAVE.
       GRAVA-JORNAL.
                ACCEPT JORN-DATA FROM DATE YYYYMMDD
                ACCEPT JORN-HORA FROM TIME
                MOVE W-USUARIO TO JORN-OPERADOR
                MOVE "STP047"  TO JORN-PROGRAMA
                WRITE REGJORN
                IF ST-ERRO4 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO JRNMEST" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-JORNAL-FIM.
                EXIT.
      *---------[ SALDO ATUAL DO PRODUTO NO LOCAL (SALDLOC) ]-----------
       LE-SALDO-LOCAL.
                MOVE ZEROS TO W-SALDO-LOCAL
                IF W-SEM-SALDLOC = "S"
                   GO TO LE-SALDO-LOCAL-FIM.
                MOVE COD-PROD-EL TO COD-PROD-SL
                MOVE LOCAL-EL    TO LOCAL-SL
                READ SALDLOC
                IF ST-ERRO5 = "00" OR "02"
                   MOVE QTD-SLOC TO W-SALDO-LOCAL.
       LE-SALDO-LOCAL-FIM.
                EXIT.
      *--------[ LISTA OS LOCAIS COM MINIMO/MAXIMO (TECLA F1) ]---------
       LISTA-LOCAIS.
                IF COD-PROD-EL = ZEROS
                   MOVE "*** INFORME O PRODUTO ANTES DO F1 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-LOCAIS-FIM.
                MOVE COD-PROD-EL TO W-COD-LISTA
                MOVE SPACES TO LOCAL-EL
                START ESTLOC KEY NOT LESS THAN CHAVE-ELOC
                IF ST-ERRO NOT = "00"
                   MOVE "S" TO W-FIM-ELOC
                ELSE
                   MOVE "N" TO W-FIM-ELOC.
                MOVE 2 TO W-LIN-LISTA
                DISPLAY (01, 05) "LOCAL  MINIMO  MAXIMO - ENTER VOLTA"
                PERFORM LISTA-UM-LOCAL THRU LISTA-UM-LOCAL-FIM
                        UNTIL W-FIM-ELOC = "S" OR W-LIN-LISTA > 20.
                ACCEPT W-ACT FROM ESCAPE KEY
      * A LEITURA DA LISTA SOBREPOS A CHAVE EM DIGITACAO - RESTAURA.
                MOVE W-COD-LISTA TO COD-PROD-EL
                MOVE SPACES TO LOCAL-EL
                MOVE ZEROS TO QTD-MIN-EL QTD-MAX-EL
                DISPLAY TELAELOC.
       LISTA-LOCAIS-FIM.
                EXIT.
       LISTA-UM-LOCAL.
                READ ESTLOC NEXT RECORD
                    AT END MOVE "S" TO W-FIM-ELOC.
                IF W-FIM-ELOC = "S"
                   GO TO LISTA-UM-LOCAL-FIM.
                IF COD-PROD-EL NOT = W-COD-LISTA
                   MOVE "S" TO W-FIM-ELOC
                   GO TO LISTA-UM-LOCAL-FIM.
                ADD 1 TO W-LIN-LISTA
                DISPLAY (W-LIN-LISTA, 05) LOCAL-EL
                DISPLAY (W-LIN-LISTA, 12) QTD-MIN-EL
                DISPLAY (W-LIN-LISTA, 20) QTD-MAX-EL.
       LISTA-UM-LOCAL-FIM.
                EXIT.
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE ESTLOC CADPROD CADLOC JRNMEST.
           IF W-SEM-SALDLOC NOT = "S"
              CLOSE SALDLOC.
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
