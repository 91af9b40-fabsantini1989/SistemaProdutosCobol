      * PARAMETRO POR CARTAO (SYSIN): ANO/MES A FECHAR (AAAAMM).
      * O MES DEVE SER ANTERIOR AO MES CORRENTE E POSTERIOR AO
      * ULTIMO JA FECHADO. RODAR DEPOIS DA POSTAGEM (STP005) DO
      * ULTIMO LOTE DO MES: HAVENDO NO CTLOTE LOTE FECHADO AINDA NAO
      * POSTADO O MES NAO E FECHADO. CADA EXECUCAO FICA REGISTRADA
      * NO CONTROLE DE EXECUCAO (CTEXEC, VIA STP043).
      * RETURN-CODE:  0 = FECHADO   8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA DE ARQUIVO
      *              16 = LOTE FECHADO PENDENTE DE POSTAGEM
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO5.
       SELECT CTLOTE  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS SEQUENTIAL
                      RECORD KEY   IS NUM-LOTE
                      FILE STATUS  IS ST-ERRO6.
      *
      *------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFECH.DAT".
       01 LINHA-RELFECH    PIC X(80).
       FD CTLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLOTE.DAT".
       COPY REGLOTE.
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 ST-ERRO6         PIC X(02) VALUE "00".
       01 W-ANOMES-ALVO    PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-ALVO-R REDEFINES W-ANOMES-ALVO.
          03 W-ALVO-ANO    PIC 9(04).
       01 W-FIM-SNAPMES    PIC X(01) VALUE "N".
       01 W-FIM-HISTMOV    PIC X(01) VALUE "N".
       01 W-TEM-SNAP       PIC X(01) VALUE "N".
       01 W-FIM-CTLOTE     PIC X(01) VALUE "N".
       01 W-SALDO-INI      PIC S9(08) VALUE ZEROS.
       01 W-QTD-ENTRADAS   PIC 9(08) VALUE ZEROS.
       01 W-QTD-SAIDAS     PIC 9(08) VALUE ZEROS.
          03 LD-SALDO-FIM     PIC -(7)9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LD-OBS           PIC X(10).
           COPY REGAEXE.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PREPARA-EXECUCAO THRU PREPARA-EXECUCAO-FIM.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM INICIA-EXECUCAO THRU INICIA-EXECUCAO-FIM.
           PERFORM CONFERE-LOTES THRU CONFERE-LOTES-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM IMPRIME-CABECALHO THRU IMPRIME-CABECALHO-FIM.
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
           PERFORM GRAVA-CTFECH THRU GRAVA-CTFECH-FIM.
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
           GOBACK.
      *---------[ PARAMETRO: COMPETENCIA A FECHAR (SYSIN) ]------------
       LE-PARAMETROS.
           ACCEPT W-ANOMES-ALVO
           MOVE W-ANOMES-ALVO TO AE-PARAMETROS
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE W-ANOMES-HOJE = W-DT-HOJE / 100.
           IF W-ANOMES-ALVO NOT NUMERIC
              OR W-ALVO-MES < 01 OR W-ALVO-MES > 12
              DISPLAY "COMPETENCIA INVALIDA - INFORME AAAAMM"
              MOVE 8 TO RETURN-CODE
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           IF W-ANOMES-ALVO NOT < W-ANOMES-HOJE
              DISPLAY "COMPETENCIA AINDA EM CURSO - NAO PODE FECHAR"
              MOVE 8 TO RETURN-CODE
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           PERFORM LE-CTFECH THRU LE-CTFECH-FIM.
           IF W-ANOMES-ALVO NOT > W-ANOMES-FECHADO
              DISPLAY "COMPETENCIA JA FECHADA - ULTIMO FECHAMENTO "
                      W-ANOMES-FECHADO
              MOVE 8 TO RETURN-CODE
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           COMPUTE W-DT-MES-INI = W-ANOMES-ALVO * 100 + 01
           COMPUTE W-DT-MES-FIM = W-ANOMES-ALVO * 100 + 31.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------[ LOTE FECHADO AINDA NAO POSTADO (CTLOTE) ]-----------
      * SEM CTLOTE NAO HA LOTE PENDENTE.
       CONFERE-LOTES.
           OPEN INPUT CTLOTE
           IF ST-ERRO6 NOT = "00"
              GO TO CONFERE-LOTES-FIM.
       CONFERE-LOTES-LE.
           READ CTLOTE NEXT RECORD
               AT END MOVE "S" TO W-FIM-CTLOTE.
           IF W-FIM-CTLOTE = "S"
              CLOSE CTLOTE
              GO TO CONFERE-LOTES-FIM.
           IF NOT LOTE-FECHADO
              GO TO CONFERE-LOTES-LE.
           CLOSE CTLOTE
           DISPLAY "LOTE " NUM-LOTE " FECHADO E AINDA NAO POSTADO -"
                   " RODAR O STP005 ANTES DO FECHAMENTO"
           MOVE 16 TO RETURN-CODE
           MOVE SPACES TO AE-MENSAGEM
           STRING "PRE-REQUISITO STP005 - LOTE " NUM-LOTE
                  " NAO POSTADO" DELIMITED BY SIZE INTO AE-MENSAGEM
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM
           GOBACK.
       CONFERE-LOTES-FIM.
           EXIT.
      *---------[ ULTIMO MES FECHADO (CTFECH) ]------------------------
       LE-CTFECH.
           MOVE ZEROS TO W-ANOMES-FECHADO
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN INPUT HISTMOV
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTMOV - " ST-ERRO2
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-SNAPMES.
           OPEN I-O SNAPMES
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SNAPMES - "
                         ST-ERRO3
                 MOVE 12 TO RETURN-CODE
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
           OPEN OUTPUT RELFECH
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELFECH - " ST-ERRO5
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO SNAPMES - " ST-ERRO3
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       GRAVA-SNAPSHOT-FIM.
           EXIT.
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CTFECH - " ST-ERRO4
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           MOVE W-ANOMES-ALVO TO ANOMES-FECHADO
           MOVE W-DT-HOJE     TO DT-FECHAMENTO
           CLOSE CADPROD HISTMOV SNAPMES RELFECH.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *---------[ CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) ]-------
       PREPARA-EXECUCAO.
           MOVE "STP025" TO AE-PROGRAMA
           MOVE "BATCH" TO AE-OPERADOR
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
           MOVE W-TOT-PRODUTOS TO AE-QTD-LIDOS
           MOVE W-TOT-PRODUTOS TO AE-QTD-GRAV
           MOVE W-TOT-DIVERG TO AE-QTD-REJ
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
