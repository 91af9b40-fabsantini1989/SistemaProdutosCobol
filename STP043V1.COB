       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP043.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * SUBPROGRAMA - CONTROLE DE EXECUCAO DA ESTEIRA BATCH *
      **************************************
      *------------------------------------------------------------
      * MANTEM O CTEXEC (REGEXEC): CADA PROGRAMA BATCH CHAMA NO
      * INICIO ("I") E NO FIM ("F") PASSANDO A AREA-EXEC (REGAEXE).
      * NO INICIO CONFERE O PRE-REQUISITO - O PROGRAMA INFORMADO EM
      * AE-PRE-REQ DEVE TER UMA EXECUCAO CONCLUIDA COM RC ATE 4 NA
      * MESMA DATA DE NEGOCIO - E GRAVA A EXECUCAO EM CURSO; SEM O
      * PRE-REQUISITO A EXECUCAO FICA GRAVADA COMO RECUSADA E O
      * CHAMADOR E AVISADO PARA TERMINAR COM RC 16. NO FIM REGRAVA
      * A EXECUCAO COM HORA DE TERMINO, CARTOES, CONTADORES E RC.
      * DATA DE NEGOCIO: A DATA DO SISTEMA, OU O DIA ANTERIOR PARA
      * EXECUCAO ANTES DAS 06:00 - A ESTEIRA QUE ATRAVESSA A
      * MEIA-NOITE FICA TODA NO MESMO DIA.
      * O ARQUIVO E ABERTO E FECHADO A CADA CHAMADA, COMO O CTLOTE
      * NO STP023, PARA PROGRAMAS DIFERENTES NAO O DISPUTAREM.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CTEXEC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-EXEC
                      FILE STATUS  IS ST-ERRO.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CTEXEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTEXEC.DAT".
       COPY REGEXEC.
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 W-DT-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-HR-AGORA       PIC 9(06) VALUE ZEROS.
       01 W-HR-AGORA-R REDEFINES W-HR-AGORA.
          03 W-HH-AGORA    PIC 9(02).
          03 W-MMSS-AGORA  PIC 9(04).
       01 W-DIAS-INT       PIC 9(08) VALUE ZEROS.
       01 W-DT-NEGOCIO     PIC 9(08) VALUE ZEROS.
       01 W-HORA-CORTE     PIC 9(02) VALUE 06.
       01 W-FIM-CTEXEC     PIC X(01) VALUE "N".
       01 W-MAIOR-SEQ      PIC 9(03) VALUE ZEROS.
       01 W-PROG-BUSCA     PIC X(08) VALUE SPACES.
       01 W-ACHOU-OK       PIC X(01) VALUE "N".
      *
      *------------------------------------------------------------
       LINKAGE SECTION.
           COPY REGAEXE.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-EXEC.
       INICIO.
           MOVE "S" TO AE-RESULTADO
           PERFORM CALCULA-DT-NEGOCIO THRU CALCULA-DT-NEGOCIO-FIM.
      * O FIM DE UMA EXECUCAO INICIADA FICA NA DATA DE NEGOCIO DO
      * INICIO, MESMO QUE TERMINE DEPOIS DO CORTE DAS 06:00.
           IF AE-FUNCAO NOT = "F" OR AE-SEQ = ZEROS
              MOVE W-DT-NEGOCIO TO AE-DT-NEGOCIO.
           IF AE-FUNCAO = "D"
              GO TO RETORNA.
       R0.
           OPEN I-O CTEXEC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR "35"
                 OPEN OUTPUT CTEXEC
                 CLOSE CTEXEC
                 GO TO R0
              ELSE
                 MOVE "N" TO AE-RESULTADO
                 MOVE 12 TO AE-RC
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CTEXEC"
                      TO AE-MENSAGEM
                 GO TO RETORNA.
           IF AE-FUNCAO = "F"
              GO TO FIM-EXECUCAO.
      *---------[ INICIO: PRE-REQUISITO E EXECUCAO EM CURSO ]--------
       INICIO-EXECUCAO.
           MOVE AE-PROGRAMA TO W-PROG-BUSCA
           PERFORM VARRE-EXECUCOES THRU VARRE-EXECUCOES-FIM
           COMPUTE AE-SEQ = W-MAIOR-SEQ + 1
           MOVE ZEROS TO AE-RC
           MOVE SPACES TO AE-MENSAGEM
           IF AE-PRE-REQ = SPACES
              GO TO INICIO-GRAVA.
           MOVE AE-PRE-REQ TO W-PROG-BUSCA
           PERFORM VARRE-EXECUCOES THRU VARRE-EXECUCOES-FIM
           IF W-ACHOU-OK NOT = "S"
              MOVE "N" TO AE-RESULTADO
              MOVE 16 TO AE-RC
              MOVE SPACES TO AE-MENSAGEM
              STRING "PRE-REQUISITO " AE-PRE-REQ " NAO CONCLUIDO"
                      DELIMITED BY SIZE INTO AE-MENSAGEM.
       INICIO-GRAVA.
           PERFORM MONTA-REGISTRO THRU MONTA-REGISTRO-FIM
           MOVE DT-INICIO-EX TO DT-FIM-EX
           MOVE HR-INICIO-EX TO HR-FIM-EX
           IF AE-RECUSADO
              MOVE "R" TO SIT-EX
           ELSE
              MOVE "I" TO SIT-EX
              MOVE ZEROS TO DT-FIM-EX HR-FIM-EX.
           WRITE REGEXEC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO AE-RESULTADO
              MOVE 12 TO AE-RC
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CTEXEC" TO AE-MENSAGEM.
           GO TO ENCERRA.
      *---------[ FIM: CONTADORES, CARTOES E RETURN-CODE ]-----------
      * SEM EXECUCAO EM CURSO (AE-SEQ ZERO OU NAO ENCONTRADA) A
      * EXECUCAO E GRAVADA INTEIRA AGORA.
       FIM-EXECUCAO.
           IF AE-SEQ = ZEROS
              GO TO FIM-NOVA.
           MOVE AE-DT-NEGOCIO TO DT-NEG-EX
           MOVE AE-PROGRAMA   TO PROG-EX
           MOVE AE-SEQ        TO SEQ-EX
           READ CTEXEC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO FIM-NOVA.
           PERFORM MONTA-FIM THRU MONTA-FIM-FIM
           REWRITE REGEXEC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "N" TO AE-RESULTADO
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO CTEXEC"
                   TO AE-MENSAGEM.
           GO TO ENCERRA.
       FIM-NOVA.
           MOVE AE-PROGRAMA TO W-PROG-BUSCA
           PERFORM VARRE-EXECUCOES THRU VARRE-EXECUCOES-FIM
           COMPUTE AE-SEQ = W-MAIOR-SEQ + 1
           PERFORM MONTA-REGISTRO THRU MONTA-REGISTRO-FIM
           PERFORM MONTA-FIM THRU MONTA-FIM-FIM
           WRITE REGEXEC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO AE-RESULTADO
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CTEXEC" TO AE-MENSAGEM.
       ENCERRA.
           CLOSE CTEXEC.
       RETORNA.
           MOVE ZEROS TO RETURN-CODE
           GOBACK.
      *---------[ DATA DE NEGOCIO - CORTE AS 06:00 ]-----------------
       CALCULA-DT-NEGOCIO.
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           ACCEPT W-HR-AGORA FROM TIME
           MOVE W-DT-HOJE TO W-DT-NEGOCIO
           IF W-HH-AGORA < W-HORA-CORTE
              COMPUTE W-DIAS-INT =
                      FUNCTION INTEGER-OF-DATE (W-DT-HOJE) - 1
              COMPUTE W-DT-NEGOCIO =
                      FUNCTION DATE-OF-INTEGER (W-DIAS-INT).
       CALCULA-DT-NEGOCIO-FIM.
           EXIT.
      *---------[ EXECUCOES DE UM PROGRAMA NA DATA DE NEGOCIO ]------
      * DEVOLVE A MAIOR SEQUENCIA E SE HOUVE EXECUCAO CONCLUIDA COM
      * RC ATE 4.
       VARRE-EXECUCOES.
           MOVE ZEROS TO W-MAIOR-SEQ
           MOVE "N" TO W-ACHOU-OK W-FIM-CTEXEC
           MOVE AE-DT-NEGOCIO TO DT-NEG-EX
           MOVE W-PROG-BUSCA  TO PROG-EX
           MOVE ZEROS         TO SEQ-EX
           START CTEXEC KEY NOT LESS THAN CHAVE-EXEC
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM-CTEXEC.
           PERFORM VARRE-UMA THRU VARRE-UMA-FIM
                   UNTIL W-FIM-CTEXEC = "S".
       VARRE-EXECUCOES-FIM.
           EXIT.
       VARRE-UMA.
           READ CTEXEC NEXT RECORD
               AT END MOVE "S" TO W-FIM-CTEXEC.
           IF W-FIM-CTEXEC = "S"
              GO TO VARRE-UMA-FIM.
           IF DT-NEG-EX NOT = AE-DT-NEGOCIO
              OR PROG-EX NOT = W-PROG-BUSCA
              MOVE "S" TO W-FIM-CTEXEC
              GO TO VARRE-UMA-FIM.
           MOVE SEQ-EX TO W-MAIOR-SEQ
           IF EXEC-CONCLUIDA AND RC-EX NOT > 4
              MOVE "S" TO W-ACHOU-OK.
       VARRE-UMA-FIM.
           EXIT.
      *---------[ REGISTRO NOVO COM OS DADOS DO CHAMADOR ]-----------
       MONTA-REGISTRO.
           MOVE AE-DT-NEGOCIO TO DT-NEG-EX
           MOVE AE-PROGRAMA   TO PROG-EX
           MOVE AE-SEQ        TO SEQ-EX
           MOVE W-DT-HOJE     TO DT-INICIO-EX
           MOVE W-HR-AGORA    TO HR-INICIO-EX
           MOVE AE-OPERADOR   TO OPERADOR-EX
           MOVE AE-PARAMETROS TO PARAM-EX
           MOVE ZEROS TO QTD-LIDOS-EX QTD-GRAV-EX QTD-REJ-EX
           MOVE AE-RC         TO RC-EX
           MOVE AE-MENSAGEM   TO MENS-EX.
       MONTA-REGISTRO-FIM.
           EXIT.
      *---------[ DADOS DO TERMINO ]----------------------------------
       MONTA-FIM.
           MOVE W-DT-HOJE     TO DT-FIM-EX
           MOVE W-HR-AGORA    TO HR-FIM-EX
           MOVE AE-PARAMETROS TO PARAM-EX
           MOVE AE-QTD-LIDOS  TO QTD-LIDOS-EX
           MOVE AE-QTD-GRAV   TO QTD-GRAV-EX
           MOVE AE-QTD-REJ    TO QTD-REJ-EX
           MOVE AE-RC         TO RC-EX
           MOVE AE-MENSAGEM   TO MENS-EX
           IF AE-RC = 16
              MOVE "R" TO SIT-EX
           ELSE
              MOVE "F" TO SIT-EX.
       MONTA-FIM-FIM.
           EXIT.
