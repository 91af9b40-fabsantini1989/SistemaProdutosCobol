      *   CARTAO 2 - DIAS DE COBERTURA (9(03), P.EX. 030)
      * RODAR PRIMEIRO EM "P" E O COMPRADOR CONFERIR A LISTA ANTES
      * DE SUBMETER EM "A", COMO NO REAJUSTE DE PRECOS (STP019).
      * CADA EXECUCAO FICA REGISTRADA NO CONTROLE DE EXECUCAO
      * (CTEXEC, VIA STP043).
      * RETURN-CODE:  0 = NORMAL      8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA/GRAVACAO DE ARQUIVO
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 LD-MIN-SUG       PIC ZZZ.ZZ9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LD-OBS           PIC X(08).
           COPY REGAEXE.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PREPARA-EXECUCAO THRU PREPARA-EXECUCAO-FIM.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM INICIA-EXECUCAO THRU INICIA-EXECUCAO-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM IMPRIME-CABECALHO THRU IMPRIME-CABECALHO-FIM.
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
                   UNTIL W-FIM-CADPROD = "S".
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
           GOBACK.
      *---------[ PARAMETROS DO RECALCULO (SYSIN) ]--------------------
       LE-PARAMETROS.
           ACCEPT W-MODO
           ACCEPT W-DIAS-COBER.
           STRING W-MODO " " W-DIAS-COBER
                   DELIMITED BY SIZE INTO AE-PARAMETROS.
           IF W-MODO = "p"
              MOVE "P" TO W-MODO.
           IF W-MODO = "a"
              MOVE "A" TO W-MODO.
           IF W-MODO NOT = "P" AND W-MODO NOT = "A"
              DISPLAY "MODO INVALIDO - INFORME P=PREVIA OU A=APLICA"
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           IF W-DIAS-COBER NOT NUMERIC OR W-DIAS-COBER = ZEROS
              DISPLAY "DIAS DE COBERTURA INVALIDOS - INFORME 9(03)"
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           MOVE 3 TO W-MESES-VOLTA
              OPEN INPUT CADPROD.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN INPUT HISTMOV
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTMOV - " ST-ERRO2
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN OUTPUT RELMIN
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELMIN - " ST-ERRO3
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
           REWRITE REGPROD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA ATUALIZACAO DO CADPROD - " ST-ERRO
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           ADD 1 TO W-TOT-ALTERADOS.
       APLICA-MINIMO-FIM.
           CLOSE CADPROD HISTMOV RELMIN.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *---------[ CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) ]-------
       PREPARA-EXECUCAO.
           MOVE "STP026" TO AE-PROGRAMA
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
           MOVE W-TOT-LIDOS TO AE-QTD-LIDOS
           MOVE W-TOT-ALTERADOS TO AE-QTD-GRAV
           MOVE ZEROS TO AE-QTD-REJ
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
