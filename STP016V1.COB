      * STP005 POSTAR - O MESMO CAMINHO DO AJUSTE DE TELA DO STP003.
      * PRODUTOS SEM CONTAGEM DIGITADA SAO APENAS LISTADOS COMO NAO
      * CONTADOS E NAO GERAM AJUSTE.
      * CADA EXECUCAO FICA REGISTRADA NO CONTROLE DE EXECUCAO
      * (CTEXEC, VIA STP043).
      * RETURN-CODE:  0 = NORMAL      8 = MODO INVALIDO
      *              12 = ERRO DE ABERTURA/GRAVACAO DE ARQUIVO
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 LD-DIFERENCA     PIC -(6)9.
          03 FILLER           PIC X(02) VALUE SPACES.
          03 LD-OBS           PIC X(12).
           COPY REGAEXE.
      *
      *------------------------------------------------------------
       LINKAGE SECTION.
      *------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
       INICIO.
           PERFORM PREPARA-EXECUCAO THRU PREPARA-EXECUCAO-FIM.
           MOVE LK-OPERADOR TO W-USUARIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM INICIA-EXECUCAO THRU INICIA-EXECUCAO-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM IMPRIME-CABECALHO THRU IMPRIME-CABECALHO-FIM.
           PERFORM LE-CONGELA THRU LE-CONGELA-FIM.
                   UNTIL W-FIM-CONGELA = "S".
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
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
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONGELA - " ST-ERRO
              DISPLAY "RODE O STP014 PARA ABRIR O CICLO DE CONTAGEM"
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN INPUT CONTAGEM
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTAGEM - " ST-ERRO2
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN OUTPUT RELDIVER
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELDIVER - " ST-ERRO4
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           IF W-MODO = "G"
              PERFORM ABRE-MOVPROD THRU ABRE-MOVPROD-FIM.
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVPROD - "
                         ST-ERRO3
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
       ABRE-MOVPROD-FIM.
           EXIT.
           MOVE "01"          TO LOCAL-MOVTO
           MOVE SPACES        TO LOC-DEST-MOVTO
           MOVE SPACES        TO SERIE-MOVTO
           MOVE SPACES        TO LOTE-FAB-MOVTO
           MOVE ZEROS         TO DT-VALID-MOVTO
           CALL "STP023" USING W-NUM-LOTE
           MOVE W-NUM-LOTE    TO NUM-LOTE-MOVTO
           WRITE REGMOV
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO MOVPROD - " ST-ERRO3
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           ADD 1 TO W-TOT-AJUSTES.
       GRAVA-MOVTO-AJUSTE-FIM.
              CLOSE MOVPROD.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *---------[ CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) ]-------
       PREPARA-EXECUCAO.
           MOVE "STP016" TO AE-PROGRAMA
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
           MOVE W-TOT-CONGELADOS TO AE-QTD-LIDOS
           MOVE W-TOT-AJUSTES TO AE-QTD-GRAV
           MOVE W-TOT-DIVERGENTES TO AE-QTD-REJ
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
