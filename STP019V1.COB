      * (GRAVA-HIST-PRECO), MANTENDO O REAJUSTE AUDITAVEL.
      * RESULTADO NEGATIVO OU ESTOURO DE CAPACIDADE NAO E APLICADO
      * E SAI SINALIZADO NO RELATORIO.
      * CADA EXECUCAO FICA REGISTRADA NO CONTROLE DE EXECUCAO
      * (CTEXEC, VIA STP043).
      * RETURN-CODE:  0 = NORMAL      8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA/GRAVACAO DE ARQUIVO
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 LD-DIFERENCA     PIC -(8)9.
          03 FILLER           PIC X(01) VALUE SPACES.
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
      *---------[ PARAMETROS DO REAJUSTE (SYSIN) ]---------------------
       LE-PARAMETROS.
           ACCEPT W-FILTRO-VALOR
           ACCEPT W-AJUSTE-TIPO
           ACCEPT W-CARTAO-AJUSTE.
           STRING W-MODO " " W-FILTRO-TIPO " " W-FILTRO-VALOR " "
                   W-AJUSTE-TIPO " " W-CARTAO-AJUSTE
                   DELIMITED BY SIZE INTO AE-PARAMETROS.
           IF W-MODO = "p"
              MOVE "P" TO W-MODO.
           IF W-MODO = "a"
              MOVE "A" TO W-MODO.
           IF W-MODO NOT = "P" AND W-MODO NOT = "A"
              DISPLAY "MODO INVALIDO - INFORME P=PREVIA OU A=APLICA"
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           IF W-FILTRO-TIPO = "a"
              MOVE "A" TO W-FILTRO-TIPO.
           IF W-FILTRO-TIPO NOT = "A" AND W-FILTRO-TIPO NOT = "U"
              AND W-FILTRO-TIPO NOT = "F" AND W-FILTRO-TIPO NOT = "T"
              DISPLAY "FILTRO INVALIDO - INFORME A, U, F OU T"
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           IF W-FILTRO-TIPO = "A"
              IF W-FILTRO-VALOR (1:1) NOT NUMERIC
                 DISPLAY "FILTRO DE APLICACAO DEVE SER UM DIGITO 0-9"
                 PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
                 GOBACK
              ELSE
                 MOVE W-FILTRO-VALOR (1:1) TO W-FILTRO-APL.
              MOVE W-FILTRO-VALOR (1:2) TO W-FILTRO-UNI
              IF W-FILTRO-UNI = SPACES
                 DISPLAY "FILTRO DE UNIDADE NAO PODE FICAR VAZIO"
                 PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
                 GOBACK.
           IF W-FILTRO-TIPO = "F"
              IF W-FILTRO-VALOR NOT NUMERIC
                 DISPLAY "FILTRO DE FORNECEDOR DEVE SER O CNPJ"
                 PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
                 GOBACK
              ELSE
                 MOVE W-FILTRO-VALOR TO W-FILTRO-CNPJ.
              MOVE "V" TO W-AJUSTE-TIPO.
           IF W-AJUSTE-TIPO NOT = "P" AND W-AJUSTE-TIPO NOT = "V"
              DISPLAY "TIPO DE AJUSTE INVALIDO - INFORME P OU V"
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           IF W-AJ-SINAL NOT = "+" AND W-AJ-SINAL NOT = "-"
              DISPLAY "SINAL DO AJUSTE DEVE SER + OU -"
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           IF W-AJ-VALOR NOT NUMERIC
              DISPLAY "VALOR DO AJUSTE INVALIDO"
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           IF W-AJ-VALOR = ZEROS
              DISPLAY "VALOR DO AJUSTE NAO PODE SER ZERO"
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
       LE-PARAMETROS-FIM.
           EXIT.
              OPEN INPUT CADPROD.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN OUTPUT RELREAJ
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELREAJ - " ST-ERRO3
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           IF W-MODO = "A"
              PERFORM ABRE-HISTPRECO THRU ABRE-HISTPRECO-FIM.
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTPRECO - "
                         ST-ERRO2
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
       ABRE-HISTPRECO-FIM.
           EXIT.
           REWRITE REGPROD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA ATUALIZACAO DO CADPROD - " ST-ERRO
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           WRITE REGHIST
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO HISTPRECO - "
                      ST-ERRO2
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           ADD 1 TO W-TOT-AJUSTADOS.
       APLICA-REAJUSTE-FIM.
              CLOSE HISTPRECO.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *---------[ CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) ]-------
       PREPARA-EXECUCAO.
           MOVE "STP019" TO AE-PROGRAMA
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
           MOVE W-TOT-AJUSTADOS TO AE-QTD-GRAV
           MOVE W-TOT-IGNORADOS TO AE-QTD-REJ
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
