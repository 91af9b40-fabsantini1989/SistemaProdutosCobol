      * HAVENDO QUALQUER EXCECAO O PROGRAMA TERMINA COM RETURN-CODE
      * 8, PARA O JOB FICAR VERMELHO NO SCHEDULER; SEM EXCECAO, 0.
      * ERRO DE ABERTURA DE ARQUIVO TERMINA COM RETURN-CODE 12.
      * CADA EXECUCAO FICA REGISTRADA NO CONTROLE DE EXECUCAO
      * (CTEXEC, VIA STP043).
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 LS-QUANTIDADE PIC ZZZ.ZZ9.
          03 FILLER        PIC X(13) VALUE "  HISTORICO: ".
          03 LS-SALDO-HIST PIC -(8)9.
           COPY REGAEXE.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PREPARA-EXECUCAO THRU PREPARA-EXECUCAO-FIM.
           PERFORM INICIA-EXECUCAO THRU INICIA-EXECUCAO-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM LE-CADPROD THRU LE-CADPROD-FIM.
           PERFORM CONSISTE-PRODUTO THRU CONSISTE-PRODUTO-FIM
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           IF W-TOT-EXCECOES NOT = ZEROS
              MOVE 8 TO RETURN-CODE.
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
           GOBACK.
      *---------[ ABERTURA DOS ARQUIVOS ]-----------------------------
       ABRE-ARQUIVOS.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN INPUT CADFORN
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN - " ST-ERRO2
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN INPUT CADUNI
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUNI - " ST-ERRO3
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
      * O HISTMOV PODE AINDA NAO EXISTIR (PRIMEIRO CICLO) - NESSE
      * CASO A CONFERENCIA DE SALDO E PULADA.
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTMOV - "
                         ST-ERRO4
                 MOVE 12 TO RETURN-CODE
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
           OPEN OUTPUT RELINTEG
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELINTEG - " ST-ERRO5
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
              CLOSE HISTMOV.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *---------[ CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) ]-------
       PREPARA-EXECUCAO.
           MOVE "STP018" TO AE-PROGRAMA
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
           MOVE ZEROS TO AE-QTD-GRAV
           MOVE W-TOT-EXCECOES TO AE-QTD-REJ
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
