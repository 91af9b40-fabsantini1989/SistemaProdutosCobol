      * MODO "D" (DESCARGA): LE O CADPROD SEQUENCIALMENTE E GRAVA
      * O EXTPROD NO MESMO LAYOUT, PARA ENVIO A OUTRO SISTEMA.
      * O MODO E INFORMADO POR CARTAO DE PARAMETRO (SYSIN).
      * O CONTROLE DE LOTE (CONTROLA-LOTE) NAO FAZ PARTE DO
      * INTERCAMBIO: PRODUTO INCLUIDO PELA CARGA ENTRA SEM CONTROLE
      * E O ALTERADO MANTEM O QUE FOI MARCADO NO STP003.
      * CADA EXECUCAO FICA REGISTRADA NO CONTROLE DE EXECUCAO
      * (CTEXEC, VIA STP043). ERRO DE ARQUIVO TERMINA COM
      * RETURN-CODE 12.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 ST-ERRO6         PIC X(02) VALUE "00".
       01 W-CNPJ-OK        PIC X(01) VALUE "S".
       01 W-PROD-ANT       PIC X(98) VALUE SPACES.
       01 W-MODO           PIC X(01) VALUE SPACES.
       01 W-FIM-EXTPROD    PIC X(01) VALUE "N".
       01 W-FIM-CADPROD    PIC X(01) VALUE "N".
          03 LD-CODIGO     PIC 9(06).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LD-RESULTADO  PIC X(40).
           COPY REGAEXE.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PREPARA-EXECUCAO THRU PREPARA-EXECUCAO-FIM.
           PERFORM INICIA-EXECUCAO THRU INICIA-EXECUCAO-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM LE-CHECKPOINT THRU LE-CHECKPOINT-FIM.
           ACCEPT W-MODO.
           MOVE W-MODO TO AE-PARAMETROS.
           IF W-MODO = "D" OR "d"
              PERFORM DESCARGA THRU DESCARGA-FIM
           ELSE
              PERFORM CARGA THRU CARGA-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
           GOBACK.
      *---------[ ABERTURA DOS ARQUIVOS COMUNS AOS DOIS MODOS ]---------
       ABRE-ARQUIVOS.
           OPEN I-O CADPROD
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN INPUT CADFORN
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN - " ST-ERRO5
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN OUTPUT RELCARGA
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELCARGA - " ST-ERRO3
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-JRNMEST.
           OPEN EXTEND JRNMEST
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO JRNMEST - "
                         ST-ERRO6
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
       PROCESSA-CARGA-INCLUI.
           PERFORM MOVE-EXT-PARA-PROD THRU MOVE-EXT-PARA-PROD-FIM
           MOVE ZEROS TO CUSTO-MEDIO
           MOVE "N" TO CONTROLA-LOTE
           WRITE REGPROD
           IF ST-ERRO = "00"
              MOVE "PRODUTO INCLUIDO" TO LD-RESULTADO
           WRITE REGJORN
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO JRNMEST - " ST-ERRO6
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       GRAVA-JORNAL-FIM.
           EXIT.
           CLOSE CADPROD CADFORN RELCARGA JRNMEST.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *---------[ CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) ]-------
       PREPARA-EXECUCAO.
           MOVE "STP007" TO AE-PROGRAMA
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
           COMPUTE AE-QTD-GRAV = W-TOT-INCLUIDOS + W-TOT-ALTERADOS
           MOVE W-TOT-REJEITADOS TO AE-QTD-REJ
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
