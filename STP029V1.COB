      * DATA RETROATIVA OU LOTE FECHADO TARDE - SAIA NO PROXIMO
      * ENVIO EM VEZ DE SE PERDER; CADA MOVIMENTO E MARCADO "S" AO
      * ENTRAR NO RESUMO E NUNCA SAI DUAS VEZES.
      * CADA MOVIMENTO ENVIADO FICA TAMBEM NO CTBDET (DATA DO ENVIO,
      * CUSTO MEDIO E VALOR USADOS), PARA A CONCILIACAO MENSAL
      * ESTOQUE X CONTABIL DO STP045.
      * CADA DATA EXPORTADA FICA REGISTRADA NO EXPCTL - A
      * RESUBMISSAO DO MESMO DIA TERMINA COM "DIA JA ENVIADO" E
      * RETURN-CODE 4, SEM DUPLICAR LANCAMENTO.
      * STP018.
      * PARAMETRO POR CARTAO (SYSIN): DATA A EXPORTAR (AAAAMMDD,
      * ZEROS = HOJE).
      * SO EXPORTA DEPOIS DE A POSTAGEM (STP005) TERMINAR BEM NA
      * DATA DE NEGOCIO; CADA EXECUCAO FICA REGISTRADA NO CONTROLE
      * DE EXECUCAO (CTEXEC, VIA STP043).
      * RETURN-CODE:  0 = EXPORTADO   4 = DIA JA ENVIADO
      *               8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA/GRAVACAO DE ARQUIVO
      *              16 = POSTAGEM DO DIA NAO CONCLUIDA
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DT-EXPORTADA
                      FILE STATUS  IS ST-ERRO4.
       SELECT CTBDET  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-CTBD
                      FILE STATUS  IS ST-ERRO5.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       FD CONTABIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTABIL.DAT".
       COPY REGCTB.
       FD EXPCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXPCTL.DAT".
       COPY REGEXPC.
       FD CTBDET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTBDET.DAT".
       COPY REGCTBD.
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 ST-ERRO5         PIC X(02) VALUE "00".
       01 W-DT-EXPORT      PIC 9(08) VALUE ZEROS.
       01 W-FIM-HISTMOV    PIC X(01) VALUE "N".
       01 W-IND-APL        PIC 9(02) VALUE ZEROS.
          03 FILLER          PIC X(01) VALUE "A".
       01 TB-TIPO-LETRA-R REDEFINES TB-TIPO-LETRA.
          03 TB-LETRA OCCURS 3 TIMES PIC X(01).
           COPY REGAEXE.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PREPARA-EXECUCAO THRU PREPARA-EXECUCAO-FIM.
           MOVE ZEROS TO TB-CONTAB
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM INICIA-EXECUCAO THRU INICIA-EXECUCAO-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM CONFERE-JA-ENVIADO THRU CONFERE-JA-ENVIADO-FIM.
           PERFORM LE-HISTMOV THRU LE-HISTMOV-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           DISPLAY "EXPORTACAO CONTABIL DE " W-DT-EXPORT
                   " - LANCAMENTOS: " W-TOT-LANCTOS.
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
           GOBACK.
      *---------[ PARAMETRO: DATA A EXPORTAR (SYSIN) ]-----------------
       LE-PARAMETROS.
           ACCEPT W-DT-EXPORT.
           IF W-DT-EXPORT = ZEROS
              ACCEPT W-DT-EXPORT FROM DATE YYYYMMDD.
           MOVE W-DT-EXPORT TO AE-PARAMETROS.
           IF W-DT-EXPORT NOT NUMERIC
              DISPLAY "DATA INVALIDA - INFORME AAAAMMDD OU ZEROS"
              MOVE 8 TO RETURN-CODE
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
       LE-PARAMETROS-FIM.
           EXIT.
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTMOV - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN INPUT CADPROD
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO2
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-EXPCTL.
           OPEN I-O EXPCTL
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO EXPCTL - "
                         ST-ERRO4
                 MOVE 12 TO RETURN-CODE
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
       ABRE-CONTABIL.
           OPEN EXTEND CONTABIL
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CONTABIL - "
                         ST-ERRO3
                 MOVE 12 TO RETURN-CODE
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
       ABRE-CTBDET.
           OPEN I-O CTBDET
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30" OR "35"
                 OPEN OUTPUT CTBDET
                 CLOSE CTBDET
                 GO TO ABRE-CTBDET
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTBDET - "
                         ST-ERRO5
                 MOVE 12 TO RETURN-CODE
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
                      " EXPORTADO EM " DT-EXECUCAO
              MOVE 4 TO RETURN-CODE
              PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM
              MOVE "DIA JA ENVIADO" TO AE-MENSAGEM
              PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM
              GOBACK.
       CONFERE-JA-ENVIADO-FIM.
           EXIT.
                         " EXCEDE A CAPACIDADE - IGNORADO ***"
                 MOVE ZEROS TO W-VALOR-MOVTO.
           ADD W-VALOR-MOVTO TO TB-VALOR (W-IND-APL, W-IND-TP)
           PERFORM GRAVA-CTBDET THRU GRAVA-CTBDET-FIM
           PERFORM MARCA-ENVIADO THRU MARCA-ENVIADO-FIM.
       ACUMULA-MOVTO-LE.
           PERFORM LE-HISTMOV THRU LE-HISTMOV-FIM.
       ACUMULA-MOVTO-FIM.
           EXIT.
      *---------[ DETALHE DO MOVIMENTO ENVIADO (CTBDET) ]--------------
      * CHAVE JA EXISTENTE (REEXECUCAO APOS ABEND) E REGRAVADA.
       GRAVA-CTBDET.
           MOVE COD-PROD-H    TO COD-PROD-CD
           MOVE DT-MOVTO-H    TO DT-MOVTO-CD
           MOVE SEQ-HISTM     TO SEQ-CD
           MOVE W-DT-EXPORT   TO DT-EXPORT-CD
           MOVE TP-MOVTO-H    TO TP-CD
           MOVE APLICACAO     TO APLICACAO-CD
           MOVE QTD-MOVTO-H   TO QTD-CD
           MOVE CUSTO-MEDIO   TO CUSTO-CD
           MOVE W-VALOR-MOVTO TO VALOR-CD
           WRITE REGCTBD
           IF ST-ERRO5 = "22"
              REWRITE REGCTBD.
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CTBDET - " ST-ERRO5
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       GRAVA-CTBDET-FIM.
           EXIT.
      *---------[ MARCA O MOVIMENTO COMO JA ENVIADO ]------------------
       MARCA-ENVIADO.
           MOVE "S" TO FLAG-EXPORT-H
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA MARCACAO DO HISTMOV - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       MARCA-ENVIADO-FIM.
           EXIT.
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CONTABIL - "
                      ST-ERRO3
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           ADD 1 TO W-TOT-LANCTOS
           GO TO GRAVA-LANC-TP.
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO EXPCTL - " ST-ERRO4
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           IF W-TOT-SEM-PROD NOT = ZEROS
              DISPLAY "MOVIMENTOS SEM PRODUTO NO CADPROD: "
           EXIT.
      *---------[ ENCERRAMENTO ]---------------------------------------
       FECHA-ARQUIVOS.
           CLOSE HISTMOV CADPROD CONTABIL EXPCTL CTBDET.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *---------[ CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) ]-------
       PREPARA-EXECUCAO.
           MOVE "STP029" TO AE-PROGRAMA
           MOVE "BATCH" TO AE-OPERADOR
           MOVE "STP005" TO AE-PRE-REQ
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
           MOVE W-TOT-MOVTOS TO AE-QTD-LIDOS
           MOVE W-TOT-LANCTOS TO AE-QTD-GRAV
           MOVE W-TOT-SEM-PROD TO AE-QTD-REJ
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
