      * ARCHMOV (CHAVE DUPLICADA) NAO E COPIADO DE NOVO, MAS SEGUE
      * SENDO EXPURGADO E SOMADO; ANCORA JA EXISTENTE E ACUMULADA.
      * PARAMETRO POR CARTAO (SYSIN): ANO DE CORTE (AAAA). O ANO
      * DEVE SER ANTERIOR AO CORRENTE E DEZEMBRO DO ANO DE CORTE JA
      * DEVE ESTAR FECHADO NO CTFECH (STP025).
      * CADA EXECUCAO FICA REGISTRADA NO CONTROLE DE EXECUCAO
      * (CTEXEC, VIA STP043).
      * RETURN-CODE:  0 = ARQUIVADO   8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA/GRAVACAO DE ARQUIVO
      *              16 = DEZEMBRO DO ANO DE CORTE NAO FECHADO
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 LOCAL-A        PIC X(02).
          03 LOC-DEST-A     PIC X(02).
          03 FLAG-EXPORT-A  PIC X(01).
          03 LOTE-FAB-A     PIC X(10).
          03 DT-VALID-A     PIC 9(08).
       FD CTFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTFECH.DAT".
       01 W-TEM-CTFECH     PIC X(01) VALUE "N".
       01 W-FIM-HISTMOV    PIC X(01) VALUE "N".
       01 W-COD-CORRENTE   PIC 9(06) VALUE ZEROS.
       01 W-REG-PENDENTE   PIC X(100) VALUE SPACES.
       01 W-REPOSICIONA    PIC X(01) VALUE "N".
       01 W-TEM-ARQUIVADO  PIC X(01) VALUE "N".
       01 W-SALDO-ARQ      PIC S9(08) VALUE ZEROS.
          03 LD-ARQUIVADOS    PIC ZZZ.ZZ9.
          03 FILLER           PIC X(04) VALUE SPACES.
          03 LD-SALDO         PIC -(8)9.
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
           PERFORM LE-HISTMOV THRU LE-HISTMOV-FIM.
           PERFORM FECHA-PRODUTO THRU FECHA-PRODUTO-FIM.
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
           GOBACK.
      *---------[ PARAMETRO: ANO DE CORTE (SYSIN) ]--------------------
       LE-PARAMETROS.
           ACCEPT W-ANO-CORTE
           MOVE W-ANO-CORTE TO AE-PARAMETROS
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD
           COMPUTE W-ANO-HOJE = W-DT-HOJE / 10000.
           IF W-ANO-CORTE NOT NUMERIC OR W-ANO-CORTE = ZEROS
              DISPLAY "ANO DE CORTE INVALIDO - INFORME AAAA"
              MOVE 8 TO RETURN-CODE
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           IF W-ANO-CORTE NOT < W-ANO-HOJE
              DISPLAY "ANO DE CORTE DEVE SER ANTERIOR AO CORRENTE"
              MOVE 8 TO RETURN-CODE
              PERFORM PARAMETRO-INVALIDO THRU PARAMETRO-INVALIDO-FIM
              GOBACK.
           COMPUTE W-DT-CORTE = W-ANO-CORTE * 10000 + 1231
           COMPUTE W-ANOMES-CORTE = W-ANO-CORTE * 100 + 12.
           PERFORM LE-CTFECH THRU LE-CTFECH-FIM.
           IF W-TEM-CTFECH NOT = "S"
              OR W-ANOMES-FECHADO < W-ANOMES-CORTE
              DISPLAY "DEZEMBRO DE " W-ANO-CORTE
                      " AINDA NAO FECHADO NO STP025"
              MOVE 16 TO RETURN-CODE
              MOVE "PRE-REQUISITO STP025 - DEZEMBRO NAO FECHADO"
                   TO AE-MENSAGEM
              PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM
              GOBACK.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------[ ULTIMO MES FECHADO (CTFECH) ]------------------------
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTMOV - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-ARCHMOV.
           OPEN I-O ARCHMOV
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARCHMOV - "
                         ST-ERRO2
                 MOVE 12 TO RETURN-CODE
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
           OPEN OUTPUT RELARQ
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELARQ - " ST-ERRO4
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
           MOVE LOCAL-H       TO LOCAL-A
           MOVE LOC-DEST-H    TO LOC-DEST-A
           MOVE FLAG-EXPORT-H TO FLAG-EXPORT-A
           MOVE LOTE-FAB-H    TO LOTE-FAB-A
           MOVE DT-VALID-H    TO DT-VALID-A
           WRITE REGARCH
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "22"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO ARCHMOV - " ST-ERRO2
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ARQUIVA-MOVTO-SOMA.
           IF TP-MOVTO-H NOT = "T"
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NO EXPURGO DO HISTMOV - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ARQUIVA-MOVTO-FIM.
           EXIT.
           MOVE "01"           TO LOCAL-H
           MOVE SPACES         TO LOC-DEST-H
           MOVE SPACES         TO FLAG-EXPORT-H
           MOVE SPACES         TO LOTE-FAB-H
           MOVE ZEROS          TO DT-VALID-H
           WRITE REGHMOV
           IF ST-ERRO = "22"
              PERFORM ACUMULA-ANCORA THRU ACUMULA-ANCORA-FIM
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DA ANCORA - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       GRAVA-ANCORA-CONTA.
           ADD 1 TO W-TOT-ANCORAS.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA RELEITURA DA ANCORA - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           ADD W-SALDO-ARQ TO QTD-MOVTO-H
           REWRITE REGHMOV
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              DISPLAY "ERRO NA REGRAVACAO DA ANCORA - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           MOVE "S" TO W-REPOSICIONA.
       ACUMULA-ANCORA-FIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "23"
              DISPLAY "ERRO NO REPOSICIONAMENTO DO HISTMOV - " ST-ERRO
              MOVE 12 TO RETURN-CODE
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           IF ST-ERRO = "23"
              MOVE "S" TO W-FIM-HISTMOV.
           CLOSE HISTMOV ARCHMOV RELARQ.
       FECHA-ARQUIVOS-FIM.
           EXIT.
      *---------[ CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) ]-------
       PREPARA-EXECUCAO.
           MOVE "STP030" TO AE-PROGRAMA
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
           COMPUTE AE-QTD-LIDOS = W-TOT-ARQUIVADOS + W-TOT-MANTIDOS
           MOVE W-TOT-ARQUIVADOS TO AE-QTD-GRAV
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
