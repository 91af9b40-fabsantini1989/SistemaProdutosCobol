       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP044.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * HISTORICO DE EXECUCAO DA ESTEIRA BATCH *
      **************************************
      *------------------------------------------------------------
      * LISTA O CONTROLE DE EXECUCAO (CTEXEC, GRAVADO PELO STP043)
      * DE UMA DATA DE NEGOCIO, PARA A CONFERENCIA DO TURNO DA
      * MANHA. CADA EXECUCAO SAI COM PROGRAMA, SEQUENCIA NO DIA,
      * HORA DE INICIO E DE FIM, OPERADOR, SITUACAO, RETURN-CODE E
      * OS CONTADORES (LIDOS, GRAVADOS, REJEITADOS), SEGUIDA DOS
      * CARTOES DE PARAMETRO E DA MENSAGEM, QUANDO HOUVER.
      * SITUACAO: CONCLUIDO = TERMINOU COM RC ATE 4
      *           FALHOU    = TERMINOU COM RC 8 OU MAIOR
      *           RECUSADO  = PRE-REQUISITO NAO CONCLUIDO (RC 16)
      *           SEM FIM   = INICIOU E NAO REGISTROU O FIM (AINDA
      *                       EM CURSO OU ABORTADO PELO SISTEMA)
      * DEPOIS SAEM OS PASSOS DA ESTEIRA NOTURNA (STP024, STP005,
      * STP029, STP018) SEM NENHUMA EXECUCAO NA DATA, COMO "NAO
      * EXECUTADO", E OS TOTAIS.
      * PARAMETRO POR CARTAO (SYSIN):
      *   CARTAO 1 - DATA DE NEGOCIO (AAAAMMDD; ZEROS OU BRANCO =
      *              DATA DE NEGOCIO CORRENTE, CORTE AS 06:00)
      * RETURN-CODE:  0 = TODOS OS PASSOS CONCLUIDOS
      *               4 = HA FALHA, RECUSA, EXECUCAO SEM FIM OU
      *                   PASSO NAO EXECUTADO
      *               8 = PARAMETRO INVALIDO
      *              12 = ERRO DE ABERTURA DE ARQUIVO
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CTEXEC  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-EXEC
                      FILE STATUS  IS ST-ERRO.
       SELECT RELEXEC ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO2.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CTEXEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTEXEC.DAT".
       COPY REGEXEC.
       FD RELEXEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEXEC.DAT".
       01 LINHA-RELEXEC    PIC X(80).
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 W-CARTAO-DATA    PIC X(08) VALUE SPACES.
       01 W-DT-NEGOCIO     PIC 9(08) VALUE ZEROS.
       01 W-SEM-CTEXEC     PIC X(01) VALUE "N".
       01 W-FIM-CTEXEC     PIC X(01) VALUE "N".
       01 W-IND            PIC 9(02) VALUE ZEROS.
       01 W-TOT-EXECUCOES  PIC 9(04) VALUE ZEROS.
       01 W-TOT-CONCLUIDAS PIC 9(04) VALUE ZEROS.
       01 W-TOT-FALHAS     PIC 9(04) VALUE ZEROS.
       01 W-TOT-RECUSADAS  PIC 9(04) VALUE ZEROS.
       01 W-TOT-SEM-FIM    PIC 9(04) VALUE ZEROS.
       01 W-TOT-NAO-EXEC   PIC 9(04) VALUE ZEROS.
      * PASSOS DA ESTEIRA NOTURNA, NA ORDEM DE EXECUCAO
       01 TAB-ESTEIRA-V.
          03 FILLER           PIC X(09) VALUE "STP024  N".
          03 FILLER           PIC X(09) VALUE "STP005  N".
          03 FILLER           PIC X(09) VALUE "STP029  N".
          03 FILLER           PIC X(09) VALUE "STP018  N".
       01 TAB-ESTEIRA REDEFINES TAB-ESTEIRA-V.
          03 TE-PASSO OCCURS 4 TIMES.
             05 TE-PROG       PIC X(08).
             05 TE-ACHOU      PIC X(01).
       01 LINHA-CABEC1.
          03 FILLER           PIC X(46)
                VALUE "HISTORICO DA ESTEIRA BATCH - DATA DE NEGOCIO: ".
          03 LC-DT-NEGOCIO    PIC 9(08).
       01 LINHA-CABEC2.
          03 FILLER           PIC X(13) VALUE "PROGRAMA SEQ ".
          03 FILLER           PIC X(18) VALUE "INICIO   FIM      ".
          03 FILLER           PIC X(09) VALUE "OPERADOR ".
          03 FILLER           PIC X(10) VALUE "SITUACAO  ".
          03 FILLER           PIC X(03) VALUE " RC".
          03 FILLER           PIC X(09) VALUE "    LIDOS".
          03 FILLER           PIC X(09) VALUE " GRAVADOS".
          03 FILLER           PIC X(09) VALUE "   REJEIT".
       01 LINHA-DETALHE.
          03 LD-PROGRAMA      PIC X(08).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-SEQ           PIC 9(03).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-HR-INICIO     PIC 99.99.99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-HR-FIM        PIC 99.99.99.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-OPERADOR      PIC X(08).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-SITUACAO      PIC X(09).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-RC            PIC ZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-LIDOS         PIC ZZZZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-GRAVADOS      PIC ZZZZZZZ9.
          03 FILLER           PIC X(01) VALUE SPACES.
          03 LD-REJEITADOS    PIC ZZZZZZZ9.
       01 LINHA-COMPL.
          03 FILLER           PIC X(13) VALUE SPACES.
          03 LM-ROTULO        PIC X(07).
          03 LM-TEXTO         PIC X(60).
       01 LINHA-NAO-EXEC.
          03 LN-PROGRAMA      PIC X(08).
          03 FILLER           PIC X(05) VALUE SPACES.
          03 FILLER           PIC X(36)
                VALUE "-- NAO EXECUTADO NA DATA DE NEGOCIO".
           COPY REGAEXE.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           PERFORM IMPRIME-CABECALHO THRU IMPRIME-CABECALHO-FIM.
           PERFORM POSICIONA-CTEXEC THRU POSICIONA-CTEXEC-FIM.
           PERFORM LISTA-EXECUCAO THRU LISTA-EXECUCAO-FIM
                   UNTIL W-FIM-CTEXEC = "S".
           PERFORM LISTA-NAO-EXECUTADO THRU LISTA-NAO-EXECUTADO-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 4.
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           IF W-TOT-FALHAS NOT = ZEROS OR W-TOT-RECUSADAS NOT = ZEROS
              OR W-TOT-SEM-FIM NOT = ZEROS
              OR W-TOT-NAO-EXEC NOT = ZEROS
              MOVE 4 TO RETURN-CODE.
           GOBACK.
      *---------[ PARAMETRO: DATA DE NEGOCIO (SYSIN) ]-----------------
      * SEM DATA VALE A DATA DE NEGOCIO CORRENTE, OBTIDA DO STP043.
       LE-PARAMETROS.
           ACCEPT W-CARTAO-DATA.
           IF W-CARTAO-DATA = SPACES OR W-CARTAO-DATA = ZEROS
              MOVE "D" TO AE-FUNCAO
              MOVE ZEROS TO AE-SEQ
              CALL "STP043" USING AREA-EXEC
              MOVE AE-DT-NEGOCIO TO W-DT-NEGOCIO
              GO TO LE-PARAMETROS-FIM.
           IF W-CARTAO-DATA NOT NUMERIC
              DISPLAY "DATA INVALIDA - INFORME AAAAMMDD OU ZEROS"
              MOVE 8 TO RETURN-CODE
              GOBACK.
           MOVE W-CARTAO-DATA TO W-DT-NEGOCIO.
       LE-PARAMETROS-FIM.
           EXIT.
      *---------[ ABERTURA DOS ARQUIVOS ]-----------------------------
      * SEM CTEXEC NENHUM PASSO RODOU - TODOS SAEM NAO EXECUTADOS.
       ABRE-ARQUIVOS.
           OPEN INPUT CTEXEC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR "35"
                 MOVE "S" TO W-SEM-CTEXEC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTEXEC - " ST-ERRO
                 MOVE 12 TO RETURN-CODE
                 STOP RUN.
           OPEN OUTPUT RELEXEC
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELEXEC - " ST-ERRO2
              MOVE 12 TO RETURN-CODE
              STOP RUN.
       ABRE-ARQUIVOS-FIM.
           EXIT.
      *---------[ CABECALHO DO RELATORIO ]-----------------------------
       IMPRIME-CABECALHO.
           MOVE W-DT-NEGOCIO TO LC-DT-NEGOCIO
           MOVE LINHA-CABEC1 TO LINHA-RELEXEC
           WRITE LINHA-RELEXEC
           MOVE SPACES TO LINHA-RELEXEC
           WRITE LINHA-RELEXEC
           MOVE LINHA-CABEC2 TO LINHA-RELEXEC
           WRITE LINHA-RELEXEC.
       IMPRIME-CABECALHO-FIM.
           EXIT.
      *---------[ PRIMEIRA EXECUCAO DA DATA DE NEGOCIO ]---------------
       POSICIONA-CTEXEC.
           IF W-SEM-CTEXEC = "S"
              MOVE "S" TO W-FIM-CTEXEC
              GO TO POSICIONA-CTEXEC-FIM.
           MOVE W-DT-NEGOCIO TO DT-NEG-EX
           MOVE SPACES       TO PROG-EX
           MOVE ZEROS        TO SEQ-EX
           START CTEXEC KEY NOT LESS THAN CHAVE-EXEC
           IF ST-ERRO NOT = "00"
              MOVE "S" TO W-FIM-CTEXEC
              GO TO POSICIONA-CTEXEC-FIM.
           PERFORM LE-CTEXEC THRU LE-CTEXEC-FIM.
       POSICIONA-CTEXEC-FIM.
           EXIT.
       LE-CTEXEC.
           READ CTEXEC NEXT RECORD
               AT END MOVE "S" TO W-FIM-CTEXEC.
           IF W-FIM-CTEXEC NOT = "S"
              IF DT-NEG-EX NOT = W-DT-NEGOCIO
                 MOVE "S" TO W-FIM-CTEXEC.
       LE-CTEXEC-FIM.
           EXIT.
      *---------[ UMA EXECUCAO DA DATA ]-------------------------------
       LISTA-EXECUCAO.
           ADD 1 TO W-TOT-EXECUCOES
           PERFORM MARCA-PASSO THRU MARCA-PASSO-FIM
                   VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 4.
           MOVE PROG-EX      TO LD-PROGRAMA
           MOVE SEQ-EX       TO LD-SEQ
           MOVE HR-INICIO-EX TO LD-HR-INICIO
           MOVE HR-FIM-EX    TO LD-HR-FIM
           MOVE OPERADOR-EX  TO LD-OPERADOR
           MOVE RC-EX        TO LD-RC
           MOVE QTD-LIDOS-EX TO LD-LIDOS
           MOVE QTD-GRAV-EX  TO LD-GRAVADOS
           MOVE QTD-REJ-EX   TO LD-REJEITADOS
           IF EXEC-RECUSADA
              MOVE "RECUSADO" TO LD-SITUACAO
              ADD 1 TO W-TOT-RECUSADAS
           ELSE
              IF EXEC-EM-CURSO
                 MOVE "SEM FIM" TO LD-SITUACAO
                 MOVE ZEROS TO LD-HR-FIM
                 ADD 1 TO W-TOT-SEM-FIM
              ELSE
                 IF RC-EX > 4
                    MOVE "FALHOU" TO LD-SITUACAO
                    ADD 1 TO W-TOT-FALHAS
                 ELSE
                    MOVE "CONCLUIDO" TO LD-SITUACAO
                    ADD 1 TO W-TOT-CONCLUIDAS.
           MOVE LINHA-DETALHE TO LINHA-RELEXEC
           WRITE LINHA-RELEXEC
           IF PARAM-EX NOT = SPACES
              MOVE "PARAM: " TO LM-ROTULO
              MOVE PARAM-EX  TO LM-TEXTO
              MOVE LINHA-COMPL TO LINHA-RELEXEC
              WRITE LINHA-RELEXEC.
           IF MENS-EX NOT = SPACES
              MOVE "MENS.: " TO LM-ROTULO
              MOVE MENS-EX   TO LM-TEXTO
              MOVE LINHA-COMPL TO LINHA-RELEXEC
              WRITE LINHA-RELEXEC.
           PERFORM LE-CTEXEC THRU LE-CTEXEC-FIM.
       LISTA-EXECUCAO-FIM.
           EXIT.
       MARCA-PASSO.
           IF TE-PROG (W-IND) = PROG-EX
              MOVE "S" TO TE-ACHOU (W-IND).
       MARCA-PASSO-FIM.
           EXIT.
      *---------[ PASSO DA ESTEIRA SEM EXECUCAO NA DATA ]--------------
       LISTA-NAO-EXECUTADO.
           IF TE-ACHOU (W-IND) = "S"
              GO TO LISTA-NAO-EXECUTADO-FIM.
           ADD 1 TO W-TOT-NAO-EXEC
           MOVE TE-PROG (W-IND) TO LN-PROGRAMA
           MOVE LINHA-NAO-EXEC TO LINHA-RELEXEC
           WRITE LINHA-RELEXEC.
       LISTA-NAO-EXECUTADO-FIM.
           EXIT.
      *---------[ TOTAIS DA DATA DE NEGOCIO ]--------------------------
       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELEXEC
           WRITE LINHA-RELEXEC
           MOVE SPACES TO LINHA-RELEXEC
           STRING "EXECUCOES REGISTRADAS: " W-TOT-EXECUCOES
                   DELIMITED BY SIZE INTO LINHA-RELEXEC
           WRITE LINHA-RELEXEC
           MOVE SPACES TO LINHA-RELEXEC
           STRING "CONCLUIDAS...........: " W-TOT-CONCLUIDAS
                   DELIMITED BY SIZE INTO LINHA-RELEXEC
           WRITE LINHA-RELEXEC
           MOVE SPACES TO LINHA-RELEXEC
           STRING "FALHARAM.............: " W-TOT-FALHAS
                   DELIMITED BY SIZE INTO LINHA-RELEXEC
           WRITE LINHA-RELEXEC
           MOVE SPACES TO LINHA-RELEXEC
           STRING "RECUSADAS............: " W-TOT-RECUSADAS
                   DELIMITED BY SIZE INTO LINHA-RELEXEC
           WRITE LINHA-RELEXEC
           MOVE SPACES TO LINHA-RELEXEC
           STRING "SEM FIM REGISTRADO...: " W-TOT-SEM-FIM
                   DELIMITED BY SIZE INTO LINHA-RELEXEC
           WRITE LINHA-RELEXEC
           MOVE SPACES TO LINHA-RELEXEC
           STRING "PASSOS NAO EXECUTADOS: " W-TOT-NAO-EXEC
                   DELIMITED BY SIZE INTO LINHA-RELEXEC
           WRITE LINHA-RELEXEC.
       IMPRIME-TOTAIS-FIM.
           EXIT.
      *---------[ ENCERRAMENTO ]---------------------------------------
       FECHA-ARQUIVOS.
           IF W-SEM-CTEXEC NOT = "S"
              CLOSE CTEXEC.
           CLOSE RELEXEC.
       FECHA-ARQUIVOS-FIM.
           EXIT.
