       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP051.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * SUBPROGRAMA - GRAVA A NOTA DE ENTRADA NO DOCFIS E NO KARDEX *
      **************************************
      *------------------------------------------------------------
      * RECEBE NA AREA-NFE (REGGNFE) UMA NOTA DE ENTRADA COMPLETA,
      * COM OS ITENS JA NO CODIGO INTERNO, E A GRAVA EXATAMENTE COMO
      * A DIGITACAO DO STP011: CABECALHO, ITENS E ENCARGOS NO DOCFIS
      * COM SIT-DOC "D" E UM MOVIMENTO "E" NO MOVPROD POR ITEM, TODOS
      * NO MESMO LOTE ABERTO (STP023), CADA ITEM CASADO COM O ITEM
      * EM ABERTO MAIS ANTIGO DO PEDIDO DO FORNECEDOR (PEDCOMP). O
      * STP005 POSTA O DOCUMENTO EM CONJUNTO, COMO QUALQUER OUTRO.
      * USADO PELA IMPORTACAO DAS NF-E (STP049) E PELA LIBERACAO DAS
      * NOTAS EM SUSPENSO (STP050).
      * ANTES DE GRAVAR QUALQUER REGISTRO CONFERE O MES DA EMISSAO
      * (CTFECH) E SE O NUMERO + SERIE + CNPJ JA EXISTE NO DOCFIS -
      * A MESMA NOTA NUNCA E GRAVADA DUAS VEZES. DOCUMENTO REJEITADO
      * PELA POSTAGEM (SIT-DOC "R") E DESCARTADO E REGRAVADO, COMO
      * NA REDIGITACAO DO STP011.
      * OS ARQUIVOS SAO ABERTOS E FECHADOS A CADA CHAMADA, COMO NO
      * STP023 E NO STP033. VALIDACAO DO FORNECEDOR, DO LOCAL, DOS
      * PRODUTOS E DOS LOTES FICA COM O CHAMADOR.
      * O DOCUMENTO INTEIRO VAI PARA O DOCFIS ANTES DO PRIMEIRO
      * MOVIMENTO. ERRO DE GRAVACAO NO DOCFIS EXCLUI O QUE JA FOI
      * GRAVADO; ERRO NO MOVPROD COM MOVIMENTOS JA GRAVADOS DEIXA O
      * CABECALHO "R" E O STP005 REJEITA ESSES MOVIMENTOS - A NOTA
      * NUNCA E POSTADA PELA METADE.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOCFIS  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-DOC
                      FILE STATUS  IS ST-ERRO.
       SELECT MOVPROD ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO2.
       SELECT PEDCOMP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-PED
                      ALTERNATE RECORD KEY IS COD-PROD-PC
                                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO3.
       SELECT CTFECH  ASSIGN TO DISK
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD DOCFIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DOCFIS.DAT".
       COPY REGDOC.
       FD MOVPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVPROD.DAT".
       COPY REGMOV.
       FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       COPY REGPED.
       FD CTFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTFECH.DAT".
       COPY REGFECH.
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO          PIC X(02) VALUE "00".
       01 ST-ERRO2         PIC X(02) VALUE "00".
       01 ST-ERRO3         PIC X(02) VALUE "00".
       01 ST-ERRO4         PIC X(02) VALUE "00".
       01 W-SEM-PEDCOMP    PIC X(01) VALUE "N".
       01 W-FIM-PEDCOMP    PIC X(01) VALUE "N".
       01 W-MOVPROD-ABERTO PIC X(01) VALUE "N".
       01 W-ANOMES-FECHADO PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-EMISSAO PIC 9(06) VALUE ZEROS.
       01 W-NUM-LOTE       PIC 9(06) VALUE ZEROS.
       01 W-IND-ITEM       PIC 9(03) VALUE ZEROS.
       01 W-IND-CASA       PIC 9(03) VALUE ZEROS.
       01 W-IND-ENC        PIC 9(02) VALUE ZEROS.
       01 W-CODIGO         PIC 9(06) VALUE ZEROS.
       01 W-QTD-CASADA     PIC 9(08) VALUE ZEROS.
       01 W-QTD-SALDO-PED  PIC S9(08) VALUE ZEROS.
       01 W-TOT-QTD        PIC 9(08) VALUE ZEROS.
       01 W-TOT-VALOR      PIC 9(14) VALUE ZEROS.
       01 W-VALOR-ITEM     PIC 9(14) VALUE ZEROS.
       01 W-EXC-ITENS      PIC 9(03) VALUE ZEROS.
       01 W-EXC-SEQ        PIC 9(03) VALUE ZEROS.
       01 W-EXC-ENC        PIC 9(01) VALUE ZEROS.
       01 W-QTD-MOV        PIC 9(03) VALUE ZEROS.
       01 W-MENS-ERRO      PIC X(40) VALUE SPACES.
      *
      *------------------------------------------------------------
       LINKAGE SECTION.
           COPY REGGNFE.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-NFE.
       INICIO.
           MOVE "S" TO NE-RESULTADO
           MOVE SPACES TO NE-MENSAGEM
           MOVE ZEROS TO NE-NUM-LOTE W-NUM-LOTE
           MOVE "N" TO W-SEM-PEDCOMP W-MOVPROD-ABERTO
           IF NE-QTD-ITENS > 99
              MOVE 99 TO NE-QTD-ITENS.
           IF NE-QTD-ENC > 9
              MOVE 9 TO NE-QTD-ENC.
      *---------[ ULTIMO MES CONTABIL FECHADO (STP025) ]--------------
      * ARQUIVO INEXISTENTE OU VAZIO = NENHUM MES FECHADO AINDA.
      * QUALQUER OUTRO ERRO RECUSA A NOTA - SEM O FECHAMENTO NAO HA
      * COMO SABER SE O MES DA EMISSAO ESTA ABERTO.
       LE-FECHAMENTO.
           MOVE ZEROS TO W-ANOMES-FECHADO
           OPEN INPUT CTFECH
           IF ST-ERRO4 = "35"
              GO TO CONFERE-FECHAMENTO.
           IF ST-ERRO4 NOT = "00"
              MOVE "E" TO NE-RESULTADO
              MOVE "ERRO NA ABERTURA DO ARQUIVO CTFECH" TO NE-MENSAGEM
              GOBACK.
           READ CTFECH
           IF ST-ERRO4 = "00"
              MOVE ANOMES-FECHADO TO W-ANOMES-FECHADO
           ELSE
              IF ST-ERRO4 NOT = "10"
                 CLOSE CTFECH
                 MOVE "E" TO NE-RESULTADO
                 MOVE "ERRO NA LEITURA DO ARQUIVO CTFECH"
                      TO NE-MENSAGEM
                 GOBACK.
           CLOSE CTFECH.
       CONFERE-FECHAMENTO.
           COMPUTE W-ANOMES-EMISSAO = NE-DT-EMISSAO / 100
           IF W-ANOMES-EMISSAO NOT > W-ANOMES-FECHADO
              MOVE "M" TO NE-RESULTADO
              MOVE "PERIODO CONTABIL JA FECHADO" TO NE-MENSAGEM
              GOBACK.
       R0D.
           OPEN I-O DOCFIS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR "35"
                 OPEN OUTPUT DOCFIS
                 CLOSE DOCFIS
                 GO TO R0D
              ELSE
                 MOVE "E" TO NE-RESULTADO
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DOCFIS"
                      TO NE-MENSAGEM
                 GOBACK.
      *--------[ O MESMO DOCUMENTO NAO PODE SER GRAVADO DUAS VEZES ]----
       CONFERE-DOC.
           MOVE NE-NUM-DOC TO NUM-DOC-D
           MOVE NE-SERIE   TO SERIE-DOC
           MOVE NE-CNPJ    TO CNPJ-DOC
           MOVE ZEROS      TO SEQ-ITEM-D
           READ DOCFIS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO CONFERE-DOC-LIVRE.
           IF NOT DOC-REJEITADO
              MOVE "J" TO NE-RESULTADO
              MOVE "DOCUMENTO JA DIGITADO - VER STP022" TO NE-MENSAGEM
              GO TO ENCERRA.
           IF NE-FUNCAO = "G"
              PERFORM EXCLUI-DOC-REJEITADO
                      THRU EXCLUI-DOC-REJEITADO-FIM
              IF NE-ERRO
                 GO TO ENCERRA.
       CONFERE-DOC-LIVRE.
           IF NE-FUNCAO NOT = "G"
              GO TO ENCERRA.
       R0M.
           OPEN EXTEND MOVPROD
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30" OR "35"
                 OPEN OUTPUT MOVPROD
                 CLOSE MOVPROD
                 GO TO R0M
              ELSE
                 MOVE "E" TO NE-RESULTADO
                 MOVE "ERRO NA ABERTURA DO ARQUIVO MOVPROD"
                      TO NE-MENSAGEM
                 GO TO ENCERRA.
           MOVE "S" TO W-MOVPROD-ABERTO.
      * O PEDCOMP PODE AINDA NAO EXISTIR (NENHUM PEDIDO EMITIDO) -
      * NESSE CASO A ENTRADA NAO E CASADA COM PEDIDO.
       R0P.
           OPEN INPUT PEDCOMP
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-SEM-PEDCOMP
              IF ST-ERRO3 NOT = "30" AND ST-ERRO3 NOT = "35"
                 MOVE "E" TO NE-RESULTADO
                 MOVE "ERRO NA ABERTURA DO ARQUIVO PEDCOMP"
                      TO NE-MENSAGEM
                 GO TO ENCERRA.
      *--------[ CASA OS ITENS COM O PEDIDO E TOTALIZA A NOTA ]---------
           MOVE ZEROS TO W-TOT-QTD W-TOT-VALOR
           PERFORM PREPARA-ITEM THRU PREPARA-ITEM-FIM
                   VARYING W-IND-ITEM FROM 1 BY 1
                   UNTIL W-IND-ITEM > NE-QTD-ITENS.
      *--------[ CABECALHO DO DOCUMENTO NO DOCFIS ]---------------------
      * O LOTE E OBTIDO UMA UNICA VEZ POR DOCUMENTO - TODAS AS
      * LINHAS SAEM NO MESMO LOTE, COMO NO STP011.
       GRV-DOC.
           CALL "STP023" USING W-NUM-LOTE
           MOVE W-NUM-LOTE    TO NE-NUM-LOTE
           MOVE NE-NUM-DOC    TO NUM-DOC-D
           MOVE NE-SERIE      TO SERIE-DOC
           MOVE NE-CNPJ       TO CNPJ-DOC
           MOVE ZEROS         TO SEQ-ITEM-D
           MOVE "E"           TO TP-DOC
           MOVE NE-DT-EMISSAO TO DT-EMISSAO-D
           MOVE NE-LOCAL      TO LOCAL-DOC
           MOVE ZEROS         TO COD-PROD-D QTD-ITEM-D CUSTO-ITEM-D
           MOVE NE-QTD-ITENS  TO TOT-ITENS-D
           MOVE W-TOT-QTD     TO TOT-QTD-D
           MOVE W-TOT-VALOR   TO TOT-VALOR-D
           MOVE "D"           TO SIT-DOC
           MOVE NE-USUARIO    TO USUARIO-D
           MOVE ZEROS         TO NUM-PED-D SEQ-PED-D
           MOVE ZEROS         TO DT-ESTORNO-D
           MOVE SPACES        TO USU-ESTORNO-D
           MOVE SPACES        TO LOTE-FAB-D
           MOVE ZEROS         TO DT-VALID-D
           MOVE NE-QTD-ENC    TO QTD-ENC-D
           MOVE SPACES        TO TP-ENCARGO-D RATEIO-ENC-D
           MOVE ZEROS         TO VALOR-ENC-D
           WRITE REGDOC
           IF ST-ERRO NOT = "00"
              MOVE "E" TO NE-RESULTADO
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DOCFIS" TO NE-MENSAGEM
              GO TO ENCERRA.
           MOVE ZEROS TO W-IND-ITEM W-QTD-MOV.
      *--------[ ITENS DO DOCUMENTO NO DOCFIS ]-------------------------
      * O DOCUMENTO INTEIRO (CABECALHO, ITENS E ENCARGOS) E GRAVADO
      * NO DOCFIS ANTES DO PRIMEIRO MOVIMENTO - ERRO NO DOCFIS NAO
      * DEIXA NADA NO MOVPROD (VER ANULA-DOCUMENTO).
       GRV-ITEM.
           ADD 1 TO W-IND-ITEM
           IF W-IND-ITEM > NE-QTD-ITENS
              MOVE ZEROS TO W-IND-ENC
              GO TO GRV-ENC.
           MOVE W-IND-ITEM TO SEQ-ITEM-D
           MOVE NE-IT-CODIGO (W-IND-ITEM)  TO COD-PROD-D
           MOVE NE-IT-QTD (W-IND-ITEM)     TO QTD-ITEM-D
           MOVE NE-IT-CUSTO (W-IND-ITEM)   TO CUSTO-ITEM-D
           MOVE ZEROS         TO TOT-ITENS-D TOT-QTD-D TOT-VALOR-D
           MOVE NE-IT-PED (W-IND-ITEM)     TO NUM-PED-D
           MOVE NE-IT-SEQ-PED (W-IND-ITEM) TO SEQ-PED-D
           MOVE NE-IT-LOTE (W-IND-ITEM)    TO LOTE-FAB-D
           MOVE NE-IT-VALID (W-IND-ITEM)   TO DT-VALID-D
           MOVE ZEROS         TO QTD-ENC-D
           WRITE REGDOC
           IF ST-ERRO NOT = "00"
              MOVE "E" TO NE-RESULTADO
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DOCFIS" TO NE-MENSAGEM
              COMPUTE W-EXC-ITENS = W-IND-ITEM - 1
              MOVE ZEROS TO W-EXC-ENC
              PERFORM ANULA-DOCUMENTO THRU ANULA-DOCUMENTO-FIM
              GO TO ENCERRA.
           GO TO GRV-ITEM.
      *--------[ ENCARGOS DA ENTRADA NO DOCFIS (SEQ 901 A 909) ]--------
       GRV-ENC.
           ADD 1 TO W-IND-ENC
           IF W-IND-ENC > NE-QTD-ENC
              MOVE ZEROS TO W-IND-ITEM
              GO TO GRV-MOV.
           COMPUTE SEQ-ITEM-D = 900 + W-IND-ENC
           MOVE ZEROS  TO COD-PROD-D QTD-ITEM-D CUSTO-ITEM-D
           MOVE ZEROS  TO NUM-PED-D SEQ-PED-D DT-VALID-D
           MOVE SPACES TO LOTE-FAB-D
           MOVE NE-EN-TP (W-IND-ENC)    TO TP-ENCARGO-D
           MOVE NE-EN-CRIT (W-IND-ENC)  TO RATEIO-ENC-D
           MOVE NE-EN-VALOR (W-IND-ENC) TO VALOR-ENC-D
           WRITE REGDOC
           IF ST-ERRO NOT = "00"
              MOVE "E" TO NE-RESULTADO
              MOVE "ERRO NA GRAVACAO DO ARQUIVO DOCFIS" TO NE-MENSAGEM
              MOVE NE-QTD-ITENS TO W-EXC-ITENS
              COMPUTE W-EXC-ENC = W-IND-ENC - 1
              PERFORM ANULA-DOCUMENTO THRU ANULA-DOCUMENTO-FIM
              GO TO ENCERRA.
           GO TO GRV-ENC.
      *--------[ UM MOVIMENTO "E" NO MOVPROD POR ITEM ]-----------------
       GRV-MOV.
           ADD 1 TO W-IND-ITEM
           IF W-IND-ITEM > NE-QTD-ITENS
              MOVE "DOCUMENTO REGISTRADO NO KARDEX" TO NE-MENSAGEM
              GO TO ENCERRA.
           MOVE NE-IT-CODIGO (W-IND-ITEM) TO COD-PROD
           MOVE NE-DT-EMISSAO TO DT-MOVTO
           MOVE "E"           TO TP-MOVTO
           MOVE NE-IT-QTD (W-IND-ITEM) TO QTD-MOVTO
           MOVE NE-USUARIO    TO USUARIO-MOVTO
           MOVE NE-NUM-DOC    TO NUM-DOC-MOVTO
           MOVE NE-CNPJ       TO CNPJ-MOVTO
           MOVE NE-IT-CUSTO (W-IND-ITEM) TO CUSTO-MOVTO
           MOVE NE-LOCAL      TO LOCAL-MOVTO
           MOVE SPACES        TO LOC-DEST-MOVTO
           MOVE NE-SERIE      TO SERIE-MOVTO
           MOVE W-NUM-LOTE    TO NUM-LOTE-MOVTO
           MOVE NE-IT-LOTE (W-IND-ITEM)  TO LOTE-FAB-MOVTO
           MOVE NE-IT-VALID (W-IND-ITEM) TO DT-VALID-MOVTO
           WRITE REGMOV
           IF ST-ERRO2 NOT = "00"
              MOVE "E" TO NE-RESULTADO
              MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVPROD" TO NE-MENSAGEM
              COMPUTE W-QTD-MOV = W-IND-ITEM - 1
              MOVE NE-QTD-ITENS TO W-EXC-ITENS
              MOVE NE-QTD-ENC   TO W-EXC-ENC
              PERFORM ANULA-DOCUMENTO THRU ANULA-DOCUMENTO-FIM
              GO TO ENCERRA.
           GO TO GRV-MOV.
       ENCERRA.
           CLOSE DOCFIS.
           IF W-MOVPROD-ABERTO = "S"
              CLOSE MOVPROD
              IF W-SEM-PEDCOMP NOT = "S"
                 CLOSE PEDCOMP.
           GOBACK.
      *---------[ PEDIDO CASADO E TOTAIS DE UM ITEM ]------------------
       PREPARA-ITEM.
           MOVE ZEROS TO NE-IT-PED (W-IND-ITEM)
                         NE-IT-SEQ-PED (W-IND-ITEM)
           IF W-SEM-PEDCOMP NOT = "S"
              PERFORM CASA-PEDIDO THRU CASA-PEDIDO-FIM.
           ADD NE-IT-QTD (W-IND-ITEM) TO W-TOT-QTD
           COMPUTE W-VALOR-ITEM = NE-IT-QTD (W-IND-ITEM)
                                * NE-IT-CUSTO (W-IND-ITEM)
           ADD W-VALOR-ITEM TO W-TOT-VALOR
              ON SIZE ERROR
                 MOVE 99999999999999 TO W-TOT-VALOR.
       PREPARA-ITEM-FIM.
           EXIT.
      *---------[ ITEM EM ABERTO DO PEDIDO DO FORNECEDOR (PEDCOMP) ]----
      * MESMA REGRA DO STP011: O ITEM DE PEDIDO MAIS ANTIGO DO
      * FORNECEDOR, ABERTO OU PARCIAL, QUE AINDA TENHA SALDO DEPOIS
      * DOS ITENS ANTERIORES DESTA MESMA NOTA.
       CASA-PEDIDO.
           MOVE "N" TO W-FIM-PEDCOMP
           MOVE NE-IT-CODIGO (W-IND-ITEM) TO W-CODIGO COD-PROD-PC
           START PEDCOMP KEY NOT LESS THAN COD-PROD-PC
           IF ST-ERRO3 NOT = "00"
              MOVE "S" TO W-FIM-PEDCOMP.
           PERFORM CASA-UM-ITEM THRU CASA-UM-ITEM-FIM
                   UNTIL W-FIM-PEDCOMP = "S".
       CASA-PEDIDO-FIM.
           EXIT.
       CASA-UM-ITEM.
           READ PEDCOMP NEXT RECORD
               AT END MOVE "S" TO W-FIM-PEDCOMP.
           IF W-FIM-PEDCOMP = "S"
              GO TO CASA-UM-ITEM-FIM.
           IF COD-PROD-PC NOT = W-CODIGO
              MOVE "S" TO W-FIM-PEDCOMP
              GO TO CASA-UM-ITEM-FIM.
           IF SEQ-ITEM-PC = ZEROS OR CNPJ-PED NOT = NE-CNPJ
              GO TO CASA-UM-ITEM-FIM.
           IF NOT PED-ABERTO AND NOT PED-PARCIAL
              GO TO CASA-UM-ITEM-FIM.
           MOVE ZEROS TO W-QTD-CASADA
           PERFORM SOMA-CASADO VARYING W-IND-CASA FROM 1 BY 1
                   UNTIL W-IND-CASA NOT < W-IND-ITEM.
           COMPUTE W-QTD-SALDO-PED = QTD-PEDIDA-PC - QTD-RECEB-PC
                                   - W-QTD-CASADA
           IF W-QTD-SALDO-PED NOT > ZEROS
              GO TO CASA-UM-ITEM-FIM.
           MOVE NUM-PED     TO NE-IT-PED (W-IND-ITEM)
           MOVE SEQ-ITEM-PC TO NE-IT-SEQ-PED (W-IND-ITEM)
           MOVE "S" TO W-FIM-PEDCOMP.
       CASA-UM-ITEM-FIM.
           EXIT.
       SOMA-CASADO.
           IF NE-IT-PED (W-IND-CASA) = NUM-PED
              AND NE-IT-SEQ-PED (W-IND-CASA) = SEQ-ITEM-PC
              ADD NE-IT-QTD (W-IND-CASA) TO W-QTD-CASADA.
      *---------[ DESCARTA O DOCUMENTO REJEITADO DO DOCFIS ]------------
      * O CABECALHO ESTA NO BUFFER APOS O READ - EXCLUI O CABECALHO,
      * OS ITENS PELA SEQUENCIA E OS ENCARGOS (SEQ 901 EM DIANTE).
       EXCLUI-DOC-REJEITADO.
           MOVE TOT-ITENS-D TO W-EXC-ITENS
           MOVE QTD-ENC-D   TO W-EXC-ENC.
       EXCLUI-DOC-GRAVADO.
           MOVE NE-NUM-DOC TO NUM-DOC-D
           MOVE NE-SERIE   TO SERIE-DOC
           MOVE NE-CNPJ    TO CNPJ-DOC
           MOVE ZEROS      TO SEQ-ITEM-D
           DELETE DOCFIS RECORD
           IF ST-ERRO NOT = "00"
              MOVE "E" TO NE-RESULTADO
              MOVE "ERRO NA EXCLUSAO DO ARQUIVO DOCFIS" TO NE-MENSAGEM
              GO TO EXCLUI-DOC-REJEITADO-FIM.
           MOVE ZEROS TO W-EXC-SEQ.
       EXCLUI-DOC-ITEM.
           ADD 1 TO W-EXC-SEQ
           IF W-EXC-SEQ > W-EXC-ITENS
              MOVE ZEROS TO W-EXC-SEQ
              GO TO EXCLUI-DOC-ENC.
           MOVE NE-NUM-DOC TO NUM-DOC-D
           MOVE NE-SERIE   TO SERIE-DOC
           MOVE NE-CNPJ    TO CNPJ-DOC
           MOVE W-EXC-SEQ  TO SEQ-ITEM-D
           DELETE DOCFIS RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "23"
              MOVE "E" TO NE-RESULTADO
              MOVE "ERRO NA EXCLUSAO DO ARQUIVO DOCFIS" TO NE-MENSAGEM
              GO TO EXCLUI-DOC-REJEITADO-FIM.
           GO TO EXCLUI-DOC-ITEM.
       EXCLUI-DOC-ENC.
           ADD 1 TO W-EXC-SEQ
           IF W-EXC-SEQ > W-EXC-ENC
              GO TO EXCLUI-DOC-REJEITADO-FIM.
           MOVE NE-NUM-DOC TO NUM-DOC-D
           MOVE NE-SERIE   TO SERIE-DOC
           MOVE NE-CNPJ    TO CNPJ-DOC
           COMPUTE SEQ-ITEM-D = 900 + W-EXC-SEQ
           DELETE DOCFIS RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "23"
              MOVE "E" TO NE-RESULTADO
              MOVE "ERRO NA EXCLUSAO DO ARQUIVO DOCFIS" TO NE-MENSAGEM
              GO TO EXCLUI-DOC-REJEITADO-FIM.
           GO TO EXCLUI-DOC-ENC.
       EXCLUI-DOC-REJEITADO-FIM.
           EXIT.
      *---------[ ANULA A NOTA GRAVADA PELA METADE ]--------------------
      * ERRO DE GRAVACAO DEPOIS DO CABECALHO. SEM MOVIMENTO NO
      * MOVPROD AINDA, O QUE JA FOI GRAVADO NO DOCFIS E EXCLUIDO
      * (W-EXC-ITENS ITENS E W-EXC-ENC ENCARGOS) E NADA FICA DA
      * NOTA. COM MOVIMENTO JA GRAVADO (OU SE A EXCLUSAO FALHAR) O
      * CABECALHO E REGRAVADO "R": O STP005 REJEITA OS MOVIMENTOS
      * QUE FICARAM NO MOVPROD SEM MEXER NO SALDO, E A NOTA PODE
      * SER GRAVADA DE NOVO DEPOIS DA POSTAGEM.
       ANULA-DOCUMENTO.
           MOVE NE-MENSAGEM TO W-MENS-ERRO
           IF W-QTD-MOV > ZEROS
              GO TO ANULA-DOC-REJEITA.
           MOVE "S" TO NE-RESULTADO
           PERFORM EXCLUI-DOC-GRAVADO THRU EXCLUI-DOC-REJEITADO-FIM
           IF NE-ERRO
              GO TO ANULA-DOC-REJEITA.
           MOVE "E" TO NE-RESULTADO
           MOVE W-MENS-ERRO TO NE-MENSAGEM
           GO TO ANULA-DOCUMENTO-FIM.
       ANULA-DOC-REJEITA.
           MOVE "E" TO NE-RESULTADO
           MOVE W-MENS-ERRO TO NE-MENSAGEM
           MOVE NE-NUM-DOC TO NUM-DOC-D
           MOVE NE-SERIE   TO SERIE-DOC
           MOVE NE-CNPJ    TO CNPJ-DOC
           MOVE ZEROS      TO SEQ-ITEM-D
           READ DOCFIS
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              GO TO ANULA-DOCUMENTO-FIM.
           MOVE "R" TO SIT-DOC
           REWRITE REGDOC
           IF ST-ERRO = "00" OR "02"
              MOVE "GRAVACAO INTERROMPIDA - NOTA ANULADA (R)"
                   TO NE-MENSAGEM.
       ANULA-DOCUMENTO-FIM.
           EXIT.
