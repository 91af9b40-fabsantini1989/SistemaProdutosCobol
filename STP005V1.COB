      * PRINCIPAL). A TRANSFERENCIA ENTRE LOCAIS (TP-MOVTO "T")
      * TIRA DO LOCAL DE ORIGEM E SOMA NO DE DESTINO SEM ALTERAR A
      * QUANTIDADE DO CADPROD.
      * DOCUMENTO DE ENTRADA POSTADO BAIXA OS PEDIDOS DE COMPRA
      * (PEDCOMP) CASADOS NA DIGITACAO (NUM-PED-D/SEQ-PED-D DO
      * ITEM NO DOCFIS): SOMA A QUANTIDADE E O VALOR RECEBIDOS NO
      * ITEM DO PEDIDO E ATUALIZA A SITUACAO DO ITEM E DO PEDIDO
      * (PARCIAL/ATENDIDO). DOCUMENTO REJEITADO NAO BAIXA NADA.
      * O ESTORNO DE DOCUMENTO (STP037) CHEGA COMO LINHAS DE SINAL
      * CONTRARIO AO ORIGINAL, COM A MESMA REFERENCIA, E O DOCFIS
      * JA MARCADO "C": E VALIDADO E APLICADO COMO QUALQUER
      * DOCUMENTO. A ENTRADA NEGATIVA RETIRA O VALOR DA COMPRA DO
      * CUSTO MEDIO, NAO MEXE NO PRODFORN E ESTORNA O RECEBIDO NOS
      * PEDIDOS CASADOS; ESTORNO REJEITADO VOLTA O DOCUMENTO A "P".
      * GRUPO DE DOCUMENTO DO DOCFIS QUE NAO ESTEJA "D" OU "C", OU
      * CUJO NUMERO DE LINHAS DIFIRA DO TOTAL DE ITENS DO CABECALHO,
      * E REJEITADO INTEIRO - GRAVACAO INTERROMPIDA NAO E POSTADA
      * PELA METADE.
      * MOVIMENTO COM LOTE DE FABRICACAO (PRODUTO COM CONTROLE DE
      * LOTE NO CADPROD) ATUALIZA TAMBEM O SALDO DO LOTE NO LOCAL
      * (SALDLOTE): A ENTRADA CRIA O LOTE COM A VALIDADE INFORMADA,
      * A SAIDA BAIXA O LOTE E A TRANSFERENCIA LEVA O LOTE PARA O
      * DESTINO COM A MESMA VALIDADE. LOTE SEM SALDO SUFICIENTE OU
      * SAIDA SEM LOTE DE PRODUTO COM CONTROLE REJEITA O DOCUMENTO.
      * ENTRADA COM ENCARGOS NO DOCFIS (FRETE, SEGURO, IPI, ICMS-ST,
      * REGISTROS DE SEQUENCIA 901 EM DIANTE) TEM OS ENCARGOS
      * RATEADOS SOBRE AS LINHAS PELO STP039 ANTES DA APLICACAO - O
      * CUSTO MEDIO E CALCULADO PELO CUSTO COM ENCARGOS; O PRODFORN
      * E O HISTMOV CONTINUAM COM O PRECO DO FORNECEDOR. O ESTORNO
      * RATEIA OS MESMOS ENCARGOS E OS RETIRA DO CUSTO MEDIO.
      * CADA EXECUCAO FICA REGISTRADA NO CONTROLE DE EXECUCAO
      * (CTEXEC, VIA STP043).
      * SO POSTA DEPOIS DE O STP024 FECHAR LOTE NA DATA DE NEGOCIO;
      * SEM ISSO TERMINA SEM POSTAR, COM RETURN-CODE 16. ERRO DE
      * ARQUIVO TERMINA COM RETURN-CODE 12.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-PFOR
                      FILE STATUS  IS ST-ERRO11.
       SELECT PEDCOMP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-PED
                      ALTERNATE RECORD KEY IS COD-PROD-PC
                                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO12.
       SELECT SALDLOTE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SLOT
                      FILE STATUS  IS ST-ERRO13.
       SELECT SORT-MOV ASSIGN TO DISK.
      *
      *------------------------------------------------------------
       FD MOVPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVPEND.DAT".
       01 REG-MOVPEND      PIC X(100).
       FD CTFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTFECH.DAT".
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRODFORN.DAT".
       COPY REGPFOR.
       FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       COPY REGPED.
       FD SALDLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOTE.DAT".
       COPY REGSLOT.
       SD SORT-MOV.
       01 SD-REGISTRO.
          03 SD-NUM-DOC      PIC 9(09).
          03 SD-CUSTO        PIC 9(08).
          03 SD-LOCAL        PIC X(02).
          03 SD-DEST         PIC X(02).
          03 SD-LOTE         PIC X(10).
          03 SD-VALID        PIC 9(08).
      *
      *------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO9         PIC X(02) VALUE "00".
       01 ST-ERRO10        PIC X(02) VALUE "00".
       01 ST-ERRO11        PIC X(02) VALUE "00".
       01 ST-ERRO12        PIC X(02) VALUE "00".
       01 ST-ERRO13        PIC X(02) VALUE "00".
       01 W-ANOMES-FECHADO PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-LINHA   PIC 9(06) VALUE ZEROS.
       01 W-FIM-MOVPROD    PIC X(01) VALUE "N".
       01 W-FIM-MOVPEND    PIC X(01) VALUE "N".
       01 W-SEM-DOCFIS     PIC X(01) VALUE "N".
       01 W-SEM-CTLOTE     PIC X(01) VALUE "N".
       01 W-SEM-PEDCOMP    PIC X(01) VALUE "N".
       01 W-FIM-ITENS-DOC  PIC X(01) VALUE "N".
       01 W-FIM-ITENS-PED  PIC X(01) VALUE "N".
       01 W-NUM-PED-BAIXA  PIC 9(06) VALUE ZEROS.
       01 W-VALOR-RECEB    PIC 9(14) VALUE ZEROS.
       01 W-PED-ABERTOS    PIC 9(03) VALUE ZEROS.
       01 W-PED-RECEBIDOS  PIC 9(03) VALUE ZEROS.
       01 W-PED-ATENDIDOS  PIC 9(03) VALUE ZEROS.
       01 W-TOT-PED-BAIXA  PIC 9(06) VALUE ZEROS.
       01 W-TOT-PRESERVADOS PIC 9(06) VALUE ZEROS.
       01 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
       01 W-TOT-APLICADOS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-REJEITADOS PIC 9(06) VALUE ZEROS.
       01 W-TOT-DOCS-REJ   PIC 9(06) VALUE ZEROS.
       01 W-TOT-ESTORNOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-PED-ESTORNO PIC 9(06) VALUE ZEROS.
       01 W-ESTORNO-PED    PIC X(01) VALUE "N".
       01 W-SEQ-ENT        PIC 9(06) VALUE ZEROS.
       01 W-QTD-NOVA       PIC S9(08) VALUE ZEROS.
       01 W-CUSTO-TOTAL    PIC 9(14)V99 VALUE ZEROS.
       01 W-CUSTO-ESTORNO  PIC S9(14)V99 VALUE ZEROS.
       01 W-TEM-HISTM      PIC X(01) VALUE "N".
       01 W-SALDO-IMPL     PIC S9(08) VALUE ZEROS.
       01 W-LOCAL-SALDO    PIC X(02) VALUE SPACES.
       01 W-COD-SALDO      PIC 9(06) VALUE ZEROS.
       01 W-TEM-SLOC       PIC X(01) VALUE "N".
       01 W-QTD-LOCAL      PIC S9(08) VALUE ZEROS.
       01 W-LOCAL-LOTE     PIC X(02) VALUE SPACES.
       01 W-TEM-SLOTE      PIC X(01) VALUE "N".
       01 W-QTD-LOTE       PIC S9(08) VALUE ZEROS.
       01 W-VALID-LOTE     PIC 9(08) VALUE ZEROS.
       01 W-DELTA-LOTE     PIC S9(08) VALUE ZEROS.
       01 W-PROJ-LOTE      PIC S9(08) VALUE ZEROS.
       01 W-QTD-ENC        PIC 9(01) VALUE ZEROS.
       01 W-IND-ENC        PIC 9(02) VALUE ZEROS.
       01 W-VLR-ENC-DOC    PIC 9(13) VALUE ZEROS.
       01 W-TOT-DOCS-ENC   PIC 9(06) VALUE ZEROS.
       01 W-VLR-ENC-ED     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9.
           COPY REGRAT.
      *--------[ DOCUMENTO EM POSTAGEM (LINHAS DO GRUPO) ]-----------
       01 W-GRP-NUM        PIC 9(09) VALUE ZEROS.
       01 W-GRP-SERIE      PIC X(03) VALUE SPACES.
       01 W-LIN            PIC 9(03) VALUE ZEROS.
       01 W-LIN-AUX        PIC 9(03) VALUE ZEROS.
       01 W-DOC-OK         PIC X(01) VALUE "S".
       01 W-GRAVA-SIT      PIC X(01) VALUE "S".
       01 W-DELTA-TOTAL    PIC S9(08) VALUE ZEROS.
       01 W-DELTA-LOCAL    PIC S9(08) VALUE ZEROS.
       01 W-PROJ-TOTAL     PIC S9(08) VALUE ZEROS.
             05 T-QTD          PIC S9(06).
             05 T-USU          PIC X(08).
             05 T-CUSTO        PIC 9(08).
             05 T-CUSTO-REAL   PIC 9(08)V99.
             05 T-LOCAL        PIC X(02).
             05 T-DEST         PIC X(02).
             05 T-LOTE         PIC X(10).
             05 T-VALID        PIC 9(08).
             05 T-MOTIVO       PIC X(30).
       01 LINHA-DETALHE.
          03 FILLER        PIC X(10) VALUE "PRODUTO: ".
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(06) VALUE "CNPJ: ".
          03 LD-CNPJ-MOV   PIC 99.999.999/9999.99.
       01 LINHA-PEDIDO.
          03 FILLER        PIC X(10) VALUE SPACES.
          03 FILLER        PIC X(08) VALUE "PEDIDO: ".
          03 LP-NUM-PED    PIC 9(06).
          03 FILLER        PIC X(01) VALUE "/".
          03 LP-SEQ-PED    PIC 9(03).
          03 FILLER        PIC X(03) VALUE SPACES.
          03 FILLER        PIC X(10) VALUE "RECEBIDO: ".
          03 LP-QTD        PIC ZZZ.ZZ9.
          03 FILLER        PIC X(03) VALUE SPACES.
          03 LP-RESULTADO  PIC X(29).
           COPY REGAEXE.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM PREPARA-EXECUCAO THRU PREPARA-EXECUCAO-FIM.
           PERFORM INICIA-EXECUCAO THRU INICIA-EXECUCAO-FIM.
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           SORT SORT-MOV
                ON ASCENDING KEY SD-NUM-DOC
                INPUT PROCEDURE  CARREGA-MOVPROD
                OUTPUT PROCEDURE POSTA-DOCUMENTOS.
           PERFORM FECHA-ARQUIVOS THRU FECHA-ARQUIVOS-FIM.
           PERFORM FIM-EXECUCAO THRU FIM-EXECUCAO-FIM.
           GOBACK.
      *---------[ ABERTURA DOS ARQUIVOS ]---------------------------
       ABRE-ARQUIVOS.
           OPEN I-O CADPROD
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD - " ST-ERRO
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN I-O MOVPROD
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVPROD - " ST-ERRO3
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN OUTPUT RELMOV
           IF ST-ERRO4 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RELMOV - " ST-ERRO4
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ABRE-HISTMOV.
           OPEN I-O HISTMOV
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTMOV - "
                         ST-ERRO5
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
       ABRE-SALDLOC.
           OPEN I-O SALDLOC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SALDLOC - "
                         ST-ERRO6
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
       ABRE-SALDLOTE.
           OPEN I-O SALDLOTE
           IF ST-ERRO13 NOT = "00"
              IF ST-ERRO13 = "30" OR "35"
                 OPEN OUTPUT SALDLOTE
                 CLOSE SALDLOTE
                 GO TO ABRE-SALDLOTE
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO SALDLOTE - "
                         ST-ERRO13
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
      * O DOCFIS PODE AINDA NAO EXISTIR (SO AJUSTES DIGITADOS) -
      * NESSE CASO NAO HA SITUACAO DE DOCUMENTO PARA ATUALIZAR.
              IF ST-ERRO7 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO DOCFIS - "
                         ST-ERRO7
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
      * O CTLOTE PODE AINDA NAO EXISTIR (MOVPROD ANTERIOR AO
      * CONTROLE DE LOTES) - NESSE CASO TODO MOVIMENTO E POSTAVEL.
              IF ST-ERRO8 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CTLOTE - "
                         ST-ERRO8
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
       ABRE-MOVPEND.
           OPEN OUTPUT MOVPEND
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO MOVPEND - " ST-ERRO9
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
      * O PRODFORN GUARDA O ULTIMO CUSTO E A ULTIMA DATA DE COMPRA
      * POR PRODUTO X FORNECEDOR - REFRESCADO AQUI A CADA ENTRADA
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PRODFORN - "
                         ST-ERRO11
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
      * O PEDCOMP PODE AINDA NAO EXISTIR (NENHUM PEDIDO EMITIDO) -
      * NESSE CASO NAO HA PEDIDO PARA BAIXAR.
       ABRE-PEDCOMP.
           OPEN I-O PEDCOMP
           IF ST-ERRO12 = "30" OR "35"
              MOVE "S" TO W-SEM-PEDCOMP
           ELSE
              IF ST-ERRO12 NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO PEDCOMP - "
                         ST-ERRO12
                 PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
                 STOP RUN.
      * ULTIMO MES CONTABIL FECHADO (STP025) - MOVIMENTO DATADO
      * DENTRO DE MES FECHADO E REJEITADO NA VALIDACAO. ARQUIVO
           ELSE
              MOVE LOCAL-MOVTO TO SD-LOCAL.
           MOVE LOC-DEST-MOVTO TO SD-DEST
           MOVE LOTE-FAB-MOVTO TO SD-LOTE
           MOVE DT-VALID-MOVTO TO SD-VALID
           RELEASE SD-REGISTRO.
       LIBERA-MOVTO-LE.
           PERFORM LE-MOVPROD THRU LE-MOVPROD-FIM.
           WRITE REG-MOVPEND
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO MOVPEND - " ST-ERRO9
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           ADD 1 TO W-TOT-PRESERVADOS.
       PRESERVA-MOVTO-FIM.
           OPEN OUTPUT MOVPROD
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NO RESET DO ARQUIVO MOVPROD - " ST-ERRO3
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           OPEN INPUT MOVPEND
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA RELEITURA DO MOVPEND - " ST-ERRO9
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           PERFORM LE-MOVPEND THRU LE-MOVPEND-FIM
           PERFORM DEVOLVE-MOVPEND THRU DEVOLVE-MOVPEND-FIM
           OPEN OUTPUT MOVPEND
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NO RESET DO ARQUIVO MOVPEND - " ST-ERRO9
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           CLOSE MOVPEND.
       REINICIA-MOVPROD-FIM.
           WRITE REGMOV
           IF ST-ERRO3 NOT = "00"
              DISPLAY "ERRO NA DEVOLUCAO AO MOVPROD - " ST-ERRO3
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           PERFORM LE-MOVPEND THRU LE-MOVPEND-FIM.
       DEVOLVE-MOVPEND-FIM.
           MOVE SD-QTD   TO T-QTD (W-QTD-LINHAS)
           MOVE SD-USU   TO T-USU (W-QTD-LINHAS)
           MOVE SD-CUSTO TO T-CUSTO (W-QTD-LINHAS)
                            T-CUSTO-REAL (W-QTD-LINHAS)
           MOVE SD-LOCAL TO T-LOCAL (W-QTD-LINHAS)
           MOVE SD-DEST  TO T-DEST (W-QTD-LINHAS)
           MOVE SD-LOTE  TO T-LOTE (W-QTD-LINHAS)
           MOVE SD-VALID TO T-VALID (W-QTD-LINHAS)
           MOVE SPACES   TO T-MOTIVO (W-QTD-LINHAS)
           RETURN SORT-MOV AT END MOVE "S" TO W-FIM-SORT.
           IF W-FIM-SORT = "S"
       PROCESSA-DOC-POSTA.
           PERFORM VALIDA-DOCUMENTO THRU VALIDA-DOCUMENTO-FIM.
           IF W-DOC-OK = "S"
              PERFORM RATEIA-ENCARGOS THRU RATEIA-ENCARGOS-FIM
              PERFORM APLICA-DOCUMENTO THRU APLICA-DOCUMENTO-FIM
           ELSE
              PERFORM REJEITA-DOCUMENTO THRU REJEITA-DOCUMENTO-FIM.
      * ANOTADO - NENHUM SALDO FOI TOCADO ATE AQUI.
       VALIDA-DOCUMENTO.
           MOVE "S" TO W-DOC-OK
           MOVE "S" TO W-GRAVA-SIT
           PERFORM CONFERE-CABEC-DOC THRU CONFERE-CABEC-DOC-FIM
           IF W-DOC-OK = "N"
              GO TO VALIDA-DOCUMENTO-FIM.
           MOVE ZEROS TO W-LIN.
       VALIDA-DOC-LOOP.
           ADD 1 TO W-LIN
           GO TO VALIDA-DOC-LOOP.
       VALIDA-DOCUMENTO-FIM.
           EXIT.
      *---------[ CABECALHO DO DOCUMENTO NO DOCFIS ]-----------------
      * SO E POSTADO O GRUPO DE DOCUMENTO DIGITADO ("D") OU
      * ESTORNADO ("C") COM UMA LINHA POR ITEM DO CABECALHO. GRUPO
      * DE DOCUMENTO JA POSTADO (LINHAS DE ESTORNO SEM O "C" DO
      * STP037) OU ANULADO NA GRAVACAO (STP051) E REJEITADO SEM
      * MEXER NA SITUACAO DO DOCUMENTO; GRUPO COM MAIS OU MENOS
      * LINHAS QUE ITENS (GRAVACAO INTERROMPIDA, NOTA REGRAVADA COM
      * MOVIMENTOS ANTIGOS AINDA PENDENTES) E REJEITADO INTEIRO.
      * DOCUMENTO FORA DO DOCFIS SEGUE A VALIDACAO DAS LINHAS.
       CONFERE-CABEC-DOC.
           IF W-SEM-DOCFIS = "S" OR W-GRP-NUM = ZEROS
              GO TO CONFERE-CABEC-DOC-FIM.
           MOVE W-GRP-NUM   TO NUM-DOC-D
           MOVE W-GRP-SERIE TO SERIE-DOC
           MOVE W-GRP-CNPJ  TO CNPJ-DOC
           MOVE ZEROS       TO SEQ-ITEM-D
           READ DOCFIS
           IF ST-ERRO7 NOT = "00" AND ST-ERRO7 NOT = "02"
              GO TO CONFERE-CABEC-DOC-FIM.
           IF DOC-POSTADO
              MOVE "DOCUMENTO JA POSTADO - REJEIT" TO T-MOTIVO (1)
              MOVE "N" TO W-DOC-OK W-GRAVA-SIT
              GO TO CONFERE-CABEC-DOC-FIM.
           IF DOC-REJEITADO
              MOVE "DOCUMENTO ANULADO - REJEITADO" TO T-MOTIVO (1)
              MOVE "N" TO W-DOC-OK W-GRAVA-SIT
              GO TO CONFERE-CABEC-DOC-FIM.
           IF W-QTD-LINHAS NOT = TOT-ITENS-D
              MOVE "LINHAS DIFEREM DO DOCUMENTO" TO T-MOTIVO (1)
              MOVE "N" TO W-DOC-OK.
       CONFERE-CABEC-DOC-FIM.
           EXIT.
       VALIDA-LINHA.
           COMPUTE W-ANOMES-LINHA = T-DT (W-LIN) / 100
           IF W-ANOMES-LINHA NOT > W-ANOMES-FECHADO
                                + T-QTD (W-LIN)
           IF W-PROJ-LOCAL < 0
              MOVE "SALDO DO LOCAL INSUFICIENTE" TO T-MOTIVO (W-LIN)
              MOVE "N" TO W-DOC-OK
              GO TO VALIDA-LINHA-FIM.
           IF PROD-COM-LOTE AND T-TP (W-LIN) = "S"
              AND T-LOTE (W-LIN) = SPACES
              MOVE "SAIDA SEM LOTE DE FABRICACAO" TO T-MOTIVO (W-LIN)
              MOVE "N" TO W-DOC-OK
              GO TO VALIDA-LINHA-FIM.
           IF T-LOTE (W-LIN) NOT = SPACES
              PERFORM VALIDA-LOTE THRU VALIDA-LOTE-FIM.
       VALIDA-LINHA-FIM.
           EXIT.
       VALIDA-LINHA-TRANSF.
                                - T-QTD (W-LIN)
           IF W-PROJ-LOCAL < 0
              MOVE "SALDO DO LOCAL INSUFICIENTE" TO T-MOTIVO (W-LIN)
              MOVE "N" TO W-DOC-OK
              GO TO VALIDA-LINHA-TRANSF-FIM.
           IF T-LOTE (W-LIN) NOT = SPACES
              PERFORM VALIDA-LOTE THRU VALIDA-LOTE-FIM.
       VALIDA-LINHA-TRANSF-FIM.
           EXIT.
      *---------[ SALDO DO LOTE NO LOCAL DA LINHA (SALDLOTE) ]-------
      * MESMA PROJECAO DO SALDO DO LOCAL, RESTRITA AO LOTE: SALDO
      * ATUAL DO LOTE MAIS O EFEITO DAS LINHAS ANTERIORES DO MESMO
      * PRODUTO E LOTE. A ENTRADA DE LOTE JA EXISTENTE NAO PODE
      * TRAZER OUTRA VALIDADE.
       VALIDA-LOTE.
           MOVE T-LOCAL (W-LIN) TO W-LOCAL-LOTE
           MOVE T-VALID (W-LIN) TO W-VALID-LOTE
           PERFORM LE-SALDO-LOTE THRU LE-SALDO-LOTE-FIM
           IF T-TP (W-LIN) = "E" AND T-QTD (W-LIN) > ZEROS
              AND W-TEM-SLOTE = "S"
              AND W-VALID-LOTE NOT = T-VALID (W-LIN)
              MOVE "VALIDADE DIFERE DA DO LOTE" TO T-MOTIVO (W-LIN)
              MOVE "N" TO W-DOC-OK
              GO TO VALIDA-LOTE-FIM.
           MOVE ZEROS TO W-DELTA-LOTE W-LIN-AUX.
       VALIDA-LOTE-LOOP.
           ADD 1 TO W-LIN-AUX
           IF W-LIN-AUX NOT < W-LIN
              GO TO VALIDA-LOTE-PROJ.
           IF T-COD (W-LIN-AUX) NOT = T-COD (W-LIN)
              OR T-LOTE (W-LIN-AUX) NOT = T-LOTE (W-LIN)
              GO TO VALIDA-LOTE-LOOP.
           IF T-TP (W-LIN-AUX) = "T"
              IF T-LOCAL (W-LIN-AUX) = T-LOCAL (W-LIN)
                 SUBTRACT T-QTD (W-LIN-AUX) FROM W-DELTA-LOTE
                 GO TO VALIDA-LOTE-LOOP
              ELSE
                 IF T-DEST (W-LIN-AUX) = T-LOCAL (W-LIN)
                    ADD T-QTD (W-LIN-AUX) TO W-DELTA-LOTE
                    GO TO VALIDA-LOTE-LOOP
                 ELSE
                    GO TO VALIDA-LOTE-LOOP.
           IF T-LOCAL (W-LIN-AUX) = T-LOCAL (W-LIN)
              ADD T-QTD (W-LIN-AUX) TO W-DELTA-LOTE.
           GO TO VALIDA-LOTE-LOOP.
       VALIDA-LOTE-PROJ.
           IF T-TP (W-LIN) = "T"
              COMPUTE W-PROJ-LOTE = W-QTD-LOTE + W-DELTA-LOTE
                                  - T-QTD (W-LIN)
           ELSE
              COMPUTE W-PROJ-LOTE = W-QTD-LOTE + W-DELTA-LOTE
                                  + T-QTD (W-LIN).
           IF W-PROJ-LOTE < 0
              MOVE "SALDO DO LOTE INSUFICIENTE" TO T-MOTIVO (W-LIN)
              MOVE "N" TO W-DOC-OK.
       VALIDA-LOTE-FIM.
           EXIT.
      *---------[ EFEITO DAS LINHAS ANTERIORES SOBRE O PRODUTO ]-----
      * W-DELTA-TOTAL E O EFEITO NO TOTAL DO PRODUTO DA LINHA
      * CORRENTE; W-DELTA-LOCAL E O EFEITO NO LOCAL DA LINHA
       APLICA-DOC-LOOP.
           ADD 1 TO W-LIN
           IF W-LIN > W-QTD-LINHAS
              PERFORM IMPRIME-ENCARGOS THRU IMPRIME-ENCARGOS-FIM
              GO TO APLICA-DOCUMENTO-FIM.
           PERFORM APLICA-LINHA THRU APLICA-LINHA-FIM
           GO TO APLICA-DOC-LOOP.
       APLICA-DOCUMENTO-FIM.
           EXIT.
       IMPRIME-ENCARGOS.
           IF W-VLR-ENC-DOC = ZEROS
              GO TO IMPRIME-ENCARGOS-FIM.
           MOVE W-VLR-ENC-DOC TO W-VLR-ENC-ED
           MOVE SPACES TO LINHA-RELMOV
           STRING "          ENCARGOS RATEADOS NO CUSTO MEDIO: "
                  W-VLR-ENC-ED DELIMITED BY SIZE INTO LINHA-RELMOV
           WRITE LINHA-RELMOV.
       IMPRIME-ENCARGOS-FIM.
           EXIT.
      *---------[ RATEIO DOS ENCARGOS DA ENTRADA (STP039) ]-----------
      * LE NO DOCFIS OS ENCARGOS DO DOCUMENTO (SEQ 901 EM DIANTE) E
      * RATEIA SOBRE AS LINHAS DE ENTRADA DO GRUPO. A LINHA NEGATIVA
      * DO ESTORNO ENTRA PELA QUANTIDADE ABSOLUTA - RECEBE O MESMO
      * RATEIO DA POSTAGEM ORIGINAL. SEM ENCARGOS, O CUSTO COM
      * ENCARGOS FICA IGUAL AO CUSTO DA LINHA.
       RATEIA-ENCARGOS.
           MOVE ZEROS TO W-VLR-ENC-DOC RAT-QTD-ENC
           IF W-SEM-DOCFIS = "S" OR W-GRP-NUM = ZEROS
              GO TO RATEIA-ENCARGOS-FIM.
           MOVE W-GRP-NUM   TO NUM-DOC-D
           MOVE W-GRP-SERIE TO SERIE-DOC
           MOVE W-GRP-CNPJ  TO CNPJ-DOC
           MOVE ZEROS       TO SEQ-ITEM-D
           READ DOCFIS
           IF ST-ERRO7 NOT = "00" AND ST-ERRO7 NOT = "02"
              GO TO RATEIA-ENCARGOS-FIM.
           IF NOT DOC-ENTRADA OR QTD-ENC-D = ZEROS
              GO TO RATEIA-ENCARGOS-FIM.
           MOVE QTD-ENC-D TO W-QTD-ENC
           MOVE ZEROS TO W-IND-ENC.
       RATEIA-LE-ENCARGO.
           ADD 1 TO W-IND-ENC
           IF W-IND-ENC > W-QTD-ENC
              GO TO RATEIA-CALCULA.
           MOVE W-GRP-NUM   TO NUM-DOC-D
           MOVE W-GRP-SERIE TO SERIE-DOC
           MOVE W-GRP-CNPJ  TO CNPJ-DOC
           COMPUTE SEQ-ITEM-D = 900 + W-IND-ENC
           READ DOCFIS
           IF ST-ERRO7 NOT = "00" AND ST-ERRO7 NOT = "02"
              GO TO RATEIA-LE-ENCARGO.
           ADD 1 TO RAT-QTD-ENC
           MOVE TP-ENCARGO-D TO RAT-TP-ENC (RAT-QTD-ENC)
           MOVE RATEIO-ENC-D TO RAT-CRIT-ENC (RAT-QTD-ENC)
           MOVE VALOR-ENC-D  TO RAT-VALOR-ENC (RAT-QTD-ENC)
           ADD VALOR-ENC-D TO W-VLR-ENC-DOC
           GO TO RATEIA-LE-ENCARGO.
       RATEIA-CALCULA.
           IF RAT-QTD-ENC = ZEROS
              GO TO RATEIA-ENCARGOS-FIM.
           MOVE W-QTD-LINHAS TO RAT-QTD-ITENS
           PERFORM CARREGA-RATEIO VARYING W-LIN FROM 1 BY 1
                   UNTIL W-LIN > W-QTD-LINHAS
           CALL "STP039" USING AREA-RATEIO
           PERFORM DEVOLVE-RATEIO VARYING W-LIN FROM 1 BY 1
                   UNTIL W-LIN > W-QTD-LINHAS
           ADD 1 TO W-TOT-DOCS-ENC.
       RATEIA-ENCARGOS-FIM.
           EXIT.
       CARREGA-RATEIO.
           MOVE T-CUSTO (W-LIN) TO RAT-CUSTO (W-LIN)
           IF T-TP (W-LIN) NOT = "E"
              MOVE ZEROS TO RAT-QTD (W-LIN)
           ELSE
              IF T-QTD (W-LIN) < ZEROS
                 COMPUTE RAT-QTD (W-LIN) = ZEROS - T-QTD (W-LIN)
              ELSE
                 MOVE T-QTD (W-LIN) TO RAT-QTD (W-LIN).
       DEVOLVE-RATEIO.
           MOVE RAT-CUSTO-REAL (W-LIN) TO T-CUSTO-REAL (W-LIN).
      *---------[ APLICA UMA LINHA NO CADPROD/SALDLOC/HISTMOV ]------
      * A LINHA JA PASSOU PELA VALIDACAO DO DOCUMENTO - ERRO DE
      * ARQUIVO AQUI E ANORMAL E DERRUBA O PROGRAMA, PARA NAO
           READ CADPROD
           IF ST-ERRO NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA RELEITURA DO CADPROD - " ST-ERRO
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           IF T-TP (W-LIN) = "T"
              PERFORM APLICA-TRANSFERENCIA
           REWRITE REGPROD
           IF ST-ERRO NOT = "00" AND NOT = "02"
              DISPLAY "ERRO NA ATUALIZACAO DO CADPROD - " ST-ERRO
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           PERFORM GRAVA-HISTMOV THRU GRAVA-HISTMOV-FIM
           MOVE T-COD (W-LIN)   TO W-COD-SALDO
           PERFORM LE-SALDO-LOCAL THRU LE-SALDO-LOCAL-FIM
           COMPUTE W-QTD-LOCAL = W-QTD-LOCAL + T-QTD (W-LIN)
           PERFORM GRAVA-SALDO-LOCAL THRU GRAVA-SALDO-LOCAL-FIM
           IF T-LOTE (W-LIN) NOT = SPACES
              MOVE T-LOCAL (W-LIN) TO W-LOCAL-LOTE
              MOVE T-VALID (W-LIN) TO W-VALID-LOTE
              PERFORM LE-SALDO-LOTE THRU LE-SALDO-LOTE-FIM
              COMPUTE W-QTD-LOTE = W-QTD-LOTE + T-QTD (W-LIN)
              PERFORM GRAVA-SALDO-LOTE THRU GRAVA-SALDO-LOTE-FIM.
           IF T-TP (W-LIN) = "E" AND W-GRP-CNPJ NOT = ZEROS
              AND T-CUSTO (W-LIN) NOT = ZEROS AND T-QTD (W-LIN) > 0
              PERFORM ATUALIZA-PRODFORN THRU ATUALIZA-PRODFORN-FIM.
           MOVE "MOVIMENTO APLICADO" TO LD-RESULTADO
           ADD 1 TO W-TOT-APLICADOS.
           IF ST-ERRO11 NOT = "00" AND ST-ERRO11 NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO PRODFORN - "
                      ST-ERRO11
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       ATUALIZA-PRODFORN-FIM.
           EXIT.
           PERFORM LE-SALDO-LOCAL THRU LE-SALDO-LOCAL-FIM
           COMPUTE W-QTD-LOCAL = W-QTD-LOCAL + T-QTD (W-LIN)
           PERFORM GRAVA-SALDO-LOCAL THRU GRAVA-SALDO-LOCAL-FIM
           IF T-LOTE (W-LIN) NOT = SPACES
              PERFORM TRANSFERE-LOTE THRU TRANSFERE-LOTE-FIM.
           MOVE "TRANSFERENCIA APLICADA" TO LD-RESULTADO
           ADD 1 TO W-TOT-APLICADOS.
       APLICA-TRANSFERENCIA-FIM.
           EXIT.
      *---------[ LOTE TRANSFERIDO - SAI DA ORIGEM, ENTRA NO DESTINO ]
      * O LOTE NOVO NO DESTINO HERDA A VALIDADE DO LOTE DE ORIGEM.
       TRANSFERE-LOTE.
           MOVE T-LOCAL (W-LIN) TO W-LOCAL-LOTE
           MOVE T-VALID (W-LIN) TO W-VALID-LOTE
           PERFORM LE-SALDO-LOTE THRU LE-SALDO-LOTE-FIM
           COMPUTE W-QTD-LOTE = W-QTD-LOTE - T-QTD (W-LIN)
           PERFORM GRAVA-SALDO-LOTE THRU GRAVA-SALDO-LOTE-FIM
           MOVE T-DEST (W-LIN) TO W-LOCAL-LOTE
           PERFORM LE-SALDO-LOTE THRU LE-SALDO-LOTE-FIM
           COMPUTE W-QTD-LOTE = W-QTD-LOTE + T-QTD (W-LIN)
           PERFORM GRAVA-SALDO-LOTE THRU GRAVA-SALDO-LOTE-FIM.
       TRANSFERE-LOTE-FIM.
           EXIT.
      *---------[ REJEICAO DO DOCUMENTO INTEIRO NO RELMOV ]----------
      * TODAS AS LINHAS SAEM NO RELATORIO: A LINHA QUE FALHOU COM O
      * MOTIVO E AS DEMAIS MARCADAS COMO REJEITADAS EM CONJUNTO,
      *---------[ SITUACAO DO DOCUMENTO NO DOCFIS (P/R) ]------------
       ATUALIZA-DOCFIS.
           IF W-SEM-DOCFIS = "S" OR W-GRP-NUM = ZEROS
              OR W-GRAVA-SIT = "N"
              GO TO ATUALIZA-DOCFIS-FIM.
           MOVE W-GRP-NUM   TO NUM-DOC-D
           MOVE W-GRP-SERIE TO SERIE-DOC
           READ DOCFIS
           IF ST-ERRO7 NOT = "00" AND ST-ERRO7 NOT = "02"
              GO TO ATUALIZA-DOCFIS-FIM.
           IF DOC-CANCELADO
              PERFORM ATUALIZA-DOC-ESTORNO
                      THRU ATUALIZA-DOC-ESTORNO-FIM
              GO TO ATUALIZA-DOCFIS-FIM.
           IF W-DOC-OK = "S"
              MOVE "P" TO SIT-DOC
           ELSE
           REWRITE REGDOC
           IF ST-ERRO7 NOT = "00" AND ST-ERRO7 NOT = "02"
              DISPLAY "ERRO NA ATUALIZACAO DO DOCFIS - " ST-ERRO7
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           IF W-DOC-OK = "S" AND DOC-ENTRADA
              AND W-SEM-PEDCOMP NOT = "S"
              PERFORM BAIXA-PEDIDOS THRU BAIXA-PEDIDOS-FIM.
       ATUALIZA-DOCFIS-FIM.
           EXIT.
      *---------[ DOCUMENTO ESTORNADO PELO STP037 ("C") ]-------------
      * APLICADO: O DOCUMENTO FICA CANCELADO E, NA ENTRADA, O
      * RECEBIDO E DEVOLVIDO AOS PEDIDOS CASADOS. REJEITADO: O
      * ESTORNO SE DESFAZ E O DOCUMENTO CONTINUA POSTADO ("P") -
      * PODE SER ESTORNADO DE NOVO DEPOIS DE ACERTADO O SALDO.
       ATUALIZA-DOC-ESTORNO.
           IF W-DOC-OK = "S"
              GO TO ATUALIZA-DOC-ESTORNO-OK.
           MOVE "P"    TO SIT-DOC
           MOVE ZEROS  TO DT-ESTORNO-D
           MOVE SPACES TO USU-ESTORNO-D
           REWRITE REGDOC
           IF ST-ERRO7 NOT = "00" AND ST-ERRO7 NOT = "02"
              DISPLAY "ERRO NA ATUALIZACAO DO DOCFIS - " ST-ERRO7
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           MOVE SPACES TO LINHA-RELMOV
           STRING "          ESTORNO REJEITADO - DOCUMENTO CONTINUA "
                  "POSTADO" DELIMITED BY SIZE INTO LINHA-RELMOV
           WRITE LINHA-RELMOV
           GO TO ATUALIZA-DOC-ESTORNO-FIM.
       ATUALIZA-DOC-ESTORNO-OK.
           ADD 1 TO W-TOT-ESTORNOS
           PERFORM IMPRIME-CABEC-DOC THRU IMPRIME-CABEC-DOC-FIM
           MOVE SPACES TO LINHA-RELMOV
           STRING "          ESTORNO APLICADO - DOCUMENTO CANCELADO"
                  DELIMITED BY SIZE INTO LINHA-RELMOV
           WRITE LINHA-RELMOV
           IF DOC-ENTRADA AND W-SEM-PEDCOMP NOT = "S"
              MOVE "S" TO W-ESTORNO-PED
              PERFORM BAIXA-PEDIDOS THRU BAIXA-PEDIDOS-FIM
              MOVE "N" TO W-ESTORNO-PED.
       ATUALIZA-DOC-ESTORNO-FIM.
           EXIT.
      *---------[ BAIXA DOS PEDIDOS CASADOS NOS ITENS DA ENTRADA ]---
      * PERCORRE OS ITENS DO DOCUMENTO NO DOCFIS (SEQ 1, 2, 3...) E,
      * PARA CADA ITEM CASADO COM PEDIDO NA DIGITACAO, SOMA O
      * RECEBIDO NO ITEM DO PEDIDO E RECALCULA A SITUACAO DELE.
       BAIXA-PEDIDOS.
           MOVE "N" TO W-FIM-ITENS-DOC
           MOVE 1 TO SEQ-ITEM-D
           START DOCFIS KEY NOT LESS THAN CHAVE-DOC
           IF ST-ERRO7 NOT = "00"
              MOVE "S" TO W-FIM-ITENS-DOC.
           PERFORM BAIXA-UM-ITEM THRU BAIXA-UM-ITEM-FIM
                   UNTIL W-FIM-ITENS-DOC = "S".
       BAIXA-PEDIDOS-FIM.
           EXIT.
       BAIXA-UM-ITEM.
           READ DOCFIS NEXT RECORD
               AT END MOVE "S" TO W-FIM-ITENS-DOC.
           IF W-FIM-ITENS-DOC = "S"
              GO TO BAIXA-UM-ITEM-FIM.
           IF NUM-DOC-D NOT = W-GRP-NUM OR SERIE-DOC NOT = W-GRP-SERIE
              OR CNPJ-DOC NOT = W-GRP-CNPJ
              MOVE "S" TO W-FIM-ITENS-DOC
              GO TO BAIXA-UM-ITEM-FIM.
           IF NUM-PED-D = ZEROS
              GO TO BAIXA-UM-ITEM-FIM.
           MOVE NUM-PED-D  TO NUM-PED LP-NUM-PED
           MOVE SEQ-PED-D  TO SEQ-ITEM-PC LP-SEQ-PED
           MOVE QTD-ITEM-D TO LP-QTD
           READ PEDCOMP
           IF ST-ERRO12 NOT = "00" AND ST-ERRO12 NOT = "02"
              MOVE "ITEM DE PEDIDO NAO ENCONTRADO" TO LP-RESULTADO
              GO TO BAIXA-UM-ITEM-REL.
           IF W-ESTORNO-PED = "S"
              PERFORM ESTORNA-ITEM-PEDIDO THRU ESTORNA-ITEM-PEDIDO-FIM
              GO TO BAIXA-UM-ITEM-REL.
           ADD QTD-ITEM-D TO QTD-RECEB-PC
           COMPUTE W-VALOR-RECEB = QTD-ITEM-D * CUSTO-ITEM-D
           ADD W-VALOR-RECEB TO VLR-RECEB-PC
              ON SIZE ERROR
                 MOVE 99999999999999 TO VLR-RECEB-PC.
           IF NOT PED-CANCELADO
              IF QTD-RECEB-PC < QTD-PEDIDA-PC
                 MOVE "P" TO SIT-PED
              ELSE
                 MOVE "T" TO SIT-PED.
           REWRITE REGPED
           IF ST-ERRO12 NOT = "00" AND ST-ERRO12 NOT = "02"
              DISPLAY "ERRO NA ATUALIZACAO DO PEDCOMP - " ST-ERRO12
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           ADD 1 TO W-TOT-PED-BAIXA
           IF PED-ATENDIDO
              MOVE "ITEM DO PEDIDO ATENDIDO" TO LP-RESULTADO
           ELSE
              IF PED-PARCIAL
                 MOVE "ITEM DO PEDIDO PARCIAL" TO LP-RESULTADO
              ELSE
                 MOVE "ITEM DO PEDIDO CANCELADO" TO LP-RESULTADO.
           MOVE NUM-PED-D TO W-NUM-PED-BAIXA
           PERFORM SITUACAO-PEDIDO THRU SITUACAO-PEDIDO-FIM.
       BAIXA-UM-ITEM-REL.
           MOVE LINHA-PEDIDO TO LINHA-RELMOV
           WRITE LINHA-RELMOV.
       BAIXA-UM-ITEM-FIM.
           EXIT.
      *---------[ ESTORNO DO RECEBIDO NO ITEM DO PEDIDO ]-------------
      * DEVOLVE A QUANTIDADE E O VALOR DO ITEM ESTORNADO, SEM
      * DEIXAR O RECEBIDO NEGATIVO, E REABRE O ITEM (ABERTO SE NADA
      * MAIS FOI RECEBIDO, PARCIAL SE FICOU ABAIXO DO PEDIDO).
       ESTORNA-ITEM-PEDIDO.
           IF QTD-ITEM-D > QTD-RECEB-PC
              MOVE ZEROS TO QTD-RECEB-PC
           ELSE
              SUBTRACT QTD-ITEM-D FROM QTD-RECEB-PC.
           COMPUTE W-VALOR-RECEB = QTD-ITEM-D * CUSTO-ITEM-D
           IF W-VALOR-RECEB > VLR-RECEB-PC
              MOVE ZEROS TO VLR-RECEB-PC
           ELSE
              SUBTRACT W-VALOR-RECEB FROM VLR-RECEB-PC.
           IF NOT PED-CANCELADO
              IF QTD-RECEB-PC = ZEROS
                 MOVE "A" TO SIT-PED
              ELSE
                 IF QTD-RECEB-PC < QTD-PEDIDA-PC
                    MOVE "P" TO SIT-PED
                 ELSE
                    MOVE "T" TO SIT-PED.
           REWRITE REGPED
           IF ST-ERRO12 NOT = "00" AND ST-ERRO12 NOT = "02"
              DISPLAY "ERRO NA ATUALIZACAO DO PEDCOMP - " ST-ERRO12
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
           ADD 1 TO W-TOT-PED-ESTORNO
           MOVE "RECEBIMENTO ESTORNADO" TO LP-RESULTADO
           MOVE NUM-PED-D TO W-NUM-PED-BAIXA
           PERFORM SITUACAO-PEDIDO THRU SITUACAO-PEDIDO-FIM.
       ESTORNA-ITEM-PEDIDO-FIM.
           EXIT.
      *---------[ SITUACAO DO CABECALHO DO PEDIDO PELOS ITENS ]------
      * ALGUM ITEM ABERTO/PARCIAL: PEDIDO PARCIAL SE JA HOUVE
      * RECEBIMENTO, SENAO ABERTO. NENHUM: ATENDIDO SE ALGUM ITEM
      * FOI ATENDIDO, SENAO CANCELADO. PEDIDO CANCELADO NA TELA
      * (STP034) CONTINUA CANCELADO.
       SITUACAO-PEDIDO.
           MOVE ZEROS TO W-PED-ABERTOS W-PED-RECEBIDOS W-PED-ATENDIDOS
           MOVE "N" TO W-FIM-ITENS-PED
           MOVE W-NUM-PED-BAIXA TO NUM-PED
           MOVE 1 TO SEQ-ITEM-PC
           START PEDCOMP KEY NOT LESS THAN CHAVE-PED
           IF ST-ERRO12 NOT = "00"
              MOVE "S" TO W-FIM-ITENS-PED.
           PERFORM CONTA-ITEM-PEDIDO THRU CONTA-ITEM-PEDIDO-FIM
                   UNTIL W-FIM-ITENS-PED = "S".
           MOVE W-NUM-PED-BAIXA TO NUM-PED
           MOVE ZEROS TO SEQ-ITEM-PC
           READ PEDCOMP
           IF ST-ERRO12 NOT = "00" AND ST-ERRO12 NOT = "02"
              GO TO SITUACAO-PEDIDO-FIM.
           IF PED-CANCELADO
              GO TO SITUACAO-PEDIDO-FIM.
           IF W-PED-ABERTOS NOT = ZEROS
              IF W-PED-RECEBIDOS NOT = ZEROS
                 MOVE "P" TO SIT-PED
              ELSE
                 MOVE "A" TO SIT-PED
           ELSE
              IF W-PED-ATENDIDOS NOT = ZEROS
                 MOVE "T" TO SIT-PED
              ELSE
                 MOVE "C" TO SIT-PED.
           REWRITE REGPED
           IF ST-ERRO12 NOT = "00" AND ST-ERRO12 NOT = "02"
              DISPLAY "ERRO NA ATUALIZACAO DO PEDCOMP - " ST-ERRO12
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       SITUACAO-PEDIDO-FIM.
           EXIT.
       CONTA-ITEM-PEDIDO.
           READ PEDCOMP NEXT RECORD
               AT END MOVE "S" TO W-FIM-ITENS-PED.
           IF W-FIM-ITENS-PED = "S"
              GO TO CONTA-ITEM-PEDIDO-FIM.
           IF NUM-PED NOT = W-NUM-PED-BAIXA
              MOVE "S" TO W-FIM-ITENS-PED
              GO TO CONTA-ITEM-PEDIDO-FIM.
           IF PED-ABERTO OR PED-PARCIAL
              ADD 1 TO W-PED-ABERTOS.
           IF PED-ATENDIDO
              ADD 1 TO W-PED-ATENDIDOS.
           IF QTD-RECEB-PC NOT = ZEROS
              ADD 1 TO W-PED-RECEBIDOS.
       CONTA-ITEM-PEDIDO-FIM.
           EXIT.
      *---------[ LEITURA DO SALDO DO LOCAL (PRODUTO + LOCAL) ]------
      * O CHAMADOR INFORMA PRODUTO E LOCAL EM W-COD-SALDO E
      * W-LOCAL-SALDO. PRODUTO AINDA SEM REGISTRO NO LOCAL COMECA
              WRITE REGSLOC.
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO SALDLOC - " ST-ERRO6
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       GRAVA-SALDO-LOCAL-FIM.
           EXIT.
      *---------[ LEITURA DO SALDO DO LOTE (PRODUTO+LOCAL+LOTE) ]----
      * O CHAMADOR INFORMA O LOCAL EM W-LOCAL-LOTE E A VALIDADE DO
      * MOVIMENTO EM W-VALID-LOTE; O PRODUTO E O LOTE VEM DA LINHA.
      * LOTE EXISTENTE DEVOLVE SALDO E VALIDADE GRAVADOS; LOTE NOVO
      * COMECA DE ZERO E MANTEM A VALIDADE INFORMADA.
       LE-SALDO-LOTE.
           MOVE T-COD (W-LIN)  TO COD-PROD-LF
           MOVE W-LOCAL-LOTE   TO LOCAL-LF
           MOVE T-LOTE (W-LIN) TO LOTE-FAB-LF
           MOVE "S" TO W-TEM-SLOTE
           READ SALDLOTE
           IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
              MOVE "N" TO W-TEM-SLOTE
              MOVE ZEROS TO W-QTD-LOTE
           ELSE
              MOVE QTD-LF      TO W-QTD-LOTE
              MOVE DT-VALID-LF TO W-VALID-LOTE.
       LE-SALDO-LOTE-FIM.
           EXIT.
      *---------[ GRAVA/REGRAVA O SALDO DO LOTE ]--------------------
       GRAVA-SALDO-LOTE.
           MOVE T-COD (W-LIN)  TO COD-PROD-LF
           MOVE W-LOCAL-LOTE   TO LOCAL-LF
           MOVE T-LOTE (W-LIN) TO LOTE-FAB-LF
           MOVE W-VALID-LOTE   TO DT-VALID-LF
           MOVE W-QTD-LOTE     TO QTD-LF
           IF W-TEM-SLOTE = "S"
              REWRITE REGSLOT
           ELSE
              WRITE REGSLOT.
           IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO SALDLOTE - "
                      ST-ERRO13
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       GRAVA-SALDO-LOTE-FIM.
           EXIT.
      *---------[ PRODUTO JA TEM MOVIMENTO ARQUIVADO? ]---------------
      * O CHAMADOR INFORMA O PRODUTO EM COD-PROD-H. USADO PELA
      * ANCORA DE IMPLANTACAO E PELA PROJECAO DA VALIDACAO.
           MOVE T-CUSTO (W-LIN) TO CUSTO-MOVTO-H
           MOVE T-LOCAL (W-LIN) TO LOCAL-H
           MOVE T-DEST (W-LIN)  TO LOC-DEST-H
           MOVE SPACES          TO FLAG-EXPORT-H
           MOVE T-LOTE (W-LIN)  TO LOTE-FAB-H
           MOVE T-VALID (W-LIN) TO DT-VALID-H.
       GRAVA-HISTMOV-WR.
           WRITE REGHMOV
           IF ST-ERRO5 = "22"
              GO TO GRAVA-HISTMOV-WR.
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO HISTMOV - " ST-ERRO5
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       GRAVA-HISTMOV-FIM.
           EXIT.
           MOVE "01"          TO LOCAL-H
           MOVE SPACES        TO LOC-DEST-H
           MOVE SPACES        TO FLAG-EXPORT-H
           MOVE SPACES        TO LOTE-FAB-H
           MOVE ZEROS         TO DT-VALID-H
           WRITE REGHMOV
           IF ST-ERRO5 NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO ARQUIVO HISTMOV - " ST-ERRO5
              PERFORM FIM-ANORMAL THRU FIM-ANORMAL-FIM
              STOP RUN.
       GRAVA-HISTMOV-IMPL-FIM.
           EXIT.
      * CHAMADO ANTES DE O SALDO NOVO SER MOVIDO PARA QUANTIDADE -
      * QUANTIDADE AINDA E O SALDO ANTIGO E W-QTD-NOVA O SALDO APOS
      * O MOVIMENTO. ENTRADAS SEM CUSTO, SAIDAS E AJUSTES NAO
      * ALTERAM O CUSTO MEDIO. ENTRADA NEGATIVA (ESTORNO) RETIRA O
      * VALOR DA COMPRA DO SALDO AO CUSTO MEDIO; SE NADA SOBRA PARA
      * MEDIR, A MEDIA ANTERIOR E MANTIDA. O VALOR DA ENTRADA E O
      * CUSTO COM ENCARGOS RATEADOS (T-CUSTO-REAL).
       CALCULA-CUSTO-MEDIO.
           IF T-TP (W-LIN) NOT = "E"
              GO TO CALCULA-CUSTO-MEDIO-FIM.
           IF T-CUSTO-REAL (W-LIN) = ZEROS OR W-QTD-NOVA NOT > ZEROS
              GO TO CALCULA-CUSTO-MEDIO-FIM.
           IF T-QTD (W-LIN) < ZEROS
              GO TO CALCULA-CUSTO-ESTORNO.
           COMPUTE W-CUSTO-TOTAL = (QUANTIDADE * CUSTO-MEDIO)
                          + (T-QTD (W-LIN) * T-CUSTO-REAL (W-LIN))
              ON SIZE ERROR
                 DISPLAY "*** CUSTO DO PRODUTO " CODIGO
                         " EXCEDE A CAPACIDADE - MEDIA MANTIDA ***"
                 GO TO CALCULA-CUSTO-MEDIO-FIM.
           COMPUTE CUSTO-MEDIO ROUNDED = W-CUSTO-TOTAL / W-QTD-NOVA
           GO TO CALCULA-CUSTO-MEDIO-FIM.
       CALCULA-CUSTO-ESTORNO.
           COMPUTE W-CUSTO-ESTORNO = (QUANTIDADE * CUSTO-MEDIO)
                          + (T-QTD (W-LIN) * T-CUSTO-REAL (W-LIN))
              ON SIZE ERROR
                 GO TO CALCULA-CUSTO-MEDIO-FIM.
           IF W-CUSTO-ESTORNO NOT > ZEROS
              GO TO CALCULA-CUSTO-MEDIO-FIM.
           COMPUTE CUSTO-MEDIO ROUNDED = W-CUSTO-ESTORNO / W-QTD-NOVA.
       CALCULA-CUSTO-MEDIO-FIM.
           EXIT.
      *---------[ ENCERRAMENTO ]-------------------------------------
           STRING "TOTAL PRESERVADOS: " W-TOT-PRESERVADOS
                   DELIMITED BY SIZE INTO LINHA-RELMOV
           WRITE LINHA-RELMOV
           MOVE SPACES TO LINHA-RELMOV
           STRING "ITENS PEDIDO BAIX: " W-TOT-PED-BAIXA
                   DELIMITED BY SIZE INTO LINHA-RELMOV
           WRITE LINHA-RELMOV
           MOVE SPACES TO LINHA-RELMOV
           STRING "DOCS ESTORNADOS..: " W-TOT-ESTORNOS
                   DELIMITED BY SIZE INTO LINHA-RELMOV
           WRITE LINHA-RELMOV
           MOVE SPACES TO LINHA-RELMOV
           STRING "ITENS PEDIDO ESTR: " W-TOT-PED-ESTORNO
                   DELIMITED BY SIZE INTO LINHA-RELMOV
           WRITE LINHA-RELMOV
           MOVE SPACES TO LINHA-RELMOV
           STRING "DOCS C/ ENCARGOS.: " W-TOT-DOCS-ENC
                   DELIMITED BY SIZE INTO LINHA-RELMOV
           WRITE LINHA-RELMOV
           CLOSE CADPROD RELMOV HISTMOV SALDLOC PRODFORN SALDLOTE.
           IF W-SEM-PEDCOMP NOT = "S"
              CLOSE PEDCOMP.
           IF W-SEM-DOCFIS NOT = "S"
              CLOSE DOCFIS.
           IF W-SEM-CTLOTE NOT = "S"
              REWRITE REGLOTE.
       MARCA-UM-LOTE-FIM.
           EXIT.
      *---------[ CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) ]-------
       PREPARA-EXECUCAO.
           MOVE "STP005" TO AE-PROGRAMA
           MOVE "BATCH" TO AE-OPERADOR
           MOVE "STP024" TO AE-PRE-REQ
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
           MOVE W-TOT-APLICADOS TO AE-QTD-GRAV
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
