      * FISCAL: INFORMA PRODUTO, QUANTIDADE, ORIGEM E DESTINO E
      * GRAVA UM UNICO MOVIMENTO, SEM DOCFIS - O TOTAL DO PRODUTO
      * NAO MUDA.
      * NA ENTRADA CADA ITEM E CASADO COM O ITEM EM ABERTO MAIS
      * ANTIGO DO MESMO PRODUTO NOS PEDIDOS DE COMPRA DO FORNECEDOR
      * (PEDCOMP) - O PEDIDO CASADO SAI NA TELA, FICA GRAVADO NO
      * ITEM DO DOCFIS E E BAIXADO PELO STP005 NA POSTAGEM. ITEM SEM
      * PEDIDO EM ABERTO E ACEITO COM AVISO.
      * PRODUTO COM CONTROLE DE LOTE NO CADPROD (CONTROLA-LOTE "S")
      * EXIGE O LOTE DE FABRICACAO EM TODO ITEM: NA ENTRADA LOTE E
      * VALIDADE SAO OBRIGATORIOS (LOTE JA EXISTENTE NO LOCAL DEVE
      * TER A MESMA VALIDADE); NA SAIDA E NA TRANSFERENCIA O LOTE
      * DEVE EXISTIR NO LOCAL (SALDLOTE) E A VALIDADE VEM DELE. A
      * SAIDA AVISA QUANDO OUTRO LOTE DO LOCAL COM SALDO VENCE ANTES
      * DO LOTE INFORMADO (PRIMEIRO QUE VENCE, PRIMEIRO QUE SAI).
      * NA ENTRADA, DEPOIS DOS ITENS, SAO DIGITADOS OS ENCARGOS DA
      * NOTA (FRETE, SEGURO, IPI, ICMS-ST - ATE 9) COM O CRITERIO DE
      * RATEIO (V = PELO VALOR DO ITEM, Q = PELA QUANTIDADE). FICAM
      * NO DOCFIS COMO REGISTROS DE SEQUENCIA 901 EM DIANTE; O
      * RATEIO SOBRE O CUSTO DOS ITENS E FEITO PELO STP005.
      * NA SAIDA O CNPJ/CPF DE DESTINO E OBRIGATORIO E DEVE SER DE
      * CLIENTE CADASTRADO (CADCLI, STP040) E NAO BLOQUEADO.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                      ORGANIZATION IS SEQUENTIAL
                      ACCESS MODE  IS SEQUENTIAL
                      FILE STATUS  IS ST-ERRO6.
       SELECT PEDCOMP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-PED
                      ALTERNATE RECORD KEY IS COD-PROD-PC
                                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO7.
       SELECT SALDLOTE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAVE-SLOT
                      FILE STATUS  IS ST-ERRO8.
       SELECT CADCLI  ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DOC-CLI
                      FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTFECH.DAT".
       COPY REGFECH.
       FD PEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDCOMP.DAT".
       COPY REGPED.
       FD SALDLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SALDLOTE.DAT".
       COPY REGSLOT.
       FD CADCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCLI.DAT".
       COPY REGCLI.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 W-SEM-CADCLI  PIC X(01) VALUE "N".
       01 W-SEM-SALDLOTE PIC X(01) VALUE "N".
       01 W-FIM-SALDLOTE PIC X(01) VALUE "N".
       01 W-LOTE-MOV    PIC X(10) VALUE SPACES.
       01 W-VALID-MOV   PIC 9(08) VALUE ZEROS.
       01 W-LOTE-CEDO   PIC X(10) VALUE SPACES.
       01 W-VALID-CEDO  PIC 9(08) VALUE ZEROS.
       01 W-LOTE-OK     PIC X(01) VALUE "S".
       01 W-IND-LOTE    PIC 9(03) VALUE ZEROS.
       01 W-SEM-PEDCOMP PIC X(01) VALUE "N".
       01 W-FIM-PEDCOMP PIC X(01) VALUE "N".
       01 W-PED-ACHADO  PIC 9(06) VALUE ZEROS.
       01 W-SEQ-ACHADO  PIC 9(03) VALUE ZEROS.
       01 W-CUSTO-PED   PIC 9(08) VALUE ZEROS.
       01 W-QTD-CASADA  PIC 9(08) VALUE ZEROS.
       01 W-QTD-SALDO-PED PIC S9(08) VALUE ZEROS.
       01 W-IND-CASA    PIC 9(03) VALUE ZEROS.
       01 W-ANOMES-FECHADO PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-EMISSAO PIC 9(06) VALUE ZEROS.
       01 W-USUARIO     PIC X(08) VALUE SPACES.
       01 W-ALT-RESULT  PIC X(01) VALUE SPACES.
       01 W-EXC-ITENS   PIC 9(03) VALUE ZEROS.
       01 W-EXC-SEQ     PIC 9(03) VALUE ZEROS.
       01 W-EXC-ENC     PIC 9(01) VALUE ZEROS.
      *--------[ ENCARGOS DO DOCUMENTO DE ENTRADA ]---------------------
       01 W-TP-ENC      PIC X(01) VALUE SPACES.
       01 W-CRIT-ENC    PIC X(01) VALUE SPACES.
       01 W-VALOR-ENC   PIC 9(12) VALUE ZEROS.
       01 W-IND-ENC     PIC 9(02) VALUE ZEROS.
       01 W-TOT-ENC     PIC 9(01) VALUE ZEROS.
       01 W-TOT-VLR-ENC PIC 9(13) VALUE ZEROS.
       01 W-ENCARGOS.
          03 W-ENCARGO OCCURS 9 TIMES.
             05 W-EN-TP      PIC X(01).
             05 W-EN-CRIT    PIC X(01).
             05 W-EN-VALOR   PIC 9(12).
      *--------[ ITENS DO DOCUMENTO EM DIGITACAO ]----------------------
       01 W-IND-ITEM    PIC 9(03) VALUE ZEROS.
       01 W-TOT-ITENS   PIC 9(03) VALUE ZEROS.
             05 W-IT-CODIGO  PIC 9(06).
             05 W-IT-QTD     PIC 9(06).
             05 W-IT-CUSTO   PIC 9(08).
             05 W-IT-PED     PIC 9(06).
             05 W-IT-SEQ-PED PIC 9(03).
             05 W-IT-LOTE    PIC X(10).
             05 W-IT-VALID   PIC 9(08).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
           05  LINE 18  COLUMN 1 VALUE "ITENS......: ".
           05  LINE 18  COLUMN 25 VALUE "QTD TOTAL..: ".
           05  LINE 18  COLUMN 50 VALUE "VALOR TOTAL: ".
           05  LINE 19  COLUMN 1 VALUE "PEDIDO.....: ".
           05  LINE 19  COLUMN 21 VALUE "/".
           05  LINE 20  COLUMN 1 VALUE "LOTE.......: ".
           05  LINE 20  COLUMN 30 VALUE "VALIDADE...: ".
           05  LINE 21  COLUMN 1 VALUE "ENCARGO....: ".
           05  LINE 21  COLUMN 17 VALUE "VALOR: ".
           05  LINE 21  COLUMN 41 VALUE "RATEIO: ".
           05  LINE 21  COLUMN 52 VALUE "TOT ENC: ".
           05  LINE 22  COLUMN 01
               VALUE  "__________________________________[PAINE".
           05  LINE 22  COLUMN 41
           05  TTOTVALOR
               LINE 18  COLUMN 63   PIC 99.999.999.999.999
               FROM   W-TOT-VALOR.
           05  TPEDIDO
               LINE 19  COLUMN 15   PIC 999999
               FROM   W-PED-ACHADO.
           05  TSEQPED
               LINE 19  COLUMN 22   PIC 999
               FROM   W-SEQ-ACHADO.
           05  TLOTEMOV
               LINE 20  COLUMN 15   PIC X(10)
               USING  W-LOTE-MOV.
           05  TVALIDMOV
               LINE 20  COLUMN 43   PIC 99999999
               USING  W-VALID-MOV.
           05  TTPENC
               LINE 21  COLUMN 15   PIC X(01)
               USING  W-TP-ENC.
           05  TVALENC
               LINE 21  COLUMN 24   PIC 999.999.999.999
               USING  W-VALOR-ENC.
           05  TCRITENC
               LINE 21  COLUMN 49   PIC X(01)
               USING  W-CRIT-ENC.
           05  TTOTENC
               LINE 21  COLUMN 61   PIC 9.999.999.999.999
               FROM   W-TOT-VLR-ENC.
      *
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
      * O PEDCOMP PODE AINDA NAO EXISTIR (NENHUM PEDIDO EMITIDO) -
      * NESSE CASO A ENTRADA NAO E CASADA COM PEDIDO.
       R0P.
           OPEN INPUT PEDCOMP
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30" OR "35"
                 MOVE "S" TO W-SEM-PEDCOMP
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO PEDCOMP" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
      * O SALDLOTE SO EXISTE DEPOIS DA PRIMEIRA POSTAGEM DE PRODUTO
      * COM LOTE - SEM ELE NENHUM LOTE TEM SALDO AINDA.
       R0S.
           OPEN INPUT SALDLOTE
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30" OR "35"
                 MOVE "S" TO W-SEM-SALDLOTE
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO SALDLOTE" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
      * O CADCLI SO EXISTE DEPOIS DO PRIMEIRO CLIENTE CADASTRADO NO
      * STP040 - SEM ELE NENHUMA SAIDA PODE SER DIGITADA.
       R0K.
           OPEN INPUT CADCLI
           IF ST-ERRO9 NOT = "00"
              IF ST-ERRO9 = "30" OR "35"
                 MOVE "S" TO W-SEM-CADCLI
              ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADCLI" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM.
      * ULTIMO MES CONTABIL FECHADO (STP025) - DOCUMENTO DATADO
      * DENTRO DE MES FECHADO E RECUSADO NA DIGITACAO. ARQUIVO
      * INEXISTENTE = NENHUM MES FECHADO AINDA.
           MOVE SPACES TO W-TIPO-MOV W-SERIE W-LOCAL-MOV W-LOC-DEST
           MOVE ZEROS TO W-NUM-DOC W-CNPJ-MOV W-DT-EMISSAO
           MOVE ZEROS TO W-QTD-MOV W-CUSTO-MOV
           MOVE SPACES TO W-LOTE-MOV
           MOVE ZEROS TO W-VALID-MOV
           MOVE ZEROS TO W-TOT-ITENS W-TOT-QTD W-TOT-VALOR
           MOVE SPACES TO W-TP-ENC W-CRIT-ENC
           MOVE ZEROS TO W-VALOR-ENC W-TOT-ENC W-TOT-VLR-ENC
           ACCEPT W-DT-HOJE FROM DATE YYYYMMDD.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELAMOV.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5
              ELSE
                   MOVE "*** INFORME O CNPJ/CPF DO CLIENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
           IF W-TIPO-MOV = "S"
                   GO TO R5C.
           PERFORM VALIDA-CNPJ THRU VALIDA-CNPJ-FIM
           IF W-CNPJ-OK NOT = "S"
                   MOVE "*** CNPJ INVALIDO ***" TO MENS
                 MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
           GO TO R6.
      *--------[ NA SAIDA O CLIENTE DEVE EXISTIR NO CADCLI E ESTAR ]----
      * ATIVO. O CLIENTE PODE SER PESSOA FISICA (CPF COM ZEROS A
      * ESQUERDA) - O DIGITO FOI CONFERIDO NO CADASTRO (STP040).
       R5C.
           IF W-SEM-CADCLI = "S"
                 MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
           MOVE W-CNPJ-MOV TO DOC-CLI
           READ CADCLI
           IF ST-ERRO9 NOT = "00" AND ST-ERRO9 NOT = "02"
                 MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
           IF CLI-BLOQUEADO
                 DISPLAY (07, 35) NOME-CLI
                 MOVE "*** CLIENTE BLOQUEADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
           DISPLAY (07, 35) NOME-CLI.
       R6.
           ACCEPT TDTEMISSAO
           ACCEPT W-ACT FROM ESCAPE KEY
      *-------------[  ITENS DO DOCUMENTO ]-----------------------------
       I1.
           MOVE ZEROS TO CODIGO W-QTD-MOV W-CUSTO-MOV
           MOVE ZEROS TO W-PED-ACHADO W-SEQ-ACHADO
           MOVE SPACES TO DESCRICAO UNIDADE W-COD-ALTERNO
           MOVE ZEROS TO QUANTIDADE
           MOVE SPACES TO W-LOTE-MOV
           MOVE ZEROS TO W-VALID-MOV
           DISPLAY TELAMOV
           DISPLAY (23, 12) " CODIGO DO ITEM (ZEROS = FIM) "
           ACCEPT TCODIGO
                   MOVE "* SALDO INSUFICIENTE - PODE SER REJEITADO *"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *--------[ LOTE DE FABRICACAO - PRODUTO COM CONTROLE DE LOTE ]----
       I2L.
           IF NOT PROD-COM-LOTE
                   MOVE SPACES TO W-LOTE-MOV
                   MOVE ZEROS TO W-VALID-MOV
                   GO TO I3.
           ACCEPT TLOTEMOV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO I2.
           IF W-LOTE-MOV = SPACES
                   MOVE "*** PRODUTO COM CONTROLE DE LOTE - INFORME ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO I2L.
           IF W-TIPO-MOV = "E"
                   GO TO I2V.
      *--------[ SAIDA: O LOTE DEVE TER SALDO NO LOCAL ]----------------
           PERFORM LER-SALDLOTE THRU LER-SALDLOTE-FIM
           IF W-LOTE-OK NOT = "S"
                   MOVE "*** LOTE NAO EXISTE NESTE LOCAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO I2L.
           MOVE DT-VALID-LF TO W-VALID-MOV
           DISPLAY TELAMOV
           IF W-QTD-MOV > QTD-LF
                   MOVE "* SALDO DO LOTE INSUFICIENTE - PODE SER REJ. *"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM VERIFICA-FEFO THRU VERIFICA-FEFO-FIM
           IF W-LOTE-CEDO NOT = SPACES
                   MOVE SPACES TO MENS
                   STRING "* LOTE " W-LOTE-CEDO
                          " VENCE ANTES E TEM SALDO *"
                          DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO I3.
      *--------[ ENTRADA: VALIDADE OBRIGATORIA E IGUAL A DO LOTE ]------
       I2V.
           ACCEPT TVALIDMOV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO I2L.
           IF W-VALID-MOV = ZEROS
                   MOVE "*** INFORME A VALIDADE DO LOTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO I2V.
           PERFORM LER-SALDLOTE THRU LER-SALDLOTE-FIM
           IF W-LOTE-OK = "S" AND DT-VALID-LF NOT = W-VALID-MOV
                   MOVE "* LOTE JA EXISTE NO LOCAL COM OUTRA VALIDADE *"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO I2V.
           MOVE "S" TO W-LOTE-OK
           PERFORM CONFERE-LOTE-DOC VARYING W-IND-LOTE FROM 1 BY 1
                   UNTIL W-IND-LOTE > W-TOT-ITENS.
           IF W-LOTE-OK NOT = "S"
                   MOVE "* LOTE REPETIDO NA NOTA COM OUTRA VALIDADE *"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO I2V.
      *--------[ CUSTO UNITARIO DE COMPRA - SOMENTE NA ENTRADA ]--------
       I3.
           IF W-TIPO-MOV NOT = "E"
                   MOVE ZEROS TO W-CUSTO-MOV
                   GO TO I3P.
           ACCEPT TCUSTOMOV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF PROD-COM-LOTE
                   GO TO I2V
              ELSE
                   GO TO I2.
           IF W-CUSTO-MOV = ZEROS
                   MOVE "*** INFORME O CUSTO UNITARIO DA COMPRA ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO I3.
      *--------[ ENTRADA: CASA O ITEM COM O PEDIDO DO FORNECEDOR ]------
       I3P.
           IF W-TIPO-MOV NOT = "E" OR W-SEM-PEDCOMP = "S"
                   GO TO I4.
           PERFORM CASA-PEDIDO THRU CASA-PEDIDO-FIM
           DISPLAY TELAMOV
           IF W-PED-ACHADO = ZEROS
                   MOVE "* ITEM SEM PEDIDO EM ABERTO DO FORNECEDOR *"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO I4.
           IF W-CUSTO-MOV NOT = W-CUSTO-PED
                   MOVE "* CUSTO DIFERENTE DO PRECO DO PEDIDO *"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *--------[ ACUMULA O ITEM NA TABELA E NOS TOTAIS ]----------------
       I4.
           ADD 1 TO W-TOT-ITENS
           MOVE CODIGO      TO W-IT-CODIGO (W-IND-ITEM)
           MOVE W-QTD-MOV   TO W-IT-QTD (W-IND-ITEM)
           MOVE W-CUSTO-MOV TO W-IT-CUSTO (W-IND-ITEM)
           MOVE W-PED-ACHADO TO W-IT-PED (W-IND-ITEM)
           MOVE W-SEQ-ACHADO TO W-IT-SEQ-PED (W-IND-ITEM)
           MOVE W-LOTE-MOV   TO W-IT-LOTE (W-IND-ITEM)
           MOVE W-VALID-MOV  TO W-IT-VALID (W-IND-ITEM)
           ADD W-QTD-MOV TO W-TOT-QTD
           COMPUTE W-VALOR-ITEM = W-QTD-MOV * W-CUSTO-MOV
           ADD W-VALOR-ITEM TO W-TOT-VALOR
                     TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.
           DISPLAY TELAMOV
           IF W-TIPO-MOV NOT = "E"
                GO TO GRV-OPC.
      *-------------[  ENCARGOS DA NOTA DE ENTRADA ]--------------------
      * F = FRETE, S = SEGURO, I = IPI, T = ICMS-ST. BRANCO ENCERRA.
       EN1.
           MOVE SPACES TO W-TP-ENC W-CRIT-ENC
           MOVE ZEROS TO W-VALOR-ENC
           DISPLAY TELAMOV
           IF W-TOT-ENC NOT < 9
                   MOVE "*** DOCUMENTO COM O MAXIMO DE 9 ENCARGOS ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRV-OPC.
           DISPLAY (23, 12) " ENCARGO F/S/I/T (BRANCO = FIM) "
           ACCEPT TTPENC
           DISPLAY (23, 12) "                                "
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO GRV-OPC.
           IF W-TP-ENC = SPACES
                   GO TO GRV-OPC.
           IF W-TP-ENC NOT = "F" AND NOT = "S" AND NOT = "I"
                                 AND NOT = "T"
                   MOVE "*** ENCARGO: F=FRETE S=SEGURO I=IPI T=ST ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EN1.
       EN2.
           ACCEPT TVALENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EN1.
           IF W-VALOR-ENC = ZEROS
                   MOVE "*** INFORME O VALOR DO ENCARGO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EN2.
       EN3.
           IF W-CRIT-ENC = SPACES
                   MOVE "V" TO W-CRIT-ENC.
           ACCEPT TCRITENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO EN2.
           IF W-CRIT-ENC NOT = "V" AND W-CRIT-ENC NOT = "Q"
                   MOVE "*** RATEIO: V=POR VALOR  Q=POR QUANTIDADE ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EN3.
       EN4.
           ADD 1 TO W-TOT-ENC
           MOVE W-TP-ENC    TO W-EN-TP (W-TOT-ENC)
           MOVE W-CRIT-ENC  TO W-EN-CRIT (W-TOT-ENC)
           MOVE W-VALOR-ENC TO W-EN-VALOR (W-TOT-ENC)
           ADD W-VALOR-ENC TO W-TOT-VLR-ENC
           MOVE "*** ENCARGO INCLUIDO NO DOCUMENTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO EN1.
       GRV-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                MOVE W-TOT-VALOR  TO TOT-VALOR-D
                MOVE "D"          TO SIT-DOC
                MOVE W-USUARIO    TO USUARIO-D
                MOVE ZEROS        TO NUM-PED-D SEQ-PED-D
                MOVE ZEROS        TO DT-ESTORNO-D
                MOVE SPACES       TO USU-ESTORNO-D
                MOVE SPACES       TO LOTE-FAB-D
                MOVE ZEROS        TO DT-VALID-D
                MOVE W-TOT-ENC    TO QTD-ENC-D
                MOVE SPACES       TO TP-ENCARGO-D RATEIO-ENC-D
                MOVE ZEROS        TO VALOR-ENC-D
                WRITE REGDOC
                IF ST-ERRO5 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO DOCFIS" TO MENS
       GRV-ITEM.
                ADD 1 TO W-IND-ITEM
                IF W-IND-ITEM > W-TOT-ITENS
                   MOVE ZEROS TO W-IND-ENC
                   GO TO GRV-ENC.
                MOVE W-IND-ITEM   TO SEQ-ITEM-D
                MOVE W-IT-CODIGO (W-IND-ITEM) TO COD-PROD-D
                MOVE W-IT-QTD (W-IND-ITEM)    TO QTD-ITEM-D
                MOVE W-IT-CUSTO (W-IND-ITEM)  TO CUSTO-ITEM-D
                MOVE ZEROS        TO TOT-ITENS-D TOT-QTD-D TOT-VALOR-D
                MOVE W-IT-PED (W-IND-ITEM)     TO NUM-PED-D
                MOVE W-IT-SEQ-PED (W-IND-ITEM) TO SEQ-PED-D
                MOVE W-IT-LOTE (W-IND-ITEM)    TO LOTE-FAB-D
                MOVE W-IT-VALID (W-IND-ITEM)   TO DT-VALID-D
                MOVE ZEROS        TO QTD-ENC-D
                WRITE REGDOC
                IF ST-ERRO5 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO DOCFIS" TO MENS
                MOVE SPACES        TO LOC-DEST-MOVTO
                MOVE W-SERIE       TO SERIE-MOVTO
                MOVE W-NUM-LOTE    TO NUM-LOTE-MOVTO
                MOVE W-IT-LOTE (W-IND-ITEM)  TO LOTE-FAB-MOVTO
                MOVE W-IT-VALID (W-IND-ITEM) TO DT-VALID-MOVTO
                WRITE REGMOV
                IF ST-ERRO3 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVPROD" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                GO TO GRV-ITEM.
      *--------[ ENCARGOS DA ENTRADA NO DOCFIS (SEQ 901 A 909) ]--------
       GRV-ENC.
                ADD 1 TO W-IND-ENC
                IF W-IND-ENC > W-TOT-ENC
                   MOVE "*** DOCUMENTO REGISTRADO NO KARDEX ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                COMPUTE SEQ-ITEM-D = 900 + W-IND-ENC
                MOVE ZEROS  TO COD-PROD-D QTD-ITEM-D CUSTO-ITEM-D
                MOVE ZEROS  TO NUM-PED-D SEQ-PED-D DT-VALID-D
                MOVE SPACES TO LOTE-FAB-D
                MOVE W-EN-TP (W-IND-ENC)    TO TP-ENCARGO-D
                MOVE W-EN-CRIT (W-IND-ENC)  TO RATEIO-ENC-D
                MOVE W-EN-VALOR (W-IND-ENC) TO VALOR-ENC-D
                WRITE REGDOC
                IF ST-ERRO5 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO DOCFIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                GO TO GRV-ENC.
      *
      *****************************************
      * TRANSFERENCIA ENTRE LOCAIS (SEM NOTA) *
      *****************************************
      *
       TR1.
           MOVE SPACES TO W-COD-ALTERNO W-LOTE-MOV
           MOVE ZEROS TO W-VALID-MOV
           DISPLAY (23, 12) " INSIRA O CODIGO DO PRODUTO "
           ACCEPT TCODIGO
           DISPLAY (23, 12) "                            "
                   MOVE "*** LOCAL NAO CADASTRADO NO CADLOC ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TR3.
      *--------[ LOTE TRANSFERIDO - DEVE EXISTIR NA ORIGEM ]------------
       TR3L.
           IF NOT PROD-COM-LOTE
                   GO TO TR4.
           ACCEPT TLOTEMOV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO TR3.
           IF W-LOTE-MOV = SPACES
                   MOVE "*** PRODUTO COM CONTROLE DE LOTE - INFORME ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TR3L.
           PERFORM LER-SALDLOTE THRU LER-SALDLOTE-FIM
           IF W-LOTE-OK NOT = "S"
                   MOVE "*** LOTE NAO EXISTE NO LOCAL DE ORIGEM ***"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TR3L.
           MOVE DT-VALID-LF TO W-VALID-MOV
           DISPLAY TELAMOV
           IF W-QTD-MOV > QTD-LF
                   MOVE "* SALDO DO LOTE INSUFICIENTE - PODE SER REJ. *"
                        TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TR4.
           ACCEPT TLOCDEST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF PROD-COM-LOTE
                   GO TO TR3L
              ELSE
                   GO TO TR3.
           IF W-LOC-DEST = SPACES OR W-LOC-DEST = W-LOCAL-MOV
                   MOVE "*** DESTINO DEVE SER OUTRO LOCAL ***" TO MENS
                MOVE SPACES        TO SERIE-MOVTO
                PERFORM OBTEM-LOTE THRU OBTEM-LOTE-FIM
                MOVE W-NUM-LOTE    TO NUM-LOTE-MOVTO
                MOVE W-LOTE-MOV    TO LOTE-FAB-MOVTO
                MOVE W-VALID-MOV   TO DT-VALID-MOVTO
                WRITE REGMOV
                IF ST-ERRO3 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO MOVPROD" TO MENS
                EXIT.
      *---------[ DESCARTA O DOCUMENTO REJEITADO DO DOCFIS ]------------
      * O CABECALHO ESTA NO BUFFER APOS O READ - EXCLUI O CABECALHO
      * E OS ITENS PELA SEQUENCIA (ITEM JA AUSENTE E IGNORADO),
      * DEPOIS OS ENCARGOS (SEQ 901 EM DIANTE).
       EXCLUI-DOC-REJEITADO.
                MOVE TOT-ITENS-D TO W-EXC-ITENS
                MOVE QTD-ENC-D   TO W-EXC-ENC
                DELETE DOCFIS RECORD
                IF ST-ERRO5 NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO ARQUIVO DOCFIS" TO MENS
       EXCLUI-DOC-ITEM.
                ADD 1 TO W-EXC-SEQ
                IF W-EXC-SEQ > W-EXC-ITENS
                   MOVE ZEROS TO W-EXC-SEQ
                   GO TO EXCLUI-DOC-ENC.
                MOVE W-NUM-DOC  TO NUM-DOC-D
                MOVE W-SERIE    TO SERIE-DOC
                MOVE W-CNPJ-MOV TO CNPJ-DOC
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                GO TO EXCLUI-DOC-ITEM.
       EXCLUI-DOC-ENC.
                ADD 1 TO W-EXC-SEQ
                IF W-EXC-SEQ > W-EXC-ENC
                   GO TO EXCLUI-DOC-REJEITADO-FIM.
                MOVE W-NUM-DOC  TO NUM-DOC-D
                MOVE W-SERIE    TO SERIE-DOC
                MOVE W-CNPJ-MOV TO CNPJ-DOC
                COMPUTE SEQ-ITEM-D = 900 + W-EXC-SEQ
                DELETE DOCFIS RECORD
                IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "23"
                   MOVE "ERRO NA EXCLUSAO DO ARQUIVO DOCFIS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                GO TO EXCLUI-DOC-ENC.
       EXCLUI-DOC-REJEITADO-FIM.
                EXIT.
      *---------[ RESOLVE O CODIGO ALTERNATIVO PELO CADALT ]------------
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       RESOLVE-ALTERNO-FIM.
                EXIT.
      *---------[ ITEM EM ABERTO DO PEDIDO DO FORNECEDOR (PEDCOMP) ]----
      * VARRE OS ITENS DE PEDIDO DO PRODUTO PELA CHAVE ALTERNADA E
      * FICA COM O PRIMEIRO (O MAIS ANTIGO) DO FORNECEDOR DO
      * DOCUMENTO, ABERTO OU PARCIAL, QUE AINDA TENHA SALDO A
      * RECEBER DEPOIS DOS ITENS JA CASADOS NESTE MESMO DOCUMENTO.
       CASA-PEDIDO.
                MOVE ZEROS TO W-PED-ACHADO W-SEQ-ACHADO W-CUSTO-PED
                MOVE "N" TO W-FIM-PEDCOMP
                MOVE CODIGO TO COD-PROD-PC
                START PEDCOMP KEY NOT LESS THAN COD-PROD-PC
                IF ST-ERRO7 NOT = "00"
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
                IF COD-PROD-PC NOT = CODIGO
                   MOVE "S" TO W-FIM-PEDCOMP
                   GO TO CASA-UM-ITEM-FIM.
                IF SEQ-ITEM-PC = ZEROS OR CNPJ-PED NOT = W-CNPJ-MOV
                   GO TO CASA-UM-ITEM-FIM.
                IF NOT PED-ABERTO AND NOT PED-PARCIAL
                   GO TO CASA-UM-ITEM-FIM.
                MOVE ZEROS TO W-QTD-CASADA
                PERFORM SOMA-CASADO VARYING W-IND-CASA FROM 1 BY 1
                        UNTIL W-IND-CASA > W-TOT-ITENS.
                COMPUTE W-QTD-SALDO-PED = QTD-PEDIDA-PC - QTD-RECEB-PC
                                        - W-QTD-CASADA
                IF W-QTD-SALDO-PED NOT > ZEROS
                   GO TO CASA-UM-ITEM-FIM.
                MOVE NUM-PED         TO W-PED-ACHADO
                MOVE SEQ-ITEM-PC     TO W-SEQ-ACHADO
                MOVE CUSTO-PEDIDO-PC TO W-CUSTO-PED
                MOVE "S" TO W-FIM-PEDCOMP.
       CASA-UM-ITEM-FIM.
                EXIT.
       SOMA-CASADO.
                IF W-IT-PED (W-IND-CASA) = NUM-PED
                   AND W-IT-SEQ-PED (W-IND-CASA) = SEQ-ITEM-PC
                   ADD W-IT-QTD (W-IND-CASA) TO W-QTD-CASADA.
      *---------[ LOTE DO PRODUTO NO LOCAL DO MOVIMENTO (SALDLOTE) ]----
       LER-SALDLOTE.
                MOVE "N" TO W-LOTE-OK
                IF W-SEM-SALDLOTE = "S"
                   GO TO LER-SALDLOTE-FIM.
                MOVE CODIGO      TO COD-PROD-LF
                MOVE W-LOCAL-MOV TO LOCAL-LF
                MOVE W-LOTE-MOV  TO LOTE-FAB-LF
                READ SALDLOTE
                IF ST-ERRO8 = "00" OR "02"
                   MOVE "S" TO W-LOTE-OK.
       LER-SALDLOTE-FIM.
                EXIT.
      *---------[ LOTE QUE VENCE ANTES DO INFORMADO NA SAIDA ]----------
      * VARRE OS LOTES DO PRODUTO NO LOCAL E GUARDA O DE VALIDADE
      * MAIS CEDO, COM SALDO, ANTERIOR A DO LOTE INFORMADO.
       VERIFICA-FEFO.
                MOVE SPACES TO W-LOTE-CEDO
                MOVE W-VALID-MOV TO W-VALID-CEDO
                MOVE "N" TO W-FIM-SALDLOTE
                MOVE CODIGO      TO COD-PROD-LF
                MOVE W-LOCAL-MOV TO LOCAL-LF
                MOVE SPACES      TO LOTE-FAB-LF
                START SALDLOTE KEY NOT LESS THAN CHAVE-SLOT
                IF ST-ERRO8 NOT = "00"
                   MOVE "S" TO W-FIM-SALDLOTE.
                PERFORM VERIFICA-UM-LOTE THRU VERIFICA-UM-LOTE-FIM
                        UNTIL W-FIM-SALDLOTE = "S".
       VERIFICA-FEFO-FIM.
                EXIT.
       VERIFICA-UM-LOTE.
                READ SALDLOTE NEXT RECORD
                    AT END MOVE "S" TO W-FIM-SALDLOTE.
                IF W-FIM-SALDLOTE = "S"
                   GO TO VERIFICA-UM-LOTE-FIM.
                IF COD-PROD-LF NOT = CODIGO
                   OR LOCAL-LF NOT = W-LOCAL-MOV
                   MOVE "S" TO W-FIM-SALDLOTE
                   GO TO VERIFICA-UM-LOTE-FIM.
                IF QTD-LF = ZEROS OR LOTE-FAB-LF = W-LOTE-MOV
                   GO TO VERIFICA-UM-LOTE-FIM.
                IF DT-VALID-LF < W-VALID-CEDO
                   MOVE LOTE-FAB-LF TO W-LOTE-CEDO
                   MOVE DT-VALID-LF TO W-VALID-CEDO.
       VERIFICA-UM-LOTE-FIM.
                EXIT.
      *---------[ MESMO LOTE JA DIGITADO NA NOTA ]----------------------
       CONFERE-LOTE-DOC.
                IF W-IT-CODIGO (W-IND-LOTE) = CODIGO
                   AND W-IT-LOTE (W-IND-LOTE) = W-LOTE-MOV
                   AND W-IT-VALID (W-IND-LOTE) NOT = W-VALID-MOV
                   MOVE "N" TO W-LOTE-OK.
      *---------[ VALIDACAO DO LOCAL CONTRA O CADLOC ]------------------
       VALIDA-LOCAL.
                MOVE "S" TO W-LOC-OK
      *-----------------------------------------------------------------
       ROT-FIM.
           CLOSE CADPROD CADFORN MOVPROD CADLOC DOCFIS.
           IF W-SEM-PEDCOMP NOT = "S"
              CLOSE PEDCOMP.
           IF W-SEM-SALDLOTE NOT = "S"
              CLOSE SALDLOTE.
           IF W-SEM-CADCLI NOT = "S"
              CLOSE CADCLI.
           GOBACK.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
