       01 ST-ERRO8      PIC X(02) VALUE "00".
       01 W-ANOMES-FECHADO PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-MOVTO   PIC 9(06) VALUE ZEROS.
       01 W-PROD-ANT    PIC X(98) VALUE SPACES.
       01 W-SEL         PIC 9(01) VALUE ZEROS.
       01 IND           PIC 9(02) VALUE ZEROS.
       01 W-USUARIO     PIC X(08) VALUE SPACES.
       01 W-PRECO-ORIG  PIC 9(08) VALUE ZEROS.
       01 W-DT-ALT-ORIG PIC 9(08) VALUE ZEROS.
       01 W-HR-ALT-ORIG PIC 9(06) VALUE ZEROS.
       01 W-REGPROD-TEMP PIC X(98) VALUE SPACES.
       01 W-CNPJ-OK     PIC X(01) VALUE "S".
       01 W-UNI-OK      PIC X(01) VALUE "S".
       01 W-FIM-UNI     PIC X(01) VALUE "N".
		   05  LINE 08  COLUMN 1 VALUE "QUANTIDADE.: ".
		   05  LINE 09  COLUMN 1 VALUE "PRECO......: ".
		   05  LINE 10  COLUMN 1 VALUE "QTD MINIMA.: ".
           05  LINE 10  COLUMN 30 VALUE "CTRL LOTE (S/N): ".
           05  LINE 11  COLUMN 01
               VALUE  "________________________________[FORNECED".
           05  LINE 11  COLUMN 41 
           05  TQTDMINIMA
               LINE 10  COLUMN 15   PIC 99.999.9
               USING  QTDMINIMA.
           05  TCTRLLOTE
               LINE 10  COLUMN 47   PIC X(01)
               USING  CONTROLA-LOTE.
           05  TCNPJ
               LINE 12  COLUMN 15   PIC 99.999.999/9999.99
               USING  CNPJ OF REGPROD.
           MOVE ZEROS TO CNPJ OF REGPROD CUSTO-MEDIO
           MOVE ZEROS TO CNPJ OF REGFORN CEP NUMERO
           MOVE ZEROS TO DT-ALTERACAO HR-ALTERACAO.
           MOVE "N" TO CONTROLA-LOTE.
      *-------------[VISUALIZACAO DA TELA]------------------------------
           DISPLAY TELAFORN.
      *-------------[  ENTRADA DOS DADOS ]------------------------------
       R6M.
           ACCEPT TQTDMINIMA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6L.
      *--------[ LOTE DE FABRICACAO E VALIDADE OBRIGATORIOS? ]----------
      * PRODUTO ANTERIOR AO CONTROLE DE LOTE VEM COM O CAMPO VAZIO -
      * VALE COMO "N".
       R6L.
           IF CONTROLA-LOTE NOT = "S" AND CONTROLA-LOTE NOT = "s"
                   MOVE "N" TO CONTROLA-LOTE.
           ACCEPT TCTRLLOTE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF CONTROLA-LOTE = "s"
                   MOVE "S" TO CONTROLA-LOTE.
           IF CONTROLA-LOTE = "n" OR CONTROLA-LOTE = SPACES
                   MOVE "N" TO CONTROLA-LOTE.
           IF CONTROLA-LOTE NOT = "S" AND CONTROLA-LOTE NOT = "N"
                   MOVE "*** CONTROLE DE LOTE: S=SIM N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6L.
           IF W-ACT = 01
                   GO TO R7.
       R7.
                MOVE "01"          TO LOCAL-MOVTO
                MOVE SPACES        TO LOC-DEST-MOVTO
                MOVE SPACES        TO SERIE-MOVTO
                MOVE SPACES        TO LOTE-FAB-MOVTO
                MOVE ZEROS         TO DT-VALID-MOVTO
                CALL "STP023" USING W-NUM-LOTE
                MOVE W-NUM-LOTE    TO NUM-LOTE-MOVTO
                WRITE REGMOV
