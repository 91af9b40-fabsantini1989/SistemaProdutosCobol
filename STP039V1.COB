       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP039.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * RATEIO DOS ENCARGOS DA NOTA DE ENTRADA *
      **************************************
      *------------------------------------------------------------
      * SUBROTINA CHAMADA PELO STP005 (POSTAGEM) E PELO STP022
      * (CONSULTA/REIMPRESSAO). RECEBE NA AREA-RATEIO (REGRAT) OS
      * ENCARGOS DO DOCUMENTO E OS ITENS COM QUANTIDADE E CUSTO DA
      * NOTA; RATEIA CADA ENCARGO PELO VALOR OU PELA QUANTIDADE DOS
      * ITENS E DEVOLVE O ENCARGO DE CADA ITEM E O CUSTO UNITARIO
      * COM ENCARGOS. ENCARGO POR VALOR SOBRE ITENS DE CUSTO ZERO E
      * RATEADO PELA QUANTIDADE. NAO LE NEM GRAVA ARQUIVOS.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 W-ENC             PIC 9(02) VALUE ZEROS.
       01 W-IT              PIC 9(03) VALUE ZEROS.
       01 W-ULT-IT          PIC 9(03) VALUE ZEROS.
       01 W-CRIT            PIC X(01) VALUE SPACES.
       01 W-BASE            PIC 9(14) VALUE ZEROS.
       01 W-BASE-TOT        PIC 9(16) VALUE ZEROS.
       01 W-PARTE           PIC 9(12)V99 VALUE ZEROS.
       01 W-SOBRA           PIC 9(12)V99 VALUE ZEROS.
      *
      *------------------------------------------------------------
       LINKAGE SECTION.
           COPY REGRAT.
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION USING AREA-RATEIO.
       INICIO.
           IF RAT-QTD-ITENS > 99
              MOVE 99 TO RAT-QTD-ITENS.
           PERFORM LIMPA-ITEM VARYING W-IT FROM 1 BY 1
                   UNTIL W-IT > RAT-QTD-ITENS
           PERFORM RATEIA-ENCARGO THRU RATEIA-ENCARGO-FIM
                   VARYING W-ENC FROM 1 BY 1
                   UNTIL W-ENC > RAT-QTD-ENC
           PERFORM CUSTO-ITEM THRU CUSTO-ITEM-FIM
                   VARYING W-IT FROM 1 BY 1
                   UNTIL W-IT > RAT-QTD-ITENS
           GOBACK.
      *
       LIMPA-ITEM.
           MOVE ZEROS TO RAT-ENC-ITEM (W-IT)
           MOVE RAT-CUSTO (W-IT) TO RAT-CUSTO-REAL (W-IT).
      *---------[ UM ENCARGO: BASE TOTAL, ULTIMO ITEM E PARTES ]------
       RATEIA-ENCARGO.
           IF RAT-VALOR-ENC (W-ENC) = ZEROS
              GO TO RATEIA-ENCARGO-FIM.
           MOVE RAT-CRIT-ENC (W-ENC) TO W-CRIT
           IF W-CRIT NOT = "Q"
              MOVE "V" TO W-CRIT.
           PERFORM SOMA-BASE THRU SOMA-BASE-FIM
           IF W-BASE-TOT = ZEROS AND W-CRIT = "V"
              MOVE "Q" TO W-CRIT
              PERFORM SOMA-BASE THRU SOMA-BASE-FIM.
           IF W-BASE-TOT = ZEROS
              GO TO RATEIA-ENCARGO-FIM.
           MOVE RAT-VALOR-ENC (W-ENC) TO W-SOBRA
           PERFORM RATEIA-ITEM THRU RATEIA-ITEM-FIM
                   VARYING W-IT FROM 1 BY 1
                   UNTIL W-IT > RAT-QTD-ITENS.
       RATEIA-ENCARGO-FIM.
           EXIT.
      *
       SOMA-BASE.
           MOVE ZEROS TO W-BASE-TOT W-ULT-IT
           PERFORM SOMA-BASE-ITEM VARYING W-IT FROM 1 BY 1
                   UNTIL W-IT > RAT-QTD-ITENS.
       SOMA-BASE-FIM.
           EXIT.
      *
       SOMA-BASE-ITEM.
           PERFORM CALCULA-BASE
           IF W-BASE > ZEROS
              ADD W-BASE TO W-BASE-TOT
              MOVE W-IT TO W-ULT-IT.
      *
       CALCULA-BASE.
           IF W-CRIT = "Q"
              MOVE RAT-QTD (W-IT) TO W-BASE
           ELSE
              COMPUTE W-BASE = RAT-QTD (W-IT) * RAT-CUSTO (W-IT).
      *---------[ PARTE DO ITEM - O ULTIMO FICA COM A SOBRA ]---------
       RATEIA-ITEM.
           PERFORM CALCULA-BASE
           IF W-BASE = ZEROS
              GO TO RATEIA-ITEM-FIM.
           IF W-IT = W-ULT-IT
              MOVE W-SOBRA TO W-PARTE
           ELSE
              COMPUTE W-PARTE ROUNDED =
                      RAT-VALOR-ENC (W-ENC) * W-BASE / W-BASE-TOT.
           IF W-PARTE > W-SOBRA
              MOVE W-SOBRA TO W-PARTE.
           SUBTRACT W-PARTE FROM W-SOBRA
           ADD W-PARTE TO RAT-ENC-ITEM (W-IT).
       RATEIA-ITEM-FIM.
           EXIT.
      *---------[ CUSTO UNITARIO COM ENCARGOS ]-----------------------
       CUSTO-ITEM.
           IF RAT-QTD (W-IT) = ZEROS
              GO TO CUSTO-ITEM-FIM.
           COMPUTE RAT-CUSTO-REAL (W-IT) ROUNDED =
                   RAT-CUSTO (W-IT) + RAT-ENC-ITEM (W-IT)
                   / RAT-QTD (W-IT)
               ON SIZE ERROR
                  MOVE RAT-CUSTO (W-IT) TO RAT-CUSTO-REAL (W-IT).
       CUSTO-ITEM-FIM.
           EXIT.
