       IDENTIFICATION DIVISION.
       PROGRAM-ID. STP041.
      *AUTHOR. FABIANO SANTINI MARQUES.
      **************************************
      * VALIDACAO DO DIGITO VERIFICADOR DO CPF *
      **************************************
      *------------------------------------------------------------
      * SUBROTINA CHAMADA PELO STP040 ANTES DE GRAVAR UM CLIENTE
      * PESSOA FISICA. RECEBE O CPF (11 DIGITOS) E DEVOLVE "S" SE OS
      * DOIS DIGITOS VERIFICADORES CONFEREM, "N" CASO CONTRARIO.
      * MESMO CALCULO DO STP010 (MODULO 11), COM PESOS 10 A 2 PARA O
      * PRIMEIRO DIGITO E 11 A 2 PARA O SEGUNDO.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *
      *------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 W-CPF-NUM         PIC 9(11).
       01 W-CPF-DIG REDEFINES W-CPF-NUM.
          03 W-DIGITO       OCCURS 11 TIMES PIC 9(01).
       01 W-I               PIC 9(02) VALUE ZEROS.
       01 W-SOMA             PIC 9(04) VALUE ZEROS.
       01 W-QUOC              PIC 9(04) VALUE ZEROS.
       01 W-RESTO              PIC 9(02) VALUE ZEROS.
       01 W-DV1                 PIC 9(01) VALUE ZEROS.
       01 W-DV2                  PIC 9(01) VALUE ZEROS.
       01 W-TODOS-IGUAIS           PIC X(01) VALUE "S".
      *
      *------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-CPF             PIC 9(11).
       01 LK-RESULTADO        PIC X(01).
      *
      *------------------------------------------------------------
       PROCEDURE DIVISION USING LK-CPF LK-RESULTADO.
       INICIO.
           MOVE "S" TO LK-RESULTADO
           MOVE LK-CPF TO W-CPF-NUM.
      *---------[ REJEITA CPF COM OS 11 DIGITOS IGUAIS ]---------------
       VERIFICA-IGUAIS.
           MOVE "S" TO W-TODOS-IGUAIS
           PERFORM VERIFICA-IGUAIS-CMP THRU VERIFICA-IGUAIS-CMP-FIM
                   VARYING W-I FROM 2 BY 1
                   UNTIL W-I > 11
           IF W-TODOS-IGUAIS = "S"
              MOVE "N" TO LK-RESULTADO
              GOBACK.
       VERIFICA-IGUAIS-CMP.
           IF W-DIGITO (W-I) NOT = W-DIGITO (1)
              MOVE "N" TO W-TODOS-IGUAIS.
       VERIFICA-IGUAIS-CMP-FIM.
           EXIT.
      *---------[ 1o DIGITO VERIFICADOR - DIGITOS 1 A 9 ]--------------
       CALCULA-DV1.
           MOVE ZEROS TO W-SOMA
           PERFORM SOMA-DV1 THRU SOMA-DV1-FIM
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > 9
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO < 2
              MOVE 0 TO W-DV1
           ELSE
              COMPUTE W-DV1 = 11 - W-RESTO.
           IF W-DV1 NOT = W-DIGITO (10)
              MOVE "N" TO LK-RESULTADO
              GOBACK.
       SOMA-DV1.
           COMPUTE W-SOMA = W-SOMA +
                   (W-DIGITO (W-I) * (11 - W-I)).
       SOMA-DV1-FIM.
           EXIT.
      *---------[ 2o DIGITO VERIFICADOR - DIGITOS 1 A 10 ]-------------
       CALCULA-DV2.
           MOVE ZEROS TO W-SOMA
           PERFORM SOMA-DV2 THRU SOMA-DV2-FIM
                   VARYING W-I FROM 1 BY 1 UNTIL W-I > 10
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO < 2
              MOVE 0 TO W-DV2
           ELSE
              COMPUTE W-DV2 = 11 - W-RESTO.
           IF W-DV2 NOT = W-DIGITO (11)
              MOVE "N" TO LK-RESULTADO.
       SOMA-DV2.
           COMPUTE W-SOMA = W-SOMA +
                   (W-DIGITO (W-I) * (12 - W-I)).
       SOMA-DV2-FIM.
           EXIT.
      *
       FIM-STP041.
           GOBACK.
