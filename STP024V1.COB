      * DIGITACAO QUE CONTINUAR NOS TERMINAIS CAI NO PROXIMO LOTE,
      * ABERTO AUTOMATICAMENTE PELO STP023 NO MOVIMENTO SEGUINTE.
      * FUNCAO DE SUPERVISOR (NIVEL 3), COMO OS DEMAIS LOTES.
      * O FECHAMENTO (OU A FALTA DE LOTE ABERTO PARA FECHAR) FICA
      * REGISTRADO NO CONTROLE DE EXECUCAO (CTEXEC, VIA STP043) -
      * E O PRE-REQUISITO DA POSTAGEM DO STP005 NA DATA DE NEGOCIO.
      *------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 W-FIM-CTLOTE  PIC X(01) VALUE "N".
       01 W-LOTE-ABERTO PIC 9(06) VALUE ZEROS.
       01 W-DT-ABERTURA PIC 9(08) VALUE ZEROS.
           COPY REGAEXE.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 LK-OPERADOR   PIC X(08).
                 MOVE "* CTLOTE INEXISTENTE - NENHUM LOTE ABERTO *"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 PERFORM REGISTRA-EXECUCAO THRU REGISTRA-EXECUCAO-FIM
                 GOBACK
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CTLOTE" TO MENS
           IF W-LOTE-ABERTO = ZEROS
              MOVE "*** NENHUM LOTE ABERTO PARA FECHAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM REGISTRA-EXECUCAO THRU REGISTRA-EXECUCAO-FIM
              GO TO ROT-FIM.
           DISPLAY TELALOTE.
      *---------[ CONFIRMACAO DO FECHAMENTO ]---------------------------
              MOVE "ERRO NA REGRAVACAO DO LOTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM REGISTRA-EXECUCAO THRU REGISTRA-EXECUCAO-FIM
           MOVE "* LOTE FECHADO - LIBERADO PARA A POSTAGEM *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *-----------------------------------------------------------------
              MOVE DT-ABERTURA-L TO W-DT-ABERTURA.
       BUSCA-UM-LOTE-FIM.
           EXIT.
      *---------[ REGISTRO NO CONTROLE DE EXECUCAO (CTEXEC) ]--------
      * SEM LOTE ABERTO O DIA FICA LIBERADO SEM NADA A FECHAR.
       REGISTRA-EXECUCAO.
           MOVE "F"         TO AE-FUNCAO
           MOVE "STP024"    TO AE-PROGRAMA
           MOVE W-USUARIO   TO AE-OPERADOR
           MOVE SPACES      TO AE-PRE-REQ AE-PARAMETROS AE-MENSAGEM
           MOVE ZEROS       TO AE-SEQ AE-RC AE-DT-NEGOCIO
           MOVE W-LOTE-ABERTO TO AE-PARAMETROS
           IF W-LOTE-ABERTO = ZEROS
              MOVE ZEROS TO AE-QTD-LIDOS AE-QTD-GRAV AE-QTD-REJ
              MOVE "NENHUM LOTE ABERTO PARA FECHAR" TO AE-MENSAGEM
           ELSE
              MOVE 1     TO AE-QTD-LIDOS AE-QTD-GRAV
              MOVE ZEROS TO AE-QTD-REJ.
           CALL "STP043" USING AREA-EXEC.
       REGISTRA-EXECUCAO-FIM.
           EXIT.
      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
