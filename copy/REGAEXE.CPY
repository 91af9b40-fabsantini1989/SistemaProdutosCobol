      *----------------------------------------------------------------
      * REGAEXE - AREA DE CHAMADA DO STP043 (CONTROLE DE EXECUCAO).
      * AE-FUNCAO:
      *   "I" - INICIO: CONFERE O PRE-REQUISITO (AE-PRE-REQ - PROGRAMA
      *         QUE DEVE TER CONCLUIDO COM RC ATE 4 NA MESMA DATA DE
      *         NEGOCIO; BRANCO = NENHUM) E GRAVA A EXECUCAO EM CURSO.
      *         SEM O PRE-REQUISITO GRAVA A EXECUCAO COMO RECUSADA E
      *         DEVOLVE AE-RESULTADO "N" COM AE-RC 16 E O MOTIVO EM
      *         AE-MENSAGEM - O CHAMADOR ENCERRA COM ESSE RC.
      *   "F" - FIM: REGISTRA FIM, PARAMETROS, CONTADORES, AE-RC E
      *         AE-MENSAGEM NA EXECUCAO AE-SEQ. AE-RC 16 MARCA A
      *         EXECUCAO COMO RECUSADA (PRE-REQUISITO CONFERIDO PELO
      *         PROPRIO PROGRAMA). AE-SEQ ZERO (ENCERRADO ANTES DO
      *         INICIO, P.EX. PARAMETRO INVALIDO) GRAVA A EXECUCAO
      *         INTEIRA DE UMA VEZ.
      *   "D" - SO DEVOLVE A DATA DE NEGOCIO EM AE-DT-NEGOCIO.
      * ERRO NO CTEXEC DEVOLVE AE-RESULTADO "N" E AE-RC 12.
      * O RETURN-CODE DO CHAMADOR E ZERADO PELO CALL - GUARDAR EM
      * AE-RC ANTES E DEVOLVER DEPOIS DA CHAMADA DE FIM.
      * USO    : COPY REGAEXE.  (WORKING-STORAGE DO CHAMADOR E
      *          LINKAGE SECTION DO STP043)
      *----------------------------------------------------------------
       01 AREA-EXEC.
          03 AE-FUNCAO         PIC X(01).
          03 AE-PROGRAMA       PIC X(08).
          03 AE-OPERADOR       PIC X(08).
          03 AE-PARAMETROS     PIC X(60).
          03 AE-PRE-REQ        PIC X(08).
          03 AE-QTD-LIDOS      PIC 9(09).
          03 AE-QTD-GRAV       PIC 9(09).
          03 AE-QTD-REJ        PIC 9(09).
          03 AE-RC             PIC 9(03).
          03 AE-MENSAGEM       PIC X(40).
          03 AE-DT-NEGOCIO     PIC 9(08).
          03 AE-SEQ            PIC 9(03).
          03 AE-RESULTADO      PIC X(01).
             88 AE-LIBERADO       VALUE "S".
             88 AE-RECUSADO       VALUE "N".
