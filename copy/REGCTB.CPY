      *----------------------------------------------------------------
      * REGCTB  - LAYOUT DO INTERCAMBIO CONTABIL (CONTABIL.DAT)
      *           SEQUENCIAL, GRAVADO POR EXTEND PELO STP029 ATE A
      *           CONTABILIDADE RECOLHER.
      * UM LANCAMENTO POR DATA EXPORTADA + APLICACAO + TIPO DE
      * MOVIMENTO (E/S/A), VALORIZADO AO CUSTO MEDIO DO MOMENTO DO
      * ENVIO. ENTRADA DEBITA ("D") E SAIDA CREDITA ("C") O
      * ESTOQUE; O AJUSTE SEGUE O SINAL. QUANTIDADE E VALOR SAO
      * SEMPRE POSITIVOS - O SENTIDO FICA NO DC-CTB.
      * LIDO TAMBEM PELA CONCILIACAO ESTOQUE X CONTABIL (STP045).
      * USO     : COPY REGCTB.  (FILE SECTION, FD CONTABIL)
      *----------------------------------------------------------------
       01 REGCTB.
          03 DT-CTB          PIC 9(08).
          03 APLICACAO-CTB   PIC 9(01).
          03 TP-CTB          PIC X(01).
          03 DC-CTB          PIC X(01).
          03 QTD-CTB         PIC 9(08).
          03 VALOR-CTB       PIC 9(13)V99.
