      *----------------------------------------------------------------
      * REGRAT - AREA DE RATEIO DOS ENCARGOS DO DOCUMENTO DE ENTRADA
      *          (FRETE, SEGURO, IPI E ICMS-ST) SOBRE OS ITENS.
      * PASSADA AO STP039 PELO STP005 (CUSTO MEDIO NA POSTAGEM) E
      * PELO STP022 (CONSULTA/REIMPRESSAO DO DOCUMENTO). O CHAMADOR
      * PREENCHE OS ENCARGOS (TIPO, CRITERIO E VALOR) E OS ITENS
      * (QUANTIDADE E CUSTO UNITARIO DA NOTA); O STP039 DEVOLVE EM
      * CADA ITEM O TOTAL DE ENCARGOS RATEADO PARA ELE E O CUSTO
      * UNITARIO COM ENCARGOS. ITEM COM QUANTIDADE ZERO NAO RECEBE
      * RATEIO.
      * CRITERIO "V" RATEIA PELO VALOR DO ITEM (QUANTIDADE X CUSTO),
      * "Q" PELA QUANTIDADE. O ULTIMO ITEM RECEBE A SOBRA DO
      * ARREDONDAMENTO - A SOMA DO RATEIO E SEMPRE O VALOR DO ENCARGO.
      * USO    : COPY REGRAT.  (WORKING-STORAGE DO CHAMADOR E
      *          LINKAGE SECTION DO STP039)
      *----------------------------------------------------------------
       01 AREA-RATEIO.
          03 RAT-QTD-ENC       PIC 9(01).
          03 RAT-QTD-ITENS     PIC 9(03).
          03 RAT-ENCARGO OCCURS 9 TIMES.
             05 RAT-TP-ENC     PIC X(01).
             05 RAT-CRIT-ENC   PIC X(01).
             05 RAT-VALOR-ENC  PIC 9(12).
          03 RAT-ITEM OCCURS 99 TIMES.
             05 RAT-QTD        PIC 9(06).
             05 RAT-CUSTO      PIC 9(08).
             05 RAT-ENC-ITEM   PIC 9(12)V99.
             05 RAT-CUSTO-REAL PIC 9(08)V99.
