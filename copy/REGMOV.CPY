      * CUSTO-MOVTO E O CUSTO UNITARIO DE COMPRA DA ENTRADA, USADO
      * PELO STP005 NO CALCULO DO CUSTO MEDIO PONDERADO - ZERADO EM
      * SAIDAS E AJUSTES.
      * LOTE-FAB-MOVTO E DT-VALID-MOVTO SAO O LOTE DE FABRICACAO E A
      * VALIDADE DO PRODUTO COM CONTROLE DE LOTE (CONTROLA-LOTE DO
      * CADPROD) - O STP005 ATUALIZA O SALDLOTE POR ELES. EM BRANCO
      * E ZERO NOS DEMAIS PRODUTOS E NOS AJUSTES.
      * USO      : COPY REGMOV.  (FILE SECTION, FD MOVPROD)
      *----------------------------------------------------------------
       01 REGMOV.
          03 LOC-DEST-MOVTO PIC X(02).
          03 SERIE-MOVTO    PIC X(03).
          03 NUM-LOTE-MOVTO PIC 9(06).
          03 LOTE-FAB-MOVTO PIC X(10).
          03 DT-VALID-MOVTO PIC 9(08).
