      * PRECO E O PRECO DE VENDA; CUSTO-MEDIO E O CUSTO MEDIO
      * PONDERADO DE COMPRA, RECALCULADO PELO STP005 A CADA ENTRADA
      * POSTADA (NAO E DIGITADO EM TELA).
      * CONTROLA-LOTE "S" TORNA OBRIGATORIOS O LOTE DE FABRICACAO E
      * A VALIDADE NA DIGITACAO (STP011) - O SALDO DESSES PRODUTOS
      * TAMBEM E MANTIDO POR LOCAL E LOTE NO SALDLOTE (REGSLOT).
      * USO    : COPY REGPROD.  (FILE SECTION, FD CADPROD)
      *----------------------------------------------------------------
       01 REGPROD.
          03 CNPJ            PIC 9(14).
          03 DT-ALTERACAO    PIC 9(08).
          03 HR-ALTERACAO    PIC 9(06).
          03 CONTROLA-LOTE   PIC X(01).
             88 PROD-COM-LOTE     VALUE "S".
