      * ULT-CUSTO-PF E DT-ULT-COMPRA-PF SAO REFRESCADOS PELO STP005
      * A CADA ENTRADA POSTADA COM CUSTO (CNPJ-MOVTO + CUSTO-MOVTO);
      * PRAZO-ENTREGA-PF (DIAS) E COD-ITEM-FORN-PF (CODIGO DO ITEM
      * NO FORNECEDOR) SAO MANTIDOS EM TELA PELO STP027; O CODIGO
      * DO ITEM TAMBEM E GRAVADO NO MAPEAMENTO DAS NF-E EM SUSPENSO
      * (STP050) E RESOLVE OS ITENS NA IMPORTACAO DAS NF-E (STP049).
      * USO     : COPY REGPFOR.  (FILE SECTION, FD PRODFORN)
      *----------------------------------------------------------------
       01 REGPFOR.
