      *----------------------------------------------------------------
      * REGPED - LAYOUT DO PEDIDO DE COMPRA
      *          ARQUIVO PEDCOMP.DAT - INDEXADO PELA CHAVE COMPOSTA
      *          NUMERO DO PEDIDO + SEQUENCIA DO ITEM, COM CHAVE
      *          ALTERNADA PELO PRODUTO (COM DUPLICATAS) PARA A
      *          BUSCA DO QUE ESTA EM PEDIDO POR PRODUTO.
      * COMO NO DOCFIS, O CABECALHO E GRAVADO COM SEQ-ITEM-PC 0 E
      * CARREGA O FORNECEDOR (CNPJ DO CADFORN), A DATA DO PEDIDO, A
      * MAIOR DATA PREVISTA E OS TOTAIS; CADA ITEM E UM REGISTRO COM
      * SEQ-ITEM-PC 1, 2, 3... REPETINDO O CNPJ DO FORNECEDOR.
      * O PRECO DO ITEM VEM DO ULT-CUSTO-PF E A DATA PREVISTA DO
      * PRAZO-ENTREGA-PF DO PRODFORN (PRODUTO X FORNECEDOR).
      * GRAVADO PELO STP034 (MANUTENCAO EM TELA) OU PELO STP017
      * (GERACAO A PARTIR DA SUGESTAO DE COMPRA). A ENTRADA DIGITADA
      * NO STP011 E CASADA COM O ITEM EM ABERTO DO FORNECEDOR
      * (NUM-PED-D/SEQ-PED-D NO DOCFIS) E O STP005, AO POSTAR O
      * DOCUMENTO, SOMA A QUANTIDADE E O VALOR RECEBIDOS NO ITEM.
      * SITUACAO DO ITEM E DO PEDIDO:
      *   "A" = ABERTO    - NADA RECEBIDO AINDA
      *   "P" = PARCIAL   - RECEBIDO MENOS QUE O PEDIDO
      *   "T" = ATENDIDO  - RECEBIDO TUDO (OU MAIS QUE) O PEDIDO
      *   "C" = CANCELADO - SALDO DO PEDIDO NAO SERA MAIS RECEBIDO
      * EM PEDIDO (STP008/STP017) = QTD-PEDIDA-PC - QTD-RECEB-PC DOS
      * ITENS "A"/"P".
      * USO    : COPY REGPED.  (FILE SECTION, FD PEDCOMP)
      *----------------------------------------------------------------
       01 REGPED.
          03 CHAVE-PED.
             05 NUM-PED        PIC 9(06).
             05 SEQ-ITEM-PC    PIC 9(03).
          03 CNPJ-PED        PIC 9(14).
          03 COD-PROD-PC     PIC 9(06).
          03 DT-PEDIDO       PIC 9(08).
          03 DT-PREVISTA-PC  PIC 9(08).
          03 QTD-PEDIDA-PC   PIC 9(06).
          03 QTD-RECEB-PC    PIC 9(06).
          03 CUSTO-PEDIDO-PC PIC 9(08).
          03 VLR-RECEB-PC    PIC 9(14).
          03 TOT-ITENS-PC    PIC 9(03).
          03 TOT-VALOR-PC    PIC 9(14).
          03 SIT-PED         PIC X(01).
             88 PED-ABERTO        VALUE "A".
             88 PED-PARCIAL       VALUE "P".
             88 PED-ATENDIDO      VALUE "T".
             88 PED-CANCELADO     VALUE "C".
          03 USUARIO-PC      PIC X(08).
          03 DT-IMPRESSAO-PC PIC 9(08).
