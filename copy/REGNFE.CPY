      *----------------------------------------------------------------
      * REGNFE - LAYOUT DO EXTRATO DAS NOTAS FISCAIS ELETRONICAS DE
      *          ENTRADA (NF-E) ENVIADAS PELOS FORNECEDORES
      *          ARQUIVO NFEIMP.DAT - SEQUENCIAL, LAYOUT FIXO DE 120
      *          BYTES, GERADO FORA DO SISTEMA A PARTIR DO XML.
      * CADA NOTA E UM REGISTRO "H" (CABECALHO) SEGUIDO DOS SEUS
      * REGISTROS "I" (UM POR ITEM DA NOTA, ATE 99).
      * CABECALHO: NUMERO, SERIE, CNPJ DO EMITENTE, DATA DE EMISSAO
      *   E, OPCIONAL, O LOCAL DE ESTOQUE DE RECEBIMENTO (BRANCO =
      *   O LOCAL DO CARTAO DO STP049).
      * ITEM: CODIGO DO ITEM NO FORNECEDOR (CPROD DA NOTA), EAN
      *   (CEAN - BRANCO QUANDO A NOTA NAO TRAZ), QUANTIDADE, PRECO
      *   UNITARIO, FRETE, SEGURO, IPI E ICMS-ST DO ITEM, LOTE DE
      *   FABRICACAO E VALIDADE (RASTRO DA NOTA, SO PARA PRODUTO
      *   COM CONTROLE DE LOTE).
      * VALORES NA MESMA UNIDADE INTEIRA DO CUSTO-ITEM-D DO DOCFIS
      * (COMO SAO DIGITADOS NO STP011).
      * LIDO PELO STP049 (IMPORTACAO).
      * USO     : COPY REGNFE.  (FILE SECTION, FD NFEIMP)
      *----------------------------------------------------------------
       01 REGNFE.
          03 TP-REG-NF       PIC X(01).
             88 NF-CABECALHO      VALUE "H".
             88 NF-ITEM           VALUE "I".
          03 DADOS-NF        PIC X(119).
          03 CAB-NF REDEFINES DADOS-NF.
             05 NUM-NF         PIC 9(09).
             05 SERIE-NF       PIC X(03).
             05 CNPJ-EMIT-NF   PIC 9(14).
             05 DT-EMISSAO-NF  PIC 9(08).
             05 LOCAL-NF       PIC X(02).
             05 FILLER         PIC X(83).
          03 ITEM-NF REDEFINES DADOS-NF.
             05 COD-ITEM-NF    PIC X(15).
             05 EAN-NF         PIC X(14).
             05 QTD-NF         PIC 9(06).
             05 CUSTO-NF       PIC 9(08).
             05 FRETE-NF       PIC 9(10).
             05 SEGURO-NF      PIC 9(10).
             05 IPI-NF         PIC 9(10).
             05 ST-NF          PIC 9(10).
             05 LOTE-NF        PIC X(10).
             05 VALID-NF       PIC 9(08).
             05 FILLER         PIC X(18).
