      * O CABECALHO E GRAVADO COM SEQ-ITEM-D 0 E CARREGA OS TOTAIS
      * DO DOCUMENTO (ITENS, QUANTIDADE E VALOR); CADA LINHA DA
      * NOTA E UM REGISTRO DE ITEM COM SEQ-ITEM-D 1, 2, 3...
      * GRAVADO PELO STP011 NA DIGITACAO (SIT-DOC "D") - OU PELO
      * STP051 NA IMPORTACAO DAS NF-E (STP049) E NA LIBERACAO DAS
      * NOTAS EM SUSPENSO (STP050), DA MESMA FORMA - E ATUALIZADO
      * PELO STP005 NA POSTAGEM: "P" QUANDO TODAS AS LINHAS FORAM
      * APLICADAS, "R" QUANDO O DOCUMENTO INTEIRO FOI REJEITADO -
      * A POSTAGEM E TUDO-OU-NADA POR DOCUMENTO.
      * O ESTORNO DE DOCUMENTO POSTADO (STP037, SUPERVISOR) MARCA O
      * CABECALHO COM SIT-DOC "C" (CANCELADO), A DATA E O OPERADOR
      * DO ESTORNO E GERA OS MOVIMENTOS DE SINAL CONTRARIO NO LOTE
      * ABERTO; SE A POSTAGEM DO ESTORNO FOR REJEITADA O STP005
      * DEVOLVE O DOCUMENTO PARA "P" E LIMPA OS DADOS DO ESTORNO.
      * A CONSULTA/REIMPRESSAO E FEITA PELO STP022.
      * NA ENTRADA, NUM-PED-D/SEQ-PED-D DO ITEM APONTAM O ITEM DO
      * PEDIDO DE COMPRA (PEDCOMP/REGPED) CASADO NA DIGITACAO -
      * ZERADOS QUANDO NAO HAVIA PEDIDO EM ABERTO DO FORNECEDOR.
      * LOTE-FAB-D E DT-VALID-D SAO O LOTE DE FABRICACAO E A VALIDADE
      * DO ITEM DE PRODUTO COM CONTROLE DE LOTE - EM BRANCO E ZERO
      * NOS DEMAIS ITENS E NO CABECALHO.
      * ENCARGOS DA NOTA DE ENTRADA (FRETE, SEGURO, IPI, ICMS-ST) SAO
      * REGISTROS PROPRIOS COM SEQ-ITEM-D 901 A 909, DEPOIS DOS ITENS:
      * TP-ENCARGO-D, RATEIO-ENC-D (POR VALOR OU POR QUANTIDADE) E
      * VALOR-ENC-D; QTD-ENC-D DO CABECALHO DIZ QUANTOS SAO. O STP005
      * RATEIA OS ENCARGOS SOBRE OS ITENS (STP039) ANTES DO CUSTO
      * MEDIO; CUSTO-ITEM-D CONTINUA SENDO O PRECO DO FORNECEDOR.
      * USO    : COPY REGDOC.  (FILE SECTION, FD DOCFIS)
      *----------------------------------------------------------------
       01 REGDOC.
             88 DOC-DIGITADO      VALUE "D".
             88 DOC-POSTADO       VALUE "P".
             88 DOC-REJEITADO     VALUE "R".
             88 DOC-CANCELADO     VALUE "C".
          03 USUARIO-D       PIC X(08).
          03 NUM-PED-D       PIC 9(06).
          03 SEQ-PED-D       PIC 9(03).
          03 DT-ESTORNO-D    PIC 9(08).
          03 USU-ESTORNO-D   PIC X(08).
          03 LOTE-FAB-D      PIC X(10).
          03 DT-VALID-D      PIC 9(08).
          03 QTD-ENC-D       PIC 9(01).
          03 TP-ENCARGO-D    PIC X(01).
             88 ENC-FRETE         VALUE "F".
             88 ENC-SEGURO        VALUE "S".
             88 ENC-IPI           VALUE "I".
             88 ENC-ICMS-ST       VALUE "T".
          03 RATEIO-ENC-D    PIC X(01).
             88 RATEIO-VALOR      VALUE "V".
             88 RATEIO-QTD        VALUE "Q".
          03 VALOR-ENC-D     PIC 9(12).
