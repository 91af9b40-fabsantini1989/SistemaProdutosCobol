      *----------------------------------------------------------------
      * REGSLOT - LAYOUT DO SALDO DE ESTOQUE POR PRODUTO, LOCAL E
      *           LOTE DE FABRICACAO
      *           ARQUIVO SALDLOTE.DAT - INDEXADO PELA CHAVE COMPOSTA
      *           PRODUTO + LOCAL + LOTE.
      * SO TEM REGISTROS DE PRODUTOS COM CONTROLE DE LOTE NO CADPROD
      * (CONTROLA-LOTE "S"). MANTIDO PELO STP005 NA POSTAGEM PELOS
      * MOVIMENTOS QUE INFORMAM O LOTE (LOTE-FAB-MOVTO): A ENTRADA
      * CRIA OU SOMA NO LOTE, A SAIDA BAIXA O LOTE QUE CONSOME E A
      * TRANSFERENCIA LEVA O LOTE DO LOCAL DE ORIGEM PARA O DESTINO.
      * DT-VALID-LF E A VALIDADE INFORMADA NA PRIMEIRA ENTRADA DO
      * LOTE (STP011) - A MESMA PARA O LOTE INTEIRO. LOTE ESGOTADO
      * FICA COM SALDO ZERO.
      * LIDO PELO STP011 (AVISO FEFO NA SAIDA), STP014 (FOLHAS DE
      * CONTAGEM POR LOTE), STP038 (LOTES VENCIDOS E A VENCER) E
      * STP049/STP050 (VALIDADE DO LOTE NAS NF-E IMPORTADAS).
      * USO     : COPY REGSLOT.  (FILE SECTION, FD SALDLOTE)
      *----------------------------------------------------------------
       01 REGSLOT.
          03 CHAVE-SLOT.
             05 COD-PROD-LF    PIC 9(06).
             05 LOCAL-LF       PIC X(02).
             05 LOTE-FAB-LF    PIC X(10).
          03 DT-VALID-LF     PIC 9(08).
          03 QTD-LF          PIC 9(06).
