      *----------------------------------------------------------------
      * REGCTBD - LAYOUT DO DETALHE DO ENVIO CONTABIL
      *           ARQUIVO CTBDET.DAT - INDEXADO PELA MESMA CHAVE DO
      *           HISTMOV (PRODUTO + DATA + SEQUENCIA).
      * GRAVADO PELO STP029: UM REGISTRO POR MOVIMENTO QUE ENTRA NO
      * RESUMO DO CONTABIL, COM A DATA DO ENVIO, A APLICACAO E O
      * CUSTO MEDIO USADOS E O VALOR ENVIADO (QTD X CUSTO, COM O
      * SINAL DA QUANTIDADE). A SOMA DOS VALORES DE UM ENVIO BATE
      * COM OS LANCAMENTOS DO CONTABIL DAQUELA DATA.
      * PERMITE A CONCILIACAO ESTOQUE X CONTABIL (STP045) SEPARAR O
      * MOVIMENTO ENVIADO EM OUTRO MES E A DERIVA DO CUSTO MEDIO.
      * MOVIMENTO ENVIADO ANTES DA EXISTENCIA DO CTBDET TEM SO O
      * FLAG-EXPORT-H NO HISTMOV, SEM DETALHE.
      * USO     : COPY REGCTBD.  (FILE SECTION, FD CTBDET)
      *----------------------------------------------------------------
       01 REGCTBD.
          03 CHAVE-CTBD.
             05 COD-PROD-CD    PIC 9(06).
             05 DT-MOVTO-CD    PIC 9(08).
             05 SEQ-CD         PIC 9(06).
          03 DT-EXPORT-CD    PIC 9(08).
          03 TP-CD           PIC X(01).
          03 APLICACAO-CD    PIC 9(01).
          03 QTD-CD          PIC S9(06).
          03 CUSTO-CD        PIC 9(08)V99.
          03 VALOR-CD        PIC S9(13)V99.
