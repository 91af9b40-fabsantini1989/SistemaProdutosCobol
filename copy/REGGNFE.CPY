      *----------------------------------------------------------------
      * REGGNFE - AREA DE CHAMADA DO STP051 (GRAVACAO DA NOTA DE
      *           ENTRADA NO DOCFIS E NO MOVPROD).
      * O CHAMADOR PREENCHE O CABECALHO (NUMERO, SERIE, CNPJ, DATA
      * DE EMISSAO, LOCAL E OPERADOR), OS ITENS JA RESOLVIDOS PARA O
      * CODIGO INTERNO (QUANTIDADE, CUSTO, LOTE E VALIDADE) E OS
      * ENCARGOS. NE-FUNCAO:
      *   "C" - SO CONFERE MES FECHADO E DOCUMENTO JA DIGITADO;
      *   "G" - CONFERE E, ESTANDO LIVRE, GRAVA O DOCUMENTO INTEIRO
      *         COMO NA DIGITACAO DO STP011 (DOCFIS "D" + MOVIMENTOS
      *         "E" NO LOTE ABERTO, ITENS CASADOS COM O PEDIDO).
      * NE-RESULTADO: "S" = LIVRE / GRAVADO   "M" = MES FECHADO
      *               "J" = JA DIGITADO       "E" = ERRO DE ARQUIVO
      * NA GRAVACAO DEVOLVE O LOTE DE DIGITACAO E O PEDIDO CASADO EM
      * CADA ITEM.
      * USO    : COPY REGGNFE.  (WORKING-STORAGE DO CHAMADOR E
      *          LINKAGE SECTION DO STP051)
      *----------------------------------------------------------------
       01 AREA-NFE.
          03 NE-FUNCAO         PIC X(01).
          03 NE-NUM-DOC        PIC 9(09).
          03 NE-SERIE          PIC X(03).
          03 NE-CNPJ           PIC 9(14).
          03 NE-DT-EMISSAO     PIC 9(08).
          03 NE-LOCAL          PIC X(02).
          03 NE-USUARIO        PIC X(08).
          03 NE-QTD-ITENS      PIC 9(03).
          03 NE-QTD-ENC        PIC 9(01).
          03 NE-ITEM OCCURS 99 TIMES.
             05 NE-IT-CODIGO   PIC 9(06).
             05 NE-IT-QTD      PIC 9(06).
             05 NE-IT-CUSTO    PIC 9(08).
             05 NE-IT-LOTE     PIC X(10).
             05 NE-IT-VALID    PIC 9(08).
             05 NE-IT-PED      PIC 9(06).
             05 NE-IT-SEQ-PED  PIC 9(03).
          03 NE-ENCARGO OCCURS 9 TIMES.
             05 NE-EN-TP       PIC X(01).
             05 NE-EN-CRIT     PIC X(01).
             05 NE-EN-VALOR    PIC 9(12).
          03 NE-NUM-LOTE       PIC 9(06).
          03 NE-RESULTADO      PIC X(01).
             88 NE-GRAVADO        VALUE "S".
             88 NE-MES-FECHADO    VALUE "M".
             88 NE-JA-DIGITADO    VALUE "J".
             88 NE-ERRO           VALUE "E".
          03 NE-MENSAGEM       PIC X(40).
