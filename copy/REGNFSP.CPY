      *----------------------------------------------------------------
      * REGNFSP - LAYOUT DO CONTROLE DAS NF-E IMPORTADAS E DAS NOTAS
      *           EM SUSPENSO
      *           ARQUIVO NFESUSP.DAT - INDEXADO PELA CHAVE COMPOSTA
      *           NUMERO + SERIE + CNPJ + SEQUENCIA (A MESMA DO
      *           DOCFIS).
      * TODA NOTA LIDA PELO STP049 GANHA UM CABECALHO (SEQ-NS 0):
      *   SIT-NS "I" - IMPORTADA DIRETO PARA O DOCFIS/MOVPROD;
      *          "P" - PENDENTE (EM SUSPENSO): A NOTA INTEIRA FICA
      *                AQUI, NADA FOI GRAVADO NO DOCFIS/MOVPROD;
      *          "L" - LIBERADA PELO RECEBEDOR NO STP050 (GRAVADA
      *                NO DOCFIS/MOVPROD NA LIBERACAO);
      *          "X" - DESCARTADA NO STP050 (SUPERVISOR).
      * NOTA JA PRESENTE AQUI NAO E PROCESSADA DE NOVO PELO STP049 -
      * O REPROCESSAMENTO DO MESMO EXTRATO NAO DUPLICA NADA.
      * MOTIVO-NS DO CABECALHO (PRIMEIRO MOTIVO ENCONTRADO):
      *   F = EMITENTE NAO CADASTRADO NO CADFORN
      *   E = DATA DE EMISSAO INVALIDA OU NO FUTURO
      *   M = MES DA EMISSAO JA FECHADO (CTFECH)
      *   J = DOCUMENTO JA EXISTENTE NO DOCFIS
      *   L = LOCAL DE ESTOQUE NAO CADASTRADO NO CADLOC
      *   I = ITENS PENDENTES
      * SO A NOTA PENDENTE TEM OS ITENS (SEQ-NS 1 A 99) E OS
      * ENCARGOS (SEQ-NS 901 A 904, UM POR TIPO, SOMADOS DOS ITENS).
      * NO ITEM, COD-PROD-NS E O CODIGO INTERNO RESOLVIDO (ZEROS =
      * NAO RESOLVIDO) E MOTIVO-NS:
      *   N = CODIGO NAO CADASTRADO (PRODFORN/CADALT)
      *   D = CODIGO AMBIGUO (MAIS DE UM PRODUTO)
      *   V = LOTE/VALIDADE AUSENTE OU DIVERGENTE
      *   BRANCO = ITEM RESOLVIDO
      * DT-SIT-NS/USU-SIT-NS: DATA E OPERADOR DA LIBERACAO OU DO
      * DESCARTE.
      * GRAVADO PELO STP049; MAPEAMENTO, LIBERACAO E DESCARTE NO
      * STP050.
      * USO     : COPY REGNFSP.  (FILE SECTION, FD NFESUSP)
      *----------------------------------------------------------------
       01 REGNFSP.
          03 CHAVE-NFS.
             05 NUM-DOC-NS     PIC 9(09).
             05 SERIE-NS       PIC X(03).
             05 CNPJ-NS        PIC 9(14).
             05 SEQ-NS         PIC 9(03).
          03 DT-EMISSAO-NS   PIC 9(08).
          03 LOCAL-NS        PIC X(02).
          03 SIT-NS          PIC X(01).
             88 NFS-IMPORTADA     VALUE "I".
             88 NFS-PENDENTE      VALUE "P".
             88 NFS-LIBERADA      VALUE "L".
             88 NFS-DESCARTADA    VALUE "X".
          03 MOTIVO-NS       PIC X(01).
             88 NFS-RESOLVIDO     VALUE SPACE.
          03 DT-IMPORT-NS    PIC 9(08).
          03 QTD-ITENS-NS    PIC 9(03).
          03 QTD-ENC-NS      PIC 9(01).
          03 DT-SIT-NS       PIC 9(08).
          03 USU-SIT-NS      PIC X(08).
          03 COD-NFE-NS      PIC X(15).
          03 EAN-NS          PIC X(14).
          03 COD-PROD-NS     PIC 9(06).
          03 QTD-NS          PIC 9(06).
          03 CUSTO-NS        PIC 9(08).
          03 LOTE-NS         PIC X(10).
          03 VALID-NS        PIC 9(08).
          03 TP-ENC-NS       PIC X(01).
          03 RATEIO-NS       PIC X(01).
          03 VALOR-ENC-NS    PIC 9(12).
