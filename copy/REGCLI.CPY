      *----------------------------------------------------------------
      * REGCLI - LAYOUT DO CADASTRO DE CLIENTES (CADCLI.DAT)
      * CHAVE  : DOC-CLI (CNPJ, OU CPF COMPLETADO COM ZEROS A ESQUERDA)
      * TP-PESSOA-CLI DIZ COMO DOC-CLI FOI VALIDADO: "J" = CNPJ
      * (STP010), "F" = CPF (STP041). MANTIDO EM TELA PELO STP040,
      * COM JORNAL NO JRNMEST. TODA SAIDA ("S") DIGITADA NO STP011
      * EXIGE CLIENTE CADASTRADO E NAO BLOQUEADO (SIT-CLI "A"); O
      * CNPJ-DOC/CNPJ-MOVTO DA SAIDA E O DOC-CLI DO CLIENTE.
      * USO    : COPY REGCLI.  (FILE SECTION, FD CADCLI)
      *----------------------------------------------------------------
       01 REGCLI.
          03 DOC-CLI         PIC 9(14).
          03 TP-PESSOA-CLI   PIC X(01).
             88 CLI-JURIDICA      VALUE "J".
             88 CLI-FISICA        VALUE "F".
          03 NOME-CLI        PIC X(40).
          03 ENDERECO-CLI    PIC X(40).
          03 NUMERO-CLI      PIC 9(04).
          03 COMPL-CLI       PIC X(12).
          03 BAIRRO-CLI      PIC X(20).
          03 CEP-CLI         PIC 9(08).
          03 CIDADE-CLI      PIC X(20).
          03 UF-CLI          PIC X(02).
          03 SIT-CLI         PIC X(01).
             88 CLI-ATIVO         VALUE "A".
             88 CLI-BLOQUEADO     VALUE "B".
