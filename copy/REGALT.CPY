      * DE UM PRODUTO (FORNECEDORES DIFERENTES REPETEM CODIGO) -
      * NESSE CASO A RESOLUCAO (STP033) DEVOLVE "DUPLICADO" E A
      * DIGITACAO EXIGE O CODIGO INTERNO.
      * MANUTENCAO PELO STP032; RESOLUCAO NA ENTRADA (STP011), NA
      * IMPORTACAO DAS NF-E (STP049) E NA CONTAGEM (STP015); O EAN
      * SAI NAS FOLHAS DE CONTAGEM DO STP014.
      * USO    : COPY REGALT.  (FILE SECTION, FD CADALT)
      *----------------------------------------------------------------
       01 REGALT.
