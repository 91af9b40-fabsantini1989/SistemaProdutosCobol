      *----------------------------------------------------------------
      * REGELOC - LAYOUT DO ESTOQUE MINIMO E MAXIMO POR PRODUTO E
      *           LOCAL. ARQUIVO ESTLOC.DAT - INDEXADO PELA CHAVE
      *           COMPOSTA PRODUTO + LOCAL (A MESMA DO SALDLOC).
      * MANTIDO EM TELA PELO STP047. A REPOSICAO ENTRE LOCAIS
      * (STP048) LEVA PARA O MINIMO OS LOCAIS ABAIXO DELE, TIRANDO
      * DOS LOCAIS QUE ESTAO ACIMA DO MAXIMO; A SUGESTAO DE COMPRA
      * (STP017) SO ENXERGA A FALTA QUE SOBRA DEPOIS DISSO.
      * QTD-MAX-EL ZERADA = SEM MAXIMO: O LOCAL NUNCA CEDE ESTOQUE.
      * A QTDMINIMA DO CADPROD CONTINUA VALENDO PARA O TOTAL.
      * USO     : COPY REGELOC.  (FILE SECTION, FD ESTLOC)
      *----------------------------------------------------------------
       01 REGELOC.
          03 CHAVE-ELOC.
             05 COD-PROD-EL    PIC 9(06).
             05 LOCAL-EL       PIC X(02).
          03 QTD-MIN-EL      PIC 9(06).
          03 QTD-MAX-EL      PIC 9(06).
