      * MOVIMENTO POSTADO DEPOIS DO ENVIO DO DIA (P.EX. COM DATA DE
      * EMISSAO RETROATIVA) CONTINUA PENDENTE E SAI NO PROXIMO
      * ENVIO, SEM DUPLICAR O QUE JA FOI.
      * LOTE-FAB-H E DT-VALID-H REPETEM O LOTE DE FABRICACAO E A
      * VALIDADE DO MOVIMENTO (REGMOV) - EM BRANCO E ZERO QUANDO O
      * PRODUTO NAO CONTROLA LOTE.
      * USO     : COPY REGHMOV.  (FILE SECTION, FD HISTMOV)
      *----------------------------------------------------------------
       01 REGHMOV.
          03 LOCAL-H        PIC X(02).
          03 LOC-DEST-H     PIC X(02).
          03 FLAG-EXPORT-H  PIC X(01).
          03 LOTE-FAB-H     PIC X(10).
          03 DT-VALID-H     PIC 9(08).
