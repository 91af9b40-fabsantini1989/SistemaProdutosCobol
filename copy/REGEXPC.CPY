      *----------------------------------------------------------------
      * REGEXPC - LAYOUT DO CONTROLE DE ENVIO CONTABIL (EXPCTL.DAT)
      *           INDEXADO PELA DATA EXPORTADA.
      * GRAVADO PELO STP029 - UM REGISTRO POR DATA JA ENVIADA, COM A
      * DATA/HORA DO ENVIO E O TOTAL DE LANCAMENTOS GRAVADOS NO
      * CONTABIL. IMPEDE O REENVIO DO MESMO DIA E E CONFERIDO PELA
      * CONCILIACAO ESTOQUE X CONTABIL (STP045).
      * USO     : COPY REGEXPC.  (FILE SECTION, FD EXPCTL)
      *----------------------------------------------------------------
       01 REG-EXPCTL.
          03 DT-EXPORTADA    PIC 9(08).
          03 DT-EXECUCAO     PIC 9(08).
          03 HR-EXECUCAO     PIC 9(06).
          03 TOT-LANCTOS     PIC 9(06).
