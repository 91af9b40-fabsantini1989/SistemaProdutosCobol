          03 LOCAL-A        PIC X(02).
          03 LOC-DEST-A     PIC X(02).
          03 FLAG-EXPORT-A  PIC X(01).
          03 LOTE-FAB-A     PIC X(10).
          03 DT-VALID-A     PIC 9(08).
       FD RELEXTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEXTA.DAT".
