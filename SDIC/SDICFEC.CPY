      *    (ZEROS = AINDA NAO GERADO)
           03  FECH-DTSINT         PIC 9(08).
           03  FECH-DTSPED         PIC 9(08).
           03  FECH-DTCONT         PIC 9(08).
           03  FILLER              PIC X(02).
