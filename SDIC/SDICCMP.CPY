           03  COMP-PROGRAMA       PIC X(12).
           03  FILLER              PIC X(01).
           03  COMP-DATA           PIC 9(08).
      *    KARDEX (SEF186): MODO "K" KARDEX / "D" DIVERGENCIA E
      *    TOLERANCIA EM QUANTIDADE DO MODO "D"
           03  FILLER              PIC X(01).
           03  COMP-KARDMODO       PIC X(01).
           03  FILLER              PIC X(01).
           03  COMP-KARDTOLER      PIC 9(07)V999.
           03  FILLER              PIC X(36).
