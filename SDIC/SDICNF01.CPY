           03  NF-SITUACAO         PIC X(01).
      *    CONFERIDA: "S" = JA CONFERIDA PELA FISCAL
           03  NF-CONFERIDA        PIC X(01).
      *    ICMS-ST RETIDO, FCP E DIFAL DA NOTA. NA DIGITACAO SAO OS
      *    TOTAIS DOS ITENS (SEF167); NA IMPORTACAO VEM DO XML (SEF169).
      *    ALIMENTAM A APURACAO ST/DIFAL POR UF (APURST.SDI - SEF183)
           03  NF-BASEST           PIC 9(11)V99.
           03  NF-VLRST            PIC 9(11)V99.
           03  NF-VLRFCP           PIC 9(11)V99.
           03  NF-VLRDIFAL         PIC 9(11)V99.
           03  FILLER              PIC X(10).
