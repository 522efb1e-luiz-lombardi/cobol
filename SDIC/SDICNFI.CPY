           03  NFI-BASEICMS        PIC 9(11)V99.
           03  NFI-ALIQICMS        PIC 9(02)V99.
           03  NFI-VLRICMS         PIC 9(11)V99.
      *    ICMS-ST RETIDO, FCP E DIFAL DO ITEM (SOMADOS NA NOTA)
           03  NFI-BASEST          PIC 9(11)V99.
           03  NFI-VLRST           PIC 9(11)V99.
           03  NFI-VLRFCP          PIC 9(11)V99.
           03  NFI-VLRDIFAL        PIC 9(11)V99.
      *    PIS E COFINS DO ITEM (EFD-CONTRIBUICOES - SEF185). CST
      *    CONFORME TABELA DA RECEITA; ALIQUOTA EM PERCENTUAL
           03  NFI-CSTPIS          PIC 9(02).
           03  NFI-BASEPIS         PIC 9(11)V99.
           03  NFI-ALIQPIS         PIC 9(02)V9999.
           03  NFI-VLRPIS          PIC 9(11)V99.
           03  NFI-CSTCOF          PIC 9(02).
           03  NFI-BASECOF         PIC 9(11)V99.
           03  NFI-ALIQCOF         PIC 9(02)V9999.
           03  NFI-VLRCOF          PIC 9(11)V99.
           03  FILLER              PIC X(10).
