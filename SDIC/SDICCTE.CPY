      *----------------------------------------------------------------*
      *     SDICCTE.CPY   -  CONTROLE DA EXPORTACAO CONTABIL           *
      *     (CTBEXP.SDI) - ARQUIVO INDEXADO, CHAVE = LOJA +            *
      *     COMPETENCIA (AAAAMM). GRAVADO AO LADO DO CADPARM.SDI PELO  *
      *     SEF194 A CADA EXPORTACAO CONFERIDA. REMESSA MAIOR QUE 1    *
      *     SUBSTITUI A ANTERIOR (MARCADA NO ARQUIVO EXPORTADO E NA    *
      *     TRILHA LOGACES.SDI)                                        *
      *----------------------------------------------------------------*
           03  CTE-CHAVE.
               05  CTE-LOJA        PIC 9(02).
               05  CTE-COMPET      PIC 9(06).
           03  CTE-REMESSA         PIC 9(03).
      *    DATA DA PRIMEIRA REMESSA E DATA/HORA DA ULTIMA
           03  CTE-DTPRIM          PIC 9(08).
           03  CTE-DTEXP           PIC 9(08).
           03  CTE-HREXP           PIC 9(08).
      *    QUANTIDADE E TOTAIS DA ULTIMA REMESSA
           03  CTE-QTLANC          PIC 9(06).
           03  CTE-TOTDEB          PIC 9(13)V99.
           03  CTE-TOTCRED         PIC 9(13)V99.
           03  FILLER              PIC X(10).
