      *----------------------------------------------------------------*
      *     SDICLCT.CPY   -  LANCAMENTOS CONTABEIS EXPORTADOS          *
      *     (LANCTBxx.TXT) - REGISTRO FIXO DE 150 POSICOES, GERADO     *
      *     PELO SEF194 PARA O SISTEMA DA CONTABILIDADE.               *
      *     TIPO "0" = CABECALHO DA REMESSA / "1" = LANCAMENTO /       *
      *     "9" = TOTAIS DA REMESSA. VALORES SEM VIRGULA (2 DECIMAIS)  *
      *     E DATAS DDMMAAAA                                           *
      *----------------------------------------------------------------*
           03  LCT-TIPO            PIC X(01).
           03  LCT-LOJA            PIC 9(02).
           03  LCT-DADOS           PIC X(147).
      *    LANCAMENTO: ESPECIE DO DOCUMENTO "NF" = NOTA FISCAL,
      *    "MR" = MAPA RESUMO DE PDV, "AP" = APURACAO DO ICMS
      *    (NUMERO = COMPETENCIA AAAAMM)
           03  LCT-LANC            REDEFINES  LCT-DADOS.
               05  LCT-DATA        PIC 9(08).
               05  LCT-CTADEB      PIC X(15).
               05  LCT-CTACRED     PIC X(15).
               05  LCT-VALOR       PIC 9(13)V99.
               05  LCT-HIST        PIC X(30).
               05  LCT-ESPDOC      PIC X(02).
               05  LCT-SERIE       PIC X(03).
               05  LCT-DOCTO       PIC 9(06).
               05  LCT-CFOP        PIC 9(04).
               05  FILLER          PIC X(49).
      *    CABECALHO: SUBST = "S" QUANDO A REMESSA SUBSTITUI OUTRA
      *    JA ENVIADA DA MESMA COMPETENCIA
           03  LCT-CAB             REDEFINES  LCT-DADOS.
               05  LCT-CAB-COMPET  PIC 9(06).
               05  LCT-CAB-REMESSA PIC 9(03).
               05  LCT-CAB-SUBST   PIC X(01).
               05  LCT-CAB-DTGER   PIC 9(08).
               05  LCT-CAB-HRGER   PIC 9(08).
               05  LCT-CAB-CGC     PIC 9(14).
               05  FILLER          PIC X(107).
           03  LCT-TOT             REDEFINES  LCT-DADOS.
               05  LCT-TOT-QTLANC  PIC 9(06).
               05  LCT-TOT-DEB     PIC 9(13)V99.
               05  LCT-TOT-CRED    PIC 9(13)V99.
               05  FILLER          PIC X(111).
