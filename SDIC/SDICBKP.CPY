      *----------------------------------------------------------------*
      *     SDICBKP.CPY   -  CATALOGO DOS PONTOS DE RESTAURACAO        *
      *     (BKPCAT.SDI) - ARQUIVO INDEXADO, CHAVE = LOJA + PONTO.     *
      *     PONTO 000000 = CONTROLE DA LOJA (ULTIMO PONTO E ULTIMA     *
      *     GERACAO USADA). CADA PONTO TEM A COPIA DOS ARQUIVOS DA     *
      *     LOJA NA GERACAO BKllgg.ext (ll = LOJA, gg = GERACAO;       *
      *     ext = NFS/NFI/MAP/INV/APU/FEC), REGRAVADA EM RODIZIO       *
      *     QUANDO O NUMERO DE GERACOES (PARAM-BKPGER) SE ESGOTA       *
      *----------------------------------------------------------------*
           03  BKP-CHAVE.
               05  BKP-LOJA        PIC 9(02).
               05  BKP-PONTO       PIC 9(06).
           03  BKP-DADOS           PIC X(120).
      *
      *---- PONTO DE RESTAURACAO
      *    SITUACAO: "V" = VALIDO / "I" = INCOMPLETO (COPIA COM FALHA)
      *              "D" = DESCARTADO (GERACAO REGRAVADA POR OUTRO)
      *    QTREG: REGISTROS COPIADOS - 1 NOTFIS   2 NFITENS  3 MAPPDV
      *                                4 INVENT   5 APURICMS 6 FECHPER
      *    REST : ULTIMA RESTAURACAO DA LOJA PARA ESTE PONTO
      *
           03  BKP-PNT             REDEFINES     BKP-DADOS.
               05  BKP-SITUACAO    PIC X(01).
               05  BKP-GERACAO     PIC 9(02).
               05  BKP-DATA        PIC 9(08).
               05  BKP-HORA        PIC 9(08).
               05  BKP-CHAPA       PIC 9(05).
               05  BKP-OPERACAO    PIC X(12).
               05  BKP-QTREG       PIC 9(07)     OCCURS 6.
               05  BKP-QTREST      PIC 9(03).
               05  BKP-DTREST      PIC 9(08).
               05  BKP-HRREST      PIC 9(08).
               05  BKP-CHAPAREST   PIC 9(05).
               05  FILLER          PIC X(18).
      *
      *---- CONTROLE DA LOJA (BKP-PONTO = ZEROS)
      *
           03  BKP-CTL             REDEFINES     BKP-DADOS.
               05  BKP-ULTPONTO    PIC 9(06).
               05  BKP-ULTGER      PIC 9(02).
               05  FILLER          PIC X(112).
