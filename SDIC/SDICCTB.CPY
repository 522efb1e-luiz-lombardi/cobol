      *----------------------------------------------------------------*
      *     SDICCTB.CPY   -  CONTAS CONTABEIS POR CFOP (CTBMAP.SDI)    *
      *     ARQUIVO INDEXADO, CHAVE = LOJA + CFOP + UF + ALIQUOTA.     *
      *     UF "**" = QUALQUER UF E ALIQUOTA 99,99 = QUALQUER ALIQUOTA *
      *     (LINHAS GENERICAS, USADAS QUANDO NAO HA LINHA PROPRIA).    *
      *     CFOP 9999 = LANCAMENTO DA APURACAO DO ICMS (COMPENSACAO    *
      *     DOS CREDITOS COM OS DEBITOS). MANTIDO PELO SEF193 E LIDO   *
      *     NA EXPORTACAO DOS LANCAMENTOS CONTABEIS (SEF194)           *
      *----------------------------------------------------------------*
           03  CTB-CHAVE.
               05  CTB-LOJA        PIC 9(02).
               05  CTB-CFOP        PIC 9(04).
               05  CTB-UF          PIC X(02).
               05  CTB-ALIQ        PIC 9(02)V99.
      *    LANCAMENTO DO VALOR CONTABIL DO DOCUMENTO
           03  CTB-CTADEB          PIC X(15).
           03  CTB-CTACRED         PIC X(15).
           03  CTB-HIST            PIC X(30).
      *    LANCAMENTO DO ICMS PROPRIO DO DOCUMENTO (CONTAS EM BRANCO
      *    = O IMPOSTO NAO E' LANCADO)
           03  CTB-ICMDEB          PIC X(15).
           03  CTB-ICMCRED         PIC X(15).
           03  CTB-ICMHIST         PIC X(30).
      *    CHAPA E DATA DA ULTIMA ALTERACAO DA LINHA
           03  CTB-CHAPA           PIC 9(05).
           03  CTB-DTALT           PIC 9(08).
           03  FILLER              PIC X(10).
