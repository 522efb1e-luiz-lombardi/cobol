      *----------------------------------------------------------------*
      *     SDICPRO.CPY   -  CADASTRO DE PRODUTOS DA LOJA              *
      *     (CADPRODxx.SDI) - ARQUIVO INDEXADO - CHAVE = CODIGO DO     *
      *     PRODUTO (O MESMO DE NFI-PRODUTO E INV-PRODUTO). MANTIDO    *
      *     PELO SEF181; CONSULTADO NA DIGITACAO DE ITENS (SEF167), DO *
      *     INVENTARIO (SEF168) E NA IMPORTACAO DE NF-E (SEF169) PELO  *
      *     SEF182.EXE. ALIMENTA OS REGISTROS 0190/0200 DO SPED        *
      *----------------------------------------------------------------*
           03  PRO-CHAVE.
               05  PRO-CODIGO      PIC X(14).
           03  PRO-DESCR           PIC X(40).
           03  PRO-NCM             PIC 9(08).
           03  PRO-UNID            PIC X(06).
      *    CFOP E ALIQUOTA SUGERIDOS NA DIGITACAO DO ITEM
           03  PRO-CFOP            PIC 9(04).
           03  PRO-ALIQ            PIC 9(02)V99.
      *    SITUACAO: "A" = ATIVO / "I" = INATIVO (NAO ACEITO EM ITENS)
           03  PRO-SITUACAO        PIC X(01).
           03  PRO-DTATU           PIC 9(08).
           03  FILLER              PIC X(10).
