      *----------------------------------------------------------------*
      *     SDICLIV.CPY   -  CONTROLE DOS LIVROS FISCAIS OFICIAIS      *
      *     (LIVFIS.SDI) - ARQUIVO INDEXADO - CHAVE = LOJA + LIVRO +   *
      *     COMPETENCIA. GRAVADO AO LADO DO CADPARM.SDI PELO SEF187.   *
      *     COMPETENCIA ZEROS = REGISTRO DE CONTROLE DO LIVRO (NUMERO  *
      *     DO LIVRO ABERTO, ULTIMA FOLHA E ULTIMA COMPETENCIA         *
      *     IMPRESSAS); COMPETENCIA PREENCHIDA = FOLHAS USADAS PELA    *
      *     IMPRESSAO DEFINITIVA DAQUELA COMPETENCIA, QUE A            *
      *     REIMPRESSAO REPRODUZ SEM AVANCAR O CONTROLE                *
      *----------------------------------------------------------------*
           03  LIV-CHAVE.
               05  LIV-LOJA        PIC 9(02).
      *        LIVRO: "1" = ENTRADAS (P1) / "2" = SAIDAS (P2) /
      *        "9" = APURACAO DO ICMS (P9)
               05  LIV-LIVRO       PIC X(01).
      *        COMPETENCIA NO FORMATO AAAAMM (ZEROS = CONTROLE)
               05  LIV-COMPET      PIC 9(06).
      *    NUMERO DE ORDEM DO LIVRO (VOLUME)
           03  LIV-NUMLIVRO        PIC 9(03).
      *    FOLHA INICIAL / FINAL DA COMPETENCIA (NO CONTROLE, A
      *    FOLHA INICIAL FICA ZEROS E A FINAL E' A ULTIMA FOLHA
      *    USADA NO LIVRO ABERTO - ZEROS = LIVRO NOVO)
           03  LIV-PAGINI          PIC 9(05).
           03  LIV-ULTPAG          PIC 9(05).
      *    SO NO CONTROLE: ULTIMA COMPETENCIA IMPRESSA E FOLHAS POR
      *    LIVRO (AO PASSAR DESTE NUMERO O LIVRO E' ENCERRADO)
           03  LIV-ULTCOMP         PIC 9(06).
           03  LIV-MAXPAG          PIC 9(05).
      *    SO NA COMPETENCIA: "S" = ABRIU O LIVRO (TERMO DE ABERTURA
      *    NA FOLHA INICIAL) / "S" = ENCERROU O LIVRO (TERMO DE
      *    ENCERRAMENTO NA FOLHA FINAL)
           03  LIV-ABERTURA        PIC X(01).
           03  LIV-ENCERRA         PIC X(01).
           03  LIV-DTIMP           PIC 9(08).
           03  LIV-HRIMP           PIC 9(08).
           03  FILLER              PIC X(10).
