      *----------------------------------------------------------------*
      *     SDICLCK.CPY   -  TRAVA DO MODO BATCH (LOCKBAT.SDI)         *
      *     ARQUIVO INDEXADO, CHAVE = LOJA (PARAM-NR). LOJA 00 = A     *
      *     PROPRIA EXECUCAO BATCH (IMPEDE UMA SEGUNDA EXECUCAO); AS   *
      *     DEMAIS = LOJAS DA AGENDA EM PROCESSAMENTO (IMPEDEM O LOGIN *
      *     E A TROCA DE LOJA NO SEF001). A TRAVA E' RENOVADA A CADA   *
      *     PASSO E VENCE SOZINHA LCK-MINUTOS APOS A ULTIMA RENOVACAO  *
      *     (EXECUCAO INTERROMPIDA); O PRIMEIRO QUE A ENCONTRA VENCIDA *
      *     A EXCLUI                                                   *
      *----------------------------------------------------------------*
           03  LCK-CHAVE.
               05  LCK-LOJA        PIC 9(02).
           03  LCK-RUNID           PIC 9(06).
           03  LCK-PASSO           PIC 9(03).
      *    ULTIMA RENOVACAO - DATA AAAAMMDD E HORA HHMMSSCC
           03  LCK-DATA            PIC 9(08).
           03  LCK-HORA            PIC 9(08).
           03  LCK-HORA-R          REDEFINES     LCK-HORA.
               05  LCK-HH          PIC 9(02).
               05  LCK-MI          PIC 9(02).
               05  FILLER          PIC 9(04).
           03  LCK-MINUTOS         PIC 9(04).
           03  FILLER              PIC X(10).
