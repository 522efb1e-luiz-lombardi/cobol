      *----------------------------------------------------------------*
      *     SDICNUM.CPY   -  CONTROLE DE NUMERACAO DAS NOTAS DE SAIDA  *
      *     POR SERIE (NUMSAIxx.SDI). ARQUIVO INDEXADO, CHAVE = SERIE  *
      *     + TIPO + NUMERO. TIPO "0" = CONTROLE DA SERIE (NUMERO      *
      *     ZEROS); "I" = FAIXA INUTILIZADA (NUMERO = INICIO DA        *
      *     FAIXA); "C" = MOTIVO DO CANCELAMENTO DA NOTA (NUMERO DA    *
      *     NOTA). MANTIDO PELO SEF188.EXE; ULTIMO NUMERO ATUALIZADO   *
      *     PELA CONFERENCIA DE SEQUENCIA SEF189.EXE                   *
      *----------------------------------------------------------------*
           03  NUM-CHAVE.
               05  NUM-SERIE       PIC X(03).
               05  NUM-TIPO        PIC X(01).
               05  NUM-NUMERO      PIC 9(06).
      *    CONTROLE: PRIMEIRO NUMERO CONTROLADO (ZEROS = O PRIMEIRO
      *    EMITIDO), ULTIMO NUMERO EMITIDO E DATA DA NOTA (DDMMAAAA)
           03  NUM-PRIMNUM         PIC 9(06).
           03  NUM-ULTNUM          PIC 9(06).
           03  NUM-DTULT           PIC 9(08).
      *    INUTILIZACAO: FIM DA FAIXA, MODELO, PROTOCOLO DA SEFAZ E
      *    DATA DA INUTILIZACAO (DDMMAAAA)
           03  NUM-NUMFIM          PIC 9(06).
           03  NUM-MODELO          PIC 9(02).
           03  NUM-PROTOCOLO       PIC X(15).
           03  NUM-DTINUT          PIC 9(08).
      *    CANCELAMENTO: DATA DA NOTA CANCELADA (DDMMAAAA)
           03  NUM-DTNOTA          PIC 9(08).
      *    INUTILIZACAO / CANCELAMENTO: MOTIVO E QUEM REGISTROU
           03  NUM-MOTIVO          PIC X(40).
           03  NUM-CHAPA           PIC 9(05).
           03  NUM-DTREG           PIC 9(08).
           03  NUM-HRREG           PIC 9(08).
           03  FILLER              PIC X(10).
