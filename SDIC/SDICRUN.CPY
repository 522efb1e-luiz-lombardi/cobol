      *----------------------------------------------------------------*
      *     SDICRUN.CPY   -  CONTROLE DE EXECUCAO DO MODO BATCH        *
      *     (SEFRUN.SDI) - ARQUIVO INDEXADO, CHAVE = PASSO DA AGENDA.  *
      *     PASSO 000 = REGISTRO DA EXECUCAO (NUMERO, SITUACAO, PASSO  *
      *     DE REINICIO); 001 EM DIANTE = UM REGISTRO POR LINHA DE     *
      *     TAREFA DA SEFAGEND.TXT, NA ORDEM DA AGENDA, COM A LINHA    *
      *     EXECUTADA E O RESULTADO. GUARDA SO A ULTIMA EXECUCAO       *
      *----------------------------------------------------------------*
           03  RUN-CHAVE.
               05  RUN-PASSO       PIC 9(03).
           03  RUN-ID              PIC 9(06).
           03  RUN-DADOS           PIC X(80).
      *
      *    PASSO 000: SITUACAO "A" = EM ANDAMENTO (OU INTERROMPIDA),
      *    "C" = CONCLUIDA SEM FALHAS, "F" = CONCLUIDA COM FALHAS.
      *    DATA (DDMMAAAA) E HORA DO INICIO DA EXECUCAO; REINICIO =
      *    PASSO EM QUE A ULTIMA RETOMADA COMECOU
      *
           03  RUN-EXEC            REDEFINES     RUN-DADOS.
               05  RUN-SITUACAO    PIC X(01).
               05  RUN-QTPASSO     PIC 9(03).
               05  RUN-DTINI       PIC 9(08).
               05  RUN-HRINI       PIC 9(08).
               05  RUN-REINICIO    PIC 9(03).
               05  RUN-QTREINI     PIC 9(03).
               05  FILLER          PIC X(54).
      *
      *    PASSOS: LINHA DA AGENDA (TAREFA ATE AS DEPENDENCIAS) E
      *    RESULTADO - "O" = OK / "F" = FALHA / "N" = NAO EXECUTADA
      *    (DEPENDENCIA SEM SUCESSO). PASSO SEM REGISTRO = NAO
      *    ALCANCADO NA EXECUCAO
      *
           03  RUN-PAS             REDEFINES     RUN-DADOS.
               05  RUN-LINHA       PIC X(50).
               05  RUN-STATUS      PIC X(01).
               05  RUN-DATA        PIC 9(08).
               05  RUN-HORA        PIC 9(08).
               05  FILLER          PIC X(13).
