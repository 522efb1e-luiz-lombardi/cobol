           03  PARAM-LJCONS        PIC X(01).
           03  PARAM-TIMEOUT       PIC 9(04).
           03  PARAM-SENHAVAL      PIC 9(03).
      *    REGPIS: REGIME DO PIS/COFINS DA LOJA (EFD-CONTRIBUICOES)
      *    "C" = CUMULATIVO / "N" = NAO-CUMULATIVO
           03  PARAM-REGPIS        PIC X(01).
      *    DIAVENC: DIA DE VENCIMENTO DO ICMS NO MES SEGUINTE A
      *    COMPETENCIA (GUIAS.SDI - SEF190). ZEROS = DIA 10
           03  PARAM-DIAVENC       PIC 9(02).
      *    TRAVAMIN: MINUTOS SEM RENOVACAO APOS OS QUAIS A TRAVA DO
      *    MODO BATCH (LOCKBAT.SDI) VENCE SOZINHA. VALE O REGISTRO 1
      *    DO CADPARM; ZEROS = 240 MINUTOS
           03  PARAM-TRAVAMIN      PIC 9(04).
      *    BKPGER: GERACOES DOS PONTOS DE RESTAURACAO DA LOJA MANTIDAS
      *    EM DISCO (BKPCAT.SDI - SEF195); ZEROS = 5 GERACOES
           03  PARAM-BKPGER        PIC 9(02).
           03  FILLER              PIC X(01).
