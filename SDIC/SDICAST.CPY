      *----------------------------------------------------------------*
      *     SDICAST.CPY   -  APURACAO DO ICMS-ST, DIFAL E FCP POR UF   *
      *     (APURST.SDI) - ARQUIVO INDEXADO - CHAVE = LOJA +           *
      *     COMPETENCIA (AAAAMM) + UF. GRAVADO AO LADO DO APURICMS.SDI *
      *     E REGRAVADO PELO SEF183 A CADA APURACAO. O SALDO CREDOR    *
      *     DE CADA UF NO MES ANTERIOR E' TRANSPORTADO PARA O SALDO    *
      *     ANTERIOR. ALIMENTA OS REGISTROS E200/E210 (ST) E E300/E310 *
      *     (DIFAL/FCP) DO SPED (SEF153) E O RELATORIO SEF184          *
      *----------------------------------------------------------------*
           03  AST-CHAVE.
               05  AST-LOJA        PIC 9(02).
      *        COMPETENCIA NO FORMATO AAAAMM
               05  AST-COMPET      PIC 9(06).
               05  AST-UF          PIC X(02).
      *    ICMS-ST: DEBITOS = RETIDO NAS SAIDAS PARA A UF
      *             CREDITOS = DEVOLUCOES DE SAIDAS COM ST
           03  AST-ST-SALDOANT     PIC 9(11)V99.
           03  AST-ST-DEBITOS      PIC 9(11)V99.
           03  AST-ST-CREDITOS     PIC 9(11)V99.
           03  AST-ST-SALDODEV     PIC 9(11)V99.
           03  AST-ST-SALDOCRED    PIC 9(11)V99.
      *    DIFAL: DEBITOS = SAIDAS A NAO CONTRIBUINTE DE OUTRA UF (UF
      *             DE DESTINO) E ENTRADAS DE USO/CONSUMO/ATIVO DE
      *             OUTRA UF (UF DA LOJA)
      *             CREDITOS = DEVOLUCOES DE SAIDAS COM DIFAL
           03  AST-DF-SALDOANT     PIC 9(11)V99.
           03  AST-DF-DEBITOS      PIC 9(11)V99.
           03  AST-DF-CREDITOS     PIC 9(11)V99.
           03  AST-DF-SALDODEV     PIC 9(11)V99.
           03  AST-DF-SALDOCRED    PIC 9(11)V99.
      *    FUNDO DE COMBATE A POBREZA - MESMO CRITERIO DO DIFAL
           03  AST-FCP-SALDOANT    PIC 9(11)V99.
           03  AST-FCP-DEBITOS     PIC 9(11)V99.
           03  AST-FCP-CREDITOS    PIC 9(11)V99.
           03  AST-FCP-SALDODEV    PIC 9(11)V99.
           03  AST-FCP-SALDOCRED   PIC 9(11)V99.
      *    DATA DA ULTIMA EXECUCAO DA APURACAO
           03  AST-DTAPUR          PIC 9(08).
           03  FILLER              PIC X(10).
