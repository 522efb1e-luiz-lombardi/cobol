      *----------------------------------------------------------------*
      *     SDICGUI.CPY   -  GUIAS DE RECOLHIMENTO DO ICMS (GUIAS.SDI) *
      *     ARQUIVO INDEXADO, CHAVE = LOJA + COMPETENCIA (AAAAMM) +    *
      *     TIPO DA GUIA + UF. TIPO "P" = ICMS PROPRIO (APU-SALDODEV,  *
      *     UF DA LOJA); "S" = ICMS-ST, "D" = DIFAL E "F" = FCP (SALDO *
      *     A RECOLHER DE CADA UF NO APURST.SDI). GERADO PELO          *
      *     SEF190.EXE APOS A APURACAO; PAGAMENTO REGISTRADO PELO      *
      *     SEF191.EXE                                                 *
      *----------------------------------------------------------------*
           03  GUI-CHAVE.
               05  GUI-LOJA        PIC 9(02).
               05  GUI-COMPET      PIC 9(06).
               05  GUI-TIPO        PIC X(01).
               05  GUI-UF          PIC X(02).
      *    VALOR A RECOLHER E VENCIMENTO (DDMMAAAA) - DIA DE
      *    VENCIMENTO DA LOJA (PARAM-DIAVENC) NO MES SEGUINTE
           03  GUI-VALOR           PIC 9(11)V99.
           03  GUI-DTVENC          PIC 9(08).
      *    SITUACAO: "A" = EM ABERTO / "P" = PAGA
           03  GUI-SITUACAO        PIC X(01).
           03  GUI-DTGER           PIC 9(08).
      *    PAGAMENTO: DATA (DDMMAAAA), VALOR PAGO (PRINCIPAL MAIS
      *    ENCARGOS), AUTENTICACAO BANCARIA E CHAPA DO RESPONSAVEL
           03  GUI-DTPAGTO         PIC 9(08).
           03  GUI-VLRPAGO         PIC 9(11)V99.
           03  GUI-AUTENT          PIC X(40).
           03  GUI-CHAPA           PIC 9(05).
           03  GUI-DTREG           PIC 9(08).
           03  GUI-HRREG           PIC 9(08).
           03  FILLER              PIC X(10).
