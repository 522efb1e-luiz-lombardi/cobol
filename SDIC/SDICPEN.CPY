           03  PEN-DIASPRAZO       PIC 9(02).
           03  PEN-DTVARRE         PIC 9(08).
           03  PEN-HRVARRE         PIC 9(08).
      *    OCORRENCIAS NA NUMERACAO DAS NOTAS DE SAIDA (FALHAS SEM
      *    INUTILIZACAO, DUPLICADAS, FORA DE ORDEM, CANCELADAS SEM
      *    MOTIVO) DESDE A COMPETENCIA ANTERIOR - SEF189.EXE
           03  PEN-NUMPEND         PIC 9(05).
      *    GUIAS DE ICMS SEM PAGAMENTO (GUIAS.SDI): A VENCER E JA
      *    VENCIDAS NA DATA DA VARREDURA
           03  PEN-GUIAABER        PIC 9(02).
           03  PEN-GUIAVENC        PIC 9(02).
           03  FILLER              PIC X(01).
