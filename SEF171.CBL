      *                             COMPETENCIA, PARA O QUE O          *
      *                             RELATORIO NAO CONSEGUE DERIVAR DO  *
      *                             NOTFISxx.SDI. OS SALDOS SAO        *
      *                             RECALCULADOS NA GRAVACAO E AS      *
      *                             GUIAS DE ICMS REFEITAS (SEF190).   *
      *                             RECUSA COMPETENCIA ENCERRADA       *
      *                             (CONSULTA SEF156.EXE)              *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        02/09/2026     POR: LUIZ           *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             REFAZ AS GUIAS DE ICMS DA          *
      *                             COMPETENCIA (SEF190) APOS GRAVAR   *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P030-COMPET    THRU  P030-COMPET-FIM.
           IF       RETURN-CODE  =  ZERO
                    CLOSE    APURICMS.
       P001-FIM.
           EXIT  PROGRAM.
      *
                                     "CONGELADOS. TECLE ALGO"
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P030-COMPET.
           MOVE     ZERO           TO    RETURN-CODE.
           PERFORM  P100-LANCA     THRU  P100-LANCA-FIM.
           IF       RETURN-CODE  NOT =  ZERO
                    GO TO P030-COMPET-FIM.
           GO  TO   P030-COMPET.
       P030-COMPET-FIM.
           EXIT.
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P100-LANCA-FIM.
      *
      *    O AJUSTE MUDA O SALDO A RECOLHER: REFAZ AS GUIAS DE ICMS
      *    DA COMPETENCIA (SEF190.EXE) COM O LIVRO FECHADO
      *
           CLOSE    APURICMS.
           MOVE     ZERO           TO    RETURN-CODE.
           CALL     "SEF190.EXE"   USING LK-CHAIN-DT  LK-LOJA
                                         WK-COMPET.
           CANCEL   "SEF190.EXE".
           DISPLAY (23, 02) WK-SPACE.
           IF       RETURN-CODE  NOT =  ZERO
                    DISPLAY (23, 03) "LANCAMENTOS GRAVADOS - FALHA "
                                     "NAS GUIAS (SEF190.EXE)"
                    DISPLAY (23, 56) " - TECLE ALGO"
                    MOVE  ZERO  TO  RETURN-CODE
           ELSE
                    DISPLAY (23, 03) "LANCAMENTOS GRAVADOS - "
                                     "TECLE ALGO".
           ACCEPT  (23, 75) WK-RESP.
           OPEN     I-O       APURICMS.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO ABERTURA APURICMS ST = "
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    MOVE  8  TO  RETURN-CODE.
       P100-LANCA-FIM.
           EXIT.
      *
