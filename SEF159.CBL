      *                             PASSADOS NAO DIGITADOS, NOTAS DO   *
      *                             MES PENDENTES DE CONFERENCIA E     *
      *                             SINTEGRA DA COMPETENCIA ANTERIOR   *
      *                             AINDA NAO GERADO E OCORRENCIAS NA  *
      *                             NUMERACAO DAS NOTAS DE SAIDA DESDE *
      *                             A COMPETENCIA ANTERIOR (SEF189.EXE *
      *                             NO MODO CONTAGEM) E GUIAS DE ICMS  *
      *                             SEM PAGAMENTO (GUIAS.SDI, A VENCER *
      *                             E VENCIDAS). GRAVA O RESUMO        *
      *                             EM PENDFIS.SDI PARA O PAINEL DE    *
      *                             MENSAGENS DO SEF001                *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        22/08/2026     POR: LUIZ           *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             CONTA AS OCORRENCIAS NA NUMERACAO  *
      *                             DAS NOTAS DE SAIDA (SEF189) E      *
      *                             GRAVA EM PEN-NUMPEND               *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             CONTA AS GUIAS DE ICMS SEM         *
      *                             PAGAMENTO (GUIAS.SDI) A VENCER E   *
      *                             VENCIDAS - PEN-GUIAABER/GUIAVENC   *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS PEN-CHAVE.
      *
           SELECT GUIAS   ASSIGN TO "GUIAS.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS GUI-CHAVE.
      *
       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  PEN-REG.
           COPY    "SDICPEN.CPY".
      *
       FD  GUIAS
           LABEL RECORDS ARE STANDARD.
       01  GUI-REG.
           COPY    "SDICGUI.CPY".
      *
       WORKING-STORAGE SECTION.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       01  WK-COMPANT.
           03  WK-COMPANT-AAAA     PIC 9(04)     VALUE ZEROS.
           03  WK-COMPANT-MM       PIC 9(02)     VALUE ZEROS.
      *    CONFERENCIA DA NUMERACAO (SEF189.EXE) NO MODO CONTAGEM
       01  WK-MODONUM              PIC X(01)     VALUE "C".
       01  WK-NUMPEND              PIC 9(05)     VALUE ZEROS.
      *    GUIAS DE ICMS SEM PAGAMENTO: A VENCER / VENCIDAS (AAAAMMDD
      *    PARA COMPARAR O VENCIMENTO COM HOJE)
       01  WK-GUIAABER             PIC 9(02)     VALUE ZEROS.
       01  WK-GUIAVENC             PIC 9(02)     VALUE ZEROS.
       01  WK-HOJEAMD              PIC 9(08)     VALUE ZEROS.
       01  WK-VENCAMD              PIC 9(08)     VALUE ZEROS.
      *
       LINKAGE SECTION.
       01  LK-CHAIN-DT.
                    GO TO P002-SINTEGRA.
           PERFORM  P100-MAPAS     THRU  P100-MAPAS-FIM.
           PERFORM  P200-NOTAS     THRU  P200-NOTAS-FIM.
           PERFORM  P250-NUMERACAO THRU  P250-NUMERACAO-FIM.
           PERFORM  P260-GUIAS     THRU  P260-GUIAS-FIM.
       P002-SINTEGRA.
           PERFORM  P300-SINTEGRA  THRU  P300-SINTEGRA-FIM.
           PERFORM  P400-GRAVA     THRU  P400-GRAVA-FIM.
       P300-SINTEGRA-FIM.
           EXIT.
      *
      *---- OCORRENCIAS NA NUMERACAO DAS NOTAS DE SAIDA DA
      *---- COMPETENCIA ANTERIOR EM DIANTE. FALHA NA CONFERENCIA NAO
      *---- IMPEDE A GRAVACAO DAS DEMAIS PENDENCIAS
      *
       P250-NUMERACAO.
           MOVE     ZEROS          TO    WK-NUMPEND.
           CALL     "SEF189.EXE"   USING LK-CHAIN-DT  LK-LOJA
                                         WK-COMPANT   WK-MODONUM
                                         WK-NUMPEND.
           CANCEL   "SEF189.EXE".
           IF       RETURN-CODE  NOT =  ZERO
                    MOVE  ZEROS  TO  WK-NUMPEND
                    MOVE  ZERO   TO  RETURN-CODE.
       P250-NUMERACAO-FIM.
           EXIT.
      *
      *---- GUIAS DE ICMS DA LOJA AINDA SEM PAGAMENTO (GUIAS.SDI),
      *---- SEPARADAS EM A VENCER E JA VENCIDAS NA DATA DE HOJE
      *
       P260-GUIAS.
           MOVE     ZEROS          TO    WK-GUIAABER  WK-GUIAVENC.
           MOVE     WK-HOJE-AA     TO    WK-HOJEAMD (1:4).
           MOVE     WK-HOJE-MM     TO    WK-HOJEAMD (5:2).
           MOVE     WK-HOJE-DD     TO    WK-HOJEAMD (7:2).
           OPEN     INPUT     GUIAS.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P260-GUIAS-FIM.
           MOVE     LK-LOJA        TO    GUI-LOJA.
           MOVE     ZEROS          TO    GUI-COMPET.
           MOVE     LOW-VALUES     TO    GUI-TIPO  GUI-UF.
           START    GUIAS     KEY  NOT <  GUI-CHAVE
                    INVALID  KEY
                    CLOSE  GUIAS
                    GO TO P260-GUIAS-FIM.
       P261-LEGUIA.
           READ     GUIAS     NEXT  RECORD
                    AT END
                    CLOSE  GUIAS
                    GO TO P260-GUIAS-FIM.
           IF       WK-STATUS  NOT =  "00"
               OR   GUI-LOJA   NOT =  LK-LOJA
                    CLOSE  GUIAS
                    GO TO P260-GUIAS-FIM.
           IF       GUI-SITUACAO  =  "P"
                    GO TO P261-LEGUIA.
           MOVE     GUI-DTVENC (5:4)   TO  WK-VENCAMD (1:4).
           MOVE     GUI-DTVENC (3:2)   TO  WK-VENCAMD (5:2).
           MOVE     GUI-DTVENC (1:2)   TO  WK-VENCAMD (7:2).
           IF       WK-VENCAMD  <  WK-HOJEAMD
               AND  WK-GUIAVENC  <  99
                    ADD   1    TO   WK-GUIAVENC.
           IF       WK-VENCAMD  NOT <  WK-HOJEAMD
               AND  WK-GUIAABER  <  99
                    ADD   1    TO   WK-GUIAABER.
           GO  TO   P261-LEGUIA.
       P260-GUIAS-FIM.
           EXIT.
      *
      *---- GRAVA O RESUMO DE PENDENCIAS DA LOJA
      *
       P400-GRAVA.
           MOVE     WK-SINTPEND    TO    PEN-SINTPEND.
           MOVE     WK-COMPANT     TO    PEN-COMPSINT.
           MOVE     WK-DIASPRAZO   TO    PEN-DIASPRAZO.
           MOVE     WK-NUMPEND     TO    PEN-NUMPEND.
           MOVE     WK-GUIAABER    TO    PEN-GUIAABER.
           MOVE     WK-GUIAVENC    TO    PEN-GUIAVENC.
           MOVE     WK-HOJE        TO    PEN-DTVARRE.
           ACCEPT   WK-HORA        FROM  TIME.
           MOVE     WK-HORA        TO    PEN-HRVARRE.
