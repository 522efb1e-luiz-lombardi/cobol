      *     ALTERACAO    -->        02/09/2026     POR: LUIZ           *
      *                             CRITICA DE CFOP/ALIQUOTA CONTRA A  *
      *                             TABELA CADCFOP.SDI (SEF176.EXE)    *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             CARGA DOS ITENS DAS NF-E DO        *
      *                             ARQUIVO NFEITExx.TXT (OPCIONAL) NO *
      *                             NFITENSxx.SDI, COM O PRODUTO E O   *
      *                             NCM CONFERIDOS NO CADASTRO DE      *
      *                             PRODUTOS (SEF182.EXE)              *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             BASE/VALOR DO ICMS-ST, FCP E DIFAL *
      *                             DA NOTA E DOS ITENS (NOVAS POSICOES*
      *                             NO FINAL DO NFEENTxx/NFEITExx.TXT, *
      *                             OPCIONAIS)                         *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             PIS/COFINS DOS ITENS (CST, BASE,   *
      *                             ALIQUOTA E VALOR) EM NOVAS         *
      *                             POSICOES OPCIONAIS NO FINAL DO     *
      *                             NFEITExx.TXT                       *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS NF-CHAVE.
      *
           SELECT NFEITE  ASSIGN TO WK-NFEITE
                  ORGANIZATION   IS LINE SEQUENTIAL
                  FILE STATUS    IS WK-STATUS.
      *
           SELECT NFITENS ASSIGN TO WK-NFITENS
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS NFI-CHAVE.
      *
           SELECT REJNFE  ASSIGN TO WK-REJNFE
                  ORGANIZATION   IS LINE SEQUENTIAL
           03  NFE-VLRICMS         PIC 9(11)V99.
           03  NFE-ISENTAS         PIC 9(11)V99.
           03  NFE-OUTRAS          PIC 9(11)V99.
      *    ICMS-ST / FCP / DIFAL - EXTRATOS ANTIGOS SEM ESSAS POSICOES
      *    CHEGAM EM BRANCO E SAO GRAVADOS ZERADOS
           03  NFE-BASEST          PIC 9(11)V99.
           03  NFE-VLRST           PIC 9(11)V99.
           03  NFE-VLRFCP          PIC 9(11)V99.
           03  NFE-VLRDIFAL        PIC 9(11)V99.
      *
      *
      *---- ITENS DAS NF-E DO PORTAL (UM ITEM POR LINHA, POSICOES
      *---- FIXAS, IDENTIFICADO PELA DATA + NUMERO + SERIE DA NOTA)
      *
       FD  NFEITE
           LABEL RECORDS ARE STANDARD.
       01  NFEI-REG.
           03  NFEI-DATA           PIC 9(08).
           03  FILLER              REDEFINES  NFEI-DATA.
               05  NFEI-DATA-DD    PIC 9(02).
               05  NFEI-DATA-MM    PIC 9(02).
               05  NFEI-DATA-AA    PIC 9(04).
           03  NFEI-NUMERO         PIC 9(06).
           03  NFEI-SERIE          PIC X(03).
           03  NFEI-ITEM           PIC 9(03).
           03  NFEI-PRODUTO        PIC X(14).
           03  NFEI-NCM            PIC 9(08).
           03  NFEI-CFOP           PIC 9(04).
           03  NFEI-UNID           PIC X(06).
           03  NFEI-QTDE           PIC 9(09)V999.
           03  NFEI-VLRUNIT        PIC 9(11)V99.
           03  NFEI-VLRITEM        PIC 9(11)V99.
           03  NFEI-BASEICMS       PIC 9(11)V99.
           03  NFEI-ALIQICMS       PIC 9(02)V99.
           03  NFEI-VLRICMS        PIC 9(11)V99.
           03  NFEI-BASEST         PIC 9(11)V99.
           03  NFEI-VLRST          PIC 9(11)V99.
           03  NFEI-VLRFCP         PIC 9(11)V99.
           03  NFEI-VLRDIFAL       PIC 9(11)V99.
      *    PIS/COFINS DO ITEM - TAMBEM OPCIONAIS (BRANCO = ZERO)
           03  NFEI-CSTPIS         PIC 9(02).
           03  NFEI-BASEPIS        PIC 9(11)V99.
           03  NFEI-ALIQPIS        PIC 9(02)V9999.
           03  NFEI-VLRPIS         PIC 9(11)V99.
           03  NFEI-CSTCOF         PIC 9(02).
           03  NFEI-BASECOF        PIC 9(11)V99.
           03  NFEI-ALIQCOF        PIC 9(02)V9999.
           03  NFEI-VLRCOF         PIC 9(11)V99.
      *
       FD  NOTFIS
           LABEL RECORDS ARE STANDARD.
       01  NF-REG.
           COPY    "SDICNF01.CPY".
      *
       FD  NFITENS
           LABEL RECORDS ARE STANDARD.
       01  NFI-REG.
           COPY    "SDICNFI.CPY".
      *
       FD  REJNFE
           LABEL RECORDS ARE STANDARD.
       01  REJ-REG.
           05  REJ-MOTIVO          PIC X(30).
           05  REJ-DADOS           PIC X(240).
      *
       FD  RELREJ
           LABEL RECORDS ARE STANDARD.
       77  WK-FIMARQ               PIC X(01)     VALUE "N".
       77  WK-SITPER               PIC X(01)     VALUE "A".
       77  WK-SITCFOP              PIC X(01)     VALUE "S".
       77  WK-SITPROD              PIC X(01)     VALUE "S".
      *    DIRECAO FIXA DA IMPORTACAO (SO NOTAS DE ENTRADA)
       77  WK-ESENT                PIC X(01)     VALUE "E".
       77  WK-LIDOS                PIC 9(07)     VALUE ZEROS.
       77  WK-GRAVADOS             PIC 9(07)     VALUE ZEROS.
       77  WK-REJEITADOS           PIC 9(07)     VALUE ZEROS.
       77  WK-ITLIDOS              PIC 9(07)     VALUE ZEROS.
       77  WK-ITGRAVADOS           PIC 9(07)     VALUE ZEROS.
       77  WK-ITREJEITADOS         PIC 9(07)     VALUE ZEROS.
      *
       01  WK-NFEENT.
           03  FILLER              PIC X(06) VALUE "NFEENT".
           03  FILLER              PIC X(06) VALUE "NOTFIS".
           03  WK-NOTFISLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-NFEITE.
           03  FILLER              PIC X(06) VALUE "NFEITE".
           03  WK-NFEITELJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".TXT".
       01  WK-NFITENS.
           03  FILLER              PIC X(07) VALUE "NFITENS".
           03  WK-NFITENSLJ        PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-REJNFE.
           03  FILLER              PIC X(06) VALUE "REJNFE".
           03  WK-REJNFELJ         PIC 9(02) VALUE ZEROS.
           03  WK-DTDOC-DD         PIC 9(02)     VALUE ZEROS.
           03  WK-DTDOC-MM         PIC 9(02)     VALUE ZEROS.
           03  WK-DTDOC-AA         PIC 9(04)     VALUE ZEROS.
      *
      *---- REGISTRO DO CADASTRO DE PRODUTOS DEVOLVIDO PELO SEF182
      *
       01  WK-PRODREG.
           COPY    "SDICPRO.CPY".
      *
       01  WK-RELCAB1.
           03  FILLER              PIC X(38)
               VALUE "  REJEITADOS ".
           03  WK-RELTOT-REJ       PIC ZZZZZZ9.
           03  FILLER              PIC X(63)     VALUE SPACES.
       01  WK-RELTOTI.
           03  FILLER              PIC X(17)
               VALUE "ITENS  -  LIDOS ".
           03  WK-RELTOTI-LID      PIC ZZZZZZ9.
           03  FILLER              PIC X(11)
               VALUE "  GRAVADOS ".
           03  WK-RELTOTI-GRA      PIC ZZZZZZ9.
           03  FILLER              PIC X(13)
               VALUE "  REJEITADOS ".
           03  WK-RELTOTI-REJ      PIC ZZZZZZ9.
           03  FILLER              PIC X(63)     VALUE SPACES.
      *
       LINKAGE SECTION.
       01  LK-CHAIN-DT.
       P001.
           MOVE     ZERO           TO    RETURN-CODE.
           MOVE     LK-LOJA        TO    WK-NFEENTLJ  WK-NOTFISLJ
                                         WK-REJNFELJ  WK-NFEITELJ
                                         WK-NFITENSLJ.
           MOVE     LK-CHAIN-DD    TO    WK-DATA (1:2).
           MOVE     LK-CHAIN-MM    TO    WK-DATA (3:2).
           MOVE     LK-CHAIN-SC    TO    WK-DATA (5:2).
           IF       RETURN-CODE    NOT =  ZERO
                    GO TO P001-FIM.
           PERFORM  P100-CARGA     THRU  P100-CARGA-FIM.
           IF       RETURN-CODE    =  ZERO
                    PERFORM  P150-ITENS  THRU  P150-ITENS-FIM.
           PERFORM  P200-ENCERRA   THRU  P200-ENCERRA-FIM.
       P001-FIM.
           EXIT  PROGRAM.
           MOVE     NFE-VLRICMS    TO    NF-VLRICMS.
           MOVE     NFE-ISENTAS    TO    NF-ISENTAS.
           MOVE     NFE-OUTRAS     TO    NF-OUTRAS.
           IF       NFE-BASEST  NUMERIC
                    MOVE  NFE-BASEST    TO  NF-BASEST.
           IF       NFE-VLRST  NUMERIC
                    MOVE  NFE-VLRST     TO  NF-VLRST.
           IF       NFE-VLRFCP  NUMERIC
                    MOVE  NFE-VLRFCP    TO  NF-VLRFCP.
           IF       NFE-VLRDIFAL  NUMERIC
                    MOVE  NFE-VLRDIFAL  TO  NF-VLRDIFAL.
           MOVE     "N"            TO    NF-SITUACAO.
           MOVE     "N"            TO    NF-CONFERIDA.
           WRITE    NF-REG.
       P130-REJEITA-FIM.
           EXIT.
      *
      *---- CARGA DOS ITENS (NFEITExx.TXT). SEM O ARQUIVO DE ITENS
      *---- NO DISCO SO AS NOTAS SAO IMPORTADAS
      *
       P150-ITENS.
           OPEN     INPUT     NFEITE.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P150-ITENS-FIM.
           OPEN     I-O       NFITENS.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    NFITENS
                    CLOSE    NFITENS
                    OPEN     I-O       NFITENS
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    CLOSE NFEITE
                    GO TO P150-ITENS-FIM.
           MOVE     "N"            TO    WK-FIMARQ.
       P151-LEITEM.
           READ     NFEITE    AT  END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    CLOSE  NFEITE  NFITENS
                    GO TO P150-ITENS-FIM.
           ADD      1              TO    WK-ITLIDOS.
           PERFORM  P160-CRITITEM  THRU  P160-CRITITEM-FIM.
           IF       WK-MOTIVO  NOT =  SPACES
                    PERFORM  P180-REJITEM  THRU  P180-REJITEM-FIM
           ELSE
                    PERFORM  P170-GRAVITEM THRU  P170-GRAVITEM-FIM.
           IF       RETURN-CODE  NOT =  ZERO
                    CLOSE  NFEITE  NFITENS
                    GO TO P150-ITENS-FIM.
           GO  TO   P151-LEITEM.
       P150-ITENS-FIM.
           EXIT.
      *
      *---- CRITICA DO ITEM: NOTA IMPORTADA, PRODUTO E NCM DO CADASTRO
      *---- DE PRODUTOS E ITEM AINDA NAO GRAVADO
      *
       P160-CRITITEM.
           MOVE     SPACES         TO    WK-MOTIVO.
           IF       NFEI-DATA  NOT NUMERIC
               OR   NFEI-NUMERO  NOT NUMERIC
               OR   NFEI-ITEM  NOT NUMERIC  OR  NFEI-ITEM = ZEROS
                    MOVE  "IDENTIFICACAO DO ITEM INVALIDA" TO WK-MOTIVO
                    GO TO P160-CRITITEM-FIM.
           IF       NFEI-QTDE  NOT NUMERIC  OR  NFEI-QTDE = ZEROS
               OR   NFEI-VLRITEM  NOT NUMERIC
                    MOVE  "QTDE/VALOR DO ITEM INVALIDO"  TO  WK-MOTIVO
                    GO TO P160-CRITITEM-FIM.
           MOVE     "E"            TO    NF-ES.
           MOVE     NFEI-DATA      TO    NF-DATA.
           MOVE     NFEI-NUMERO    TO    NF-NUMERO.
           MOVE     NFEI-SERIE     TO    NF-SERIE.
           READ     NOTFIS.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "NOTA DO ITEM NAO IMPORTADA"  TO  WK-MOTIVO
                    GO TO P160-CRITITEM-FIM.
      *
           MOVE     NFEI-DATA-DD   TO    WK-DTDOC-DD.
           MOVE     NFEI-DATA-MM   TO    WK-DTDOC-MM.
           MOVE     NFEI-DATA-AA   TO    WK-DTDOC-AA.
           MOVE     "A"            TO    WK-SITPER.
           CALL     "SEF156.EXE"   USING LK-LOJA  WK-DTDOC  WK-SITPER.
           CANCEL   "SEF156.EXE".
           IF       WK-SITPER  =  "F"
                    MOVE  "COMPETENCIA ENCERRADA"  TO  WK-MOTIVO
                    GO TO P160-CRITITEM-FIM.
      *
           MOVE     "S"            TO    WK-SITPROD.
           CALL     "SEF182.EXE"   USING LK-LOJA  NFEI-PRODUTO
                                         NFEI-NCM  WK-SITPROD
                                         WK-PRODREG.
           CANCEL   "SEF182.EXE".
           IF       WK-SITPROD  =  "P"
                    MOVE  "PRODUTO NAO CADASTRADO"  TO  WK-MOTIVO
                    GO TO P160-CRITITEM-FIM.
           IF       WK-SITPROD  =  "I"
                    MOVE  "PRODUTO INATIVO"  TO  WK-MOTIVO
                    GO TO P160-CRITITEM-FIM.
           IF       WK-SITPROD  =  "N"
                    MOVE  "NCM DIFERENTE DO CADASTRO"  TO  WK-MOTIVO
                    GO TO P160-CRITITEM-FIM.
      *
           MOVE     "E"            TO    NFI-ES.
           MOVE     NFEI-DATA      TO    NFI-DATA.
           MOVE     NFEI-NUMERO    TO    NFI-NUMERO.
           MOVE     NFEI-SERIE     TO    NFI-SERIE.
           MOVE     NFEI-ITEM      TO    NFI-ITEM.
           READ     NFITENS.
           IF       WK-STATUS  =  "00"
                    MOVE  "ITEM JA CADASTRADO"  TO  WK-MOTIVO.
       P160-CRITITEM-FIM.
           EXIT.
      *
      *---- INCLUI O ITEM NO NFITENSxx.SDI (UNIDADE EM BRANCO NO
      *---- ARQUIVO DO PORTAL VEM DO CADASTRO DE PRODUTOS)
      *
       P170-GRAVITEM.
           INITIALIZE  NFI-REG.
           MOVE     "E"            TO    NFI-ES.
           MOVE     NFEI-DATA      TO    NFI-DATA.
           MOVE     NFEI-NUMERO    TO    NFI-NUMERO.
           MOVE     NFEI-SERIE     TO    NFI-SERIE.
           MOVE     NFEI-ITEM      TO    NFI-ITEM.
           MOVE     NFEI-PRODUTO   TO    NFI-PRODUTO.
           MOVE     NFEI-NCM       TO    NFI-NCM.
           MOVE     NFEI-CFOP      TO    NFI-CFOP.
           MOVE     NFEI-UNID      TO    NFI-UNID.
           IF       NFI-UNID  =  SPACES
                    MOVE  PRO-UNID  TO  NFI-UNID.
           IF       NFI-NCM  NOT NUMERIC  OR  NFI-NCM = ZEROS
                    MOVE  PRO-NCM   TO  NFI-NCM.
           MOVE     NFEI-QTDE      TO    NFI-QTDE.
           MOVE     NFEI-VLRUNIT   TO    NFI-VLRUNIT.
           MOVE     NFEI-VLRITEM   TO    NFI-VLRITEM.
           MOVE     NFEI-BASEICMS  TO    NFI-BASEICMS.
           MOVE     NFEI-ALIQICMS  TO    NFI-ALIQICMS.
           MOVE     NFEI-VLRICMS   TO    NFI-VLRICMS.
           IF       NFEI-BASEST  NUMERIC
                    MOVE  NFEI-BASEST   TO  NFI-BASEST.
           IF       NFEI-VLRST  NUMERIC
                    MOVE  NFEI-VLRST    TO  NFI-VLRST.
           IF       NFEI-VLRFCP  NUMERIC
                    MOVE  NFEI-VLRFCP   TO  NFI-VLRFCP.
           IF       NFEI-VLRDIFAL  NUMERIC
                    MOVE  NFEI-VLRDIFAL TO  NFI-VLRDIFAL.
           IF       NFEI-CSTPIS  NUMERIC
                    MOVE  NFEI-CSTPIS   TO  NFI-CSTPIS.
           IF       NFEI-BASEPIS  NUMERIC
                    MOVE  NFEI-BASEPIS  TO  NFI-BASEPIS.
           IF       NFEI-ALIQPIS  NUMERIC
                    MOVE  NFEI-ALIQPIS  TO  NFI-ALIQPIS.
           IF       NFEI-VLRPIS  NUMERIC
                    MOVE  NFEI-VLRPIS   TO  NFI-VLRPIS.
           IF       NFEI-CSTCOF  NUMERIC
                    MOVE  NFEI-CSTCOF   TO  NFI-CSTCOF.
           IF       NFEI-BASECOF  NUMERIC
                    MOVE  NFEI-BASECOF  TO  NFI-BASECOF.
           IF       NFEI-ALIQCOF  NUMERIC
                    MOVE  NFEI-ALIQCOF  TO  NFI-ALIQCOF.
           IF       NFEI-VLRCOF  NUMERIC
                    MOVE  NFEI-VLRCOF   TO  NFI-VLRCOF.
           WRITE    NFI-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P170-GRAVITEM-FIM.
           ADD      1              TO    WK-ITGRAVADOS.
       P170-GRAVITEM-FIM.
           EXIT.
      *
      *---- GRAVA O ITEM REJEITADO COM O MOTIVO E A LINHA NO RELATORIO
      *
       P180-REJITEM.
           MOVE     WK-MOTIVO      TO    REJ-MOTIVO.
           MOVE     NFEI-REG       TO    REJ-DADOS.
           WRITE    REJ-REG.
           MOVE     NFEI-DATA      TO    WK-RELLIN-DT.
           MOVE     NFEI-NUMERO    TO    WK-RELLIN-NUM.
           MOVE     NFEI-SERIE     TO    WK-RELLIN-SER.
           MOVE     WK-MOTIVO      TO    WK-RELLIN-MOT.
           WRITE    REL-REG   FROM  WK-RELLIN.
           ADD      1              TO    WK-ITREJEITADOS.
       P180-REJITEM-FIM.
           EXIT.
      *
      *---- ENCERRAMENTO: TOTAIS DO RELATORIO
      *
       P200-ENCERRA.
           MOVE     WK-GRAVADOS    TO    WK-RELTOT-GRA.
           MOVE     WK-REJEITADOS  TO    WK-RELTOT-REJ.
           WRITE    REL-REG   FROM  WK-RELTOT.
           IF       WK-ITLIDOS  >  ZEROS
                    MOVE  WK-ITLIDOS       TO  WK-RELTOTI-LID
                    MOVE  WK-ITGRAVADOS    TO  WK-RELTOTI-GRA
                    MOVE  WK-ITREJEITADOS  TO  WK-RELTOTI-REJ
                    WRITE REL-REG   FROM  WK-RELTOTI.
           CLOSE    NFEENT  NOTFIS  REJNFE  RELREJ.
       P200-ENCERRA-FIM.
           EXIT.
