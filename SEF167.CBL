      *                             CONFERENCIA DO CFOP/ALIQUOTA DO    *
      *                             ITEM NA TABELA CADCFOP.SDI         *
      *                             (SEF176.EXE) ANTES DA GRAVACAO     *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             PRODUTO CONFERIDO NO CADASTRO DE   *
      *                             PRODUTOS (SEF182.EXE): RECUSA      *
      *                             CODIGO NAO CADASTRADO OU INATIVO,  *
      *                             SUGERE NCM/UNIDADE DO CADASTRO E   *
      *                             PEDE CONFIRMACAO SE O NCM DIVERGE  *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             BASE/VALOR DO ICMS-ST, FCP E DIFAL *
      *                             DO ITEM; A CADA GRAVACAO/EXCLUSAO  *
      *                             OS TOTAIS DA NOTA NO NOTFISxx.SDI  *
      *                             SAO RESOMADOS DOS ITENS            *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             PIS/COFINS DO ITEM (CST, BASE,     *
      *                             ALIQUOTA E VALOR) PARA A           *
      *                             EFD-CONTRIBUICOES (SEF185)         *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       77  WK-LIN                  PIC 9(02)     VALUE ZEROS.
       77  WK-SITPER               PIC X(01)     VALUE "A".
       77  WK-SITCFOP              PIC X(01)     VALUE "S".
       77  WK-SITPROD              PIC X(01)     VALUE "S".
       01  WK-NCMZERO              PIC 9(08)     VALUE ZEROS.
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
       01  WK-NOTFIS.
           03  FILLER              PIC X(06) VALUE "NOTFIS".
       01  WK-NFNUMERO             PIC 9(06)     VALUE ZEROS.
       01  WK-NFSERIE              PIC X(03)     VALUE SPACES.
       01  WK-ITEM                 PIC 9(03)     VALUE ZEROS.
      *
      *---- REGISTRO DO CADASTRO DE PRODUTOS DEVOLVIDO PELO SEF182
      *
       01  WK-PRODREG.
           COPY    "SDICPRO.CPY".
      *
       LINKAGE SECTION.
       01  LK-CHAIN-DT.
           MOVE     ZERO           TO    RETURN-CODE.
           MOVE     LK-LOJA        TO    WK-NOTFISLJ  WK-NFITENSLJ.
      *
           OPEN     I-O       NOTFIS.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO ABERTURA NOTFIS  ST = "
           DISPLAY (19, 10) "Vlr Item : <             >".
           DISPLAY (20, 10) "Base ICMS: <             >  Aliq: <     >".
           DISPLAY (21, 10) "Vlr ICMS : <             >".
           DISPLAY (17, 50) "Base ST  : <             >".
           DISPLAY (18, 50) "Vlr ST   : <             >".
           DISPLAY (19, 50) "Vlr FCP  : <             >".
           DISPLAY (21, 50) "Vlr DIFAL: <             >".
           DISPLAY (12, 50) "CST P/C  : <  >/<  >".
           DISPLAY (13, 50) "Base P/C : <             >".
           DISPLAY (14, 50) "Aliq P/C : <       >/<       >".
           DISPLAY (15, 50) "Vlr PIS  : <             >".
           DISPLAY (16, 50) "Vlr COF  : <             >".
           DISPLAY (14, 22) NFI-PRODUTO.
           DISPLAY (15, 22) NFI-NCM.
           DISPLAY (16, 22) NFI-CFOP.
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-PRODUTO  =  SPACES
                   GO TO P110-CAMPOS.
      *
      *    PRODUTO TEM DE ESTAR NO CADASTRO; ITEM NOVO HERDA O NCM E A
      *    UNIDADE DO CADASTRO
      *
           MOVE     "S"            TO    WK-SITPROD.
           CALL     "SEF182.EXE"   USING LK-LOJA  NFI-PRODUTO
                                         WK-NCMZERO  WK-SITPROD
                                         WK-PRODREG.
           CANCEL   "SEF182.EXE".
           IF       WK-SITPROD  =  "P"  OR  "I"
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "PRODUTO NAO CADASTRADO OU "
                                     "INATIVO - TECLE ALGO"
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P110-CAMPOS.
           IF       PRO-CODIGO  NOT =  SPACES
               AND  NFI-NCM  =  ZEROS
                    MOVE  PRO-NCM   TO  NFI-NCM
                    MOVE  PRO-UNID  TO  NFI-UNID
                    DISPLAY (15, 22) NFI-NCM
                    DISPLAY (16, 41) NFI-UNID.
           ACCEPT  (15, 22) NFI-NCM.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-VLRICMS  NOT NUMERIC
                   GO TO P110-CAMPOS.
      *
      *    ICMS-ST RETIDO, FCP E DIFAL DO ITEM (ZEROS QUANDO NAO HA)
      *
           ACCEPT  (17, 62) NFI-BASEST.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-BASEST  NOT NUMERIC
                   GO TO P110-CAMPOS.
           ACCEPT  (18, 62) NFI-VLRST.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-VLRST  NOT NUMERIC
                   GO TO P110-CAMPOS.
           ACCEPT  (19, 62) NFI-VLRFCP.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-VLRFCP  NOT NUMERIC
                   GO TO P110-CAMPOS.
           ACCEPT  (21, 62) NFI-VLRDIFAL.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-VLRDIFAL  NOT NUMERIC
                   GO TO P110-CAMPOS.
      *
      *    PIS/COFINS DO ITEM: CST DE CADA UM, BASE UNICA (A MESMA
      *    PARA OS DOIS) E ALIQUOTAS; VALOR ZERADO E' CALCULADO
      *
           ACCEPT  (12, 62) NFI-CSTPIS.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-CSTPIS  NOT NUMERIC  OR  NFI-CSTPIS = ZEROS
                   GO TO P110-CAMPOS.
           ACCEPT  (12, 67) NFI-CSTCOF.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-CSTCOF  NOT NUMERIC  OR  NFI-CSTCOF = ZEROS
                   GO TO P110-CAMPOS.
           ACCEPT  (13, 62) NFI-BASEPIS.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-BASEPIS  NOT NUMERIC
                   GO TO P110-CAMPOS.
           MOVE    NFI-BASEPIS     TO    NFI-BASECOF.
           ACCEPT  (14, 62) NFI-ALIQPIS.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-ALIQPIS  NOT NUMERIC
                   GO TO P110-CAMPOS.
           ACCEPT  (14, 72) NFI-ALIQCOF.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-ALIQCOF  NOT NUMERIC
                   GO TO P110-CAMPOS.
           IF      NFI-VLRPIS  NOT NUMERIC  OR  NFI-VLRPIS = ZEROS
                   COMPUTE  NFI-VLRPIS  ROUNDED  =
                            NFI-BASEPIS  *  NFI-ALIQPIS  /  100
                   DISPLAY (15, 62) NFI-VLRPIS.
           ACCEPT  (15, 62) NFI-VLRPIS.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-VLRPIS  NOT NUMERIC
                   GO TO P110-CAMPOS.
           IF      NFI-VLRCOF  NOT NUMERIC  OR  NFI-VLRCOF = ZEROS
                   COMPUTE  NFI-VLRCOF  ROUNDED  =
                            NFI-BASECOF  *  NFI-ALIQCOF  /  100
                   DISPLAY (16, 62) NFI-VLRCOF.
           ACCEPT  (16, 62) NFI-VLRCOF.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      NFI-VLRCOF  NOT NUMERIC
                   GO TO P110-CAMPOS.
       P110-CAMPOS-FIM.
           EXIT.
      *
      *---- INCLUI OU REGRAVA O ITEM - ANTES, CONFERE O CFOP E A
      *---- ALIQUOTA DO ITEM NA TABELA CADCFOP.SDI (SEF176.EXE) E O
      *---- NCM NO CADASTRO DE PRODUTOS (SEF182.EXE); PRODUTO FORA
      *---- DO CADASTRO OU INATIVO NAO GRAVA E AS DEMAIS DIVERGENCIAS
      *---- PEDEM CONFIRMACAO DO OPERADOR
      *
       P120-GRAVA.
           MOVE     "S"            TO    WK-SITPROD.
           CALL     "SEF182.EXE"   USING LK-LOJA  NFI-PRODUTO
                                         NFI-NCM  WK-SITPROD
                                         WK-PRODREG.
           CANCEL   "SEF182.EXE".
           IF       WK-SITPROD  =  "P"  OR  "I"
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "PRODUTO NAO CADASTRADO OU "
                                     "INATIVO - TECLE ALGO"
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P120-GRAVA-FIM.
           IF       WK-SITPROD  =  "N"
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "NCM DIFERENTE DO CADASTRO - "
                                     "GRAVAR ASSIM MESMO (S/N)? "
                    ACCEPT  (23, 60) WK-RESP
                    IF      WK-RESP  NOT =  "S"
                            GO TO P120-GRAVA-FIM
                    END-IF
           END-IF.
           MOVE     "S"            TO    WK-SITCFOP.
           CALL     "SEF176.EXE"   USING NFI-CFOP  NF-UF  NFI-ES
                                         NFI-ALIQICMS  WK-SITCFOP.
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P120-GRAVA-FIM.
           PERFORM  P140-TOTNOTA   THRU  P140-TOTNOTA-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "ITEM GRAVADO".
       P120-GRAVA-FIM.
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P130-EXCLUI-FIM.
           PERFORM  P140-TOTNOTA   THRU  P140-TOTNOTA-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "ITEM EXCLUIDO".
       P130-EXCLUI-FIM.
           EXIT.
      *
      *---- RESOMA O ICMS-ST, FCP E DIFAL DE TODOS OS ITENS DA NOTA E
      *---- REGRAVA OS TOTAIS NO NOTFISxx.SDI (BASE DA APURACAO POR
      *---- UF DO SEF183)
      *
       P140-TOTNOTA.
           MOVE     ZEROS          TO    NF-BASEST  NF-VLRST
                                         NF-VLRFCP  NF-VLRDIFAL.
           MOVE     NF-CHAVE       TO    NFI-CHAVE (1:18).
           MOVE     ZEROS          TO    NFI-ITEM.
           START    NFITENS   KEY  NOT <  NFI-CHAVE
                    INVALID  KEY
                    GO TO P142-REGRAVA.
       P141-SOMA.
           READ     NFITENS   NEXT  RECORD
                    AT END
                    GO TO P142-REGRAVA.
           IF       WK-STATUS  NOT =  "00"
                    GO TO P142-REGRAVA.
           IF       NFI-CHAVE (1:18)  NOT =  NF-CHAVE
                    GO TO P142-REGRAVA.
           ADD      NFI-BASEST     TO    NF-BASEST.
           ADD      NFI-VLRST      TO    NF-VLRST.
           ADD      NFI-VLRFCP     TO    NF-VLRFCP.
           ADD      NFI-VLRDIFAL   TO    NF-VLRDIFAL.
           GO  TO   P141-SOMA.
       P142-REGRAVA.
           REWRITE  NF-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO REGRAVACAO NOTFIS ST = "
                                     WK-STATUS " -  TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP.
       P140-TOTNOTA-FIM.
           EXIT.
      *
      *---- LIMPA A AREA DE TRABALHO DA TELA (LINHAS 4 A 21)
      *
       P900-LIMPA.
