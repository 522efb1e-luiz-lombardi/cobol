      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        02/09/2026     POR: LUIZ           *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             PRODUTO CONFERIDO NO CADASTRO DE   *
      *                             PRODUTOS (SEF182.EXE): RECUSA      *
      *                             CODIGO NAO CADASTRADO OU INATIVO E *
      *                             SUGERE A UNIDADE DO CADASTRO       *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       77  WK-SCAPE                PIC 9(04)     VALUE ZEROS.
       77  WK-LIN                  PIC 9(02)     VALUE ZEROS.
       77  WK-SITPER               PIC X(01)     VALUE "A".
       77  WK-SITPROD              PIC X(01)     VALUE "S".
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
       01  WK-INVENT.
           03  FILLER              PIC X(06) VALUE "INVENT".
           03  WK-DTINV-MM         PIC 9(02)     VALUE ZEROS.
           03  WK-DTINV-AA         PIC 9(04)     VALUE ZEROS.
       01  WK-PRODUTO              PIC X(14)     VALUE SPACES.
       01  WK-NCMZERO              PIC 9(08)     VALUE ZEROS.
      *
      *---- REGISTRO DO CADASTRO DE PRODUTOS DEVOLVIDO PELO SEF182
      *
       01  WK-PRODREG.
           COPY    "SDICPRO.CPY".
      *
       LINKAGE SECTION.
       01  LK-CHAIN-DT.
                   GO TO P100-PRODUTO-FIM.
           IF      WK-PRODUTO  =  SPACES
                   GO TO P100-PRODUTO-FIM.
      *
      *    SO ACEITA PRODUTO DO CADASTRO DE PRODUTOS DA LOJA
      *
           MOVE     "S"            TO    WK-SITPROD.
           CALL     "SEF182.EXE"   USING LK-LOJA  WK-PRODUTO
                                         WK-NCMZERO  WK-SITPROD
                                         WK-PRODREG.
           CANCEL   "SEF182.EXE".
           IF       WK-SITPROD  =  "P"  OR  "I"
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "PRODUTO NAO CADASTRADO OU "
                                     "INATIVO - TECLE ALGO"
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P100-PRODUTO.
      *
           MOVE     "N"            TO    WK-ACHOU.
           MOVE     WK-DTINV       TO    INV-DATA.
           ELSE
                    INITIALIZE  INV-REG
                    MOVE  WK-DTINV    TO  INV-DATA
                    MOVE  WK-PRODUTO  TO  INV-PRODUTO
                    MOVE  PRO-UNID    TO  INV-UNID.
      *
           IF       WK-ACHOU  =  "S"
                    DISPLAY (23, 02) WK-SPACE
