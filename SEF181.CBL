      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF181.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        MANUTENCAO DO CADASTRO DE PRODUTOS *
      *                             DA LOJA (CADPRODxx.SDI): INCLUSAO, *
      *                             ALTERACAO E EXCLUSAO POR CODIGO DO *
      *                             PRODUTO, COM DESCRICAO, NCM,       *
      *                             UNIDADE, CFOP E ALIQUOTA PADRAO.   *
      *                             O CADASTRO E' CONSULTADO NA        *
      *                             DIGITACAO DE ITENS E INVENTARIO E  *
      *                             NA IMPORTACAO DE NF-E (SEF182) E   *
      *                             GERA OS REGISTROS 0190/0200 DO     *
      *                             SPED (SEF153)                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF181.
       AUTHOR.             AFFM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROD ASSIGN TO WK-CADPROD
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS PRO-CHAVE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CADPROD
           LABEL RECORDS ARE STANDARD.
       01  PRO-REG.
           COPY    "SDICPRO.CPY".
      *
       WORKING-STORAGE SECTION.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       77  WK-ACHOU                PIC X(01)     VALUE "N".
       77  WK-RESP                 PIC X(01)     VALUE SPACES.
       77  WK-SCAPE                PIC 9(04)     VALUE ZEROS.
       77  WK-LIN                  PIC 9(02)     VALUE ZEROS.
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
       01  WK-CADPROD.
           03  FILLER              PIC X(07) VALUE "CADPROD".
           03  WK-CADPRODLJ        PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-PRODUTO              PIC X(14)     VALUE SPACES.
       01  WK-DATA                 PIC 9(08)     VALUE ZEROS.
      *
       LINKAGE SECTION.
       01  LK-CHAIN-DT.
           05  LK-CHAIN-DD         PIC 9(02).
           05  LK-CHAIN-MM         PIC 9(02).
           05  LK-CHAIN-SC         PIC 9(02).
           05  LK-CHAIN-AA         PIC 9(02).
       01  LK-LOJA                 PIC 9(02).
      *
       PROCEDURE DIVISION USING LK-CHAIN-DT LK-LOJA.
       P001.
           MOVE     ZERO           TO    RETURN-CODE.
           MOVE     LK-LOJA        TO    WK-CADPRODLJ.
           MOVE     LK-CHAIN-DD    TO    WK-DATA (1:2).
           MOVE     LK-CHAIN-MM    TO    WK-DATA (3:2).
           MOVE     LK-CHAIN-SC    TO    WK-DATA (5:2).
           MOVE     LK-CHAIN-AA    TO    WK-DATA (7:2).
           OPEN     I-O       CADPROD.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    CADPROD
                    CLOSE    CADPROD
                    OPEN     I-O       CADPROD
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO ABERTURA CADPROD ST = "
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P030-CHAVE     THRU  P030-CHAVE-FIM.
           CLOSE    CADPROD.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- CODIGO DO PRODUTO A TRATAR
      *
       P030-CHAVE.
           PERFORM  P900-LIMPA     THRU  P909-LIMPA-FIM.
           DISPLAY (05, 21) "***   CADASTRO DE PRODUTOS   ***".
           DISPLAY (07, 10) "Produto (BRANCOS SAI) : <              >".
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "F7 : MENU ANTERIOR".
      *
           MOVE     SPACES         TO    WK-PRODUTO.
           ACCEPT  (07, 35) WK-PRODUTO.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P030-CHAVE-FIM.
           IF      WK-PRODUTO  =  SPACES
                   GO TO P030-CHAVE-FIM.
      *
           MOVE     "N"            TO    WK-ACHOU.
           MOVE     WK-PRODUTO     TO    PRO-CODIGO.
           READ     CADPROD.
           IF       WK-STATUS  =  "00"
                    MOVE  "S"  TO  WK-ACHOU
           ELSE
                    INITIALIZE  PRO-REG
                    MOVE  WK-PRODUTO  TO  PRO-CODIGO
                    MOVE  "A"         TO  PRO-SITUACAO.
      *
           IF       WK-ACHOU  =  "S"
                    PERFORM  P105-MOSTRA  THRU  P105-MOSTRA-FIM
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "(A)LTERA (E)XCLUI OU (V)OLTA ?"
                    ACCEPT  (23, 35) WK-RESP
                    IF      WK-RESP  =  "E"
                            PERFORM  P130-EXCLUI  THRU  P130-EXCLUI-FIM
                            GO TO P030-CHAVE
                    END-IF
                    IF      WK-RESP  NOT =  "A"
                            GO TO P030-CHAVE
                    END-IF
           END-IF.
           PERFORM  P110-CAMPOS    THRU  P110-CAMPOS-FIM.
           IF       WK-SCAPE  =  08
                    GO TO P030-CHAVE.
           PERFORM  P120-GRAVA     THRU  P120-GRAVA-FIM.
           GO  TO   P030-CHAVE.
       P030-CHAVE-FIM.
           EXIT.
      *
      *---- MOSTRA O CONTEUDO ATUAL DO PRODUTO
      *
       P105-MOSTRA.
           DISPLAY (09, 10) "Descricao       : <".
           DISPLAY (09, 69) ">".
           DISPLAY (10, 10) "NCM             : <        >".
           DISPLAY (11, 10) "Unidade         : <      >".
           DISPLAY (12, 10) "CFOP Padrao     : <    >".
           DISPLAY (13, 10) "Aliquota Padrao : <     >".
           DISPLAY (14, 10) "Situacao (A/I)  : < >".
           DISPLAY (09, 29) PRO-DESCR.
           DISPLAY (10, 29) PRO-NCM.
           DISPLAY (11, 29) PRO-UNID.
           DISPLAY (12, 29) PRO-CFOP.
           DISPLAY (13, 29) PRO-ALIQ.
           DISPLAY (14, 29) PRO-SITUACAO.
       P105-MOSTRA-FIM.
           EXIT.
      *
      *---- DIGITACAO DOS CAMPOS DO PRODUTO
      *
       P110-CAMPOS.
           PERFORM  P105-MOSTRA    THRU  P105-MOSTRA-FIM.
      *
           ACCEPT  (09, 29) PRO-DESCR.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      PRO-DESCR  =  SPACES
                   GO TO P110-CAMPOS.
           ACCEPT  (10, 29) PRO-NCM.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      PRO-NCM  NOT NUMERIC  OR  PRO-NCM = ZEROS
                   GO TO P110-CAMPOS.
           ACCEPT  (11, 29) PRO-UNID.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      PRO-UNID  =  SPACES
                   GO TO P110-CAMPOS.
           ACCEPT  (12, 29) PRO-CFOP.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      PRO-CFOP  NOT NUMERIC
                   GO TO P110-CAMPOS.
           ACCEPT  (13, 29) PRO-ALIQ.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      PRO-ALIQ  NOT NUMERIC
                   GO TO P110-CAMPOS.
           ACCEPT  (14, 29) PRO-SITUACAO.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      PRO-SITUACAO  NOT = "A" AND "I"
                   GO TO P110-CAMPOS.
       P110-CAMPOS-FIM.
           EXIT.
      *
      *---- INCLUI OU REGRAVA O PRODUTO
      *
       P120-GRAVA.
           MOVE     WK-DATA        TO    PRO-DTATU.
           IF       WK-ACHOU  =  "S"
                    REWRITE  PRO-REG
           ELSE
                    WRITE    PRO-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO GRAVACAO CADPROD ST = "
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P120-GRAVA-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "PRODUTO GRAVADO".
       P120-GRAVA-FIM.
           EXIT.
      *
      *---- EXCLUI O PRODUTO
      *
       P130-EXCLUI.
           DELETE   CADPROD.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO EXCLUSAO CADPROD ST = "
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P130-EXCLUI-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "PRODUTO EXCLUIDO".
       P130-EXCLUI-FIM.
           EXIT.
      *
      *---- LIMPA A AREA DE TRABALHO DA TELA (LINHAS 4 A 21)
      *
       P900-LIMPA.
           MOVE     4              TO    WK-LIN.
       P901-UMA.
           DISPLAY (WK-LIN, 02) WK-SPACE WITH
                                    BACKGROUND-COLOR IS 1
                                    FOREGROUND-COLOR IS 15.
           ADD      1              TO    WK-LIN.
           IF       WK-LIN  <  22
                    GO TO P901-UMA.
       P909-LIMPA-FIM.
           EXIT.
      *
      *---- FIM DO PROGRAMA
      *
