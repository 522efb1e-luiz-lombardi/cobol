      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF196.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        CONSULTA DO CATALOGO DE PONTOS DE  *
      *                             RESTAURACAO DA LOJA (BKPCAT.SDI) E *
      *                             DEVOLUCAO DA LOJA A UM PONTO       *
      *                             ESCOLHIDO (SEF195.EXE FUNCAO "R"). *
      *                             ACESSO SO PARA SUPERVISOR (SEF001  *
      *                             OPCAO 12); O SEF001 REGISTRA A     *
      *                             RESTAURACAO NO LOGACES.SDI COM O   *
      *                             PONTO DEVOLVIDO EM LK-REST         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF196.
       AUTHOR.             AFFM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKPCAT  ASSIGN TO "BKPCAT.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS BKP-CHAVE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BKPCAT
           LABEL RECORDS ARE STANDARD.
       01  BKP-REG.
           COPY    "SDICBKP.CPY".
      *
       WORKING-STORAGE SECTION.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       77  WK-RESP                 PIC X(01)     VALUE SPACES.
       77  WK-SCAPE                PIC 9(04)     VALUE ZEROS.
       77  WK-LIN                  PIC 9(02)     VALUE ZEROS.
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
      *
      *---- PONTOS LISTADOS (OS 10 ULTIMOS) E PONTO ESCOLHIDO
      *
       01  WK-ULTPONTO             PIC 9(06)     VALUE ZEROS.
       01  WK-PRIPONTO             PIC 9(06)     VALUE ZEROS.
       01  WK-PONTO                PIC 9(06)     VALUE ZEROS.
       01  WK-EDQT                 PIC ZZZZZZ9.
      *
      *---- PARAMETROS DO SEF195.EXE (MESMO LEIAUTE DO LK-BKP DELE)
      *
       01  WK-BKPPARM.
           03  WK-BKP-FUNCAO       PIC X(01)     VALUE "R".
           03  WK-BKP-OPERACAO     PIC X(12)     VALUE SPACES.
           03  WK-BKP-PONTO        PIC 9(06)     VALUE ZEROS.
           03  WK-BKP-FORCA        PIC X(01)     VALUE "N".
           03  WK-BKP-SEGUR        PIC 9(06)     VALUE ZEROS.
      *
      *---- LINHA DO CATALOGO (LINHAS 08 A 17)
      *
       01  WK-LINPNT.
           03  WK-LP-PONTO         PIC 9(06).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LP-DATA          PIC 99/99/9999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LP-HH            PIC 9(02).
           03  FILLER              PIC X(01)     VALUE ":".
           03  WK-LP-MI            PIC 9(02).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LP-CHAPA         PIC 9(05).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LP-OPER          PIC X(12).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LP-GER           PIC 9(02).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LP-SIT           PIC X(10).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LP-QTREST        PIC ZZ9.
      *
       LINKAGE SECTION.
       01  LK-CHAIN-DT.
           05  LK-CHAIN-DD         PIC 9(02).
           05  LK-CHAIN-MM         PIC 9(02).
           05  LK-CHAIN-SC         PIC 9(02).
           05  LK-CHAIN-AA         PIC 9(02).
       01  LK-LOJA                 PIC 9(02).
       01  LK-CHAPA                PIC 9(05).
      *
      *    RESULTADO: "S" = LOJA DEVOLVIDA AO PONTO / "F" = FALHA NA
      *    RESTAURACAO / BRANCO = NADA RESTAURADO
      *
       01  LK-REST.
           05  LK-REST-PONTO       PIC 9(06).
           05  LK-REST-RESULT      PIC X(01).
           05  LK-REST-SEGUR       PIC 9(06).
      *
       PROCEDURE DIVISION USING LK-CHAIN-DT LK-LOJA LK-CHAPA LK-REST.
       P001.
           MOVE     ZERO           TO    RETURN-CODE.
           MOVE     ZEROS          TO    LK-REST-PONTO  LK-REST-SEGUR.
           MOVE     SPACES         TO    LK-REST-RESULT.
           PERFORM  P900-LIMPA     THRU  P909-LIMPA-FIM.
           DISPLAY (05, 15) "***   PONTOS DE RESTAURACAO DA LOJA   ***".
           OPEN     INPUT     BKPCAT.
           IF       WK-STATUS  =  "35"
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "NENHUM PONTO DE RESTAURACAO "
                                     "GRAVADO - TECLE ALGO"
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P001-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO ABERTURA BKPCAT ST = "
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P100-LISTA     THRU  P100-LISTA-FIM.
           PERFORM  P200-ESCOLHE   THRU  P200-ESCOLHE-FIM.
           CLOSE    BKPCAT.
           IF       WK-PONTO  NOT =  ZEROS
                    PERFORM  P300-RESTAURA  THRU  P300-RESTAURA-FIM.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- LISTA OS 10 ULTIMOS PONTOS DA LOJA (O CONTROLE DA LOJA,
      *---- PONTO 000000, GUARDA O NUMERO DO ULTIMO)
      *
       P100-LISTA.
           DISPLAY (07, 03) "PONTO   DATA        HORA   CHAPA  "
                            "OPERACAO      GER SITUACAO    REST".
           MOVE     7              TO    WK-LIN.
           MOVE     LK-LOJA        TO    BKP-LOJA.
           MOVE     ZEROS          TO    BKP-PONTO.
           READ     BKPCAT.
           IF       WK-STATUS  NOT =  "00"
               OR   BKP-ULTPONTO  =  ZEROS
                    GO TO P105-VAZIA.
           MOVE     BKP-ULTPONTO   TO    WK-ULTPONTO.
           MOVE     1              TO    WK-PRIPONTO.
           IF       WK-ULTPONTO  >  10
                    SUBTRACT  9  FROM  WK-ULTPONTO  GIVING  WK-PRIPONTO.
           MOVE     LK-LOJA        TO    BKP-LOJA.
           MOVE     WK-PRIPONTO    TO    BKP-PONTO.
           START    BKPCAT    KEY  NOT <  BKP-CHAVE
                    INVALID  KEY
                    GO TO P105-VAZIA.
       P101-LEPONTO.
           READ     BKPCAT    NEXT  RECORD
                    AT END
                    GO TO P105-VAZIA.
           IF       WK-STATUS  NOT =  "00"
               OR   BKP-LOJA   NOT =  LK-LOJA
                    GO TO P105-VAZIA.
           ADD      1              TO    WK-LIN.
           IF       WK-LIN  >  17
                    GO TO P100-LISTA-FIM.
           PERFORM  P110-LINHA     THRU  P110-LINHA-FIM.
           DISPLAY (WK-LIN, 03) WK-LINPNT.
           GO  TO   P101-LEPONTO.
       P105-VAZIA.
           IF       WK-LIN  =  7
                    DISPLAY (08, 03) "NENHUM PONTO DE RESTAURACAO "
                                     "GRAVADO PARA A LOJA".
       P100-LISTA-FIM.
           EXIT.
      *
      *---- MONTA A LINHA DO PONTO LIDO
      *
       P110-LINHA.
           MOVE     BKP-PONTO      TO    WK-LP-PONTO.
           MOVE     BKP-DATA       TO    WK-LP-DATA.
           MOVE     BKP-HORA (1:2) TO    WK-LP-HH.
           MOVE     BKP-HORA (3:2) TO    WK-LP-MI.
           MOVE     BKP-CHAPA      TO    WK-LP-CHAPA.
           MOVE     BKP-OPERACAO   TO    WK-LP-OPER.
           MOVE     BKP-GERACAO    TO    WK-LP-GER.
           MOVE     BKP-QTREST     TO    WK-LP-QTREST.
           IF       BKP-SITUACAO  =  "V"
                    MOVE  "VALIDO"      TO  WK-LP-SIT
           ELSE
           IF       BKP-SITUACAO  =  "I"
                    MOVE  "INCOMPLETO"  TO  WK-LP-SIT
           ELSE
                    MOVE  "DESCARTADO"  TO  WK-LP-SIT.
       P110-LINHA-FIM.
           EXIT.
      *
      *---- ESCOLHA DO PONTO: SO PONTO VALIDO DA LOJA; MOSTRA OS
      *---- REGISTROS DE CADA ARQUIVO E PEDE A CONFIRMACAO
      *
       P200-ESCOLHE.
           MOVE     ZEROS          TO    WK-PONTO.
           DISPLAY (19, 10) "Ponto a restaurar : <      >".
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "F7 : MENU ANTERIOR   (PONTO ZERADO VOLTA)".
           ACCEPT  (19, 31) WK-PONTO.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
               OR  WK-PONTO  NOT NUMERIC
               OR  WK-PONTO  =  ZEROS
                   MOVE  ZEROS  TO  WK-PONTO
                   GO TO P200-ESCOLHE-FIM.
           MOVE     LK-LOJA        TO    BKP-LOJA.
           MOVE     WK-PONTO       TO    BKP-PONTO.
           READ     BKPCAT.
           IF       WK-STATUS     NOT =  "00"
               OR   BKP-SITUACAO  NOT =  "V"
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "PONTO INEXISTENTE, INCOMPLETO OU "
                                     "DESCARTADO - TECLE ALGO"
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P200-ESCOLHE.
           DISPLAY (20, 02) WK-SPACE.
           DISPLAY (21, 02) WK-SPACE.
           MOVE     BKP-QTREG (1)  TO    WK-EDQT.
           DISPLAY (20, 03) "NOTFIS".
           DISPLAY (20, 12) WK-EDQT.
           MOVE     BKP-QTREG (2)  TO    WK-EDQT.
           DISPLAY (20, 23) "NFITENS".
           DISPLAY (20, 32) WK-EDQT.
           MOVE     BKP-QTREG (3)  TO    WK-EDQT.
           DISPLAY (20, 43) "MAPPDV".
           DISPLAY (20, 52) WK-EDQT.
           MOVE     BKP-QTREG (4)  TO    WK-EDQT.
           DISPLAY (21, 03) "INVENT".
           DISPLAY (21, 12) WK-EDQT.
           MOVE     BKP-QTREG (5)  TO    WK-EDQT.
           DISPLAY (21, 23) "APURICMS".
           DISPLAY (21, 32) WK-EDQT.
           MOVE     BKP-QTREG (6)  TO    WK-EDQT.
           DISPLAY (21, 43) "FECHPER".
           DISPLAY (21, 52) WK-EDQT.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "DEVOLVER A LOJA A ESTE PONTO - OS "
                            "DADOS POSTERIORES SE PERDEM (S/N) ?".
           ACCEPT  (23, 74) WK-RESP.
           IF      WK-RESP  NOT =  "S"
                   DISPLAY (20, 02) WK-SPACE
                   DISPLAY (21, 02) WK-SPACE
                   GO TO P200-ESCOLHE.
       P200-ESCOLHE-FIM.
           EXIT.
      *
      *---- RESTAURACAO PELO SEF195.EXE. SE A SITUACAO ATUAL NAO PODE
      *---- SER SALVA ANTES (RETURN-CODE 4), O SUPERVISOR DECIDE SE
      *---- RESTAURA ASSIM MESMO
      *
       P300-RESTAURA.
           MOVE     WK-PONTO       TO    WK-BKP-PONTO  LK-REST-PONTO.
           MOVE     "R"            TO    WK-BKP-FUNCAO.
           MOVE     "N"            TO    WK-BKP-FORCA.
       P301-CHAMA.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "AGUARDE: RESTAURANDO OS ARQUIVOS DA LOJA".
           MOVE     ZERO           TO    RETURN-CODE.
           CALL     "SEF195.EXE"   USING LK-CHAIN-DT  LK-LOJA
                                         LK-CHAPA     WK-BKPPARM.
           CANCEL   "SEF195.EXE".
           IF       RETURN-CODE  =  4
               AND  WK-BKP-FORCA  =  "N"
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "SITUACAO ATUAL NAO PODE SER "
                                     "SALVA - RESTAURAR ASSIM MESMO "
                                     "(S/N) ?"
                    ACCEPT  (23, 73) WK-RESP
                    IF      WK-RESP  NOT =  "S"
                            MOVE  ZERO  TO  RETURN-CODE
                            MOVE  ZEROS TO  LK-REST-PONTO
                            GO TO P300-RESTAURA-FIM
                    END-IF
                    MOVE  "S"  TO  WK-BKP-FORCA
                    GO TO P301-CHAMA.
           MOVE     WK-BKP-SEGUR   TO    LK-REST-SEGUR.
           DISPLAY (23, 02) WK-SPACE.
           IF       RETURN-CODE  =  ZERO
                    MOVE  "S"  TO  LK-REST-RESULT
                    DISPLAY (23, 03) "LOJA DEVOLVIDA AO PONTO - "
                                     "VER RELBKP.REL - TECLE ALGO"
           ELSE
                    MOVE  "F"  TO  LK-REST-RESULT
                    DISPLAY (23, 03) "FALHA NA RESTAURACAO - VER "
                                     "RELBKP.REL - TECLE ALGO".
           ACCEPT  (23, 75) WK-RESP.
           MOVE     ZERO           TO    RETURN-CODE.
       P300-RESTAURA-FIM.
           EXIT.
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
