      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF191.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        REGISTRO DO PAGAMENTO DAS GUIAS DE *
      *                             ICMS DA LOJA (GUIAS.SDI): LISTA AS *
      *                             GUIAS DA COMPETENCIA E RECEBE A    *
      *                             DATA DO PAGAMENTO, O VALOR PAGO, A *
      *                             AUTENTICACAO BANCARIA E A CHAPA DO *
      *                             RESPONSAVEL. PAGAMENTO LANCADO     *
      *                             ERRADO PODE SER ALTERADO OU        *
      *                             ESTORNADO (GUIA VOLTA A ABERTA)    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF191.
       AUTHOR.             AFFM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUIAS   ASSIGN TO "GUIAS.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS GUI-CHAVE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  GUIAS
           LABEL RECORDS ARE STANDARD.
       01  GUI-REG.
           COPY    "SDICGUI.CPY".
      *
       WORKING-STORAGE SECTION.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       77  WK-RESP                 PIC X(01)     VALUE SPACES.
       77  WK-SCAPE                PIC 9(04)     VALUE ZEROS.
       77  WK-LIN                  PIC 9(02)     VALUE ZEROS.
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
      *
       01  WK-CPMMAA.
           03  WK-CP-MM            PIC 9(02)     VALUE ZEROS.
           03  WK-CP-AAAA          PIC 9(04)     VALUE ZEROS.
       01  WK-COMPET.
           03  WK-COMPET-AAAA      PIC 9(04)     VALUE ZEROS.
           03  WK-COMPET-MM        PIC 9(02)     VALUE ZEROS.
       01  WK-COMPET-N             REDEFINES     WK-COMPET
                                   PIC 9(06).
      *
      *---- DATAS: HOJE E VENCIMENTO NO FORMATO AAAAMMDD PARA
      *---- COMPARACAO (OS ARQUIVOS GUARDAM DDMMAAAA)
      *
       01  WK-DATA                 PIC 9(08)     VALUE ZEROS.
       01  WK-HOJEAMD              PIC 9(08)     VALUE ZEROS.
       01  WK-VENCAMD              PIC 9(08)     VALUE ZEROS.
      *
      *---- GUIA ESCOLHIDA E CAMPOS DIGITADOS DO PAGAMENTO
      *
       01  WK-TIPO                 PIC X(01)     VALUE SPACES.
       01  WK-UF                   PIC X(02)     VALUE SPACES.
       01  WK-DTDIG.
           03  WK-DTDIG-DD         PIC 9(02)     VALUE ZEROS.
           03  WK-DTDIG-MM         PIC 9(02)     VALUE ZEROS.
           03  WK-DTDIG-AA         PIC 9(04)     VALUE ZEROS.
       01  WK-DTDIG-N              REDEFINES     WK-DTDIG
                                   PIC 9(08).
       01  WK-VLRPAGO              PIC 9(11)V99  VALUE ZEROS.
       01  WK-AUTENT               PIC X(40)     VALUE SPACES.
       01  WK-CHAPA                PIC 9(05)     VALUE ZEROS.
       01  WK-EDDATA               PIC 99/99/9999.
       01  WK-EDVLR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *---- LINHA DA LISTA DE GUIAS DA COMPETENCIA (LINHAS 10 A 15)
      *
       01  WK-LINGUI.
           03  WK-LG-TIPO          PIC X(01).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LG-UF            PIC X(02).
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-LG-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LG-VENC          PIC 99/99/9999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LG-SIT           PIC X(08).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LG-DTPAG         PIC 99/99/9999.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-LG-VLRPAG        PIC ZZZ.ZZZ.ZZ9,99.
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
       PROCEDURE DIVISION USING LK-CHAIN-DT LK-LOJA LK-CHAPA.
       P001.
           MOVE     ZERO           TO    RETURN-CODE.
           MOVE     LK-CHAIN-DD    TO    WK-DATA (1:2).
           MOVE     LK-CHAIN-MM    TO    WK-DATA (3:2).
           MOVE     LK-CHAIN-SC    TO    WK-DATA (5:2).
           MOVE     LK-CHAIN-AA    TO    WK-DATA (7:2).
           MOVE     LK-CHAIN-SC    TO    WK-HOJEAMD (1:2).
           MOVE     LK-CHAIN-AA    TO    WK-HOJEAMD (3:2).
           MOVE     LK-CHAIN-MM    TO    WK-HOJEAMD (5:2).
           MOVE     LK-CHAIN-DD    TO    WK-HOJEAMD (7:2).
           OPEN     I-O       GUIAS.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    GUIAS
                    CLOSE    GUIAS
                    OPEN     I-O       GUIAS
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO ABERTURA GUIAS ST = "
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P030-COMPET    THRU  P030-COMPET-FIM.
           CLOSE    GUIAS.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- COMPETENCIA DAS GUIAS
      *
       P030-COMPET.
           PERFORM  P900-LIMPA     THRU  P909-LIMPA-FIM.
           DISPLAY (05, 17) "***   GUIAS DE RECOLHIMENTO DO ICMS   ***".
           DISPLAY (07, 10) "Competencia (MMAAAA) : <      >".
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "F7 : MENU ANTERIOR".
      *
           ACCEPT  (07, 34) WK-CPMMAA.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P030-COMPET-FIM.
           IF      WK-CPMMAA  NOT NUMERIC
               OR  WK-CP-MM   =   ZEROS
               OR  WK-CP-MM   >   12
                   GO TO P030-COMPET.
           MOVE     WK-CP-MM       TO    WK-COMPET-MM.
           MOVE     WK-CP-AAAA     TO    WK-COMPET-AAAA.
       P031-GUIA.
           PERFORM  P100-LISTA     THRU  P100-LISTA-FIM.
           PERFORM  P200-GUIA      THRU  P200-GUIA-FIM.
           IF       WK-TIPO  NOT =  SPACES
                    GO TO P031-GUIA.
           GO  TO   P030-COMPET.
       P030-COMPET-FIM.
           EXIT.
      *
      *---- LISTA AS GUIAS DA COMPETENCIA (ATE 6 NA TELA)
      *
       P100-LISTA.
           MOVE     9              TO    WK-LIN.
       P101-LIMPA.
           DISPLAY (WK-LIN, 02) WK-SPACE WITH
                                    BACKGROUND-COLOR IS 1
                                    FOREGROUND-COLOR IS 15.
           ADD      1              TO    WK-LIN.
           IF       WK-LIN  <  22
                    GO TO P101-LIMPA.
           DISPLAY (09, 03) "T  UF             VALOR  VENCIMENTO"
                            "  SITUACAO  PAGO EM        VALOR PAGO".
           MOVE     9              TO    WK-LIN.
           MOVE     LK-LOJA        TO    GUI-LOJA.
           MOVE     WK-COMPET-N    TO    GUI-COMPET.
           MOVE     LOW-VALUES     TO    GUI-TIPO  GUI-UF.
           START    GUIAS     KEY  NOT <  GUI-CHAVE
                    INVALID  KEY
                    GO TO P105-VAZIA.
       P102-LEGUIA.
           READ     GUIAS     NEXT  RECORD
                    AT END
                    GO TO P105-VAZIA.
           IF       WK-STATUS  NOT =  "00"
               OR   GUI-LOJA   NOT =  LK-LOJA
               OR   GUI-COMPET NOT =  WK-COMPET-N
                    GO TO P105-VAZIA.
           ADD      1              TO    WK-LIN.
           IF       WK-LIN  >  15
                    DISPLAY (16, 03) "... MAIS GUIAS NA COMPETENCIA - "
                                     "INFORME TIPO E UF"
                    GO TO P100-LISTA-FIM.
           PERFORM  P110-LINHA     THRU  P110-LINHA-FIM.
           DISPLAY (WK-LIN, 03) WK-LINGUI.
           GO  TO   P102-LEGUIA.
       P105-VAZIA.
           IF       WK-LIN  =  9
                    DISPLAY (10, 03) "NENHUMA GUIA NA COMPETENCIA - "
                                     "EXECUTE A APURACAO DO ICMS".
       P100-LISTA-FIM.
           EXIT.
      *
      *---- MONTA A LINHA DA GUIA LIDA (SITUACAO NA DATA DE HOJE)
      *
       P110-LINHA.
           INITIALIZE  WK-LINGUI.
           MOVE     GUI-TIPO       TO    WK-LG-TIPO.
           MOVE     GUI-UF         TO    WK-LG-UF.
           MOVE     GUI-VALOR      TO    WK-LG-VALOR.
           MOVE     GUI-DTVENC     TO    WK-LG-VENC.
           MOVE     ZEROS          TO    WK-LG-DTPAG  WK-LG-VLRPAG.
           IF       GUI-SITUACAO  =  "P"
                    MOVE  "PAGA"       TO  WK-LG-SIT
                    MOVE  GUI-DTPAGTO  TO  WK-LG-DTPAG
                    MOVE  GUI-VLRPAGO  TO  WK-LG-VLRPAG
                    GO TO P110-LINHA-FIM.
           MOVE     GUI-DTVENC (5:4)   TO  WK-VENCAMD (1:4).
           MOVE     GUI-DTVENC (3:2)   TO  WK-VENCAMD (5:2).
           MOVE     GUI-DTVENC (1:2)   TO  WK-VENCAMD (7:2).
           IF       WK-VENCAMD  <  WK-HOJEAMD
                    MOVE  "VENCIDA"    TO  WK-LG-SIT
           ELSE
                    MOVE  "ABERTA"     TO  WK-LG-SIT.
       P110-LINHA-FIM.
           EXIT.
      *
      *---- ESCOLHA DA GUIA (TIPO + UF; UF EM BRANCO = PRIMEIRA GUIA
      *---- DO TIPO, COMO A DO ICMS PROPRIO) E REGISTRO DO PAGAMENTO
      *
       P200-GUIA.
           DISPLAY (17, 10) "Tipo (P/S/D/F) : < >      UF : <  >".
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "P=ICMS PROPRIO  S=ST  D=DIFAL  F=FCP  "
                            "(TIPO EM BRANCO VOLTA)".
           MOVE     SPACES         TO    WK-TIPO  WK-UF.
           ACCEPT  (17, 28) WK-TIPO.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   MOVE  SPACES  TO  WK-TIPO
                   GO TO P200-GUIA-FIM.
           IF      WK-TIPO  =  SPACES
                   GO TO P200-GUIA-FIM.
           IF      WK-TIPO  NOT =  "P" AND "S" AND "D" AND "F"
                   GO TO P200-GUIA.
           ACCEPT  (17, 42) WK-UF.
           PERFORM  P210-LOCALIZA  THRU  P210-LOCALIZA-FIM.
           IF       WK-STATUS  NOT =  "00"
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "GUIA NAO ENCONTRADA NA "
                                     "COMPETENCIA - TECLE ALGO"
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P200-GUIA-FIM.
           MOVE     GUI-UF         TO    WK-UF.
           DISPLAY (17, 42) WK-UF.
           MOVE     GUI-VALOR      TO    WK-EDVLR.
           MOVE     GUI-DTVENC     TO    WK-EDDATA.
           DISPLAY (18, 10) "Valor da guia  : ".
           DISPLAY (18, 27) WK-EDVLR.
           DISPLAY (18, 47) "Vencimento : ".
           DISPLAY (18, 60) WK-EDDATA.
           DISPLAY (19, 10) "Pago em (DDMMAAAA) : <        >   "
                            "Valor pago : <             >".
           DISPLAY (20, 10) "Autenticacao : <".
           DISPLAY (20, 66) ">".
           DISPLAY (21, 10) "Chapa responsavel  : <     >".
      *
           IF       GUI-SITUACAO  NOT =  "P"
                    MOVE  WK-DATA       TO  WK-DTDIG-N
                    MOVE  GUI-VALOR     TO  WK-VLRPAGO
                    MOVE  SPACES        TO  WK-AUTENT
                    MOVE  LK-CHAPA      TO  WK-CHAPA
                    GO TO P220-CAMPOS.
           MOVE     GUI-DTPAGTO    TO    WK-DTDIG-N.
           MOVE     GUI-VLRPAGO    TO    WK-VLRPAGO.
           MOVE     GUI-AUTENT     TO    WK-AUTENT.
           MOVE     GUI-CHAPA      TO    WK-CHAPA.
           DISPLAY (19, 32) WK-DTDIG-N.
           DISPLAY (19, 58) WK-VLRPAGO.
           DISPLAY (20, 26) WK-AUTENT.
           DISPLAY (21, 32) WK-CHAPA.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "GUIA PAGA: (A)LTERA, (E)STORNA O "
                            "PAGAMENTO OU (V)OLTA ?".
           ACCEPT  (23, 60) WK-RESP.
           IF      WK-RESP  =  "E"
                   PERFORM  P300-ESTORNA  THRU  P300-ESTORNA-FIM
                   GO TO P200-GUIA-FIM.
           IF      WK-RESP  NOT =  "A"
                   GO TO P200-GUIA-FIM.
      *
       P220-CAMPOS.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "F7 : VOLTA SEM GRAVAR".
           ACCEPT  (19, 32) WK-DTDIG-N.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P200-GUIA-FIM.
           IF      WK-DTDIG-N  NOT NUMERIC
               OR  WK-DTDIG-DD  =  ZEROS  OR  WK-DTDIG-DD  >  31
               OR  WK-DTDIG-MM  =  ZEROS  OR  WK-DTDIG-MM  >  12
                   GO TO P220-CAMPOS.
           ACCEPT  (19, 58) WK-VLRPAGO.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P200-GUIA-FIM.
           IF      WK-VLRPAGO  NOT NUMERIC  OR  WK-VLRPAGO  =  ZEROS
                   GO TO P220-CAMPOS.
           ACCEPT  (20, 26) WK-AUTENT.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P200-GUIA-FIM.
           IF      WK-AUTENT  =  SPACES
                   GO TO P220-CAMPOS.
           ACCEPT  (21, 32) WK-CHAPA.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P200-GUIA-FIM.
           IF      WK-CHAPA  NOT NUMERIC  OR  WK-CHAPA  =  ZEROS
                   GO TO P220-CAMPOS.
      *
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "CONFIRMA O PAGAMENTO (S/N) ?".
           ACCEPT  (23, 33) WK-RESP.
           IF      WK-RESP  NOT =  "S"
                   GO TO P200-GUIA-FIM.
           MOVE     "P"            TO    GUI-SITUACAO.
           MOVE     WK-DTDIG-N     TO    GUI-DTPAGTO.
           MOVE     WK-VLRPAGO     TO    GUI-VLRPAGO.
           MOVE     WK-AUTENT      TO    GUI-AUTENT.
           MOVE     WK-CHAPA       TO    GUI-CHAPA.
           MOVE     WK-DATA        TO    GUI-DTREG.
           ACCEPT   GUI-HRREG      FROM  TIME.
           REWRITE  GUI-REG.
           PERFORM  P800-ERRO      THRU  P800-ERRO-FIM.
       P200-GUIA-FIM.
           EXIT.
      *
      *---- LE A GUIA WK-TIPO / WK-UF DA COMPETENCIA; COM A UF EM
      *---- BRANCO FICA COM A PRIMEIRA GUIA DO TIPO
      *
       P210-LOCALIZA.
           MOVE     LK-LOJA        TO    GUI-LOJA.
           MOVE     WK-COMPET-N    TO    GUI-COMPET.
           MOVE     WK-TIPO        TO    GUI-TIPO.
           IF       WK-UF  NOT =  SPACES
                    MOVE  WK-UF  TO  GUI-UF
                    READ  GUIAS
                    GO TO P210-LOCALIZA-FIM.
           MOVE     LOW-VALUES     TO    GUI-UF.
           START    GUIAS     KEY  NOT <  GUI-CHAVE
                    INVALID  KEY
                    MOVE  "23"  TO  WK-STATUS
                    GO TO P210-LOCALIZA-FIM.
           READ     GUIAS     NEXT  RECORD
                    AT END
                    MOVE  "23"  TO  WK-STATUS
                    GO TO P210-LOCALIZA-FIM.
           IF       WK-STATUS  =  "00"
               AND  (GUI-LOJA   NOT =  LK-LOJA
                OR   GUI-COMPET NOT =  WK-COMPET-N
                OR   GUI-TIPO   NOT =  WK-TIPO)
                    MOVE  "23"  TO  WK-STATUS
                    GO TO P210-LOCALIZA-FIM.
      *
      *    RELE PELA CHAVE PARA A GUIA FICAR PRESA PARA A REGRAVACAO
      *
           IF       WK-STATUS  =  "00"
                    READ  GUIAS.
       P210-LOCALIZA-FIM.
           EXIT.
      *
      *---- ESTORNO DO PAGAMENTO: A GUIA VOLTA A FICAR EM ABERTO
      *
       P300-ESTORNA.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "CONFIRMA O ESTORNO DO PAGAMENTO (S/N) ?".
           ACCEPT  (23, 44) WK-RESP.
           IF      WK-RESP  NOT =  "S"
                   GO TO P300-ESTORNA-FIM.
           MOVE     "A"            TO    GUI-SITUACAO.
           MOVE     ZEROS          TO    GUI-DTPAGTO  GUI-VLRPAGO.
           MOVE     SPACES         TO    GUI-AUTENT.
           MOVE     LK-CHAPA       TO    GUI-CHAPA.
           MOVE     WK-DATA        TO    GUI-DTREG.
           ACCEPT   GUI-HRREG      FROM  TIME.
           REWRITE  GUI-REG.
           PERFORM  P800-ERRO      THRU  P800-ERRO-FIM.
       P300-ESTORNA-FIM.
           EXIT.
      *
      *---- RESULTADO DA ULTIMA GRAVACAO
      *
       P800-ERRO.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO GRAVACAO ST = "
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P800-ERRO-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "REGISTRO ATUALIZADO - TECLE ALGO".
           ACCEPT  (23, 75) WK-RESP.
       P800-ERRO-FIM.
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
