      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF193.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        MANUTENCAO DAS CONTAS CONTABEIS    *
      *                             POR CFOP DA LOJA (CTBMAP.SDI):     *
      *                             INCLUSAO, ALTERACAO E EXCLUSAO     *
      *                             POR CFOP + UF + ALIQUOTA (UF "**"  *
      *                             E ALIQUOTA 99,99 = LINHA           *
      *                             GENERICA; CFOP 9999 = APURACAO DO  *
      *                             ICMS). A TABELA E' USADA NA        *
      *                             EXPORTACAO DOS LANCAMENTOS         *
      *                             CONTABEIS (SEF194)                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF193.
       AUTHOR.             AFFM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTBMAP  ASSIGN TO "CTBMAP.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS CTB-CHAVE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CTBMAP
           LABEL RECORDS ARE STANDARD.
       01  CTB-REG.
           COPY    "SDICCTB.CPY".
      *
       WORKING-STORAGE SECTION.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       77  WK-ACHOU                PIC X(01)     VALUE "N".
       77  WK-RESP                 PIC X(01)     VALUE SPACES.
       77  WK-SCAPE                PIC 9(04)     VALUE ZEROS.
       77  WK-LIN                  PIC 9(02)     VALUE ZEROS.
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
       01  WK-DATA                 PIC 9(08)     VALUE ZEROS.
       01  WK-CFOP                 PIC 9(04)     VALUE ZEROS.
       01  WK-UF                   PIC X(02)     VALUE SPACES.
       01  WK-ALIQ                 PIC 9(02)V99  VALUE ZEROS.
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
           OPEN     I-O       CTBMAP.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    CTBMAP
                    CLOSE    CTBMAP
                    OPEN     I-O       CTBMAP
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO ABERTURA CTBMAP ST = "
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P030-CHAVE     THRU  P030-CHAVE-FIM.
           CLOSE    CTBMAP.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- CFOP + UF + ALIQUOTA DA LINHA A TRATAR
      *
       P030-CHAVE.
           PERFORM  P900-LIMPA     THRU  P909-LIMPA-FIM.
           DISPLAY (05, 17) "***   CONTAS CONTABEIS POR CFOP DA LOJA"
                            "   ***".
           DISPLAY (07, 10) "CFOP (ZEROS SAI) : <    >"
                            "   (9999 = APURACAO DO ICMS)".
           DISPLAY (08, 10) "UF (** GENERICA) : <  >".
           DISPLAY (09, 10) "Aliquota         : <     >"
                            "  (99,99 = QUALQUER ALIQUOTA)".
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "F7 : MENU ANTERIOR".
      *
           ACCEPT  (07, 30) WK-CFOP.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P030-CHAVE-FIM.
           IF      WK-CFOP  NOT NUMERIC  OR  WK-CFOP = ZEROS
                   GO TO P030-CHAVE-FIM.
      *
      *    A APURACAO E' UMA LINHA UNICA DA LOJA (UF E ALIQUOTA
      *    GENERICAS)
      *
           IF      WK-CFOP  =  9999
                   MOVE  "**"   TO  WK-UF
                   MOVE  99,99  TO  WK-ALIQ
                   DISPLAY (08, 30) WK-UF
                   DISPLAY (09, 30) WK-ALIQ
                   GO TO P035-LE.
           ACCEPT  (08, 30) WK-UF.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P030-CHAVE-FIM.
           IF      WK-UF  =  SPACES
                   GO TO P030-CHAVE.
           ACCEPT  (09, 30) WK-ALIQ.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P030-CHAVE-FIM.
           IF      WK-ALIQ  NOT NUMERIC
                   GO TO P030-CHAVE.
       P035-LE.
           MOVE     "N"            TO    WK-ACHOU.
           MOVE     LK-LOJA        TO    CTB-LOJA.
           MOVE     WK-CFOP        TO    CTB-CFOP.
           MOVE     WK-UF          TO    CTB-UF.
           MOVE     WK-ALIQ        TO    CTB-ALIQ.
           READ     CTBMAP.
           IF       WK-STATUS  =  "00"
                    MOVE  "S"  TO  WK-ACHOU
           ELSE
                    INITIALIZE  CTB-REG
                    MOVE  LK-LOJA  TO  CTB-LOJA
                    MOVE  WK-CFOP  TO  CTB-CFOP
                    MOVE  WK-UF    TO  CTB-UF
                    MOVE  WK-ALIQ  TO  CTB-ALIQ.
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
      *---- MOSTRA A LINHA GRAVADA ANTES DA ALTERACAO / EXCLUSAO
      *
       P105-MOSTRA.
           PERFORM  P108-ROTULOS   THRU  P108-ROTULOS-FIM.
           DISPLAY (11, 31) CTB-CTADEB.
           DISPLAY (12, 31) CTB-CTACRED.
           DISPLAY (13, 31) CTB-HIST.
           IF       CTB-CFOP  NOT =  9999
                    DISPLAY (15, 31) CTB-ICMDEB
                    DISPLAY (16, 31) CTB-ICMCRED
                    DISPLAY (17, 31) CTB-ICMHIST.
       P105-MOSTRA-FIM.
           EXIT.
      *
       P108-ROTULOS.
           DISPLAY (11, 10) "Conta Debito      : <               >".
           DISPLAY (12, 10) "Conta Credito     : <               >".
           DISPLAY (13, 10) "Historico         : "
                            "<                              >".
           IF       CTB-CFOP  =  9999
                    GO TO P108-ROTULOS-FIM.
           DISPLAY (14, 10) "--- ICMS PROPRIO (EM BRANCO = NAO LANCA)".
           DISPLAY (15, 10) "Conta Debito ICMS : <               >".
           DISPLAY (16, 10) "Conta Cred. ICMS  : <               >".
           DISPLAY (17, 10) "Historico ICMS    : "
                            "<                              >".
       P108-ROTULOS-FIM.
           EXIT.
      *
      *---- DIGITACAO DOS CAMPOS DA LINHA DA TABELA. O VALOR CONTABIL
      *---- EXIGE AS DUAS CONTAS; O ICMS TEM AS DUAS OU NENHUMA
      *
       P110-CAMPOS.
           PERFORM  P105-MOSTRA    THRU  P105-MOSTRA-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "F7 : DESISTE".
      *
           ACCEPT  (11, 31) CTB-CTADEB.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      CTB-CTADEB  =  SPACES
                   GO TO P110-CAMPOS.
           ACCEPT  (12, 31) CTB-CTACRED.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      CTB-CTACRED  =  SPACES
               OR  CTB-CTACRED  =  CTB-CTADEB
                   GO TO P110-CAMPOS.
           ACCEPT  (13, 31) CTB-HIST.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      CTB-HIST  =  SPACES
                   GO TO P110-CAMPOS.
           IF      CTB-CFOP  =  9999
                   MOVE  SPACES  TO  CTB-ICMDEB  CTB-ICMCRED
                                     CTB-ICMHIST
                   GO TO P110-CAMPOS-FIM.
       P115-ICMS.
           ACCEPT  (15, 31) CTB-ICMDEB.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           ACCEPT  (16, 31) CTB-ICMCRED.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      CTB-ICMDEB  =  SPACES  AND  CTB-ICMCRED  =  SPACES
                   MOVE  SPACES  TO  CTB-ICMHIST
                   DISPLAY (17, 31) CTB-ICMHIST
                   GO TO P110-CAMPOS-FIM.
           IF      CTB-ICMDEB  =  SPACES
               OR  CTB-ICMCRED =  SPACES
               OR  CTB-ICMCRED =  CTB-ICMDEB
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "INFORME AS DUAS CONTAS DO ICMS "
                                    "OU NENHUMA"
                   GO TO P115-ICMS.
           ACCEPT  (17, 31) CTB-ICMHIST.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P110-CAMPOS-FIM.
           IF      CTB-ICMHIST  =  SPACES
                   GO TO P115-ICMS.
       P110-CAMPOS-FIM.
           EXIT.
      *
      *---- INCLUI OU REGRAVA A LINHA DA TABELA
      *
       P120-GRAVA.
           MOVE     LK-CHAPA       TO    CTB-CHAPA.
           MOVE     WK-DATA        TO    CTB-DTALT.
           IF       WK-ACHOU  =  "S"
                    REWRITE  CTB-REG
           ELSE
                    WRITE    CTB-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO GRAVACAO CTBMAP ST = "
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P120-GRAVA-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "LINHA DA TABELA GRAVADA".
       P120-GRAVA-FIM.
           EXIT.
      *
      *---- EXCLUI A LINHA DA TABELA
      *
       P130-EXCLUI.
           DELETE   CTBMAP.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO EXCLUSAO CTBMAP ST = "
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P130-EXCLUI-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "LINHA DA TABELA EXCLUIDA".
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
