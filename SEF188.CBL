      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF188.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        CONTROLE DE NUMERACAO DAS NOTAS DE *
      *                             SAIDA DA LOJA POR SERIE            *
      *                             (NUMSAIxx.SDI): PRIMEIRO NUMERO    *
      *                             CONTROLADO, REGISTRO E EXCLUSAO DE *
      *                             FAIXAS INUTILIZADAS (PROTOCOLO E   *
      *                             DATA) E CANCELAMENTO DE NOTA COM   *
      *                             MOTIVO E CHAPA DO RESPONSAVEL. NAO *
      *                             ACEITA INUTILIZACAO NEM            *
      *                             CANCELAMENTO EM COMPETENCIA        *
      *                             ENCERRADA (CONSULTA SEF156.EXE)    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF188.
       AUTHOR.             AFFM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMSAI  ASSIGN TO WK-NUMSAI
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS NUM-CHAVE.
      *
           SELECT NOTFIS  ASSIGN TO WK-NOTFIS
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS NF-CHAVE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  NUMSAI
           LABEL RECORDS ARE STANDARD.
       01  NUM-REG.
           COPY    "SDICNUM.CPY".
      *
       FD  NOTFIS
           LABEL RECORDS ARE STANDARD.
       01  NF-REG.
           COPY    "SDICNF01.CPY".
      *
       WORKING-STORAGE SECTION.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       77  WK-ACHOU                PIC X(01)     VALUE "N".
       77  WK-NOTASOK              PIC X(01)     VALUE "N".
       77  WK-SOBREPOE             PIC X(01)     VALUE "N".
       77  WK-SITPER               PIC X(01)     VALUE "A".
       77  WK-RESP                 PIC X(01)     VALUE SPACES.
       77  WK-SCAPE                PIC 9(04)     VALUE ZEROS.
       77  WK-LIN                  PIC 9(02)     VALUE ZEROS.
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
       01  WK-NUMSAI.
           03  FILLER              PIC X(06) VALUE "NUMSAI".
           03  WK-NUMSAILJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-NOTFIS.
           03  FILLER              PIC X(06) VALUE "NOTFIS".
           03  WK-NOTFISLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-DATA                 PIC 9(08)     VALUE ZEROS.
       01  WK-HORA                 PIC 9(08)     VALUE ZEROS.
       01  WK-SERIE                PIC X(03)     VALUE SPACES.
      *
      *---- CAMPOS DIGITADOS DA INUTILIZACAO / CANCELAMENTO
      *
       01  WK-NUMINI               PIC 9(06)     VALUE ZEROS.
       01  WK-NUMFIM               PIC 9(06)     VALUE ZEROS.
       01  WK-MODELO               PIC 9(02)     VALUE ZEROS.
       01  WK-PROTOCOLO            PIC X(15)     VALUE SPACES.
       01  WK-MOTIVO               PIC X(40)     VALUE SPACES.
       01  WK-DTDIG.
           03  WK-DTDIG-DD         PIC 9(02)     VALUE ZEROS.
           03  WK-DTDIG-MM         PIC 9(02)     VALUE ZEROS.
           03  WK-DTDIG-AA         PIC 9(04)     VALUE ZEROS.
       01  WK-DTDIG-N              REDEFINES     WK-DTDIG
                                   PIC 9(08).
       01  WK-EDDATA               PIC 99/99/9999.
       01  WK-EDVLR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           MOVE     LK-LOJA        TO    WK-NUMSAILJ  WK-NOTFISLJ.
           MOVE     LK-CHAIN-DD    TO    WK-DATA (1:2).
           MOVE     LK-CHAIN-MM    TO    WK-DATA (3:2).
           MOVE     LK-CHAIN-SC    TO    WK-DATA (5:2).
           MOVE     LK-CHAIN-AA    TO    WK-DATA (7:2).
           OPEN     I-O       NUMSAI.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    NUMSAI
                    CLOSE    NUMSAI
                    OPEN     I-O       NUMSAI
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "ERRO ABERTURA NUMSAI ST = "
                                     WK-STATUS " -   TECLE <ENTER> "
                    ACCEPT  (23, 75) WK-RESP
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
      *
      *    SEM NOTFISxx.SDI SO O CONTROLE E AS INUTILIZACOES FICAM
      *    DISPONIVEIS
      *
           MOVE     "N"            TO    WK-NOTASOK.
           OPEN     I-O       NOTFIS.
           IF       WK-STATUS  =  ZEROS
                    MOVE  "S"  TO  WK-NOTASOK.
           PERFORM  P030-SERIE     THRU  P030-SERIE-FIM.
           CLOSE    NUMSAI.
           IF       WK-NOTASOK  =  "S"
                    CLOSE  NOTFIS.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- SERIE A TRATAR E FUNCAO DESEJADA
      *
       P030-SERIE.
           PERFORM  P900-LIMPA     THRU  P909-LIMPA-FIM.
           DISPLAY (05, 18) "***   NUMERACAO DAS NOTAS DE SAIDA   ***".
           DISPLAY (07, 10) "Serie (BRANCOS SAI)        : <   >".
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "F7 : MENU ANTERIOR".
      *
           MOVE     SPACES         TO    WK-SERIE.
           ACCEPT  (07, 40) WK-SERIE.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P030-SERIE-FIM.
           IF      WK-SERIE  =  SPACES
                   GO TO P030-SERIE-FIM.
           PERFORM  P040-CONTROLE  THRU  P040-CONTROLE-FIM.
      *
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "(P)RIMEIRO NUMERO  (I)NUTILIZACAO  "
                            "(C)ANCELAMENTO  (V)OLTA ?".
           ACCEPT  (23, 64) WK-RESP.
           IF      WK-RESP  =  "P"
                   PERFORM  P100-PRIMEIRO  THRU  P100-PRIMEIRO-FIM
           ELSE
           IF      WK-RESP  =  "I"
                   PERFORM  P200-INUTIL    THRU  P200-INUTIL-FIM
           ELSE
           IF      WK-RESP  =  "C"
                   PERFORM  P300-CANCELA   THRU  P300-CANCELA-FIM.
           GO  TO   P030-SERIE.
       P030-SERIE-FIM.
           EXIT.
      *
      *---- LE E MOSTRA O CONTROLE DA SERIE (SE AINDA NAO EXISTE,
      *---- FICA EM MEMORIA ZERADO ATE A PRIMEIRA GRAVACAO)
      *
       P040-CONTROLE.
           MOVE     "N"            TO    WK-ACHOU.
           MOVE     WK-SERIE       TO    NUM-SERIE.
           MOVE     "0"            TO    NUM-TIPO.
           MOVE     ZEROS          TO    NUM-NUMERO.
           READ     NUMSAI.
           IF       WK-STATUS  =  "00"
                    MOVE  "S"  TO  WK-ACHOU
           ELSE
                    INITIALIZE  NUM-REG
                    MOVE  WK-SERIE  TO  NUM-SERIE
                    MOVE  "0"       TO  NUM-TIPO.
           DISPLAY (09, 10) "Primeiro numero controlado : <      >".
           DISPLAY (10, 10) "Ultimo numero emitido      :".
           DISPLAY (09, 40) NUM-PRIMNUM.
           DISPLAY (10, 40) NUM-ULTNUM.
           IF       NUM-DTULT  NOT =  ZEROS
                    MOVE  NUM-DTULT  TO  WK-EDDATA
                    DISPLAY (10, 48) "EM "
                    DISPLAY (10, 51) WK-EDDATA.
       P040-CONTROLE-FIM.
           EXIT.
      *
      *---- PRIMEIRO NUMERO CONTROLADO DA SERIE: NUMEROS ABAIXO DELE
      *---- NAO ENTRAM NA CONFERENCIA DE SEQUENCIA (ZEROS = A PARTIR
      *---- DA PRIMEIRA NOTA EMITIDA)
      *
       P100-PRIMEIRO.
           ACCEPT  (09, 40) NUM-PRIMNUM.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P100-PRIMEIRO-FIM.
           IF      NUM-PRIMNUM  NOT NUMERIC
                   GO TO P100-PRIMEIRO.
           MOVE     LK-CHAPA       TO    NUM-CHAPA.
           MOVE     WK-DATA        TO    NUM-DTREG.
           ACCEPT   NUM-HRREG      FROM  TIME.
           IF       WK-ACHOU  =  "S"
                    REWRITE  NUM-REG
           ELSE
                    WRITE    NUM-REG.
           PERFORM  P800-ERRO      THRU  P800-ERRO-FIM.
       P100-PRIMEIRO-FIM.
           EXIT.
      *
      *---- FAIXA INUTILIZADA: NUMERO INICIAL JA CADASTRADO PODE SER
      *---- EXCLUIDO; SENAO PEDE A FAIXA, O PROTOCOLO E O MOTIVO
      *
       P200-INUTIL.
           DISPLAY (12, 10) "Inutilizacao - numero inicial : <      >".
           MOVE     ZEROS          TO    WK-NUMINI.
           ACCEPT  (12, 43) WK-NUMINI.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08  OR  WK-NUMINI  =  ZEROS
                   GO TO P200-INUTIL-FIM.
           DISPLAY (13, 10) "Numero final                  : <      >".
           DISPLAY (14, 10) "Modelo                        : <  >".
           DISPLAY (15, 10) "Protocolo SEFAZ               : <"
                            "               >".
           DISPLAY (16, 10) "Data (DDMMAAAA)               : <".
           DISPLAY (16, 51) ">".
           DISPLAY (17, 10) "Motivo : <".
           DISPLAY (17, 60) ">".
      *
           MOVE     WK-SERIE       TO    NUM-SERIE.
           MOVE     "I"            TO    NUM-TIPO.
           MOVE     WK-NUMINI      TO    NUM-NUMERO.
           READ     NUMSAI.
           IF       WK-STATUS  NOT =  "00"
                    GO TO P210-NOVA.
           DISPLAY (13, 43) NUM-NUMFIM.
           DISPLAY (14, 43) NUM-MODELO.
           DISPLAY (15, 43) NUM-PROTOCOLO.
           DISPLAY (16, 43) NUM-DTINUT.
           DISPLAY (17, 20) NUM-MOTIVO.
           DISPLAY (19, 10) "Registrada pela chapa ".
           DISPLAY (19, 32) NUM-CHAPA.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "(E)XCLUI OU (V)OLTA ?".
           ACCEPT  (23, 26) WK-RESP.
           IF      WK-RESP  NOT =  "E"
                   GO TO P200-INUTIL-FIM.
           MOVE     NUM-DTINUT     TO    WK-DTDIG-N.
           PERFORM  P700-PERIODO   THRU  P700-PERIODO-FIM.
           IF       WK-SITPER  =  "F"
                    GO TO P200-INUTIL-FIM.
           DELETE   NUMSAI.
           PERFORM  P800-ERRO      THRU  P800-ERRO-FIM.
           GO  TO   P200-INUTIL-FIM.
      *
       P210-NOVA.
           MOVE     WK-NUMINI      TO    WK-NUMFIM.
           MOVE     55             TO    WK-MODELO.
           MOVE     SPACES         TO    WK-PROTOCOLO  WK-MOTIVO.
           MOVE     WK-DATA        TO    WK-DTDIG-N.
           DISPLAY (13, 43) WK-NUMFIM.
           DISPLAY (14, 43) WK-MODELO.
           DISPLAY (16, 43) WK-DTDIG-N.
       P211-CAMPOS.
           ACCEPT  (13, 43) WK-NUMFIM.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P200-INUTIL-FIM.
           IF      WK-NUMFIM  NOT NUMERIC  OR  WK-NUMFIM  <  WK-NUMINI
                   GO TO P211-CAMPOS.
           ACCEPT  (14, 43) WK-MODELO.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P200-INUTIL-FIM.
           IF      WK-MODELO  NOT NUMERIC  OR  WK-MODELO  =  ZEROS
                   GO TO P211-CAMPOS.
           ACCEPT  (15, 43) WK-PROTOCOLO.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P200-INUTIL-FIM.
           IF      WK-PROTOCOLO  =  SPACES
                   GO TO P211-CAMPOS.
           ACCEPT  (16, 43) WK-DTDIG-N.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P200-INUTIL-FIM.
           IF      WK-DTDIG-N  NOT NUMERIC
               OR  WK-DTDIG-DD  =  ZEROS  OR  WK-DTDIG-DD  >  31
               OR  WK-DTDIG-MM  =  ZEROS  OR  WK-DTDIG-MM  >  12
                   GO TO P211-CAMPOS.
           ACCEPT  (17, 20) WK-MOTIVO.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P200-INUTIL-FIM.
           IF      WK-MOTIVO  =  SPACES
                   GO TO P211-CAMPOS.
      *
           PERFORM  P700-PERIODO   THRU  P700-PERIODO-FIM.
           IF       WK-SITPER  =  "F"
                    GO TO P200-INUTIL-FIM.
           PERFORM  P250-SOBREPOE  THRU  P250-SOBREPOE-FIM.
           IF       WK-SOBREPOE  =  "S"
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "FAIXA SOBREPOE OUTRA INUTILIZACAO"
                                     " DA SERIE - TECLE ALGO"
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P211-CAMPOS.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "CONFIRMA A INUTILIZACAO (S/N) ?".
           ACCEPT  (23, 36) WK-RESP.
           IF      WK-RESP  NOT =  "S"
                   GO TO P200-INUTIL-FIM.
      *
           INITIALIZE  NUM-REG.
           MOVE     WK-SERIE       TO    NUM-SERIE.
           MOVE     "I"            TO    NUM-TIPO.
           MOVE     WK-NUMINI      TO    NUM-NUMERO.
           MOVE     WK-NUMFIM      TO    NUM-NUMFIM.
           MOVE     WK-MODELO      TO    NUM-MODELO.
           MOVE     WK-PROTOCOLO   TO    NUM-PROTOCOLO.
           MOVE     WK-DTDIG-N     TO    NUM-DTINUT.
           MOVE     WK-MOTIVO      TO    NUM-MOTIVO.
           MOVE     LK-CHAPA       TO    NUM-CHAPA.
           MOVE     WK-DATA        TO    NUM-DTREG.
           ACCEPT   NUM-HRREG      FROM  TIME.
           WRITE    NUM-REG.
           PERFORM  P800-ERRO      THRU  P800-ERRO-FIM.
       P200-INUTIL-FIM.
           EXIT.
      *
      *---- A FAIXA DIGITADA NAO PODE CRUZAR OUTRA FAIXA DA SERIE
      *
       P250-SOBREPOE.
           MOVE     "N"            TO    WK-SOBREPOE.
           MOVE     WK-SERIE       TO    NUM-SERIE.
           MOVE     "I"            TO    NUM-TIPO.
           MOVE     ZEROS          TO    NUM-NUMERO.
           START    NUMSAI    KEY  NOT <  NUM-CHAVE
                    INVALID  KEY
                    GO TO P250-SOBREPOE-FIM.
       P251-LEFAIXA.
           READ     NUMSAI    NEXT  RECORD
                    AT END
                    GO TO P250-SOBREPOE-FIM.
           IF       WK-STATUS  NOT =  "00"
               OR   NUM-SERIE  NOT =  WK-SERIE
               OR   NUM-TIPO   NOT =  "I"
                    GO TO P250-SOBREPOE-FIM.
           IF       NUM-NUMERO  NOT >  WK-NUMFIM
               AND  NUM-NUMFIM  NOT <  WK-NUMINI
                    MOVE  "S"  TO  WK-SOBREPOE
                    GO TO P250-SOBREPOE-FIM.
           GO  TO   P251-LEFAIXA.
       P250-SOBREPOE-FIM.
           EXIT.
      *
      *---- CANCELAMENTO DE NOTA DE SAIDA: MARCA A NOTA COMO
      *---- CANCELADA E GRAVA MOTIVO E CHAPA. NOTA JA CANCELADA SO
      *---- TEM O MOTIVO REGISTRADO (OU CORRIGIDO)
      *
       P300-CANCELA.
           IF      WK-NOTASOK  NOT =  "S"
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "LOJA SEM NOTAS FISCAIS - TECLE "
                                    "ALGO"
                   ACCEPT  (23, 75) WK-RESP
                   GO TO P300-CANCELA-FIM.
           DISPLAY (12, 10) "Data da nota (DDMMAAAA)       : <".
           DISPLAY (12, 51) ">".
           DISPLAY (13, 10) "Numero da nota                : <      >".
           MOVE     ZEROS          TO    WK-DTDIG-N  WK-NUMINI.
           ACCEPT  (12, 43) WK-DTDIG-N.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08  OR  WK-DTDIG-N  NOT NUMERIC
                   GO TO P300-CANCELA-FIM.
           ACCEPT  (13, 43) WK-NUMINI.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08  OR  WK-NUMINI  =  ZEROS
                   GO TO P300-CANCELA-FIM.
      *
           MOVE     "S"            TO    NF-ES.
           MOVE     WK-DTDIG-N     TO    NF-DATA.
           MOVE     WK-NUMINI      TO    NF-NUMERO.
           MOVE     WK-SERIE       TO    NF-SERIE.
           READ     NOTFIS    INVALID  KEY
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "NOTA NAO CADASTRADA - TECLE ALGO"
                    ACCEPT  (23, 75) WK-RESP
                    GO TO P300-CANCELA-FIM.
           MOVE     NF-VLRCONT     TO    WK-EDVLR.
           DISPLAY (14, 10) "Valor contabil                :".
           DISPLAY (14, 43) WK-EDVLR.
           DISPLAY (15, 10) "Situacao                      :".
           IF       NF-SITUACAO  =  "C"
                    DISPLAY (15, 43) "CANCELADA"
           ELSE
                    DISPLAY (15, 43) "NORMAL".
      *
      *    NOTA NORMAL EM COMPETENCIA ENCERRADA NAO PODE SER CANCELADA
      *
           IF       NF-SITUACAO  NOT =  "C"
                    PERFORM  P700-PERIODO  THRU  P700-PERIODO-FIM
                    IF  WK-SITPER  =  "F"
                        GO TO P300-CANCELA-FIM
                    END-IF
           END-IF.
      *
           MOVE     "N"            TO    WK-ACHOU.
           MOVE     SPACES         TO    WK-MOTIVO.
           MOVE     WK-SERIE       TO    NUM-SERIE.
           MOVE     "C"            TO    NUM-TIPO.
           MOVE     WK-NUMINI      TO    NUM-NUMERO.
           READ     NUMSAI.
           IF       WK-STATUS  =  "00"
                    MOVE  "S"         TO  WK-ACHOU
                    MOVE  NUM-MOTIVO  TO  WK-MOTIVO
                    DISPLAY (19, 10) "Registrado pela chapa "
                    DISPLAY (19, 32) NUM-CHAPA.
           DISPLAY (17, 10) "Motivo : <".
           DISPLAY (17, 60) ">".
           DISPLAY (17, 20) WK-MOTIVO.
       P301-MOTIVO.
           ACCEPT  (17, 20) WK-MOTIVO.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P300-CANCELA-FIM.
           IF      WK-MOTIVO  =  SPACES
                   GO TO P301-MOTIVO.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "CONFIRMA O CANCELAMENTO (S/N) ?".
           ACCEPT  (23, 36) WK-RESP.
           IF      WK-RESP  NOT =  "S"
                   GO TO P300-CANCELA-FIM.
      *
           IF       NF-SITUACAO  NOT =  "C"
                    MOVE  "C"  TO  NF-SITUACAO
                    REWRITE  NF-REG
                    IF  WK-STATUS  NOT =  ZEROS
                        PERFORM  P800-ERRO  THRU  P800-ERRO-FIM
                        GO TO P300-CANCELA-FIM
                    END-IF
           END-IF.
           IF       WK-ACHOU  =  "N"
                    INITIALIZE  NUM-REG
                    MOVE  WK-SERIE   TO  NUM-SERIE
                    MOVE  "C"        TO  NUM-TIPO
                    MOVE  WK-NUMINI  TO  NUM-NUMERO.
           MOVE     WK-DTDIG-N     TO    NUM-DTNOTA.
           MOVE     WK-MOTIVO      TO    NUM-MOTIVO.
           MOVE     LK-CHAPA       TO    NUM-CHAPA.
           MOVE     WK-DATA        TO    NUM-DTREG.
           ACCEPT   NUM-HRREG      FROM  TIME.
           IF       WK-ACHOU  =  "S"
                    REWRITE  NUM-REG
           ELSE
                    WRITE    NUM-REG.
           PERFORM  P800-ERRO      THRU  P800-ERRO-FIM.
       P300-CANCELA-FIM.
           EXIT.
      *
      *---- COMPETENCIA DA DATA EM WK-DTDIG JA ENCERRADA ?
      *
       P700-PERIODO.
           MOVE     "A"            TO    WK-SITPER.
           CALL     "SEF156.EXE"   USING LK-LOJA  WK-DTDIG  WK-SITPER.
           CANCEL   "SEF156.EXE".
           IF       WK-SITPER  =  "F"
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "PERIODO ENCERRADO - OPERACAO NAO "
                                     "PERMITIDA. TECLE ALGO"
                    ACCEPT  (23, 75) WK-RESP.
       P700-PERIODO-FIM.
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
