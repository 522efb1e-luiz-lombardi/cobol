      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF195.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        PONTOS DE RESTAURACAO DOS ARQUIVOS *
      *                             FISCAIS DA LOJA. FUNCAO "B" COPIA  *
      *                             NOTFIS, NFITENS, MAPPDV, INVENT E  *
      *                             OS REGISTROS DA LOJA NO APURICMS E *
      *                             FECHPER PARA A PROXIMA GERACAO     *
      *                             BKllgg.ext (RODIZIO DE PARAM-      *
      *                             BKPGER GERACOES) E CATALOGA O      *
      *                             PONTO NO BKPCAT.SDI COM DATA,      *
      *                             HORA, CHAPA, OPERACAO E QUANTIDADE *
      *                             DE REGISTROS. FUNCAO "R" CONFERE   *
      *                             AS COPIAS DO PONTO ESCOLHIDO,      *
      *                             GRAVA UM PONTO DE SEGURANCA DA     *
      *                             SITUACAO ATUAL E DEVOLVE A LOJA AO *
      *                             PONTO.                             *
      *                             RELATORIO EM RELBKP.REL            *
      *                             RETURN-CODE: 0 OK / 4 SEM PONTO DE *
      *                             SEGURANCA (NADA RESTAURADO) /      *
      *                             8 FALHA                            *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF195.
       AUTHOR.             AFFM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPARAM ASSIGN TO "CADPARM.SDI"
                  ORGANIZATION    IS RELATIVE
                  ACCESS  MODE       DYNAMIC
                  RELATIVE KEY       WK-PARAMCOD
                  FILE STATUS     IS WK-STATUS.
      *
           SELECT BKPCAT  ASSIGN TO "BKPCAT.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS BKP-CHAVE.
      *
           SELECT NOTFIS  ASSIGN TO WK-NOTFIS
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS NF-CHAVE.
      *
           SELECT NFITENS ASSIGN TO WK-NFITENS
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS NFI-CHAVE.
      *
           SELECT MAPPDV  ASSIGN TO WK-MAPPDV
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS MAP-CHAVE.
      *
           SELECT INVENT  ASSIGN TO WK-INVENT
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS INV-CHAVE.
      *
           SELECT APURICMS ASSIGN TO "APURICMS.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS APU-CHAVE.
      *
           SELECT FECHPER ASSIGN TO "FECHPER.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS FECH-CHAVE.
      *
           SELECT GERACAO ASSIGN TO WK-GERARQ
                  ORGANIZATION   IS SEQUENTIAL
                  FILE STATUS    IS WK-STATUS.
      *
           SELECT RELSAI  ASSIGN TO "RELBKP.REL"
                  ORGANIZATION   IS LINE SEQUENTIAL
                  FILE STATUS    IS WK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQPARAM
           LABEL RECORDS ARE STANDARD.
       01  PARAM-LOJA.
           COPY    "SDIC4F01.CPY".
      *
       FD  BKPCAT
           LABEL RECORDS ARE STANDARD.
       01  BKP-REG.
           COPY    "SDICBKP.CPY".
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
       FD  MAPPDV
           LABEL RECORDS ARE STANDARD.
       01  MAP-REG.
           COPY    "SDICMP01.CPY".
      *
       FD  INVENT
           LABEL RECORDS ARE STANDARD.
       01  INV-REG.
           COPY    "SDICINV.CPY".
      *
       FD  APURICMS
           LABEL RECORDS ARE STANDARD.
       01  APU-REG.
           COPY    "SDICAPU.CPY".
      *
       FD  FECHPER
           LABEL RECORDS ARE STANDARD.
       01  FECH-REG.
           COPY    "SDICFEC.CPY".
      *
      *---- COPIA DE UM ARQUIVO NA GERACAO (TAMANHO UNICO PARA OS SEIS
      *---- LEIAUTES; O REGISTRO VOLTA TRUNCADO NO MOVE DA RESTAURACAO)
      *
       FD  GERACAO
           LABEL RECORDS ARE STANDARD.
       01  GER-REG                 PIC X(300).
      *
       FD  RELSAI
           LABEL RECORDS ARE STANDARD.
       01  REL-REG                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       77  WK-PARAMCOD             PIC 9(05)     VALUE ZEROS.
       77  WK-IX                   PIC 9(02)     VALUE ZEROS.
       77  WK-QTGER                PIC 9(02)     VALUE ZEROS.
       77  WK-GER                  PIC 9(02)     VALUE ZEROS.
       77  WK-GERPROT              PIC 9(02)     VALUE ZEROS.
       77  WK-PONTO                PIC 9(06)     VALUE ZEROS.
       77  WK-FALHA                PIC X(01)     VALUE "N".
       77  WK-ERRARQ               PIC X(01)     VALUE "N".
       77  WK-QTLIDOS              PIC 9(07)     VALUE ZEROS.
       01  WK-DATA                 PIC 9(08)     VALUE ZEROS.
       01  WK-HORA                 PIC 9(08)     VALUE ZEROS.
       01  WK-OPERACAO             PIC X(12)     VALUE SPACES.
      *
       01  WK-NOTFIS.
           03  FILLER              PIC X(06) VALUE "NOTFIS".
           03  WK-NOTFISLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-NFITENS.
           03  FILLER              PIC X(07) VALUE "NFITENS".
           03  WK-NFITENSLJ        PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-MAPPDV.
           03  FILLER              PIC X(06) VALUE "MAPPDV".
           03  WK-MAPPDVLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-INVENT.
           03  FILLER              PIC X(06) VALUE "INVENT".
           03  WK-INVENTLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
      *
      *---- NOME DA COPIA: BK + LOJA + GERACAO + EXTENSAO DO ARQUIVO
      *
       01  WK-GERARQ.
           03  FILLER              PIC X(02) VALUE "BK".
           03  WK-GERARQ-LJ        PIC 9(02) VALUE ZEROS.
           03  WK-GERARQ-GER       PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(01) VALUE ".".
           03  WK-GERARQ-EXT       PIC X(03) VALUE SPACES.
      *
      *---- EXTENSAO DA COPIA E NOME DE CADA ARQUIVO, NA ORDEM DO
      *---- BKP-QTREG DO CATALOGO
      *
       01  WK-TABARQ.
           03  FILLER              PIC X(11) VALUE "NFSNOTFIS  ".
           03  FILLER              PIC X(11) VALUE "NFINFITENS ".
           03  FILLER              PIC X(11) VALUE "MAPMAPPDV  ".
           03  FILLER              PIC X(11) VALUE "INVINVENT  ".
           03  FILLER              PIC X(11) VALUE "APUAPURICMS".
           03  FILLER              PIC X(11) VALUE "FECFECHPER ".
       01  FILLER                  REDEFINES     WK-TABARQ.
           03  WK-TAB              OCCURS 6.
               05  WK-TAB-EXT      PIC X(03).
               05  WK-TAB-NOME     PIC X(08).
      *
      *---- REGISTROS COPIADOS/REGRAVADOS E OS DO CATALOGO (RESTAURACAO)
      *
       01  WK-QTDS.
           03  WK-QTARQ            PIC 9(07)     OCCURS 6.
       01  WK-QTCATS.
           03  WK-QTCAT            PIC 9(07)     OCCURS 6.
      *
       01  WK-RELLIN.
           03  WK-RELLIN-ARQ       PIC X(10).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-GER       PIC X(12).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-MSG       PIC X(40).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-QT1       PIC ZZZZZZ9.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-QT2       PIC ZZZZZZ9.
           03  FILLER              PIC X(48)     VALUE SPACES.
      *
       01  WK-RELPNT.
           03  FILLER              PIC X(06)     VALUE "LOJA  ".
           03  WK-RELPNT-LOJA      PIC 9(02).
           03  FILLER              PIC X(09)     VALUE "  PONTO  ".
           03  WK-RELPNT-PONTO     PIC 9(06).
           03  FILLER              PIC X(11)     VALUE "  GERACAO  ".
           03  WK-RELPNT-GER       PIC 9(02).
           03  FILLER              PIC X(12)     VALUE "  OPERACAO  ".
           03  WK-RELPNT-OPER      PIC X(12).
           03  FILLER              PIC X(72)     VALUE SPACES.
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
      *    FUNCAO "B" (BACKUP): OPERACAO QUE MOTIVOU O PONTO; DEVOLVE
      *    O NUMERO DO PONTO GRAVADO EM LK-BKP-PONTO.
      *    FUNCAO "R" (RESTAURA): LK-BKP-PONTO = PONTO A RESTAURAR;
      *    FORCA "S" RESTAURA MESMO SEM O PONTO DE SEGURANCA; DEVOLVE
      *    O PONTO DE SEGURANCA EM LK-BKP-SEGUR (ZEROS = NAO GRAVADO)
      *
       01  LK-BKP.
           05  LK-BKP-FUNCAO       PIC X(01).
           05  LK-BKP-OPERACAO     PIC X(12).
           05  LK-BKP-PONTO        PIC 9(06).
           05  LK-BKP-FORCA        PIC X(01).
           05  LK-BKP-SEGUR        PIC 9(06).
      *
       PROCEDURE DIVISION USING LK-CHAIN-DT LK-LOJA LK-CHAPA LK-BKP.
       P001.
           MOVE     ZERO           TO    RETURN-CODE.
           MOVE     LK-CHAIN-DD    TO    WK-DATA (1:2).
           MOVE     LK-CHAIN-MM    TO    WK-DATA (3:2).
           MOVE     LK-CHAIN-SC    TO    WK-DATA (5:2).
           MOVE     LK-CHAIN-AA    TO    WK-DATA (7:2).
           MOVE     LK-LOJA        TO    WK-NOTFISLJ   WK-NFITENSLJ
                                         WK-MAPPDVLJ   WK-INVENTLJ
                                         WK-GERARQ-LJ  WK-RELPNT-LOJA.
           OPEN     OUTPUT    RELSAI.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           OPEN     I-O       BKPCAT.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    BKPCAT
                    CLOSE    BKPCAT
                    OPEN     I-O       BKPCAT
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "BKPCAT.SDI"  TO  WK-RELLIN-ARQ
                    MOVE  "ERRO ABERTURA DO CATALOGO"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    CLOSE  RELSAI
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P010-PARAM     THRU  P010-PARAM-FIM.
           IF       LK-BKP-FUNCAO  =  "B"
                    MOVE  ZEROS            TO  WK-GERPROT
                    MOVE  LK-BKP-OPERACAO  TO  WK-OPERACAO
                    PERFORM  P100-BACKUP   THRU  P100-BACKUP-FIM
                    MOVE  WK-PONTO         TO  LK-BKP-PONTO
           ELSE
           IF       LK-BKP-FUNCAO  =  "R"
                    PERFORM  P300-RESTAURA THRU  P300-RESTAURA-FIM
           ELSE
                    MOVE  8  TO  RETURN-CODE.
           CLOSE    BKPCAT  RELSAI.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- GERACOES MANTIDAS PARA A LOJA (CADPARM.SDI); SEM O
      *---- PARAMETRO OU SEM A LOJA NO CADPARM FICAM 5 GERACOES
      *
       P010-PARAM.
           MOVE     5              TO    WK-QTGER.
           OPEN     INPUT     ARQPARAM.
           IF       WK-STATUS NOT  =   ZEROS
                    GO TO P010-PARAM-FIM.
      *
      *    O NUMERO DA LOJA (PARAM-NR) NAO E' A CHAVE RELATIVA DO
      *    CADPARM.SDI - LOCALIZA O REGISTRO VARRENDO AS POSICOES
      *
           MOVE     ZEROS          TO    WK-PARAMCOD.
       P011-PROCLOJA.
           ADD      1              TO    WK-PARAMCOD.
           IF       WK-PARAMCOD  >  99
                    CLOSE ARQPARAM
                    GO TO P010-PARAM-FIM.
           READ     ARQPARAM  INVALID  KEY
                    GO TO P011-PROCLOJA.
           IF       PARAM-NR  NOT =  LK-LOJA
                    GO TO P011-PROCLOJA.
           IF       PARAM-BKPGER  NUMERIC
               AND  PARAM-BKPGER  >  ZEROS
                    MOVE  PARAM-BKPGER  TO  WK-QTGER.
           CLOSE    ARQPARAM.
       P010-PARAM-FIM.
           EXIT.
      *
      *---- GRAVA UM PONTO DE RESTAURACAO: PROXIMO NUMERO E PROXIMA
      *---- GERACAO DO RODIZIO (PULANDO A GERACAO PROTEGIDA WK-GERPROT
      *---- DO PONTO QUE ESTA SENDO RESTAURADO), DESCARTA O PONTO QUE
      *---- OCUPAVA A GERACAO E COPIA OS SEIS ARQUIVOS
      *
       P100-BACKUP.
           MOVE     ZEROS          TO    WK-PONTO.
           MOVE     "PONTO DE RESTAURACAO DOS ARQUIVOS FISCAIS DA LOJA"
                    TO   REL-REG.
           WRITE    REL-REG.
           MOVE     LK-LOJA        TO    BKP-LOJA.
           MOVE     ZEROS          TO    BKP-PONTO.
           READ     BKPCAT.
           IF       WK-STATUS  =  "23"
                    MOVE  SPACES   TO  BKP-DADOS
                    MOVE  ZEROS    TO  BKP-ULTPONTO  BKP-ULTGER
                    WRITE BKP-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "BKPCAT.SDI"  TO  WK-RELLIN-ARQ
                    MOVE  "ERRO NO CONTROLE DO CATALOGO"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    MOVE  8  TO  RETURN-CODE
                    GO TO P100-BACKUP-FIM.
           IF       BKP-ULTPONTO  =  999999
                    MOVE  ZEROS  TO  BKP-ULTPONTO.
           ADD      1              TO    BKP-ULTPONTO.
           MOVE     BKP-ULTGER     TO    WK-GER.
       P101-GERACAO.
           ADD      1              TO    WK-GER.
           IF       WK-GER  >  WK-QTGER
                    MOVE  1  TO  WK-GER.
           IF       WK-GER  =  WK-GERPROT
               AND  WK-QTGER  >  1
                    GO TO P101-GERACAO.
           IF       WK-GER  =  WK-GERPROT
                    MOVE  "BKPCAT.SDI"  TO  WK-RELLIN-ARQ
                    MOVE  "UMA SO GERACAO - PONTO NAO GRAVADO"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    MOVE  8  TO  RETURN-CODE
                    GO TO P100-BACKUP-FIM.
           MOVE     BKP-ULTPONTO   TO    WK-PONTO.
           MOVE     WK-GER         TO    BKP-ULTGER.
           REWRITE  BKP-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "BKPCAT.SDI"  TO  WK-RELLIN-ARQ
                    MOVE  "ERRO NO CONTROLE DO CATALOGO"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    MOVE  8  TO  RETURN-CODE
                    GO TO P100-BACKUP-FIM.
           PERFORM  P120-DESCARTA  THRU  P120-DESCARTA-FIM.
      *
      *    O PONTO ENTRA "I" (INCOMPLETO) E SO PASSA A "V" DEPOIS QUE
      *    OS SEIS ARQUIVOS FORAM COPIADOS SEM ERRO
      *
           MOVE     LK-LOJA        TO    BKP-LOJA.
           MOVE     WK-PONTO       TO    BKP-PONTO.
           MOVE     SPACES         TO    BKP-DADOS.
           INITIALIZE  BKP-PNT.
           MOVE     "I"            TO    BKP-SITUACAO.
           MOVE     WK-GER         TO    BKP-GERACAO.
           MOVE     WK-DATA        TO    BKP-DATA.
           ACCEPT   WK-HORA        FROM  TIME.
           MOVE     WK-HORA        TO    BKP-HORA.
           MOVE     LK-CHAPA       TO    BKP-CHAPA.
           MOVE     WK-OPERACAO    TO    BKP-OPERACAO.
           WRITE    BKP-REG.
           IF       WK-STATUS  =  "22"
                    REWRITE  BKP-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "BKPCAT.SDI"  TO  WK-RELLIN-ARQ
                    MOVE  "ERRO GRAVACAO DO PONTO NO CATALOGO"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    MOVE  8  TO  RETURN-CODE
                    GO TO P100-BACKUP-FIM.
           MOVE     WK-PONTO       TO    WK-RELPNT-PONTO.
           MOVE     WK-GER         TO    WK-RELPNT-GER  WK-GERARQ-GER.
           MOVE     WK-OPERACAO    TO    WK-RELPNT-OPER.
           WRITE    REL-REG   FROM  WK-RELPNT.
      *
           MOVE     "N"            TO    WK-FALHA.
           MOVE     ZEROS          TO    WK-QTDS.
           PERFORM  P210-NOTFIS    THRU  P210-NOTFIS-FIM.
           PERFORM  P220-NFITENS   THRU  P220-NFITENS-FIM.
           PERFORM  P230-MAPPDV    THRU  P230-MAPPDV-FIM.
           PERFORM  P240-INVENT    THRU  P240-INVENT-FIM.
           PERFORM  P250-APURICMS  THRU  P250-APURICMS-FIM.
           PERFORM  P260-FECHPER   THRU  P260-FECHPER-FIM.
      *
           MOVE     LK-LOJA        TO    BKP-LOJA.
           MOVE     WK-PONTO       TO    BKP-PONTO.
           READ     BKPCAT.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "BKPCAT.SDI"  TO  WK-RELLIN-ARQ
                    MOVE  "ERRO LEITURA DO PONTO NO CATALOGO"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    MOVE  8  TO  RETURN-CODE
                    GO TO P100-BACKUP-FIM.
           MOVE     1              TO    WK-IX.
       P102-QTDE.
           MOVE     WK-QTARQ (WK-IX)   TO  BKP-QTREG (WK-IX).
           IF       WK-IX  <  6
                    ADD   1   TO   WK-IX
                    GO TO P102-QTDE.
           IF       WK-FALHA  =  "N"
                    MOVE  "V"  TO  BKP-SITUACAO.
           REWRITE  BKP-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-FALHA.
           MOVE     "BKPCAT.SDI"   TO    WK-RELLIN-ARQ.
           MOVE     SPACES         TO    WK-RELLIN-GER.
           IF       WK-FALHA  =  "N"
                    MOVE  "PONTO DE RESTAURACAO GRAVADO"
                          TO  WK-RELLIN-MSG
           ELSE
                    MOVE  "PONTO INCOMPLETO - NAO SERVE P/ RESTAURAR"
                          TO  WK-RELLIN-MSG
                    MOVE  8  TO  RETURN-CODE.
           PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM.
       P100-BACKUP-FIM.
           EXIT.
      *
      *---- DESCARTA OS PONTOS DA LOJA QUE OCUPAVAM A GERACAO QUE VAI
      *---- SER REGRAVADA, E OS DE GERACOES ACIMA DO NUMERO ATUAL DE
      *---- GERACOES (PARAMETRO REDUZIDO); A PROTEGIDA NUNCA E' TOCADA
      *
       P120-DESCARTA.
           MOVE     LK-LOJA        TO    BKP-LOJA.
           MOVE     1              TO    BKP-PONTO.
           START    BKPCAT    KEY  NOT <  BKP-CHAVE
                    INVALID  KEY
                    GO TO P120-DESCARTA-FIM.
       P121-LE.
           READ     BKPCAT    NEXT  RECORD
                    AT END
                    GO TO P120-DESCARTA-FIM.
           IF       WK-STATUS  NOT =  "00"
               OR   BKP-LOJA   NOT =  LK-LOJA
                    GO TO P120-DESCARTA-FIM.
           IF       BKP-SITUACAO  =  "D"
               OR   BKP-GERACAO   =  WK-GERPROT
                    GO TO P121-LE.
           IF       BKP-GERACAO  NOT =  WK-GER
               AND  BKP-GERACAO  NOT >  WK-QTGER
                    GO TO P121-LE.
           MOVE     "D"            TO    BKP-SITUACAO.
           REWRITE  BKP-REG.
           GO  TO   P121-LE.
       P120-DESCARTA-FIM.
           EXIT.
      *
      *---- COPIA DO NOTFISxx.SDI (ARQUIVO INEXISTENTE = COPIA VAZIA)
      *
       P210-NOTFIS.
           MOVE     1              TO    WK-IX.
           PERFORM  P280-ABREGER   THRU  P280-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P210-NOTFIS-FIM.
           OPEN     INPUT     NOTFIS.
           IF       WK-STATUS  =  "35"
                    GO TO P219-FECHA.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P219-FECHA.
       P211-LE.
           READ     NOTFIS    NEXT  RECORD
                    AT END
                    GO TO P218-FIM.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P218-FIM.
           WRITE    GER-REG   FROM  NF-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P218-FIM.
           ADD      1              TO    WK-QTARQ (1).
           GO  TO   P211-LE.
       P218-FIM.
           CLOSE    NOTFIS.
       P219-FECHA.
           PERFORM  P290-FECHAGER  THRU  P290-FECHAGER-FIM.
       P210-NOTFIS-FIM.
           EXIT.
      *
      *---- COPIA DO NFITENSxx.SDI
      *
       P220-NFITENS.
           MOVE     2              TO    WK-IX.
           PERFORM  P280-ABREGER   THRU  P280-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P220-NFITENS-FIM.
           OPEN     INPUT     NFITENS.
           IF       WK-STATUS  =  "35"
                    GO TO P229-FECHA.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P229-FECHA.
       P221-LE.
           READ     NFITENS   NEXT  RECORD
                    AT END
                    GO TO P228-FIM.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P228-FIM.
           WRITE    GER-REG   FROM  NFI-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P228-FIM.
           ADD      1              TO    WK-QTARQ (2).
           GO  TO   P221-LE.
       P228-FIM.
           CLOSE    NFITENS.
       P229-FECHA.
           PERFORM  P290-FECHAGER  THRU  P290-FECHAGER-FIM.
       P220-NFITENS-FIM.
           EXIT.
      *
      *---- COPIA DO MAPPDVxx.SDI
      *
       P230-MAPPDV.
           MOVE     3              TO    WK-IX.
           PERFORM  P280-ABREGER   THRU  P280-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P230-MAPPDV-FIM.
           OPEN     INPUT     MAPPDV.
           IF       WK-STATUS  =  "35"
                    GO TO P239-FECHA.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P239-FECHA.
       P231-LE.
           READ     MAPPDV    NEXT  RECORD
                    AT END
                    GO TO P238-FIM.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P238-FIM.
           WRITE    GER-REG   FROM  MAP-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P238-FIM.
           ADD      1              TO    WK-QTARQ (3).
           GO  TO   P231-LE.
       P238-FIM.
           CLOSE    MAPPDV.
       P239-FECHA.
           PERFORM  P290-FECHAGER  THRU  P290-FECHAGER-FIM.
       P230-MAPPDV-FIM.
           EXIT.
      *
      *---- COPIA DO INVENTxx.SDI
      *
       P240-INVENT.
           MOVE     4              TO    WK-IX.
           PERFORM  P280-ABREGER   THRU  P280-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P240-INVENT-FIM.
           OPEN     INPUT     INVENT.
           IF       WK-STATUS  =  "35"
                    GO TO P249-FECHA.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P249-FECHA.
       P241-LE.
           READ     INVENT    NEXT  RECORD
                    AT END
                    GO TO P248-FIM.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P248-FIM.
           WRITE    GER-REG   FROM  INV-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P248-FIM.
           ADD      1              TO    WK-QTARQ (4).
           GO  TO   P241-LE.
       P248-FIM.
           CLOSE    INVENT.
       P249-FECHA.
           PERFORM  P290-FECHAGER  THRU  P290-FECHAGER-FIM.
       P240-INVENT-FIM.
           EXIT.
      *
      *---- COPIA DOS REGISTROS DA LOJA NO APURICMS.SDI (GERAL)
      *
       P250-APURICMS.
           MOVE     5              TO    WK-IX.
           PERFORM  P280-ABREGER   THRU  P280-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P250-APURICMS-FIM.
           OPEN     INPUT     APURICMS.
           IF       WK-STATUS  =  "35"
                    GO TO P259-FECHA.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P259-FECHA.
           MOVE     LK-LOJA        TO    APU-LOJA.
           MOVE     ZEROS          TO    APU-COMPET.
           START    APURICMS  KEY  NOT <  APU-CHAVE
                    INVALID  KEY
                    GO TO P258-FIM.
       P251-LE.
           READ     APURICMS  NEXT  RECORD
                    AT END
                    GO TO P258-FIM.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P258-FIM.
           IF       APU-LOJA  NOT =  LK-LOJA
                    GO TO P258-FIM.
           WRITE    GER-REG   FROM  APU-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P258-FIM.
           ADD      1              TO    WK-QTARQ (5).
           GO  TO   P251-LE.
       P258-FIM.
           CLOSE    APURICMS.
       P259-FECHA.
           PERFORM  P290-FECHAGER  THRU  P290-FECHAGER-FIM.
       P250-APURICMS-FIM.
           EXIT.
      *
      *---- COPIA DOS REGISTROS DA LOJA NO FECHPER.SDI (GERAL)
      *
       P260-FECHPER.
           MOVE     6              TO    WK-IX.
           PERFORM  P280-ABREGER   THRU  P280-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P260-FECHPER-FIM.
           OPEN     INPUT     FECHPER.
           IF       WK-STATUS  =  "35"
                    GO TO P269-FECHA.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P269-FECHA.
           MOVE     LK-LOJA        TO    FECH-LOJA.
           MOVE     ZEROS          TO    FECH-COMPET.
           START    FECHPER   KEY  NOT <  FECH-CHAVE
                    INVALID  KEY
                    GO TO P268-FIM.
       P261-LE.
           READ     FECHPER   NEXT  RECORD
                    AT END
                    GO TO P268-FIM.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P268-FIM.
           IF       FECH-LOJA  NOT =  LK-LOJA
                    GO TO P268-FIM.
           WRITE    GER-REG   FROM  FECH-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P268-FIM.
           ADD      1              TO    WK-QTARQ (6).
           GO  TO   P261-LE.
       P268-FIM.
           CLOSE    FECHPER.
       P269-FECHA.
           PERFORM  P290-FECHAGER  THRU  P290-FECHAGER-FIM.
       P260-FECHPER-FIM.
           EXIT.
      *
      *---- ABRE A COPIA DO ARQUIVO WK-IX NA GERACAO EM USO
      *
       P280-ABREGER.
           MOVE     "N"            TO    WK-ERRARQ.
           MOVE     WK-TAB-EXT (WK-IX)   TO  WK-GERARQ-EXT.
           OPEN     OUTPUT    GERACAO.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-FALHA
                    MOVE  WK-TAB-NOME (WK-IX)  TO  WK-RELLIN-ARQ
                    MOVE  WK-GERARQ            TO  WK-RELLIN-GER
                    MOVE  "ERRO NA CRIACAO DA COPIA"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM.
       P280-ABREGER-FIM.
           EXIT.
      *
      *---- FECHA A COPIA E REGISTRA O RESULTADO NO RELATORIO
      *
       P290-FECHAGER.
           CLOSE    GERACAO.
           MOVE     WK-TAB-NOME (WK-IX)  TO  WK-RELLIN-ARQ.
           MOVE     WK-GERARQ            TO  WK-RELLIN-GER.
           MOVE     WK-QTARQ (WK-IX)     TO  WK-RELLIN-QT1.
           IF       WK-ERRARQ  =  "N"
                    MOVE  "COPIADO"          TO  WK-RELLIN-MSG
           ELSE
                    MOVE  "S"  TO  WK-FALHA
                    MOVE  "ERRO NA COPIA (LEITURA OU GRAVACAO)"
                          TO  WK-RELLIN-MSG.
           PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM.
       P290-FECHAGER-FIM.
           EXIT.
      *
      *---- RESTAURACAO: O PONTO PRECISA ESTAR VALIDO E AS SEIS COPIAS
      *---- TEM QUE BATER COM AS QUANTIDADES DO CATALOGO ANTES DE
      *---- QUALQUER ARQUIVO DA LOJA SER TOCADO
      *
       P300-RESTAURA.
           MOVE     ZEROS          TO    LK-BKP-SEGUR.
           MOVE     "RESTAURACAO DOS ARQUIVOS FISCAIS DA LOJA"
                    TO   REL-REG.
           WRITE    REL-REG.
           MOVE     "BKPCAT.SDI"   TO    WK-RELLIN-ARQ.
           IF       LK-BKP-PONTO  NOT NUMERIC
               OR   LK-BKP-PONTO  =  ZEROS
                    MOVE  "PONTO DE RESTAURACAO NAO INFORMADO"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    MOVE  8  TO  RETURN-CODE
                    GO TO P300-RESTAURA-FIM.
           MOVE     LK-LOJA        TO    BKP-LOJA.
           MOVE     LK-BKP-PONTO   TO    BKP-PONTO.
           READ     BKPCAT.
           IF       WK-STATUS     NOT =  "00"
               OR   BKP-SITUACAO  NOT =  "V"
                    MOVE  "PONTO INEXISTENTE OU NAO VALIDO"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    MOVE  8  TO  RETURN-CODE
                    GO TO P300-RESTAURA-FIM.
           MOVE     LK-BKP-PONTO   TO    WK-RELPNT-PONTO.
           MOVE     BKP-GERACAO    TO    WK-RELPNT-GER  WK-GERPROT.
           MOVE     BKP-OPERACAO   TO    WK-RELPNT-OPER.
           WRITE    REL-REG   FROM  WK-RELPNT.
           MOVE     1              TO    WK-IX.
       P301-CONFERE.
           MOVE     BKP-QTREG (WK-IX)    TO  WK-QTCAT (WK-IX).
           MOVE     WK-GERPROT           TO  WK-GERARQ-GER.
           MOVE     WK-TAB-EXT (WK-IX)   TO  WK-GERARQ-EXT.
           MOVE     WK-TAB-NOME (WK-IX)  TO  WK-RELLIN-ARQ.
           MOVE     WK-GERARQ            TO  WK-RELLIN-GER.
           MOVE     ZEROS          TO    WK-QTLIDOS.
           OPEN     INPUT     GERACAO.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "COPIA NAO ENCONTRADA - NADA RESTAURADO"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    MOVE  8  TO  RETURN-CODE
                    GO TO P300-RESTAURA-FIM.
       P302-CONTA.
           READ     GERACAO   AT  END
                    GO TO P303-CONTOU.
           IF       WK-STATUS  NOT =  "00"
                    CLOSE  GERACAO
                    MOVE  "COPIA ILEGIVEL - NADA RESTAURADO"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    MOVE  8  TO  RETURN-CODE
                    GO TO P300-RESTAURA-FIM.
           ADD      1              TO    WK-QTLIDOS.
           GO  TO   P302-CONTA.
       P303-CONTOU.
           CLOSE    GERACAO.
           IF       WK-QTLIDOS  NOT =  WK-QTCAT (WK-IX)
                    MOVE  "COPIA DIFERENTE DO CATALOGO (CAT/COPIA)"
                          TO  WK-RELLIN-MSG
                    MOVE  WK-QTCAT (WK-IX)  TO  WK-RELLIN-QT1
                    MOVE  WK-QTLIDOS        TO  WK-RELLIN-QT2
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    MOVE  8  TO  RETURN-CODE
                    GO TO P300-RESTAURA-FIM.
           IF       WK-IX  <  6
                    ADD   1   TO   WK-IX
                    GO TO P301-CONFERE.
      *
      *    PONTO DE SEGURANCA COM A SITUACAO ATUAL DA LOJA, SEM REUSAR
      *    A GERACAO DO PONTO ESCOLHIDO. SEM ELE (ARQUIVOS ATUAIS
      *    ILEGIVEIS, UMA SO GERACAO) SO SEGUE COM FORCA = "S"
      *
           MOVE     "RESTAURACAO"  TO    WK-OPERACAO.
           PERFORM  P100-BACKUP    THRU  P100-BACKUP-FIM.
           IF       RETURN-CODE  =  ZERO
                    MOVE  WK-PONTO  TO  LK-BKP-SEGUR.
           IF       RETURN-CODE   NOT =  ZERO
               AND  LK-BKP-FORCA  NOT =  "S"
                    MOVE  4  TO  RETURN-CODE
                    GO TO P300-RESTAURA-FIM.
           MOVE     ZERO           TO    RETURN-CODE.
           MOVE     "DEVOLUCAO DA LOJA AO PONTO DE RESTAURACAO"
                    TO   REL-REG.
           WRITE    REL-REG.
           MOVE     LK-BKP-PONTO   TO    WK-RELPNT-PONTO.
           MOVE     WK-GERPROT     TO    WK-RELPNT-GER  WK-GERARQ-GER.
           MOVE     SPACES         TO    WK-RELPNT-OPER.
           WRITE    REL-REG   FROM  WK-RELPNT.
           MOVE     "N"            TO    WK-FALHA.
           MOVE     ZEROS          TO    WK-QTDS.
           PERFORM  P410-NOTFIS    THRU  P410-NOTFIS-FIM.
           PERFORM  P420-NFITENS   THRU  P420-NFITENS-FIM.
           PERFORM  P430-MAPPDV    THRU  P430-MAPPDV-FIM.
           PERFORM  P440-INVENT    THRU  P440-INVENT-FIM.
           PERFORM  P450-APURICMS  THRU  P450-APURICMS-FIM.
           PERFORM  P460-FECHPER   THRU  P460-FECHPER-FIM.
      *
           MOVE     "BKPCAT.SDI"   TO    WK-RELLIN-ARQ.
           MOVE     SPACES         TO    WK-RELLIN-GER.
           IF       WK-FALHA  =  "S"
                    MOVE  "RESTAURACAO COM FALHA - VER LINHAS ACIMA"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM
                    MOVE  8  TO  RETURN-CODE
                    GO TO P300-RESTAURA-FIM.
           MOVE     LK-LOJA        TO    BKP-LOJA.
           MOVE     LK-BKP-PONTO   TO    BKP-PONTO.
           READ     BKPCAT.
           IF       WK-STATUS  =  "00"
                    IF  BKP-QTREST  <  999
                        ADD  1  TO  BKP-QTREST
                    END-IF
                    MOVE  WK-DATA   TO  BKP-DTREST
                    ACCEPT  BKP-HRREST  FROM  TIME
                    MOVE  LK-CHAPA  TO  BKP-CHAPAREST
                    REWRITE  BKP-REG.
           MOVE     "LOJA DEVOLVIDA AO PONTO DE RESTAURACAO"
                    TO   WK-RELLIN-MSG.
           PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM.
       P300-RESTAURA-FIM.
           EXIT.
      *
      *---- NOTFISxx.SDI RECRIADO A PARTIR DA COPIA
      *
       P410-NOTFIS.
           MOVE     1              TO    WK-IX.
           PERFORM  P480-ABREGER   THRU  P480-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P410-NOTFIS-FIM.
           OPEN     OUTPUT    NOTFIS.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P419-FECHA.
       P411-GRAVA.
           READ     GERACAO   AT  END
                    GO TO P418-FIM.
           MOVE     GER-REG        TO    NF-REG.
           WRITE    NF-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
           ELSE
                    ADD   1    TO  WK-QTARQ (1).
           GO  TO   P411-GRAVA.
       P418-FIM.
           CLOSE    NOTFIS.
       P419-FECHA.
           PERFORM  P490-FECHAGER  THRU  P490-FECHAGER-FIM.
       P410-NOTFIS-FIM.
           EXIT.
      *
      *---- NFITENSxx.SDI RECRIADO A PARTIR DA COPIA
      *
       P420-NFITENS.
           MOVE     2              TO    WK-IX.
           PERFORM  P480-ABREGER   THRU  P480-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P420-NFITENS-FIM.
           OPEN     OUTPUT    NFITENS.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P429-FECHA.
       P421-GRAVA.
           READ     GERACAO   AT  END
                    GO TO P428-FIM.
           MOVE     GER-REG        TO    NFI-REG.
           WRITE    NFI-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
           ELSE
                    ADD   1    TO  WK-QTARQ (2).
           GO  TO   P421-GRAVA.
       P428-FIM.
           CLOSE    NFITENS.
       P429-FECHA.
           PERFORM  P490-FECHAGER  THRU  P490-FECHAGER-FIM.
       P420-NFITENS-FIM.
           EXIT.
      *
      *---- MAPPDVxx.SDI RECRIADO A PARTIR DA COPIA
      *
       P430-MAPPDV.
           MOVE     3              TO    WK-IX.
           PERFORM  P480-ABREGER   THRU  P480-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P430-MAPPDV-FIM.
           OPEN     OUTPUT    MAPPDV.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P439-FECHA.
       P431-GRAVA.
           READ     GERACAO   AT  END
                    GO TO P438-FIM.
           MOVE     GER-REG        TO    MAP-REG.
           WRITE    MAP-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
           ELSE
                    ADD   1    TO  WK-QTARQ (3).
           GO  TO   P431-GRAVA.
       P438-FIM.
           CLOSE    MAPPDV.
       P439-FECHA.
           PERFORM  P490-FECHAGER  THRU  P490-FECHAGER-FIM.
       P430-MAPPDV-FIM.
           EXIT.
      *
      *---- INVENTxx.SDI RECRIADO A PARTIR DA COPIA
      *
       P440-INVENT.
           MOVE     4              TO    WK-IX.
           PERFORM  P480-ABREGER   THRU  P480-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P440-INVENT-FIM.
           OPEN     OUTPUT    INVENT.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P449-FECHA.
       P441-GRAVA.
           READ     GERACAO   AT  END
                    GO TO P448-FIM.
           MOVE     GER-REG        TO    INV-REG.
           WRITE    INV-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
           ELSE
                    ADD   1    TO  WK-QTARQ (4).
           GO  TO   P441-GRAVA.
       P448-FIM.
           CLOSE    INVENT.
       P449-FECHA.
           PERFORM  P490-FECHAGER  THRU  P490-FECHAGER-FIM.
       P440-INVENT-FIM.
           EXIT.
      *
      *---- APURICMS.SDI: EXCLUI OS REGISTROS ATUAIS DA LOJA E REGRAVA
      *---- OS DA COPIA (AS OUTRAS LOJAS NAO SAO TOCADAS)
      *
       P450-APURICMS.
           MOVE     5              TO    WK-IX.
           PERFORM  P480-ABREGER   THRU  P480-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P450-APURICMS-FIM.
           OPEN     I-O       APURICMS.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    APURICMS
                    CLOSE    APURICMS
                    OPEN     I-O       APURICMS
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P459-FECHA.
           MOVE     LK-LOJA        TO    APU-LOJA.
           MOVE     ZEROS          TO    APU-COMPET.
           START    APURICMS  KEY  NOT <  APU-CHAVE
                    INVALID  KEY
                    GO TO P453-GRAVA.
       P452-EXCLUI.
           READ     APURICMS  NEXT  RECORD
                    AT END
                    GO TO P453-GRAVA.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P453-GRAVA.
           IF       APU-LOJA  NOT =  LK-LOJA
                    GO TO P453-GRAVA.
           DELETE   APURICMS  RECORD.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ.
           GO  TO   P452-EXCLUI.
       P453-GRAVA.
           READ     GERACAO   AT  END
                    GO TO P458-FIM.
           MOVE     GER-REG        TO    APU-REG.
           WRITE    APU-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
           ELSE
                    ADD   1    TO  WK-QTARQ (5).
           GO  TO   P453-GRAVA.
       P458-FIM.
           CLOSE    APURICMS.
       P459-FECHA.
           PERFORM  P490-FECHAGER  THRU  P490-FECHAGER-FIM.
       P450-APURICMS-FIM.
           EXIT.
      *
      *---- FECHPER.SDI: EXCLUI OS REGISTROS ATUAIS DA LOJA E REGRAVA
      *---- OS DA COPIA (AS OUTRAS LOJAS NAO SAO TOCADAS)
      *
       P460-FECHPER.
           MOVE     6              TO    WK-IX.
           PERFORM  P480-ABREGER   THRU  P480-ABREGER-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P460-FECHPER-FIM.
           OPEN     I-O       FECHPER.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    FECHPER
                    CLOSE    FECHPER
                    OPEN     I-O       FECHPER
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P469-FECHA.
           MOVE     LK-LOJA        TO    FECH-LOJA.
           MOVE     ZEROS          TO    FECH-COMPET.
           START    FECHPER   KEY  NOT <  FECH-CHAVE
                    INVALID  KEY
                    GO TO P463-GRAVA.
       P462-EXCLUI.
           READ     FECHPER   NEXT  RECORD
                    AT END
                    GO TO P463-GRAVA.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-ERRARQ
                    GO TO P463-GRAVA.
           IF       FECH-LOJA  NOT =  LK-LOJA
                    GO TO P463-GRAVA.
           DELETE   FECHPER   RECORD.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ.
           GO  TO   P462-EXCLUI.
       P463-GRAVA.
           READ     GERACAO   AT  END
                    GO TO P468-FIM.
           MOVE     GER-REG        TO    FECH-REG.
           WRITE    FECH-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-ERRARQ
           ELSE
                    ADD   1    TO  WK-QTARQ (6).
           GO  TO   P463-GRAVA.
       P468-FIM.
           CLOSE    FECHPER.
       P469-FECHA.
           PERFORM  P490-FECHAGER  THRU  P490-FECHAGER-FIM.
       P460-FECHPER-FIM.
           EXIT.
      *
      *---- ABRE A COPIA DO ARQUIVO WK-IX NA GERACAO DO PONTO
      *
       P480-ABREGER.
           MOVE     "N"            TO    WK-ERRARQ.
           MOVE     WK-TAB-EXT (WK-IX)   TO  WK-GERARQ-EXT.
           OPEN     INPUT     GERACAO.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-FALHA
                    MOVE  WK-TAB-NOME (WK-IX)  TO  WK-RELLIN-ARQ
                    MOVE  WK-GERARQ            TO  WK-RELLIN-GER
                    MOVE  "ERRO ABERTURA DA COPIA - NAO RESTAURADO"
                          TO  WK-RELLIN-MSG
                    PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM.
       P480-ABREGER-FIM.
           EXIT.
      *
      *---- FECHA A COPIA; NO RELATORIO REGISTROS DO CATALOGO X
      *---- REGRAVADOS NO ARQUIVO DA LOJA
      *
       P490-FECHAGER.
           CLOSE    GERACAO.
           MOVE     WK-TAB-NOME (WK-IX)  TO  WK-RELLIN-ARQ.
           MOVE     WK-GERARQ            TO  WK-RELLIN-GER.
           MOVE     WK-QTCAT (WK-IX)     TO  WK-RELLIN-QT1.
           MOVE     WK-QTARQ (WK-IX)     TO  WK-RELLIN-QT2.
           IF       WK-QTARQ (WK-IX)  =  WK-QTCAT (WK-IX)
               AND  WK-ERRARQ  =  "N"
                    MOVE  "RESTAURADO (CATALOGO/REGRAVADOS)"
                          TO  WK-RELLIN-MSG
           ELSE
                    MOVE  "S"  TO  WK-FALHA
                    MOVE  "FALHA NA REGRAVACAO (CATALOGO/REGRAVADOS)"
                          TO  WK-RELLIN-MSG.
           PERFORM  P900-GRAVAREL  THRU  P900-GRAVAREL-FIM.
       P490-FECHAGER-FIM.
           EXIT.
      *
      *---- GRAVA UMA LINHA NO RELATORIO E LIMPA OS CAMPOS VARIAVEIS
      *
       P900-GRAVAREL.
           WRITE    REL-REG   FROM  WK-RELLIN.
           MOVE     SPACES         TO    WK-RELLIN-MSG.
           MOVE     ZEROS          TO    WK-RELLIN-QT1  WK-RELLIN-QT2.
       P900-GRAVAREL-FIM.
           EXIT.
      *
      *---- FIM DO PROGRAMA
      *
