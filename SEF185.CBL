      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF185.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        GERACAO DO ARQUIVO DA              *
      *                             EFD-CONTRIBUICOES (PIS/COFINS -    *
      *                             BLOCOS 0, A, C, D, M E 9) A PARTIR *
      *                             DAS NOTAS (NOTFISxx.SDI), DOS      *
      *                             ITENS (NFITENSxx.SDI) E DOS MAPAS  *
      *                             DE PDV (MAPPDVxx.SDI) DA           *
      *                             COMPETENCIA, NO REGIME DA LOJA     *
      *                             (PARAM-REGPIS DO CADPARM):         *
      *                             "N" = NAO-CUMULATIVO - ENTRADAS    *
      *                             COM CST 50 A 56 GERAM CREDITO      *
      *                             (M100/M500); DEMAIS = CUMULATIVO - *
      *                             SO AS SAIDAS SAO ESCRITURADAS.     *
      *                             OS MAPAS SAEM CONSOLIDADOS NO C490 *
      *                             COM AS ALIQUOTAS BASICAS DO        *
      *                             REGIME. ARQUIVO EFDCONxx.TXT,      *
      *                             VALIDADO PELO SEF174 (TIPO "C")    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF185.
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
           SELECT CADCLI  ASSIGN TO WK-CADCLI
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS CLI-CODIGO.
      *
           SELECT CADFOR  ASSIGN TO WK-CADFOR
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS FOR-CODIGO.
      *
           SELECT CADPROD ASSIGN TO WK-CADPROD
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS PRO-CHAVE.
      *
           SELECT ARQCONT ASSIGN TO WK-ARQCONT
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
       FD  CADCLI
           LABEL RECORDS ARE STANDARD.
       01  CLI-REG.
           COPY    "SDICCLI.CPY".
      *
       FD  CADFOR
           LABEL RECORDS ARE STANDARD.
       01  FOR-REG.
           COPY    "SDICFOR.CPY".
      *
       FD  CADPROD
           LABEL RECORDS ARE STANDARD.
       01  PRO-REG.
           COPY    "SDICPRO.CPY".
      *
       FD  ARQCONT
           LABEL RECORDS ARE STANDARD.
       01  CONT-REG                PIC X(300).
      *
       WORKING-STORAGE SECTION.
       77  WK-PARAMCOD             PIC 9(05)     VALUE ZEROS.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       77  WK-FIMARQ               PIC X(01)     VALUE "N".
       77  WK-PTR                  PIC 9(03)     VALUE ZEROS.
       77  WK-I                    PIC 9(02)     VALUE ZEROS.
       77  WK-J                    PIC 9(04)     VALUE ZEROS.
      *    "S" = NFITENSxx.SDI ABERTO (NOTA SEM DETALHE DE ITENS SAI
      *    SO COM O C100, SEM PIS/COFINS)
       77  WK-ITENSOK              PIC X(01)     VALUE "N".
       77  WK-FIMITEM              PIC X(01)     VALUE "N".
      *    "S" = CADASTRO (CLIENTES/FORNECEDORES/PRODUTOS) ABERTO
       77  WK-CADOK                PIC X(01)     VALUE "N".
      *    "S" = A NOTA CORRENTE ENTRA NO ARQUIVO (SAIDAS SEMPRE;
      *    ENTRADAS SO NO REGIME NAO-CUMULATIVO)
       77  WK-ESCRITURA            PIC X(01)     VALUE "N".
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
       01  WK-CADCLI.
           03  FILLER              PIC X(06) VALUE "CADCLI".
           03  WK-CADCLILJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-CADFOR.
           03  FILLER              PIC X(06) VALUE "CADFOR".
           03  WK-CADFORLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-CADPROD.
           03  FILLER              PIC X(07) VALUE "CADPROD".
           03  WK-CADPRODLJ        PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-ARQCONT.
           03  FILLER              PIC X(06) VALUE "EFDCON".
           03  WK-ARQCONTLJ        PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".TXT".
      *
       01  WK-DTINI.
           03  WK-DTINI-DD         PIC 9(02)     VALUE ZEROS.
           03  WK-DTINI-MM         PIC 9(02)     VALUE ZEROS.
           03  WK-DTINI-AA         PIC 9(04)     VALUE ZEROS.
       01  WK-DTFIM.
           03  WK-DTFIM-DD         PIC 9(02)     VALUE ZEROS.
           03  WK-DTFIM-MM         PIC 9(02)     VALUE ZEROS.
           03  WK-DTFIM-AA         PIC 9(04)     VALUE ZEROS.
       01  WK-ANOBIS               PIC 9(04)     VALUE ZEROS.
       01  WK-ANOBIS-R             REDEFINES     WK-ANOBIS.
           03  FILLER              PIC 9(02).
           03  WK-ANOBIS-2         PIC 9(02).
      *
      *---- REGIME DA LOJA E ALIQUOTAS BASICAS (MAPAS E M100/M500)
      *---- NAO-CUMULATIVO: PIS 1,65% / COFINS 7,60%  (COD_CONT 01)
      *---- CUMULATIVO    : PIS 0,65% / COFINS 3,00%  (COD_CONT 51)
      *
       01  WK-REGPIS               PIC X(01)     VALUE "C".
       01  WK-ALIQPIS              PIC 9(02)V9999 VALUE ZEROS.
       01  WK-ALIQCOF              PIC 9(02)V9999 VALUE ZEROS.
       01  WK-CODCONT              PIC X(02)     VALUE SPACES.
      *
      *---- PARTICIPANTES, UNIDADES E PRODUTOS REFERENCIADOS NA
      *---- COMPETENCIA (REGISTROS 0150/0190/0200)
      *
       01  WK-TABPART.
           03  WK-PART-QT          PIC 9(04)     VALUE ZEROS.
           03  WK-PART-ITEM        OCCURS 3000.
               05  WK-PART-ES      PIC X(01).
               05  WK-PART-COD     PIC 9(05).
               05  WK-PART-CGC     PIC 9(14).
               05  WK-PART-IE      PIC X(14).
       01  WK-TABUNID.
           03  WK-UNID-QT          PIC 9(04)     VALUE ZEROS.
           03  WK-UNID-ITEM        OCCURS 300    PIC X(06).
       01  WK-TABPROD.
           03  WK-PROD-QT          PIC 9(04)     VALUE ZEROS.
           03  WK-PROD-ITEM        OCCURS 5000.
               05  WK-PROD-COD     PIC X(14).
               05  WK-PROD-UNID    PIC X(06).
               05  WK-PROD-NCM     PIC 9(08).
       01  WK-UNIDAUX              PIC X(06)     VALUE SPACES.
       01  WK-PRODAUX              PIC X(14)     VALUE SPACES.
       01  WK-NCMAUX               PIC 9(08)     VALUE ZEROS.
      *
      *---- COD_PART: "C" + CODIGO DO CLIENTE (SAIDA) OU "F" +
      *---- CODIGO DO FORNECEDOR (ENTRADA) - IGUAL AO SPED FISCAL
      *
       01  WK-CODPART.
           03  WK-CODPART-TP       PIC X(01)     VALUE SPACES.
           03  WK-CODPART-NR       PIC 9(05)     VALUE ZEROS.
       01  WK-NOMEPART             PIC X(40)     VALUE SPACES.
       01  WK-CGCPART              PIC 9(14)     VALUE ZEROS.
       01  WK-CGCPART-R            REDEFINES     WK-CGCPART.
           03  WK-CGCPART-3        PIC 9(03).
           03  WK-CGCPART-CPF      PIC 9(11).
       01  WK-IEPART               PIC X(14)     VALUE SPACES.
       01  WK-ENDPART              PIC X(40)     VALUE SPACES.
      *
       01  WK-LINHA                PIC X(300)    VALUE SPACES.
       01  WK-EDNUM                PIC Z(10)9,99.
       01  WK-EDQTD                PIC Z(08)9,999.
       01  WK-EDALIQ               PIC Z9,9999.
       01  WK-EDALFA               PIC X(14)     VALUE SPACES.
       01  WK-CAMPO                PIC X(14)     VALUE SPACES.
       01  WK-VALOR                PIC 9(13)V99  VALUE ZEROS.
       01  WK-ALIQ                 PIC 9(02)V9999 VALUE ZEROS.
      *
      *---- TOTAIS DA NOTA CORRENTE (VL_PIS / VL_COFINS DO C100)
      *
       01  WK-NFPIS                PIC 9(13)V99  VALUE ZEROS.
       01  WK-NFCOF                PIC 9(13)V99  VALUE ZEROS.
      *
      *---- MAPAS DE PDV DA COMPETENCIA (CONSOLIDADOS NO C490)
      *
       01  WK-MAPAS.
           03  WK-MAP-QT           PIC 9(05)     VALUE ZEROS.
           03  WK-MAP-VLRCONT      PIC 9(13)V99  VALUE ZEROS.
           03  WK-MAP-VLRPIS       PIC 9(13)V99  VALUE ZEROS.
           03  WK-MAP-VLRCOF       PIC 9(13)V99  VALUE ZEROS.
      *
      *---- APURACAO DA COMPETENCIA (BLOCO M): RECEITA, BASE E
      *---- CONTRIBUICAO DAS SAIDAS/MAPAS; BASE E CREDITO DAS
      *---- ENTRADAS (SO NO NAO-CUMULATIVO)
      *
       01  WK-APURPIS.
           03  WK-PIS-RECBRT       PIC 9(13)V99  VALUE ZEROS.
           03  WK-PIS-BASE         PIC 9(13)V99  VALUE ZEROS.
           03  WK-PIS-CONTRIB      PIC 9(13)V99  VALUE ZEROS.
           03  WK-PIS-BASECRED     PIC 9(13)V99  VALUE ZEROS.
           03  WK-PIS-CRED         PIC 9(13)V99  VALUE ZEROS.
       01  WK-APURCOF.
           03  WK-COF-RECBRT       PIC 9(13)V99  VALUE ZEROS.
           03  WK-COF-BASE         PIC 9(13)V99  VALUE ZEROS.
           03  WK-COF-CONTRIB      PIC 9(13)V99  VALUE ZEROS.
           03  WK-COF-BASECRED     PIC 9(13)V99  VALUE ZEROS.
           03  WK-COF-CRED         PIC 9(13)V99  VALUE ZEROS.
      *
      *---- AREA COMUM DOS REGISTROS M100/M200/M210 (PIS) E
      *---- M500/M600/M610 (COFINS)
      *
       01  WK-APUR.
           03  WK-AP-REGCRED       PIC X(04)     VALUE SPACES.
           03  WK-AP-REGCONS       PIC X(04)     VALUE SPACES.
           03  WK-AP-REGDET        PIC X(04)     VALUE SPACES.
           03  WK-AP-RECBRT        PIC 9(13)V99  VALUE ZEROS.
           03  WK-AP-BASE          PIC 9(13)V99  VALUE ZEROS.
           03  WK-AP-CONTRIB       PIC 9(13)V99  VALUE ZEROS.
           03  WK-AP-BASECRED      PIC 9(13)V99  VALUE ZEROS.
           03  WK-AP-CRED          PIC 9(13)V99  VALUE ZEROS.
           03  WK-AP-DESCONTO      PIC 9(13)V99  VALUE ZEROS.
           03  WK-AP-SALDOCRED     PIC 9(13)V99  VALUE ZEROS.
           03  WK-AP-DEVIDO        PIC 9(13)V99  VALUE ZEROS.
           03  WK-AP-ALIQ          PIC 9(02)V9999 VALUE ZEROS.
      *
      *---- CONTADORES DE REGISTROS PARA OS TOTALIZADORES (BLOCO 9)
      *
       01  WK-CONTADORES.
           03  WK-QT0000           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0001           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0110           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0140           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0150           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0190           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0200           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0990           PIC 9(07)     VALUE ZEROS.
           03  WK-QTA001           PIC 9(07)     VALUE ZEROS.
           03  WK-QTA990           PIC 9(07)     VALUE ZEROS.
           03  WK-QTC001           PIC 9(07)     VALUE ZEROS.
           03  WK-QTC010           PIC 9(07)     VALUE ZEROS.
           03  WK-QTC100           PIC 9(07)     VALUE ZEROS.
           03  WK-QTC170           PIC 9(07)     VALUE ZEROS.
           03  WK-QTC490           PIC 9(07)     VALUE ZEROS.
           03  WK-QTC491           PIC 9(07)     VALUE ZEROS.
           03  WK-QTC495           PIC 9(07)     VALUE ZEROS.
           03  WK-QTC990           PIC 9(07)     VALUE ZEROS.
           03  WK-QTD001           PIC 9(07)     VALUE ZEROS.
           03  WK-QTD990           PIC 9(07)     VALUE ZEROS.
           03  WK-QTM001           PIC 9(07)     VALUE ZEROS.
           03  WK-QTM100           PIC 9(07)     VALUE ZEROS.
           03  WK-QTM200           PIC 9(07)     VALUE ZEROS.
           03  WK-QTM210           PIC 9(07)     VALUE ZEROS.
           03  WK-QTM500           PIC 9(07)     VALUE ZEROS.
           03  WK-QTM600           PIC 9(07)     VALUE ZEROS.
           03  WK-QTM610           PIC 9(07)     VALUE ZEROS.
           03  WK-QTM990           PIC 9(07)     VALUE ZEROS.
           03  WK-QT9001           PIC 9(07)     VALUE ZEROS.
           03  WK-QT9900           PIC 9(07)     VALUE ZEROS.
           03  WK-QT9990           PIC 9(07)     VALUE ZEROS.
           03  WK-QT9999           PIC 9(07)     VALUE ZEROS.
           03  WK-QTBLOC0          PIC 9(07)     VALUE ZEROS.
           03  WK-QTBLOCA          PIC 9(07)     VALUE ZEROS.
           03  WK-QTBLOCC          PIC 9(07)     VALUE ZEROS.
           03  WK-QTBLOCD          PIC 9(07)     VALUE ZEROS.
           03  WK-QTBLOCM          PIC 9(07)     VALUE ZEROS.
           03  WK-QTBLOC9          PIC 9(07)     VALUE ZEROS.
           03  WK-QTGERAL          PIC 9(07)     VALUE ZEROS.
           03  WK-QTED             PIC Z(06)9.
      *
       LINKAGE SECTION.
       01  LK-CHAIN-DT.
           05  LK-CHAIN-DD         PIC 9(02).
           05  LK-CHAIN-MM         PIC 9(02).
           05  LK-CHAIN-SC         PIC 9(02).
           05  LK-CHAIN-AA         PIC 9(02).
       01  LK-LOJA                 PIC 9(02).
       01  LK-COMPET.
           05  LK-COMPET-AAAA      PIC 9(04).
           05  LK-COMPET-MM        PIC 9(02).
      *
       PROCEDURE DIVISION USING LK-CHAIN-DT LK-LOJA LK-COMPET.
       P001.
           MOVE     ZERO           TO    RETURN-CODE.
           IF       LK-COMPET  NOT NUMERIC  OR  LK-COMPET = ZEROS
               OR   LK-COMPET-MM  =  ZEROS  OR  >  12
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P010-ABRE      THRU  P010-ABRE-FIM.
           IF       RETURN-CODE    NOT =  ZERO
                    GO TO P001-FIM.
           PERFORM  P100-BLOCO0    THRU  P100-BLOCO0-FIM.
           PERFORM  P180-BLOCOA    THRU  P180-BLOCOA-FIM.
           PERFORM  P200-BLOCOC    THRU  P200-BLOCOC-FIM.
           PERFORM  P280-BLOCOD    THRU  P280-BLOCOD-FIM.
           PERFORM  P300-BLOCOM    THRU  P300-BLOCOM-FIM.
           PERFORM  P400-BLOCO9    THRU  P400-BLOCO9-FIM.
           CLOSE    ARQCONT.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- ABERTURA DOS ARQUIVOS, PERIODO E REGIME DA LOJA
      *
       P010-ABRE.
           MOVE     LK-LOJA        TO    WK-NOTFISLJ  WK-MAPPDVLJ
                                         WK-NFITENSLJ WK-ARQCONTLJ
                                         WK-CADCLILJ  WK-CADFORLJ
                                         WK-CADPRODLJ.
           MOVE     01             TO    WK-DTINI-DD.
           MOVE     LK-COMPET-MM   TO    WK-DTINI-MM  WK-DTFIM-MM.
           MOVE     LK-COMPET-AAAA TO    WK-DTINI-AA  WK-DTFIM-AA.
           PERFORM  P020-ULTDIA    THRU  P020-ULTDIA-FIM.
      *
           OPEN     INPUT     ARQPARAM.
           IF       WK-STATUS NOT  =   ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P010-ABRE-FIM.
      *
      *    O NUMERO DA LOJA (PARAM-NR) NAO E' A CHAVE RELATIVA DO
      *    CADPARM.SDI - LOCALIZA O REGISTRO VARRENDO AS POSICOES
      *
           MOVE     ZEROS          TO    WK-PARAMCOD.
       P011-PROCLOJA.
           ADD      1              TO    WK-PARAMCOD.
           IF       WK-PARAMCOD  >  99
                    MOVE  8  TO  RETURN-CODE
                    CLOSE ARQPARAM
                    GO TO P010-ABRE-FIM.
           READ     ARQPARAM  INVALID  KEY
                    GO TO P011-PROCLOJA.
           IF       PARAM-NR  NOT =  LK-LOJA
                    GO TO P011-PROCLOJA.
           CLOSE    ARQPARAM.
      *
      *    REGIME NAO INFORMADO NO CADPARM VALE COMO CUMULATIVO
      *
           IF       PARAM-REGPIS  =  "N"
                    MOVE  "N"      TO  WK-REGPIS
                    MOVE  1,65     TO  WK-ALIQPIS
                    MOVE  7,60     TO  WK-ALIQCOF
                    MOVE  "01"     TO  WK-CODCONT
           ELSE
                    MOVE  "C"      TO  WK-REGPIS
                    MOVE  0,65     TO  WK-ALIQPIS
                    MOVE  3,00     TO  WK-ALIQCOF
                    MOVE  "51"     TO  WK-CODCONT.
      *
           OPEN     OUTPUT    ARQCONT.
           IF       WK-STATUS NOT  =   ZEROS
                    MOVE  8  TO  RETURN-CODE.
       P010-ABRE-FIM.
           EXIT.
      *
      *---- ULTIMO DIA DO MES DA COMPETENCIA
      *
       P020-ULTDIA.
           MOVE     31             TO    WK-DTFIM-DD.
           IF       WK-DTFIM-MM = 04 OR 06 OR 09 OR 11
                    MOVE  30  TO  WK-DTFIM-DD.
           IF       WK-DTFIM-MM  NOT =  02
                    GO TO P020-ULTDIA-FIM.
           MOVE     28             TO    WK-DTFIM-DD.
           MOVE     WK-DTFIM-AA    TO    WK-ANOBIS.
           DIVIDE   WK-ANOBIS  BY  4  GIVING  WK-I
                    REMAINDER  WK-ANOBIS-2.
           IF       WK-ANOBIS-2    =     ZEROS
                    MOVE  29  TO  WK-DTFIM-DD.
       P020-ULTDIA-FIM.
           EXIT.
      *
      *---- DECIDE SE A NOTA CORRENTE ENTRA NO ARQUIVO (WK-ESCRITURA)
      *
       P030-ESCRITURA.
           MOVE     "N"            TO    WK-ESCRITURA.
           IF       NF-DATA-MM  NOT =  LK-COMPET-MM
               OR   NF-DATA-AA  NOT =  LK-COMPET-AAAA
                    GO TO P030-ESCRITURA-FIM.
           IF       NF-ES  =  "S"  OR  WK-REGPIS  =  "N"
                    MOVE  "S"  TO  WK-ESCRITURA.
       P030-ESCRITURA-FIM.
           EXIT.
      *
      *---- BLOCO 0 - ABERTURA, REGIME E IDENTIFICACAO
      *
       P100-BLOCO0.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|0000|006|0|||"         DELIMITED BY SIZE
                    WK-DTINI                 DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    WK-DTFIM                 DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    PARAM-RAZAO              DELIMITED BY "  "
                    "|"                      DELIMITED BY SIZE
                    PARAM-CGC                DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    PARAM-UF                 DELIMITED BY SIZE
                    "|||00|1|"               DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QT0000  WK-QTBLOC0.
      *
           MOVE     "|0001|0|"     TO    WK-LINHA.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QT0001  WK-QTBLOC0.
      *
      *    0110: INCIDENCIA (1 = NAO-CUMULATIVO / 2 = CUMULATIVO),
      *    APROPRIACAO DIRETA DO CREDITO, ALIQUOTA BASICA E, NO
      *    CUMULATIVO, REGIME DE COMPETENCIA DETALHADO
      *
           IF       WK-REGPIS  =  "N"
                    MOVE  "|0110|1|1|1||"  TO  WK-LINHA
           ELSE
                    MOVE  "|0110|2||1|9|"  TO  WK-LINHA.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QT0110  WK-QTBLOC0.
      *
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|0140|"                 DELIMITED BY SIZE
                    LK-LOJA                  DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    PARAM-RAZAO              DELIMITED BY "  "
                    "|"                      DELIMITED BY SIZE
                    PARAM-CGC                DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    PARAM-UF                 DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    PARAM-IE                 DELIMITED BY SPACE
                    "||||"                   DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QT0140  WK-QTBLOC0.
      *
           PERFORM  P110-COLETA    THRU  P110-COLETA-FIM.
           PERFORM  P150-REG0150   THRU  P150-REG0150-FIM.
           PERFORM  P160-REG0190   THRU  P160-REG0190-FIM.
           PERFORM  P170-REG0200   THRU  P170-REG0200-FIM.
      *
           ADD      1              TO    WK-QTBLOC0.
           MOVE     WK-QTBLOC0     TO    WK-QTED.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           PERFORM  P820-AJUSTAQT  THRU  P820-AJUSTAQT-FIM.
           STRING   "|0990|"                DELIMITED BY SIZE
                    WK-CAMPO                 DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QT0990.
       P100-BLOCO0-FIM.
           EXIT.
      *
      *---- LEVANTA OS PARTICIPANTES, UNIDADES E PRODUTOS QUE AS
      *---- NOTAS ESCRITURADAS (C100/C170) VAO REFERENCIAR
      *
       P110-COLETA.
           MOVE     ZEROS          TO    WK-PART-QT  WK-UNID-QT
                                         WK-PROD-QT.
           MOVE     "N"            TO    WK-CADOK.
           OPEN     INPUT     CADPROD.
           IF       WK-STATUS  =  ZEROS
                    MOVE  "S"  TO  WK-CADOK.
      *
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     NOTFIS.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P119-FECHA.
           MOVE     "N"            TO    WK-ITENSOK.
           OPEN     INPUT     NFITENS.
           IF       WK-STATUS  =  ZEROS
                    MOVE  "S"  TO  WK-ITENSOK.
       P111-LENOTA.
           READ     NOTFIS    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    IF       WK-ITENSOK  =  "S"
                             CLOSE  NFITENS
                    END-IF
                    CLOSE  NOTFIS
                    GO TO P119-FECHA.
           PERFORM  P030-ESCRITURA THRU  P030-ESCRITURA-FIM.
           IF       WK-ESCRITURA  NOT =  "S"
                    GO TO P111-LENOTA.
           PERFORM  P120-ACHAPART  THRU  P120-ACHAPART-FIM.
           IF       WK-ITENSOK  =  "S"  AND  NF-SITUACAO  NOT =  "C"
                    PERFORM  P112-ITENS  THRU  P112-ITENS-FIM.
           GO  TO   P111-LENOTA.
       P119-FECHA.
           IF       WK-CADOK  =  "S"
                    CLOSE  CADPROD.
       P110-COLETA-FIM.
           EXIT.
      *
      *---- PRODUTOS E UNIDADES DOS ITENS DA NOTA CORRENTE
      *
       P112-ITENS.
           MOVE     "N"            TO    WK-FIMITEM.
           MOVE     NF-CHAVE       TO    NFI-CHAVE (1:18).
           MOVE     ZEROS          TO    NFI-ITEM.
           START    NFITENS   KEY  NOT <  NFI-CHAVE
                    INVALID  KEY
                    GO TO P112-ITENS-FIM.
       P113-LEITEM.
           READ     NFITENS   NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMITEM.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMITEM.
           IF       WK-FIMITEM  =  "S"
                    GO TO P112-ITENS-FIM.
           IF       NFI-CHAVE (1:18)  NOT =  NF-CHAVE
                    GO TO P112-ITENS-FIM.
           MOVE     NFI-PRODUTO    TO    WK-PRODAUX.
           MOVE     NFI-UNID       TO    WK-UNIDAUX.
           MOVE     NFI-NCM        TO    WK-NCMAUX.
           PERFORM  P130-ACHAPROD  THRU  P130-ACHAPROD-FIM.
           GO  TO   P113-LEITEM.
       P112-ITENS-FIM.
           EXIT.
      *
      *---- INCLUI O EMITENTE/DESTINATARIO DA NOTA NA TABELA DE
      *---- PARTICIPANTES (SE AINDA NAO ESTIVER)
      *
       P120-ACHAPART.
           MOVE     ZEROS          TO    WK-J.
       P121-PROCURA.
           ADD      1              TO    WK-J.
           IF       WK-J  >  WK-PART-QT
                    GO TO P122-NOVO.
           IF       WK-PART-ES (WK-J)   NOT =  NF-ES
               OR   WK-PART-COD (WK-J)  NOT =  NF-EMITENTE
                    GO TO P121-PROCURA.
           GO  TO   P120-ACHAPART-FIM.
       P122-NOVO.
           IF       WK-PART-QT  <  3000
                    ADD   1            TO  WK-PART-QT
                    MOVE  NF-ES        TO  WK-PART-ES  (WK-PART-QT)
                    MOVE  NF-EMITENTE  TO  WK-PART-COD (WK-PART-QT)
                    MOVE  NF-CGC       TO  WK-PART-CGC (WK-PART-QT)
                    MOVE  NF-IE        TO  WK-PART-IE  (WK-PART-QT).
       P120-ACHAPART-FIM.
           EXIT.
      *
      *---- INCLUI O PRODUTO (WK-PRODAUX) NA TABELA DE PRODUTOS. A
      *---- UNIDADE E O NCM VALEM DO CADASTRO DE PRODUTOS; SEM O
      *---- CADASTRO, OS DO PRIMEIRO ITEM QUE REFERENCIOU O PRODUTO
      *
       P130-ACHAPROD.
           MOVE     ZEROS          TO    WK-J.
       P131-PROCURA.
           ADD      1              TO    WK-J.
           IF       WK-J  >  WK-PROD-QT
                    GO TO P132-NOVO.
           IF       WK-PROD-COD (WK-J)  NOT =  WK-PRODAUX
                    GO TO P131-PROCURA.
           PERFORM  P140-ACHAUNID  THRU  P140-ACHAUNID-FIM.
           GO  TO   P130-ACHAPROD-FIM.
       P132-NOVO.
           IF       WK-PROD-QT  NOT <  5000
                    GO TO P130-ACHAPROD-FIM.
           PERFORM  P140-ACHAUNID  THRU  P140-ACHAUNID-FIM.
           ADD      1              TO    WK-PROD-QT.
           MOVE     WK-PRODAUX     TO    WK-PROD-COD  (WK-PROD-QT).
           MOVE     WK-UNIDAUX     TO    WK-PROD-UNID (WK-PROD-QT).
           MOVE     WK-NCMAUX      TO    WK-PROD-NCM  (WK-PROD-QT).
           IF       WK-CADOK  NOT =  "S"
                    GO TO P130-ACHAPROD-FIM.
           MOVE     WK-PRODAUX     TO    PRO-CODIGO.
           READ     CADPROD.
           IF       WK-STATUS  NOT =  "00"
                    GO TO P130-ACHAPROD-FIM.
           MOVE     PRO-UNID       TO    WK-PROD-UNID (WK-PROD-QT)
                                         WK-UNIDAUX.
           MOVE     PRO-NCM        TO    WK-PROD-NCM  (WK-PROD-QT).
           PERFORM  P140-ACHAUNID  THRU  P140-ACHAUNID-FIM.
       P130-ACHAPROD-FIM.
           EXIT.
      *
      *---- INCLUI A UNIDADE (WK-UNIDAUX) NA TABELA DE UNIDADES
      *
       P140-ACHAUNID.
           IF       WK-UNIDAUX  =  SPACES
                    GO TO P140-ACHAUNID-FIM.
           MOVE     ZEROS          TO    WK-J.
       P141-PROCURA.
           ADD      1              TO    WK-J.
           IF       WK-J  >  WK-UNID-QT
                    GO TO P142-NOVO.
           IF       WK-UNID-ITEM (WK-J)  NOT =  WK-UNIDAUX
                    GO TO P141-PROCURA.
           GO  TO   P140-ACHAUNID-FIM.
       P142-NOVO.
           IF       WK-UNID-QT  <  300
                    ADD   1           TO  WK-UNID-QT
                    MOVE  WK-UNIDAUX  TO  WK-UNID-ITEM (WK-UNID-QT).
       P140-ACHAUNID-FIM.
           EXIT.
      *
      *---- REGISTRO 0150 - UM POR PARTICIPANTE (SAIDA = CADCLIxx,
      *---- ENTRADA = CADFORxx; FORA DO CADASTRO VALEM CGC/IE DA NOTA)
      *
       P150-REG0150.
           MOVE     ZEROS          TO    WK-J.
       P151-PROXIMO.
           ADD      1              TO    WK-J.
           IF       WK-J  >  WK-PART-QT
                    GO TO P150-REG0150-FIM.
           MOVE     WK-PART-COD (WK-J)  TO  WK-CODPART-NR.
           MOVE     WK-PART-CGC (WK-J)  TO  WK-CGCPART.
           MOVE     WK-PART-IE  (WK-J)  TO  WK-IEPART.
           MOVE     SPACES         TO    WK-NOMEPART  WK-ENDPART.
           IF       WK-PART-ES (WK-J)  =  "E"
                    MOVE  "F"  TO  WK-CODPART-TP
                    PERFORM  P152-LEFOR  THRU  P152-LEFOR-FIM
           ELSE
                    MOVE  "C"  TO  WK-CODPART-TP
                    PERFORM  P153-LECLI  THRU  P153-LECLI-FIM.
           IF       WK-NOMEPART  =  SPACES
                    STRING  "PARTICIPANTE "  DELIMITED BY SIZE
                            WK-CODPART       DELIMITED BY SIZE
                            INTO  WK-NOMEPART.
      *
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|0150|"               DELIMITED BY SIZE
                    WK-CODPART               DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    WK-NOMEPART              DELIMITED BY "  "
                    "|01058|"                DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
      *
      *    CGC COM OS 3 PRIMEIROS DIGITOS ZERADOS E' CPF (COMO NO
      *    SEF179)
      *
           IF       WK-CGCPART-3  =  ZEROS
                    STRING  "|"             DELIMITED BY SIZE
                            WK-CGCPART-CPF  DELIMITED BY SIZE
                            "|"             DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR
           ELSE
                    STRING  WK-CGCPART      DELIMITED BY SIZE
                            "||"            DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           IF       WK-IEPART  =  "ISENTO"
                    MOVE  SPACES  TO  WK-IEPART.
           STRING   WK-IEPART                DELIMITED BY SPACE
                    "|||"                    DELIMITED BY SIZE
                    WK-ENDPART               DELIMITED BY "  "
                    "||||"                   DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QT0150  WK-QTBLOC0.
           GO  TO   P151-PROXIMO.
       P150-REG0150-FIM.
           EXIT.
      *
       P152-LEFOR.
           OPEN     INPUT     CADFOR.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P152-LEFOR-FIM.
           MOVE     WK-CODPART-NR  TO    FOR-CODIGO.
           READ     CADFOR.
           IF       WK-STATUS  =  "00"
                    MOVE  FOR-NOME   TO  WK-NOMEPART
                    MOVE  FOR-ENDER  TO  WK-ENDPART
                    MOVE  FOR-CGC    TO  WK-CGCPART
                    MOVE  FOR-IE     TO  WK-IEPART.
           CLOSE    CADFOR.
       P152-LEFOR-FIM.
           EXIT.
      *
       P153-LECLI.
           OPEN     INPUT     CADCLI.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P153-LECLI-FIM.
           MOVE     WK-CODPART-NR  TO    CLI-CODIGO.
           READ     CADCLI.
           IF       WK-STATUS  =  "00"
                    MOVE  CLI-NOME   TO  WK-NOMEPART
                    MOVE  CLI-ENDER  TO  WK-ENDPART
                    MOVE  CLI-CGC    TO  WK-CGCPART
                    MOVE  CLI-IE     TO  WK-IEPART.
           CLOSE    CADCLI.
       P153-LECLI-FIM.
           EXIT.
      *
      *---- REGISTRO 0190 - UM POR UNIDADE DE MEDIDA UTILIZADA
      *
       P160-REG0190.
           MOVE     ZEROS          TO    WK-J.
       P161-PROXIMO.
           ADD      1              TO    WK-J.
           IF       WK-J  >  WK-UNID-QT
                    GO TO P160-REG0190-FIM.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|0190|"               DELIMITED BY SIZE
                    WK-UNID-ITEM (WK-J)      DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    WK-UNID-ITEM (WK-J)      DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QT0190  WK-QTBLOC0.
           GO  TO   P161-PROXIMO.
       P160-REG0190-FIM.
           EXIT.
      *
      *---- REGISTRO 0200 - UM POR PRODUTO REFERENCIADO (DESCRICAO
      *---- E ALIQUOTA DO CADPRODxx.SDI; FORA DO CADASTRO A
      *---- DESCRICAO E' O PROPRIO CODIGO)
      *
       P170-REG0200.
           MOVE     "N"            TO    WK-CADOK.
           OPEN     INPUT     CADPROD.
           IF       WK-STATUS  =  ZEROS
                    MOVE  "S"  TO  WK-CADOK.
           MOVE     ZEROS          TO    WK-J.
       P171-PROXIMO.
           ADD      1              TO    WK-J.
           IF       WK-J  >  WK-PROD-QT
                    IF       WK-CADOK  =  "S"
                             CLOSE  CADPROD
                    END-IF
                    GO TO P170-REG0200-FIM.
           INITIALIZE  PRO-REG.
           MOVE     WK-PROD-COD (WK-J)  TO  PRO-CODIGO  PRO-DESCR.
           IF       WK-CADOK  =  "S"
                    READ  CADPROD
                    IF    WK-STATUS  NOT =  "00"
                          INITIALIZE  PRO-REG
                          MOVE  WK-PROD-COD (WK-J)  TO  PRO-CODIGO
                                                        PRO-DESCR
                    END-IF
           END-IF.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|0200|"               DELIMITED BY SIZE
                    PRO-CODIGO               DELIMITED BY "  "
                    "|"                      DELIMITED BY SIZE
                    PRO-DESCR                DELIMITED BY "  "
                    "|||"                    DELIMITED BY SIZE
                    WK-PROD-UNID (WK-J)      DELIMITED BY SPACE
                    "|00|"                   DELIMITED BY SIZE
                    WK-PROD-NCM (WK-J)       DELIMITED BY SIZE
                    "||"                     DELIMITED BY SIZE
                    WK-PROD-NCM (WK-J) (1:2) DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           IF       PRO-ALIQ  =  ZEROS
                    STRING  "|"             DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR
           ELSE
                    MOVE     SPACES         TO    WK-EDALFA
                    MOVE     PRO-ALIQ       TO    WK-EDNUM
                    MOVE     WK-EDNUM       TO    WK-EDALFA
                    PERFORM  P830-TIRABRANCO  THRU  P830-TIRABRANCO-FIM
                    STRING   WK-CAMPO       DELIMITED BY SPACE
                             "|"            DELIMITED BY SIZE
                             INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QT0200  WK-QTBLOC0.
           GO  TO   P171-PROXIMO.
       P170-REG0200-FIM.
           EXIT.
      *
      *---- BLOCO A - SERVICOS (A LOJA NAO PRESTA SERVICOS - SEM DADOS)
      *
       P180-BLOCOA.
           MOVE     "|A001|1|"     TO    WK-LINHA.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTA001  WK-QTBLOCA.
           MOVE     "|A990|2|"     TO    WK-LINHA.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTA990  WK-QTBLOCA.
       P180-BLOCOA-FIM.
           EXIT.
      *
      *---- BLOCO C - DOCUMENTOS FISCAIS DE MERCADORIAS (NOTAS E
      *---- CONSOLIDACAO DOS MAPAS DE PDV)
      *
       P200-BLOCOC.
           MOVE     "|C001|0|"     TO    WK-LINHA.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTC001  WK-QTBLOCC.
      *
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|C010|"                 DELIMITED BY SIZE
                    PARAM-CGC                DELIMITED BY SIZE
                    "|2|"                    DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTC010  WK-QTBLOCC.
      *
           PERFORM  P210-NOTAS     THRU  P210-NOTAS-FIM.
           PERFORM  P240-MAPAS     THRU  P240-MAPAS-FIM.
      *
           ADD      1              TO    WK-QTBLOCC.
           MOVE     WK-QTBLOCC     TO    WK-QTED.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           PERFORM  P820-AJUSTAQT  THRU  P820-AJUSTAQT-FIM.
           STRING   "|C990|"                DELIMITED BY SIZE
                    WK-CAMPO                 DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTC990.
       P200-BLOCOC-FIM.
           EXIT.
      *
      *---- NOTAS ESCRITURADAS DA COMPETENCIA - C100 + C170. NOTA
      *---- CANCELADA SAI SO COM O C100 (COD_SIT 02), SEM ITENS
      *
       P210-NOTAS.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     NOTFIS.
           IF       WK-STATUS  =  "35"
                    GO TO P210-NOTAS-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P210-NOTAS-FIM.
           MOVE     "N"            TO    WK-ITENSOK.
           OPEN     INPUT     NFITENS.
           IF       WK-STATUS  =  ZEROS
                    MOVE  "S"  TO  WK-ITENSOK.
       P211-LENOTA.
           READ     NOTFIS    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    IF       WK-ITENSOK  =  "S"
                             CLOSE  NFITENS
                    END-IF
                    CLOSE  NOTFIS
                    GO TO P210-NOTAS-FIM.
           PERFORM  P030-ESCRITURA THRU  P030-ESCRITURA-FIM.
           IF       WK-ESCRITURA  NOT =  "S"
                    GO TO P211-LENOTA.
           MOVE     ZEROS          TO    WK-NFPIS  WK-NFCOF.
           IF       WK-ITENSOK  =  "S"  AND  NF-SITUACAO  NOT =  "C"
                    PERFORM  P215-SOMAITENS  THRU  P215-SOMAITENS-FIM.
           PERFORM  P220-REGC100   THRU  P220-REGC100-FIM.
           IF       WK-ITENSOK  =  "S"  AND  NF-SITUACAO  NOT =  "C"
                    PERFORM  P225-ITENS  THRU  P225-ITENS-FIM.
           GO  TO   P211-LENOTA.
       P210-NOTAS-FIM.
           EXIT.
      *
      *---- SOMA O PIS/COFINS DOS ITENS DA NOTA PARA O C100
      *
       P215-SOMAITENS.
           MOVE     "N"            TO    WK-FIMITEM.
           MOVE     NF-CHAVE       TO    NFI-CHAVE (1:18).
           MOVE     ZEROS          TO    NFI-ITEM.
           START    NFITENS   KEY  NOT <  NFI-CHAVE
                    INVALID  KEY
                    GO TO P215-SOMAITENS-FIM.
       P216-LEITEM.
           READ     NFITENS   NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMITEM.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMITEM.
           IF       WK-FIMITEM  =  "S"
                    GO TO P215-SOMAITENS-FIM.
           IF       NFI-CHAVE (1:18)  NOT =  NF-CHAVE
                    GO TO P215-SOMAITENS-FIM.
           IF       NFI-VLRPIS  NUMERIC
                    ADD   NFI-VLRPIS  TO  WK-NFPIS.
           IF       NFI-VLRCOF  NUMERIC
                    ADD   NFI-VLRCOF  TO  WK-NFCOF.
           GO  TO   P216-LEITEM.
       P215-SOMAITENS-FIM.
           EXIT.
      *
       P220-REGC100.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           IF       NF-ES  =  "E"
                    STRING  "|C100|0|1|"    DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR
                    MOVE  "F"  TO  WK-CODPART-TP
           ELSE
                    STRING  "|C100|1|0|"    DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR
                    MOVE  "C"  TO  WK-CODPART-TP.
           MOVE     NF-EMITENTE    TO    WK-CODPART-NR.
           STRING   WK-CODPART               DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    NF-MODELO                DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           IF       NF-SITUACAO  =  "C"
                    STRING  "02|"           DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR
           ELSE
                    STRING  "00|"           DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           STRING   NF-SERIE                DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    NF-NUMERO                DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    NF-DATA                  DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     NF-VLRCONT     TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     WK-NFPIS       TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     WK-NFCOF       TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTC100  WK-QTBLOCC.
       P220-REGC100-FIM.
           EXIT.
      *
      *---- ITENS DA NOTA CORRENTE (NFITENSxx.SDI) - REGISTRO C170
      *
       P225-ITENS.
           MOVE     "N"            TO    WK-FIMITEM.
           MOVE     NF-CHAVE       TO    NFI-CHAVE (1:18).
           MOVE     ZEROS          TO    NFI-ITEM.
           START    NFITENS   KEY  NOT <  NFI-CHAVE
                    INVALID  KEY
                    GO TO P225-ITENS-FIM.
       P226-LEITEM.
           READ     NFITENS   NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMITEM.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMITEM.
           IF       WK-FIMITEM  =  "S"
                    GO TO P225-ITENS-FIM.
           IF       NFI-CHAVE (1:18)  NOT =  NF-CHAVE
                    GO TO P225-ITENS-FIM.
      *
      *    ITENS GRAVADOS ANTES DO PIS/COFINS SAEM ZERADOS
      *
           IF       NFI-CSTPIS   NOT NUMERIC
               OR   NFI-BASEPIS  NOT NUMERIC
               OR   NFI-ALIQPIS  NOT NUMERIC
               OR   NFI-VLRPIS   NOT NUMERIC
                    MOVE  ZEROS  TO  NFI-CSTPIS   NFI-BASEPIS
                                     NFI-ALIQPIS  NFI-VLRPIS.
           IF       NFI-CSTCOF   NOT NUMERIC
               OR   NFI-BASECOF  NOT NUMERIC
               OR   NFI-ALIQCOF  NOT NUMERIC
               OR   NFI-VLRCOF   NOT NUMERIC
                    MOVE  ZEROS  TO  NFI-CSTCOF   NFI-BASECOF
                                     NFI-ALIQCOF  NFI-VLRCOF.
           PERFORM  P227-REGC170   THRU  P227-REGC170-FIM.
           PERFORM  P230-ACUMULA   THRU  P230-ACUMULA-FIM.
           GO  TO   P226-LEITEM.
       P225-ITENS-FIM.
           EXIT.
      *
       P227-REGC170.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|C170|"               DELIMITED BY SIZE
                    NFI-ITEM                 DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    NFI-PRODUTO              DELIMITED BY "  "
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     SPACES         TO    WK-EDALFA.
           MOVE     NFI-QTDE       TO    WK-EDQTD.
           MOVE     WK-EDQTD       TO    WK-EDALFA (1:13).
           PERFORM  P830-TIRABRANCO  THRU  P830-TIRABRANCO-FIM.
           STRING   WK-CAMPO                 DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    NFI-UNID                 DELIMITED BY "  "
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     NFI-VLRITEM    TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           STRING   NFI-CFOP                 DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    NFI-CSTPIS               DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     NFI-BASEPIS    TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     NFI-ALIQPIS    TO    WK-ALIQ.
           PERFORM  P840-CAMPOALIQ THRU  P840-CAMPOALIQ-FIM.
           MOVE     NFI-VLRPIS     TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           STRING   NFI-CSTCOF               DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     NFI-BASECOF    TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     NFI-ALIQCOF    TO    WK-ALIQ.
           PERFORM  P840-CAMPOALIQ THRU  P840-CAMPOALIQ-FIM.
           MOVE     NFI-VLRCOF     TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTC170  WK-QTBLOCC.
       P227-REGC170-FIM.
           EXIT.
      *
      *---- ACUMULA O ITEM NA APURACAO: SAIDA = RECEITA E
      *---- CONTRIBUICAO; ENTRADA COM CST 50 A 56 = CREDITO
      *
       P230-ACUMULA.
           IF       NF-ES  =  "S"
                    ADD   NFI-VLRITEM  TO  WK-PIS-RECBRT  WK-COF-RECBRT
                    ADD   NFI-BASEPIS  TO  WK-PIS-BASE
                    ADD   NFI-VLRPIS   TO  WK-PIS-CONTRIB
                    ADD   NFI-BASECOF  TO  WK-COF-BASE
                    ADD   NFI-VLRCOF   TO  WK-COF-CONTRIB
                    GO TO P230-ACUMULA-FIM.
           IF       NFI-CSTPIS  NOT <  50  AND  NOT >  56
                    ADD   NFI-BASEPIS  TO  WK-PIS-BASECRED
                    ADD   NFI-VLRPIS   TO  WK-PIS-CRED.
           IF       NFI-CSTCOF  NOT <  50  AND  NOT >  56
                    ADD   NFI-BASECOF  TO  WK-COF-BASECRED
                    ADD   NFI-VLRCOF   TO  WK-COF-CRED.
       P230-ACUMULA-FIM.
           EXIT.
      *
      *---- MAPAS DE PDV DA COMPETENCIA - CONSOLIDADOS EM UM C490
      *---- (MODELO 2D) COM C491/C495 NA ALIQUOTA BASICA DO REGIME;
      *---- BASE = VALOR CONTABIL DOS MAPAS (CST 01, CFOP 5102)
      *
       P240-MAPAS.
           MOVE     ZEROS          TO    WK-MAP-QT  WK-MAP-VLRCONT.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     MAPPDV.
           IF       WK-STATUS  =  "35"
                    GO TO P240-MAPAS-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P240-MAPAS-FIM.
       P241-LEMAPA.
           READ     MAPPDV    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    CLOSE  MAPPDV
                    GO TO P245-CONSOLIDA.
           IF       MAP-DATA-MM  NOT =  LK-COMPET-MM
               OR   MAP-DATA-AA  NOT =  LK-COMPET-AAAA
                    GO TO P241-LEMAPA.
           ADD      1              TO    WK-MAP-QT.
           ADD      MAP-VLRCONT    TO    WK-MAP-VLRCONT.
           GO  TO   P241-LEMAPA.
       P245-CONSOLIDA.
           IF       WK-MAP-QT  =  ZEROS
                    GO TO P240-MAPAS-FIM.
           COMPUTE  WK-MAP-VLRPIS  ROUNDED  =
                    WK-MAP-VLRCONT  *  WK-ALIQPIS  /  100.
           COMPUTE  WK-MAP-VLRCOF  ROUNDED  =
                    WK-MAP-VLRCONT  *  WK-ALIQCOF  /  100.
           ADD      WK-MAP-VLRCONT TO    WK-PIS-RECBRT  WK-COF-RECBRT
                                         WK-PIS-BASE    WK-COF-BASE.
           ADD      WK-MAP-VLRPIS  TO    WK-PIS-CONTRIB.
           ADD      WK-MAP-VLRCOF  TO    WK-COF-CONTRIB.
      *
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|C490|"                 DELIMITED BY SIZE
                    WK-DTINI                 DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    WK-DTFIM                 DELIMITED BY SIZE
                    "|2D|"                   DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTC490  WK-QTBLOCC.
      *
           MOVE     "|C491||01|5102|"      TO  WK-LINHA.
           MOVE     16             TO    WK-PTR.
           MOVE     WK-ALIQPIS     TO    WK-ALIQ.
           MOVE     WK-MAP-VLRPIS  TO    WK-VALOR.
           PERFORM  P250-CAMPOSMAP THRU  P250-CAMPOSMAP-FIM.
           ADD      1   TO   WK-QTC491  WK-QTBLOCC.
      *
           MOVE     "|C495||01|5102|"      TO  WK-LINHA.
           MOVE     16             TO    WK-PTR.
           MOVE     WK-ALIQCOF     TO    WK-ALIQ.
           MOVE     WK-MAP-VLRCOF  TO    WK-VALOR.
           PERFORM  P250-CAMPOSMAP THRU  P250-CAMPOSMAP-FIM.
           ADD      1   TO   WK-QTC495  WK-QTBLOCC.
       P240-MAPAS-FIM.
           EXIT.
      *
      *---- CAMPOS DE VALOR DO C491/C495 (VL_ITEM, BASE, ALIQUOTA,
      *---- QUANTIDADES EM BRANCO E VALOR DA CONTRIBUICAO EM WK-VALOR)
      *
       P250-CAMPOSMAP.
           MOVE     WK-VALOR       TO    WK-AP-DEVIDO.
           MOVE     WK-MAP-VLRCONT TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P840-CAMPOALIQ THRU  P840-CAMPOALIQ-FIM.
           STRING   "||"                     DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     WK-AP-DEVIDO   TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           STRING   "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
       P250-CAMPOSMAP-FIM.
           EXIT.
      *
      *---- BLOCO D - SERVICOS DE TRANSPORTE/COMUNICACAO (SEM DADOS)
      *
       P280-BLOCOD.
           MOVE     "|D001|1|"     TO    WK-LINHA.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTD001  WK-QTBLOCD.
           MOVE     "|D990|2|"     TO    WK-LINHA.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTD990  WK-QTBLOCD.
       P280-BLOCOD-FIM.
           EXIT.
      *
      *---- BLOCO M - APURACAO DO PIS (M100/M200/M210) E DA COFINS
      *---- (M500/M600/M610). NO NAO-CUMULATIVO O CREDITO DAS
      *---- ENTRADAS E' DESCONTADO ATE O LIMITE DA CONTRIBUICAO; O
      *---- QUE SOBRA FICA COMO SALDO CREDOR DO PROPRIO M100/M500
      *
       P300-BLOCOM.
           MOVE     "|M001|0|"     TO    WK-LINHA.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTM001  WK-QTBLOCM.
      *
           MOVE     "M100"         TO    WK-AP-REGCRED.
           MOVE     "M200"         TO    WK-AP-REGCONS.
           MOVE     "M210"         TO    WK-AP-REGDET.
           MOVE     WK-ALIQPIS     TO    WK-AP-ALIQ.
           MOVE     WK-PIS-RECBRT  TO    WK-AP-RECBRT.
           MOVE     WK-PIS-BASE    TO    WK-AP-BASE.
           MOVE     WK-PIS-CONTRIB TO    WK-AP-CONTRIB.
           MOVE     WK-PIS-BASECRED TO   WK-AP-BASECRED.
           MOVE     WK-PIS-CRED    TO    WK-AP-CRED.
           PERFORM  P310-APURA     THRU  P310-APURA-FIM.
           IF       WK-AP-CRED  >  ZEROS
                    ADD   1   TO   WK-QTM100  WK-QTBLOCM.
           ADD      1   TO   WK-QTM200  WK-QTM210.
           ADD      2   TO   WK-QTBLOCM.
      *
           MOVE     "M500"         TO    WK-AP-REGCRED.
           MOVE     "M600"         TO    WK-AP-REGCONS.
           MOVE     "M610"         TO    WK-AP-REGDET.
           MOVE     WK-ALIQCOF     TO    WK-AP-ALIQ.
           MOVE     WK-COF-RECBRT  TO    WK-AP-RECBRT.
           MOVE     WK-COF-BASE    TO    WK-AP-BASE.
           MOVE     WK-COF-CONTRIB TO    WK-AP-CONTRIB.
           MOVE     WK-COF-BASECRED TO   WK-AP-BASECRED.
           MOVE     WK-COF-CRED    TO    WK-AP-CRED.
           PERFORM  P310-APURA     THRU  P310-APURA-FIM.
           IF       WK-AP-CRED  >  ZEROS
                    ADD   1   TO   WK-QTM500  WK-QTBLOCM.
           ADD      1   TO   WK-QTM600  WK-QTM610.
           ADD      2   TO   WK-QTBLOCM.
      *
           ADD      1              TO    WK-QTBLOCM.
           MOVE     WK-QTBLOCM     TO    WK-QTED.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           PERFORM  P820-AJUSTAQT  THRU  P820-AJUSTAQT-FIM.
           STRING   "|M990|"                DELIMITED BY SIZE
                    WK-CAMPO                 DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTM990.
       P300-BLOCOM-FIM.
           EXIT.
      *
      *---- APURA UMA CONTRIBUICAO (AREA WK-APUR) E GRAVA O CREDITO
      *---- (SO SE HOUVER), A CONSOLIDACAO E O DETALHAMENTO
      *
       P310-APURA.
           IF       WK-REGPIS  NOT =  "N"
                    MOVE  ZEROS  TO  WK-AP-CRED  WK-AP-BASECRED.
           MOVE     WK-AP-CRED     TO    WK-AP-DESCONTO.
           IF       WK-AP-DESCONTO  >  WK-AP-CONTRIB
                    MOVE  WK-AP-CONTRIB  TO  WK-AP-DESCONTO.
           SUBTRACT WK-AP-DESCONTO FROM  WK-AP-CRED
                    GIVING  WK-AP-SALDOCRED.
           SUBTRACT WK-AP-DESCONTO FROM  WK-AP-CONTRIB
                    GIVING  WK-AP-DEVIDO.
           IF       WK-AP-CRED  >  ZEROS
                    PERFORM  P320-REGCRED  THRU  P320-REGCRED-FIM.
           PERFORM  P330-REGCONS   THRU  P330-REGCONS-FIM.
           PERFORM  P340-REGDET    THRU  P340-REGDET-FIM.
       P310-APURA-FIM.
           EXIT.
      *
      *---- M100/M500 - CREDITO DAS AQUISICOES (COD_CRED 101,
      *---- ALIQUOTA BASICA, DESCONTO TOTAL NO PROPRIO PERIODO)
      *
       P320-REGCRED.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|"                      DELIMITED BY SIZE
                    WK-AP-REGCRED            DELIMITED BY SIZE
                    "|101|0|"                DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     WK-AP-BASECRED TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     WK-AP-ALIQ     TO    WK-ALIQ.
           PERFORM  P840-CAMPOALIQ THRU  P840-CAMPOALIQ-FIM.
           STRING   "||"                     DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     WK-AP-CRED     TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           MOVE     WK-AP-CRED     TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           STRING   "0|"                     DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     WK-AP-DESCONTO TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     WK-AP-SALDOCRED TO   WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
       P320-REGCRED-FIM.
           EXIT.
      *
      *---- M200/M600 - CONSOLIDACAO: NAO-CUMULATIVA NOS SETE
      *---- PRIMEIROS VALORES, CUMULATIVA NOS QUATRO SEGUINTES E O
      *---- TOTAL A RECOLHER NO ULTIMO
      *
       P330-REGCONS.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|"                      DELIMITED BY SIZE
                    WK-AP-REGCONS            DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           IF       WK-REGPIS  =  "N"
                    GO TO P331-NAOCUM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM  7 TIMES.
           MOVE     WK-AP-CONTRIB  TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM  2 TIMES.
           MOVE     WK-AP-DEVIDO   TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           GO  TO   P332-TOTAL.
       P331-NAOCUM.
           MOVE     WK-AP-CONTRIB  TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     WK-AP-DESCONTO TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           MOVE     WK-AP-DEVIDO   TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM  2 TIMES.
           MOVE     WK-AP-DEVIDO   TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM  4 TIMES.
       P332-TOTAL.
           MOVE     WK-AP-DEVIDO   TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
       P330-REGCONS-FIM.
           EXIT.
      *
      *---- M210/M610 - DETALHAMENTO DA CONTRIBUICAO (COD_CONT 01 NO
      *---- NAO-CUMULATIVO, 51 NO CUMULATIVO - ALIQUOTA BASICA)
      *
       P340-REGDET.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|"                      DELIMITED BY SIZE
                    WK-AP-REGDET             DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    WK-CODCONT               DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     WK-AP-RECBRT   TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     WK-AP-BASE     TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     WK-AP-ALIQ     TO    WK-ALIQ.
           PERFORM  P840-CAMPOALIQ THRU  P840-CAMPOALIQ-FIM.
           STRING   "||"                     DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     WK-AP-CONTRIB  TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM  4 TIMES.
           MOVE     WK-AP-CONTRIB  TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
       P340-REGDET-FIM.
           EXIT.
      *
      *---- BLOCO 9 - CONTROLE E ENCERRAMENTO DO ARQUIVO
      *
       P400-BLOCO9.
           MOVE     "|9001|0|"     TO    WK-LINHA.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QT9001  WK-QTBLOC9.
      *
      *    UM REGISTRO 9900 PARA CADA TIPO DE REGISTRO PREVISTO,
      *    INCLUSIVE OS DO PROPRIO BLOCO 9 (32 TIPOS FIXOS)
      *
           MOVE     32             TO    WK-QT9900.
           ADD      32             TO    WK-QTBLOC9.
           MOVE     1              TO    WK-QT9990  WK-QT9999.
           ADD      2              TO    WK-QTBLOC9.
      *
           PERFORM  P410-REG9900   THRU  P410-REG9900-FIM.
      *
           ADD      WK-QTBLOC0  WK-QTBLOCA  WK-QTBLOCC  WK-QTBLOCD
                    WK-QTBLOCM  WK-QTBLOC9  GIVING  WK-QTGERAL.
      *
           MOVE     WK-QTBLOC9     TO    WK-QTED.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           PERFORM  P820-AJUSTAQT  THRU  P820-AJUSTAQT-FIM.
           STRING   "|9990|"                DELIMITED BY SIZE
                    WK-CAMPO                 DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
      *
           MOVE     WK-QTGERAL     TO    WK-QTED.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           PERFORM  P820-AJUSTAQT  THRU  P820-AJUSTAQT-FIM.
           STRING   "|9999|"                DELIMITED BY SIZE
                    WK-CAMPO                 DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
       P400-BLOCO9-FIM.
           EXIT.
      *
      *---- REGISTROS 9900 (TOTALIZADOR POR TIPO DE REGISTRO)
      *
       P410-REG9900.
           MOVE     WK-QT0000  TO  WK-QTED.
           MOVE     "0000"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QT0001  TO  WK-QTED.
           MOVE     "0001"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QT0110  TO  WK-QTED.
           MOVE     "0110"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QT0140  TO  WK-QTED.
           MOVE     "0140"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QT0150  TO  WK-QTED.
           MOVE     "0150"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QT0190  TO  WK-QTED.
           MOVE     "0190"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QT0200  TO  WK-QTED.
           MOVE     "0200"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QT0990  TO  WK-QTED.
           MOVE     "0990"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTA001  TO  WK-QTED.
           MOVE     "A001"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTA990  TO  WK-QTED.
           MOVE     "A990"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTC001  TO  WK-QTED.
           MOVE     "C001"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTC010  TO  WK-QTED.
           MOVE     "C010"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTC100  TO  WK-QTED.
           MOVE     "C100"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTC170  TO  WK-QTED.
           MOVE     "C170"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTC490  TO  WK-QTED.
           MOVE     "C490"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTC491  TO  WK-QTED.
           MOVE     "C491"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTC495  TO  WK-QTED.
           MOVE     "C495"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTC990  TO  WK-QTED.
           MOVE     "C990"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTD001  TO  WK-QTED.
           MOVE     "D001"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTD990  TO  WK-QTED.
           MOVE     "D990"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTM001  TO  WK-QTED.
           MOVE     "M001"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTM100  TO  WK-QTED.
           MOVE     "M100"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTM200  TO  WK-QTED.
           MOVE     "M200"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTM210  TO  WK-QTED.
           MOVE     "M210"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTM500  TO  WK-QTED.
           MOVE     "M500"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTM600  TO  WK-QTED.
           MOVE     "M600"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTM610  TO  WK-QTED.
           MOVE     "M610"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTM990  TO  WK-QTED.
           MOVE     "M990"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QT9001  TO  WK-QTED.
           MOVE     "9001"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QT9900  TO  WK-QTED.
           MOVE     "9900"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QT9990  TO  WK-QTED.
           MOVE     "9990"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QT9999  TO  WK-QTED.
           MOVE     "9999"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
       P410-REG9900-FIM.
           EXIT.
      *
       P420-UM9900.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|9900|"                DELIMITED BY SIZE
                    WK-CAMPO                 DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P820-AJUSTAQT  THRU  P820-AJUSTAQT-FIM.
           STRING   WK-CAMPO                 DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
       P420-UM9900-FIM.
           EXIT.
      *
      *---- GRAVA A LINHA MONTADA NO ARQUIVO DA EFD-CONTRIBUICOES
      *
       P800-GRAVA.
           WRITE    CONT-REG   FROM  WK-LINHA.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE.
       P800-GRAVA-FIM.
           EXIT.
      *
      *---- MONTA CAMPO DE VALOR (VIRGULA DECIMAL, SEM BRANCOS A
      *---- ESQUERDA) E ANEXA EM WK-LINHA SEGUIDO DO DELIMITADOR
      *
       P810-CAMPOVLR.
           MOVE     WK-VALOR       TO    WK-EDNUM.
           MOVE     WK-EDNUM       TO    WK-EDALFA.
           PERFORM  P830-TIRABRANCO  THRU  P830-TIRABRANCO-FIM.
           STRING   WK-CAMPO                 DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
       P810-CAMPOVLR-FIM.
           EXIT.
      *
      *---- CAMPO DE VALOR NAO CONTROLADO PELO SISTEMA (SAI ZERADO)
      *
       P815-CAMPOZERO.
           MOVE     ZEROS          TO    WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
       P815-CAMPOZERO-FIM.
           EXIT.
      *
      *---- IDEM PARA CONTADORES (WK-QTED)
      *
       P820-AJUSTAQT.
           MOVE     SPACES         TO    WK-EDALFA.
           MOVE     WK-QTED        TO    WK-EDALFA (1:7).
           PERFORM  P830-TIRABRANCO  THRU  P830-TIRABRANCO-FIM.
       P820-AJUSTAQT-FIM.
           EXIT.
      *
      *---- RETIRA OS BRANCOS A ESQUERDA DE WK-EDALFA PARA WK-CAMPO
      *
       P830-TIRABRANCO.
           MOVE     SPACES         TO    WK-CAMPO.
           MOVE     1              TO    WK-I.
       P831-PROCURA.
           IF       WK-I  <  14
               AND  WK-EDALFA (WK-I:1)  =  SPACE
                    ADD  1  TO  WK-I
                    GO TO P831-PROCURA.
           MOVE     WK-EDALFA (WK-I:)  TO  WK-CAMPO.
       P830-TIRABRANCO-FIM.
           EXIT.
      *
      *---- CAMPO DE ALIQUOTA (WK-ALIQ, QUATRO DECIMAIS) ANEXADO EM
      *---- WK-LINHA SEGUIDO DO DELIMITADOR
      *
       P840-CAMPOALIQ.
           MOVE     SPACES         TO    WK-EDALFA.
           MOVE     WK-ALIQ        TO    WK-EDALIQ.
           MOVE     WK-EDALIQ      TO    WK-EDALFA (1:7).
           PERFORM  P830-TIRABRANCO  THRU  P830-TIRABRANCO-FIM.
           STRING   WK-CAMPO                 DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
       P840-CAMPOALIQ-FIM.
           EXIT.
      *
      *---- FIM DO PROGRAMA
      *
