      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF186.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        KARDEX FISCAL DE ESTOQUE POR       *
      *                             PRODUTO ENTRE INVENTARIOS. PARTE   *
      *                             DO INVENTARIO ANTERIOR AO PERIODO  *
      *                             (INV-QTDE/INV-CUSTO DO             *
      *                             INVENTxx.SDI), SOMA AS ENTRADAS E  *
      *                             SUBTRAI AS SAIDAS DOS ITENS        *
      *                             (NFITENSxx.SDI) DAS NOTAS NAO      *
      *                             CANCELADAS, COM SALDO CORRENTE E   *
      *                             CUSTO MEDIO PONDERADO.             *
      *                             MODO "K": KARDEX DO PERIODO.       *
      *                             MODO "D": SALDO TEORICO NA DATA DO *
      *                             PROXIMO INVENTARIO X QUANTIDADE    *
      *                             CONTADA - LISTA OS PRODUTOS CUJA   *
      *                             DIFERENCA PASSA DA TOLERANCIA      *
      *                             (QUANTIDADE) INFORMADA.            *
      *                             HONRA O SEFCOMP.TXT (BATCH:        *
      *                             PERIODO = COMPETENCIA, TODOS OS    *
      *                             PRODUTOS, MODO E TOLERANCIA DO     *
      *                             PROPRIO REGISTRO) E O SEFDEST.TXT  *
      *                             (IMPRESSORA / ARQUIVO / CSV)       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF186.
       AUTHOR.             AFFM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT INVENT  ASSIGN TO WK-INVENT
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS INV-CHAVE.
      *
           SELECT CADPROD ASSIGN TO WK-CADPROD
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS PRO-CHAVE.
      *
      *    MOVIMENTO DO PERIODO REORDENADO POR PRODUTO + DATA
      *    (ARQUIVO DE TRABALHO, RECRIADO A CADA EXECUCAO)
      *
           SELECT KARDTMP ASSIGN TO WK-KARDTMP
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS KDX-CHAVE.
      *
           SELECT ARQCOMP ASSIGN TO "SEFCOMP.TXT"
                  ORGANIZATION   IS LINE SEQUENTIAL
                  FILE STATUS    IS WK-STATUS.
      *
           SELECT ARQDEST ASSIGN TO "SEFDEST.TXT"
                  ORGANIZATION   IS LINE SEQUENTIAL
                  FILE STATUS    IS WK-STATUS.
      *
           SELECT RELSAI  ASSIGN TO WK-RELARQ
                  ORGANIZATION   IS LINE SEQUENTIAL
                  FILE STATUS    IS WK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
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
       FD  INVENT
           LABEL RECORDS ARE STANDARD.
       01  INV-REG.
           COPY    "SDICINV.CPY".
      *
       FD  CADPROD
           LABEL RECORDS ARE STANDARD.
       01  PRO-REG.
           COPY    "SDICPRO.CPY".
      *
       FD  KARDTMP
           LABEL RECORDS ARE STANDARD.
       01  KDX-REG.
           03  KDX-CHAVE.
               05  KDX-PRODUTO     PIC X(14).
      *        DATA NO FORMATO AAAAMMDD (ORDEM CRONOLOGICA); NO MESMO
      *        DIA AS ENTRADAS ("E") VEM ANTES DAS SAIDAS ("S")
               05  KDX-DATA        PIC 9(08).
               05  KDX-ES          PIC X(01).
               05  KDX-NUMERO      PIC 9(06).
               05  KDX-SERIE       PIC X(03).
               05  KDX-ITEM        PIC 9(03).
           03  KDX-CFOP            PIC 9(04).
           03  KDX-QTDE            PIC 9(09)V999.
           03  KDX-VALOR           PIC 9(11)V99.
           03  FILLER              PIC X(10).
      *
       FD  ARQCOMP
           LABEL RECORDS ARE STANDARD.
       01  COMP-REG.
           COPY    "SDICCMP.CPY".
      *
       FD  ARQDEST
           LABEL RECORDS ARE STANDARD.
       01  DEST-REG.
           COPY    "SDICDST.CPY".
      *
       FD  RELSAI
           LABEL RECORDS ARE STANDARD.
       01  REL-REG                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       77  WK-FIMARQ               PIC X(01)     VALUE "N".
       77  WK-FIMITEM              PIC X(01)     VALUE "N".
       77  WK-DESTINO              PIC X(01)     VALUE "I".
       77  WK-PARAMOK              PIC X(01)     VALUE "N".
       77  WK-RESP                 PIC X(01)     VALUE SPACES.
       77  WK-SCAPE                PIC 9(04)     VALUE ZEROS.
       77  WK-LIN                  PIC 9(02)     VALUE ZEROS.
       77  WK-I                    PIC 9(02)     VALUE ZEROS.
      *    "S" = O PRODUTO TEM SALDO NO INVENTARIO BASE OU MOVIMENTO
       77  WK-TEMMOV               PIC X(01)     VALUE "N".
      *    "S" = CABECALHO E SALDO ANTERIOR DO PRODUTO JA IMPRESSOS
       77  WK-ABRIU                PIC X(01)     VALUE "N".
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
       01  WK-RELARQ               PIC X(12)     VALUE "RELKARD.REL".
       01  WK-NOTFIS.
           03  FILLER              PIC X(06) VALUE "NOTFIS".
           03  WK-NOTFISLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-NFITENS.
           03  FILLER              PIC X(07) VALUE "NFITENS".
           03  WK-NFITENSLJ        PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-INVENT.
           03  FILLER              PIC X(06) VALUE "INVENT".
           03  WK-INVENTLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-CADPROD.
           03  FILLER              PIC X(07) VALUE "CADPROD".
           03  WK-CADPRODLJ        PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-KARDTMP.
           03  FILLER              PIC X(06) VALUE "KARDEX".
           03  WK-KARDTMPLJ        PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".TMP".
      *
      *---- PARAMETROS: MODO ("K" KARDEX / "D" DIVERGENCIA), FAIXA
      *---- DE PRODUTOS, PERIODO E TOLERANCIA EM QUANTIDADE
      *
       01  WK-MODO                 PIC X(01)     VALUE "K".
       01  WK-PRODINI              PIC X(14)     VALUE SPACES.
       01  WK-PRODFIM              PIC X(14)     VALUE SPACES.
       01  WK-TOLER                PIC 9(07)V999 VALUE ZEROS.
       01  WK-COMPET.
           03  WK-COMPET-AAAA      PIC 9(04)     VALUE ZEROS.
           03  WK-COMPET-MM        PIC 9(02)     VALUE ZEROS.
      *
      *---- DATAS: DIGITADAS EM DDMMAAAA, COMPARADAS EM AAAAMMDD
      *
       01  WK-DTINI.
           03  WK-DTINI-DD         PIC 9(02)     VALUE ZEROS.
           03  WK-DTINI-MM         PIC 9(02)     VALUE ZEROS.
           03  WK-DTINI-AA         PIC 9(04)     VALUE ZEROS.
       01  WK-DTFIM.
           03  WK-DTFIM-DD         PIC 9(02)     VALUE ZEROS.
           03  WK-DTFIM-MM         PIC 9(02)     VALUE ZEROS.
           03  WK-DTFIM-AA         PIC 9(04)     VALUE ZEROS.
       01  WK-DTCONV.
           03  WK-DTCONV-DD        PIC 9(02)     VALUE ZEROS.
           03  WK-DTCONV-MM        PIC 9(02)     VALUE ZEROS.
           03  WK-DTCONV-AA        PIC 9(04)     VALUE ZEROS.
       01  WK-AMD.
           03  WK-AMD-AA           PIC 9(04)     VALUE ZEROS.
           03  WK-AMD-MM           PIC 9(02)     VALUE ZEROS.
           03  WK-AMD-DD           PIC 9(02)     VALUE ZEROS.
       01  WK-AMD-N                REDEFINES     WK-AMD
                                   PIC 9(08).
       01  WK-INI-AMD              PIC 9(08)     VALUE ZEROS.
       01  WK-FIM-AMD              PIC 9(08)     VALUE ZEROS.
      *    LIMITE DO MOVIMENTO LIDO: FIM DO PERIODO (MODO "K") OU
      *    DATA DO PROXIMO INVENTARIO (MODO "D")
       01  WK-LIM-AMD              PIC 9(08)     VALUE ZEROS.
       01  WK-ANOBIS               PIC 9(04)     VALUE ZEROS.
       01  WK-ANOBIS-R             REDEFINES     WK-ANOBIS.
           03  FILLER              PIC 9(02).
           03  WK-ANOBIS-2         PIC 9(02).
      *
      *---- INVENTARIO BASE (ULTIMO ANTES DO PERIODO) E PROXIMO
      *---- INVENTARIO (PRIMEIRO DENTRO DO PERIODO) - ZEROS = NAO HA
      *
       01  WK-BASE-AMD             PIC 9(08)     VALUE ZEROS.
       01  WK-BASE-DMA             PIC 9(08)     VALUE ZEROS.
       01  WK-PROX-AMD             PIC 9(08)     VALUE ZEROS.
       01  WK-PROX-DMA             PIC 9(08)     VALUE ZEROS.
      *
      *---- SALDO CORRENTE DO PRODUTO
      *
       01  WK-SLDQTD               PIC S9(09)V999 VALUE ZEROS.
       01  WK-SLDVLR               PIC S9(11)V99 VALUE ZEROS.
       01  WK-CUSTO                PIC 9(11)V99  VALUE ZEROS.
       01  WK-VLRSAI               PIC 9(11)V99  VALUE ZEROS.
       01  WK-CONTADO              PIC 9(09)V999 VALUE ZEROS.
       01  WK-DIFQTD               PIC S9(09)V999 VALUE ZEROS.
       01  WK-DIFABS               PIC 9(09)V999 VALUE ZEROS.
       01  WK-DIFVLR               PIC S9(11)V99 VALUE ZEROS.
      *
      *---- TOTAIS DO RELATORIO
      *
       01  WK-QTPROD               PIC 9(05)     VALUE ZEROS.
       01  WK-TOTDIF               PIC S9(13)V99 VALUE ZEROS.
      *
      *---- LINHA DO MOVIMENTO (MONTADA ANTES DE P300-LINHA)
      *
       01  WK-MOV-DATA             PIC 9(08)     VALUE ZEROS.
       01  WK-MOV-DOC              PIC X(14)     VALUE SPACES.
       01  WK-MOV-ES               PIC X(01)     VALUE SPACES.
       01  WK-MOV-CFOP             PIC 9(04)     VALUE ZEROS.
       01  WK-MOV-QENT             PIC 9(09)V999 VALUE ZEROS.
       01  WK-MOV-QSAI             PIC 9(09)V999 VALUE ZEROS.
       01  WK-DOCNF.
           03  WK-DOCNF-NUM        PIC 9(06).
           03  FILLER              PIC X(01)     VALUE "-".
           03  WK-DOCNF-SER        PIC X(03).
           03  FILLER              PIC X(04)     VALUE SPACES.
      *
       01  WK-CAB1.
           03  WK-CAB1-TIT         PIC X(36).
           03  FILLER              PIC X(07)     VALUE " LOJA  ".
           03  WK-CAB1-LJ          PIC 9(02).
           03  FILLER              PIC X(11)     VALUE " - PERIODO ".
           03  WK-CAB1-INI         PIC 99/99/9999.
           03  FILLER              PIC X(03)     VALUE " A ".
           03  WK-CAB1-FIM         PIC 99/99/9999.
           03  FILLER              PIC X(53)     VALUE SPACES.
       01  WK-CAB2.
           03  FILLER              PIC X(21)
               VALUE "INVENTARIO BASE    : ".
           03  WK-CAB2-BASE        PIC 99/99/9999.
           03  FILLER              PIC X(25)
               VALUE "   PROXIMO INVENTARIO : ".
           03  WK-CAB2-PROX        PIC 99/99/9999.
           03  FILLER              PIC X(19)
               VALUE "   TOLERANCIA : ".
           03  WK-CAB2-TOLER       PIC Z.ZZZ.ZZ9,999.
           03  FILLER              PIC X(34)     VALUE SPACES.
       01  WK-CABK.
           03  FILLER              PIC X(12)     VALUE "DATA".
           03  FILLER              PIC X(17)     VALUE "DOCUMENTO".
           03  FILLER              PIC X(03)     VALUE "ES".
           03  FILLER              PIC X(06)     VALUE "CFOP".
           03  FILLER              PIC X(17)
               VALUE "      QTD ENTRADA".
           03  FILLER              PIC X(17)
               VALUE "        QTD SAIDA".
           03  FILLER              PIC X(18)
               VALUE "       SALDO QTDE".
           03  FILLER              PIC X(19)
               VALUE "        CUSTO MEDIO".
           03  FILLER              PIC X(20)
               VALUE "        SALDO VALOR".
           03  FILLER              PIC X(03)     VALUE SPACES.
       01  WK-CABD.
           03  FILLER              PIC X(16)     VALUE "PRODUTO".
           03  FILLER              PIC X(32)     VALUE "DESCRICAO".
           03  FILLER              PIC X(18)
               VALUE "    SALDO TEORICO".
           03  FILLER              PIC X(17)
               VALUE "          CONTADO".
           03  FILLER              PIC X(18)
               VALUE "        DIFERENCA".
           03  FILLER              PIC X(20)
               VALUE "    VALOR DIFERENCA".
           03  FILLER              PIC X(11)     VALUE SPACES.
       01  WK-PRODLIN.
           03  FILLER              PIC X(09)     VALUE "PRODUTO: ".
           03  WK-PL-COD           PIC X(14).
           03  FILLER              PIC X(03)     VALUE " - ".
           03  WK-PL-DESCR         PIC X(40).
           03  FILLER              PIC X(09)     VALUE "  UNID: ".
           03  WK-PL-UNID          PIC X(06).
           03  FILLER              PIC X(51)     VALUE SPACES.
       01  WK-KLIN.
           03  WK-KL-DATA          PIC 99/99/9999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-KL-DOC           PIC X(14).
           03  FILLER              PIC X(03)     VALUE SPACES.
           03  WK-KL-ES            PIC X(01).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-KL-CFOP          PIC ZZZZ.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-KL-QENT          PIC ZZZ.ZZZ.ZZ9,999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-KL-QSAI          PIC ZZZ.ZZZ.ZZ9,999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-KL-SALDO         PIC -ZZZ.ZZZ.ZZ9,999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-KL-CUSTO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-KL-VALOR         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(03)     VALUE SPACES.
       01  WK-DLIN.
           03  WK-DL-PROD          PIC X(14).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-DL-DESCR         PIC X(30).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-DL-TEOR          PIC -ZZZ.ZZZ.ZZ9,999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-DL-CONT          PIC ZZZ.ZZZ.ZZ9,999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-DL-DIF           PIC -ZZZ.ZZZ.ZZ9,999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-DL-VLR           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(13)     VALUE SPACES.
       01  WK-TOTLIN.
           03  WK-TL-MSG           PIC X(40).
           03  WK-TL-QT            PIC ZZ.ZZ9.
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  WK-TL-VLR           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(64)     VALUE SPACES.
      *
      *---- CAMPOS AUXILIARES DA LINHA CSV (PONTO-E-VIRGULA)
      *
       01  WK-CSVQTD               PIC -Z(08)9,999.
       01  WK-CSVVLR               PIC -Z(10)9,99.
       01  WK-CSVDATA              PIC 99/99/9999.
       01  WK-CSVLIN               PIC X(132)    VALUE SPACES.
       01  WK-PTR                  PIC 9(03)     VALUE ZEROS.
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
           MOVE     LK-LOJA        TO    WK-NOTFISLJ  WK-NFITENSLJ
                                         WK-INVENTLJ  WK-CADPRODLJ
                                         WK-KARDTMPLJ.
           MOVE     ZEROS          TO    WK-QTPROD  WK-TOTDIF.
           PERFORM  P010-PARAM     THRU  P010-PARAM-FIM.
           IF       WK-PARAMOK     NOT =  "S"
                    GO TO P001-FIM.
           PERFORM  P030-DESTINO   THRU  P030-DESTINO-FIM.
           PERFORM  P050-INVENTS   THRU  P050-INVENTS-FIM.
      *
           OPEN     OUTPUT    RELSAI.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P040-CABEC     THRU  P040-CABEC-FIM.
      *
           IF       WK-MODO  =  "D"  AND  WK-PROX-AMD  =  ZEROS
                    MOVE  SPACES  TO  REL-REG
                    STRING  "NAO HA INVENTARIO DENTRO DO PERIODO - "
                                             DELIMITED BY SIZE
                            "DIVERGENCIA NAO CALCULADA"
                                             DELIMITED BY SIZE
                            INTO  REL-REG
                    WRITE REL-REG
                    CLOSE RELSAI
                    GO TO P001-FIM.
      *
           PERFORM  P100-MOVTO     THRU  P100-MOVTO-FIM.
           IF       RETURN-CODE    NOT =  ZERO
                    MOVE  "ERRO NA LEITURA DAS NOTAS/ITENS"  TO  REL-REG
                    WRITE REL-REG
                    CLOSE RELSAI
                    GO TO P001-FIM.
           PERFORM  P200-PRODUTOS  THRU  P200-PRODUTOS-FIM.
           PERFORM  P400-TOTAIS    THRU  P400-TOTAIS-FIM.
           CLOSE    RELSAI.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- PARAMETROS: HONRA O SEFCOMP.TXT QUANDO TRAZ O PROPRIO
      *---- NOME (MODO BATCH); SENAO PEDE NA TELA
      *
       P010-PARAM.
           MOVE     "N"            TO    WK-PARAMOK.
           OPEN     INPUT     ARQCOMP.
           IF       WK-STATUS  =  ZEROS
                    READ  ARQCOMP  AT  END
                          CONTINUE
                    END-READ
                    IF    WK-STATUS  =  "00"
                      AND COMP-PROGRAMA  =  "SEF186.EXE"
                      AND COMP-COMPET  NUMERIC
                      AND COMP-COMPET  NOT =  ZEROS
                          MOVE  COMP-COMPET  TO  WK-COMPET
                          MOVE  "S"          TO  WK-PARAMOK
                    END-IF
                    CLOSE ARQCOMP.
           IF       WK-PARAMOK  NOT =  "S"
                    PERFORM  P020-TELA  THRU  P020-TELA-FIM
                    GO TO P010-PARAM-FIM.
      *
      *    BATCH: COMPETENCIA INTEIRA, TODOS OS PRODUTOS
      *
           MOVE     "K"            TO    WK-MODO.
           IF       COMP-KARDMODO  =  "D"
                    MOVE  "D"  TO  WK-MODO.
           MOVE     ZEROS          TO    WK-TOLER.
           IF       COMP-KARDTOLER  NUMERIC
                    MOVE  COMP-KARDTOLER  TO  WK-TOLER.
           MOVE     LOW-VALUES     TO    WK-PRODINI.
           MOVE     HIGH-VALUES    TO    WK-PRODFIM.
           MOVE     01             TO    WK-DTINI-DD.
           MOVE     WK-COMPET-MM   TO    WK-DTINI-MM  WK-DTFIM-MM.
           MOVE     WK-COMPET-AAAA TO    WK-DTINI-AA  WK-DTFIM-AA.
           PERFORM  P025-ULTDIA    THRU  P025-ULTDIA-FIM.
           PERFORM  P028-PERIODO   THRU  P028-PERIODO-FIM.
       P010-PARAM-FIM.
           EXIT.
      *
      *---- TELA DE PARAMETROS (F7 VOLTA AO MENU SEM EMITIR)
      *
       P020-TELA.
           PERFORM  P900-LIMPA     THRU  P909-LIMPA-FIM.
           DISPLAY (05, 20) "***   KARDEX FISCAL DE ESTOQUE   ***".
           DISPLAY (07, 10) "Modo (K)ardex / (D)ivergencia : < >".
           DISPLAY (09, 10) "Produto Inicial : <              >".
           DISPLAY (10, 10) "Produto Final   : <              > "
                            "(BRANCOS = TODOS)".
           DISPLAY (12, 10) "Data Inicial    : <        > (DDMMAAAA)".
           DISPLAY (13, 10) "Data Final      : <        > (DDMMAAAA)".
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "F7 : MENU ANTERIOR".
       P021-MODO.
           ACCEPT  (07, 43) WK-MODO.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P020-TELA-FIM.
           IF      WK-MODO  NOT =  "K"  AND  "D"
                   GO TO P021-MODO.
           ACCEPT  (09, 29) WK-PRODINI.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P020-TELA-FIM.
           ACCEPT  (10, 29) WK-PRODFIM.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P020-TELA-FIM.
           IF      WK-PRODFIM  =  SPACES
                   MOVE  HIGH-VALUES  TO  WK-PRODFIM.
           IF      WK-PRODFIM  <  WK-PRODINI
                   GO TO P021-MODO.
       P022-DATAS.
           ACCEPT  (12, 29) WK-DTINI.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P020-TELA-FIM.
           IF      WK-DTINI  NOT NUMERIC
               OR  WK-DTINI-DD  =  ZEROS  OR  >  31
               OR  WK-DTINI-MM  =  ZEROS  OR  >  12
                   GO TO P022-DATAS.
           ACCEPT  (13, 29) WK-DTFIM.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P020-TELA-FIM.
           IF      WK-DTFIM  NOT NUMERIC
               OR  WK-DTFIM-DD  =  ZEROS  OR  >  31
               OR  WK-DTFIM-MM  =  ZEROS  OR  >  12
                   GO TO P022-DATAS.
           PERFORM  P028-PERIODO   THRU  P028-PERIODO-FIM.
           IF       WK-FIM-AMD  <  WK-INI-AMD
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "DATA FINAL ANTERIOR A INICIAL"
                    GO TO P022-DATAS.
           MOVE     ZEROS          TO    WK-TOLER.
           IF       WK-MODO  =  "K"
                    GO TO P024-CONFIRMA.
      *
      *    DIVERGENCIA: TOLERANCIA EM QUANTIDADE - SO SAEM OS
      *    PRODUTOS CUJA DIFERENCA (EM MODULO) PASSA DELA
      *
           DISPLAY (15, 10) "Tolerancia (Qtde): <          >".
       P023-TOLER.
           ACCEPT  (15, 30) WK-TOLER.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P020-TELA-FIM.
           IF      WK-TOLER  NOT NUMERIC
                   GO TO P023-TOLER.
       P024-CONFIRMA.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "CONFIRMA A EMISSAO (S/N) ? ".
           ACCEPT  (23, 31) WK-RESP.
           IF      WK-RESP  NOT =  "S"
                   GO TO P020-TELA-FIM.
           MOVE     "S"            TO    WK-PARAMOK.
       P020-TELA-FIM.
           EXIT.
      *
      *---- ULTIMO DIA DO MES DA COMPETENCIA (WK-DTFIM)
      *
       P025-ULTDIA.
           MOVE     31             TO    WK-DTFIM-DD.
           IF       WK-DTFIM-MM = 04 OR 06 OR 09 OR 11
                    MOVE  30  TO  WK-DTFIM-DD.
           IF       WK-DTFIM-MM  NOT =  02
                    GO TO P025-ULTDIA-FIM.
           MOVE     28             TO    WK-DTFIM-DD.
           MOVE     WK-DTFIM-AA    TO    WK-ANOBIS.
           DIVIDE   WK-ANOBIS  BY  4  GIVING  WK-I
                    REMAINDER  WK-ANOBIS-2.
           IF       WK-ANOBIS-2    =     ZEROS
                    MOVE  29  TO  WK-DTFIM-DD.
       P025-ULTDIA-FIM.
           EXIT.
      *
      *---- DATAS DO PERIODO NO FORMATO AAAAMMDD
      *
       P028-PERIODO.
           MOVE     WK-DTINI       TO    WK-DTCONV.
           PERFORM  P060-CONVDATA  THRU  P060-CONVDATA-FIM.
           MOVE     WK-AMD-N       TO    WK-INI-AMD.
           MOVE     WK-DTFIM       TO    WK-DTCONV.
           PERFORM  P060-CONVDATA  THRU  P060-CONVDATA-FIM.
           MOVE     WK-AMD-N       TO    WK-FIM-AMD.
       P028-PERIODO-FIM.
           EXIT.
      *
      *---- DESTINO DE SAIDA: HONRA O SEFDEST.TXT QUANDO TRAZ O
      *---- PROPRIO NOME ("I" IMPRESSORA / "A" ARQUIVO / "C" CSV);
      *---- SEM O REGISTRO, IMPRIME DIRETO
      *
       P030-DESTINO.
           MOVE     "I"            TO    WK-DESTINO.
           MOVE     "LPT1"         TO    WK-RELARQ.
           OPEN     INPUT     ARQDEST.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P030-DESTINO-FIM.
           READ     ARQDEST   AT  END
                    CLOSE  ARQDEST
                    GO TO P030-DESTINO-FIM.
           IF       DEST-PROGRAMA  =  "SEF186.EXE"
               AND  (DEST-TIPO  =  "A"  OR  "C")
               AND  DEST-ARQUIVO  NOT =  SPACES
                    MOVE  DEST-TIPO     TO  WK-DESTINO
                    MOVE  DEST-ARQUIVO  TO  WK-RELARQ.
           CLOSE    ARQDEST.
       P030-DESTINO-FIM.
           EXIT.
      *
      *---- CABECALHO (NO CSV SAI UMA LINHA DE TITULOS DE COLUNAS)
      *
       P040-CABEC.
           IF       WK-DESTINO  NOT =  "C"
                    GO TO P041-IMPRESSO.
           MOVE     SPACES         TO    REL-REG.
           IF       WK-MODO  =  "K"
                    STRING  "PRODUTO;DATA;DOCUMENTO;ES;CFOP;"
                                             DELIMITED BY SIZE
                            "QTD ENTRADA;QTD SAIDA;SALDO QTDE;"
                                             DELIMITED BY SIZE
                            "CUSTO MEDIO;SALDO VALOR"
                                             DELIMITED BY SIZE
                            INTO  REL-REG
           ELSE
                    STRING  "PRODUTO;DESCRICAO;SALDO TEORICO;"
                                             DELIMITED BY SIZE
                            "CONTADO;DIFERENCA;VALOR DIFERENCA"
                                             DELIMITED BY SIZE
                            INTO  REL-REG.
           WRITE    REL-REG.
           GO  TO   P040-CABEC-FIM.
       P041-IMPRESSO.
           IF       WK-MODO  =  "K"
                    MOVE  "KARDEX FISCAL DE ESTOQUE -"
                          TO  WK-CAB1-TIT
           ELSE
                    MOVE  "DIVERGENCIA KARDEX X INVENTARIO -"
                          TO  WK-CAB1-TIT.
           MOVE     LK-LOJA        TO    WK-CAB1-LJ.
           MOVE     WK-DTINI       TO    WK-CAB1-INI.
           MOVE     WK-DTFIM       TO    WK-CAB1-FIM.
           WRITE    REL-REG   FROM  WK-CAB1.
           MOVE     WK-BASE-DMA    TO    WK-CAB2-BASE.
           MOVE     WK-PROX-DMA    TO    WK-CAB2-PROX.
           MOVE     WK-TOLER       TO    WK-CAB2-TOLER.
           WRITE    REL-REG   FROM  WK-CAB2.
           MOVE     SPACES         TO    REL-REG.
           WRITE    REL-REG.
           IF       WK-MODO  =  "K"
                    WRITE  REL-REG  FROM  WK-CABK
           ELSE
                    WRITE  REL-REG  FROM  WK-CABD.
       P040-CABEC-FIM.
           EXIT.
      *
      *---- LOCALIZA NO INVENTxx.SDI O INVENTARIO BASE (ULTIMA DATA
      *---- ANTERIOR AO INICIO DO PERIODO) E O PROXIMO INVENTARIO
      *---- (PRIMEIRA DATA DENTRO DO PERIODO). A CHAVE E' DATA +
      *---- PRODUTO: LIDO UM REGISTRO, SALTA PARA A DATA SEGUINTE
      *
       P050-INVENTS.
           MOVE     ZEROS          TO    WK-BASE-AMD  WK-BASE-DMA
                                         WK-PROX-AMD  WK-PROX-DMA.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     INVENT.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P059-LIMITE.
           MOVE     LOW-VALUES     TO    INV-CHAVE.
           START    INVENT    KEY  NOT <  INV-CHAVE
                    INVALID  KEY
                    CLOSE  INVENT
                    GO TO P059-LIMITE.
       P051-LEDATA.
           READ     INVENT    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    CLOSE  INVENT
                    GO TO P059-LIMITE.
           MOVE     INV-DATA       TO    WK-DTCONV.
           PERFORM  P060-CONVDATA  THRU  P060-CONVDATA-FIM.
           IF       WK-AMD-N  <  WK-INI-AMD
               AND  WK-AMD-N  >  WK-BASE-AMD
                    MOVE  WK-AMD-N  TO  WK-BASE-AMD
                    MOVE  INV-DATA  TO  WK-BASE-DMA.
           IF       WK-AMD-N  NOT <  WK-INI-AMD
               AND  WK-AMD-N  NOT >  WK-FIM-AMD
               AND  (WK-PROX-AMD  =  ZEROS
                OR   WK-AMD-N  <  WK-PROX-AMD)
                    MOVE  WK-AMD-N  TO  WK-PROX-AMD
                    MOVE  INV-DATA  TO  WK-PROX-DMA.
           MOVE     HIGH-VALUES    TO    INV-PRODUTO.
           START    INVENT    KEY  >  INV-CHAVE
                    INVALID  KEY
                    CLOSE  INVENT
                    GO TO P059-LIMITE.
           GO  TO   P051-LEDATA.
       P059-LIMITE.
           MOVE     WK-FIM-AMD     TO    WK-LIM-AMD.
           IF       WK-MODO  =  "D"
                    MOVE  WK-PROX-AMD  TO  WK-LIM-AMD.
       P050-INVENTS-FIM.
           EXIT.
      *
      *---- CONVERTE WK-DTCONV (DDMMAAAA) PARA WK-AMD (AAAAMMDD)
      *
       P060-CONVDATA.
           MOVE     WK-DTCONV-AA   TO    WK-AMD-AA.
           MOVE     WK-DTCONV-MM   TO    WK-AMD-MM.
           MOVE     WK-DTCONV-DD   TO    WK-AMD-DD.
       P060-CONVDATA-FIM.
           EXIT.
      *
      *---- MONTA O ARQUIVO DE TRABALHO COM OS ITENS DAS NOTAS NAO
      *---- CANCELADAS DEPOIS DO INVENTARIO BASE ATE O LIMITE, PARA
      *---- OS PRODUTOS DA FAIXA
      *
       P100-MOVTO.
           OPEN     OUTPUT    KARDTMP.
           CLOSE    KARDTMP.
           OPEN     I-O       KARDTMP.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P100-MOVTO-FIM.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     NOTFIS.
           IF       WK-STATUS  =  "35"
                    GO TO P100-MOVTO-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    CLOSE KARDTMP
                    GO TO P100-MOVTO-FIM.
           OPEN     INPUT     NFITENS.
           IF       WK-STATUS  NOT =  ZEROS
                    CLOSE  NOTFIS
                    GO TO P100-MOVTO-FIM.
       P101-LENOTA.
           READ     NOTFIS    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    CLOSE  NOTFIS  NFITENS
                    GO TO P100-MOVTO-FIM.
           IF       NF-SITUACAO  =  "C"
                    GO TO P101-LENOTA.
           MOVE     NF-DATA        TO    WK-DTCONV.
           PERFORM  P060-CONVDATA  THRU  P060-CONVDATA-FIM.
           IF       WK-AMD-N  NOT >  WK-BASE-AMD
               OR   WK-AMD-N  >  WK-LIM-AMD
                    GO TO P101-LENOTA.
           PERFORM  P110-ITENS     THRU  P110-ITENS-FIM.
           GO  TO   P101-LENOTA.
       P100-MOVTO-FIM.
           EXIT.
      *
       P110-ITENS.
           MOVE     "N"            TO    WK-FIMITEM.
           MOVE     NF-CHAVE       TO    NFI-CHAVE (1:18).
           MOVE     ZEROS          TO    NFI-ITEM.
           START    NFITENS   KEY  NOT <  NFI-CHAVE
                    INVALID  KEY
                    GO TO P110-ITENS-FIM.
       P111-LEITEM.
           READ     NFITENS   NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMITEM.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMITEM.
           IF       WK-FIMITEM  =  "S"
                    GO TO P110-ITENS-FIM.
           IF       NFI-CHAVE (1:18)  NOT =  NF-CHAVE
                    GO TO P110-ITENS-FIM.
           IF       NFI-PRODUTO  <  WK-PRODINI
               OR   NFI-PRODUTO  >  WK-PRODFIM
               OR   NFI-QTDE  NOT NUMERIC
               OR   NFI-QTDE  =  ZEROS
                    GO TO P111-LEITEM.
           INITIALIZE  KDX-REG.
           MOVE     NFI-PRODUTO    TO    KDX-PRODUTO.
           MOVE     WK-AMD-N       TO    KDX-DATA.
           MOVE     NF-ES          TO    KDX-ES.
           MOVE     NF-NUMERO      TO    KDX-NUMERO.
           MOVE     NF-SERIE       TO    KDX-SERIE.
           MOVE     NFI-ITEM       TO    KDX-ITEM.
           MOVE     NFI-CFOP       TO    KDX-CFOP.
           MOVE     NFI-QTDE       TO    KDX-QTDE.
           MOVE     NFI-VLRITEM    TO    KDX-VALOR.
           WRITE    KDX-REG.
           GO  TO   P111-LEITEM.
       P110-ITENS-FIM.
           EXIT.
      *
      *---- PRODUTOS DA FAIXA (CADPRODxx.SDI)
      *
       P200-PRODUTOS.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     CADPROD.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "CADASTRO DE PRODUTOS NAO ENCONTRADO"
                          TO  REL-REG
                    WRITE REL-REG
                    MOVE  8  TO  RETURN-CODE
                    CLOSE KARDTMP
                    GO TO P200-PRODUTOS-FIM.
           OPEN     INPUT     INVENT.
           MOVE     WK-PRODINI     TO    PRO-CODIGO.
           START    CADPROD   KEY  NOT <  PRO-CHAVE
                    INVALID  KEY
                    MOVE  "S"  TO  WK-FIMARQ.
       P201-LEPROD.
           IF       WK-FIMARQ  =  "N"
                    READ  CADPROD  NEXT  RECORD
                          AT END
                          MOVE  "S"  TO  WK-FIMARQ
                    END-READ
                    IF    WK-STATUS  NOT =  "00"
                          MOVE  "S"  TO  WK-FIMARQ
                    END-IF
           END-IF.
           IF       WK-FIMARQ  =  "N"
               AND  PRO-CODIGO  >  WK-PRODFIM
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    CLOSE  CADPROD  INVENT  KARDTMP
                    GO TO P200-PRODUTOS-FIM.
           PERFORM  P210-UMPROD    THRU  P210-UMPROD-FIM.
           GO  TO   P201-LEPROD.
       P200-PRODUTOS-FIM.
           EXIT.
      *
      *---- UM PRODUTO: SALDO DO INVENTARIO BASE + MOVIMENTO
      *
       P210-UMPROD.
           MOVE     ZEROS          TO    WK-SLDQTD  WK-SLDVLR
                                         WK-CUSTO.
           MOVE     "N"            TO    WK-TEMMOV  WK-ABRIU.
           IF       WK-BASE-AMD  =  ZEROS
                    GO TO P212-MOVIMENTO.
           MOVE     WK-BASE-DMA    TO    INV-DATA.
           MOVE     PRO-CODIGO     TO    INV-PRODUTO.
           READ     INVENT.
           IF       WK-STATUS  NOT =  "00"
                    GO TO P212-MOVIMENTO.
           MOVE     "S"            TO    WK-TEMMOV.
           MOVE     INV-QTDE       TO    WK-SLDQTD.
           MOVE     INV-CUSTO      TO    WK-CUSTO.
           MOVE     INV-VLRTOT     TO    WK-SLDVLR.
           IF       WK-SLDVLR  =  ZEROS
                    COMPUTE  WK-SLDVLR  ROUNDED  =
                             WK-SLDQTD  *  WK-CUSTO.
       P212-MOVIMENTO.
           MOVE     PRO-CODIGO     TO    KDX-PRODUTO.
           MOVE     ZEROS          TO    KDX-DATA  KDX-NUMERO
                                         KDX-ITEM.
           MOVE     LOW-VALUES     TO    KDX-ES  KDX-SERIE.
           START    KARDTMP   KEY  NOT <  KDX-CHAVE
                    INVALID  KEY
                    GO TO P215-FECHA.
       P213-LEMOV.
           READ     KARDTMP   NEXT  RECORD
                    AT END
                    GO TO P215-FECHA.
           IF       WK-STATUS  NOT =  "00"
               OR   KDX-PRODUTO  NOT =  PRO-CODIGO
                    GO TO P215-FECHA.
           MOVE     "S"            TO    WK-TEMMOV.
      *
      *    MOVIMENTO ENTRE O INVENTARIO BASE E O INICIO DO PERIODO
      *    SO COMPOE O SALDO ANTERIOR
      *
           IF       WK-MODO  =  "K"
               AND  KDX-DATA  NOT <  WK-INI-AMD
               AND  WK-ABRIU  =  "N"
                    PERFORM  P220-ABRE  THRU  P220-ABRE-FIM.
           PERFORM  P230-APLICA    THRU  P230-APLICA-FIM.
           IF       WK-MODO  =  "K"
               AND  KDX-DATA  NOT <  WK-INI-AMD
                    PERFORM  P240-LINMOV  THRU  P240-LINMOV-FIM.
           GO  TO   P213-LEMOV.
       P215-FECHA.
           IF       WK-MODO  =  "D"
                    PERFORM  P250-DIVERG  THRU  P250-DIVERG-FIM
                    GO TO P210-UMPROD-FIM.
           IF       WK-TEMMOV  =  "N"
                    GO TO P210-UMPROD-FIM.
           IF       WK-ABRIU  =  "N"
                    PERFORM  P220-ABRE  THRU  P220-ABRE-FIM.
           MOVE     WK-DTFIM       TO    WK-MOV-DATA.
           MOVE     "SALDO FINAL"  TO    WK-MOV-DOC.
           MOVE     SPACES         TO    WK-MOV-ES.
           MOVE     ZEROS          TO    WK-MOV-CFOP  WK-MOV-QENT
                                         WK-MOV-QSAI.
           PERFORM  P300-LINHA     THRU  P300-LINHA-FIM.
           IF       WK-DESTINO  NOT =  "C"
                    MOVE  SPACES  TO  REL-REG
                    WRITE REL-REG.
       P210-UMPROD-FIM.
           EXIT.
      *
      *---- CABECALHO DO PRODUTO E LINHA DO SALDO ANTERIOR (NA DATA
      *---- INICIAL DO PERIODO)
      *
       P220-ABRE.
           MOVE     "S"            TO    WK-ABRIU.
           ADD      1              TO    WK-QTPROD.
           IF       WK-DESTINO  NOT =  "C"
                    MOVE  PRO-CODIGO  TO  WK-PL-COD
                    MOVE  PRO-DESCR   TO  WK-PL-DESCR
                    MOVE  PRO-UNID    TO  WK-PL-UNID
                    WRITE REL-REG  FROM  WK-PRODLIN.
           MOVE     WK-DTINI       TO    WK-MOV-DATA.
           MOVE     "SALDO ANTERIOR"  TO  WK-MOV-DOC.
           MOVE     SPACES         TO    WK-MOV-ES.
           MOVE     ZEROS          TO    WK-MOV-CFOP  WK-MOV-QENT
                                         WK-MOV-QSAI.
           PERFORM  P300-LINHA     THRU  P300-LINHA-FIM.
       P220-ABRE-FIM.
           EXIT.
      *
      *---- APLICA O MOVIMENTO AO SALDO: ENTRADA RECOMPOE O CUSTO
      *---- MEDIO PONDERADO; SAIDA BAIXA PELO CUSTO MEDIO CORRENTE
      *
       P230-APLICA.
           IF       KDX-ES  =  "S"
                    GO TO P232-SAIDA.
           ADD      KDX-QTDE       TO    WK-SLDQTD.
           ADD      KDX-VALOR      TO    WK-SLDVLR.
           IF       WK-SLDQTD  >  ZEROS  AND  WK-SLDVLR  >  ZEROS
                    COMPUTE  WK-CUSTO  ROUNDED  =
                             WK-SLDVLR  /  WK-SLDQTD.
           GO  TO   P230-APLICA-FIM.
       P232-SAIDA.
           COMPUTE  WK-VLRSAI  ROUNDED  =  KDX-QTDE  *  WK-CUSTO.
           SUBTRACT KDX-QTDE       FROM  WK-SLDQTD.
           SUBTRACT WK-VLRSAI      FROM  WK-SLDVLR.
      *
      *    ESTOQUE ZERADO OU NEGATIVO FICA VALORIZADO PELO ULTIMO
      *    CUSTO MEDIO (EVITA RESIDUO DE ARREDONDAMENTO)
      *
           IF       WK-SLDQTD  NOT >  ZEROS
                    COMPUTE  WK-SLDVLR  ROUNDED  =
                             WK-SLDQTD  *  WK-CUSTO.
       P230-APLICA-FIM.
           EXIT.
      *
      *---- LINHA DE UM MOVIMENTO DO PERIODO
      *
       P240-LINMOV.
           MOVE     KDX-DATA (7:2) TO    WK-MOV-DATA (1:2).
           MOVE     KDX-DATA (5:2) TO    WK-MOV-DATA (3:2).
           MOVE     KDX-DATA (1:4) TO    WK-MOV-DATA (5:4).
           MOVE     KDX-NUMERO     TO    WK-DOCNF-NUM.
           MOVE     KDX-SERIE      TO    WK-DOCNF-SER.
           MOVE     WK-DOCNF       TO    WK-MOV-DOC.
           MOVE     KDX-ES         TO    WK-MOV-ES.
           MOVE     KDX-CFOP       TO    WK-MOV-CFOP.
           MOVE     ZEROS          TO    WK-MOV-QENT  WK-MOV-QSAI.
           IF       KDX-ES  =  "S"
                    MOVE  KDX-QTDE  TO  WK-MOV-QSAI
           ELSE
                    MOVE  KDX-QTDE  TO  WK-MOV-QENT.
           PERFORM  P300-LINHA     THRU  P300-LINHA-FIM.
       P240-LINMOV-FIM.
           EXIT.
      *
      *---- MODO "D": SALDO TEORICO NA DATA DO PROXIMO INVENTARIO X
      *---- QUANTIDADE CONTADA (PRODUTO FORA DA CONTAGEM = ZERO)
      *
       P250-DIVERG.
           MOVE     ZEROS          TO    WK-CONTADO.
           MOVE     WK-PROX-DMA    TO    INV-DATA.
           MOVE     PRO-CODIGO     TO    INV-PRODUTO.
           READ     INVENT.
           IF       WK-STATUS  =  "00"
                    MOVE  INV-QTDE  TO  WK-CONTADO
                    MOVE  "S"       TO  WK-TEMMOV
                    IF    WK-CUSTO  =  ZEROS
                          MOVE  INV-CUSTO  TO  WK-CUSTO
                    END-IF
           END-IF.
           IF       WK-TEMMOV  =  "N"
                    GO TO P250-DIVERG-FIM.
           COMPUTE  WK-DIFQTD  =  WK-CONTADO  -  WK-SLDQTD.
           MOVE     WK-DIFQTD      TO    WK-DIFABS.
           IF       WK-DIFABS  NOT >  WK-TOLER
                    GO TO P250-DIVERG-FIM.
           COMPUTE  WK-DIFVLR  ROUNDED  =  WK-DIFQTD  *  WK-CUSTO.
           ADD      1              TO    WK-QTPROD.
           ADD      WK-DIFVLR      TO    WK-TOTDIF.
           IF       WK-DESTINO  =  "C"
                    PERFORM  P260-DIVCSV  THRU  P260-DIVCSV-FIM
                    GO TO P250-DIVERG-FIM.
           MOVE     PRO-CODIGO     TO    WK-DL-PROD.
           MOVE     PRO-DESCR      TO    WK-DL-DESCR.
           MOVE     WK-SLDQTD      TO    WK-DL-TEOR.
           MOVE     WK-CONTADO     TO    WK-DL-CONT.
           MOVE     WK-DIFQTD      TO    WK-DL-DIF.
           MOVE     WK-DIFVLR      TO    WK-DL-VLR.
           WRITE    REL-REG   FROM  WK-DLIN.
       P250-DIVERG-FIM.
           EXIT.
      *
       P260-DIVCSV.
           MOVE     SPACES         TO    WK-CSVLIN.
           MOVE     1              TO    WK-PTR.
           STRING   PRO-CODIGO               DELIMITED BY "  "
                    ";"                      DELIMITED BY SIZE
                    PRO-DESCR                DELIMITED BY "  "
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-SLDQTD      TO    WK-CSVQTD.
           STRING   WK-CSVQTD                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-CONTADO     TO    WK-CSVQTD.
           STRING   WK-CSVQTD                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-DIFQTD      TO    WK-CSVQTD.
           STRING   WK-CSVQTD                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-DIFVLR      TO    WK-CSVVLR.
           STRING   WK-CSVVLR                DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           WRITE    REL-REG   FROM  WK-CSVLIN.
       P260-DIVCSV-FIM.
           EXIT.
      *
      *---- GRAVA A LINHA DO KARDEX (WK-MOV-xxx + SALDO CORRENTE) NO
      *---- FORMATO DO DESTINO
      *
       P300-LINHA.
           IF       WK-DESTINO  =  "C"
                    PERFORM  P310-LINCSV  THRU  P310-LINCSV-FIM
                    GO TO P300-LINHA-FIM.
           MOVE     WK-MOV-DATA    TO    WK-KL-DATA.
           MOVE     WK-MOV-DOC     TO    WK-KL-DOC.
           MOVE     WK-MOV-ES      TO    WK-KL-ES.
           MOVE     WK-MOV-CFOP    TO    WK-KL-CFOP.
           MOVE     WK-MOV-QENT    TO    WK-KL-QENT.
           MOVE     WK-MOV-QSAI    TO    WK-KL-QSAI.
           MOVE     WK-SLDQTD      TO    WK-KL-SALDO.
           MOVE     WK-CUSTO       TO    WK-KL-CUSTO.
           MOVE     WK-SLDVLR      TO    WK-KL-VALOR.
           WRITE    REL-REG   FROM  WK-KLIN.
       P300-LINHA-FIM.
           EXIT.
      *
      *---- LINHA CSV (PONTO-E-VIRGULA) PARA ENVIO AOS AUDITORES
      *
       P310-LINCSV.
           MOVE     SPACES         TO    WK-CSVLIN.
           MOVE     1              TO    WK-PTR.
           MOVE     WK-MOV-DATA    TO    WK-CSVDATA.
           STRING   PRO-CODIGO               DELIMITED BY "  "
                    ";"                      DELIMITED BY SIZE
                    WK-CSVDATA               DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-MOV-DOC               DELIMITED BY "  "
                    ";"                      DELIMITED BY SIZE
                    WK-MOV-ES                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-MOV-CFOP              DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-MOV-QENT    TO    WK-CSVQTD.
           STRING   WK-CSVQTD                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-MOV-QSAI    TO    WK-CSVQTD.
           STRING   WK-CSVQTD                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-SLDQTD      TO    WK-CSVQTD.
           STRING   WK-CSVQTD                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-CUSTO       TO    WK-CSVVLR.
           STRING   WK-CSVVLR                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-SLDVLR      TO    WK-CSVVLR.
           STRING   WK-CSVVLR                DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           WRITE    REL-REG   FROM  WK-CSVLIN.
       P310-LINCSV-FIM.
           EXIT.
      *
      *---- TOTAIS: PRODUTOS LISTADOS (KARDEX) OU DIVERGENTES E O
      *---- VALOR LIQUIDO DAS DIFERENCAS (DIVERGENCIA)
      *
       P400-TOTAIS.
           IF       WK-DESTINO  =  "C"
                    GO TO P400-TOTAIS-FIM.
           MOVE     SPACES         TO    REL-REG.
           WRITE    REL-REG.
           MOVE     ZEROS          TO    WK-TL-VLR.
           IF       WK-MODO  =  "K"
                    MOVE  "PRODUTOS LISTADOS ......................"
                          TO  WK-TL-MSG
           ELSE
                    MOVE  "PRODUTOS ACIMA DA TOLERANCIA / VALOR ..."
                          TO  WK-TL-MSG
                    MOVE  WK-TOTDIF  TO  WK-TL-VLR.
           MOVE     WK-QTPROD      TO    WK-TL-QT.
           WRITE    REL-REG   FROM  WK-TOTLIN.
       P400-TOTAIS-FIM.
           EXIT.
      *
      *---- LIMPA A AREA DE TRABALHO DA TELA
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
