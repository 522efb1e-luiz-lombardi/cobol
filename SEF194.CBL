      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF194.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        EXPORTACAO DOS LANCAMENTOS         *
      *                             CONTABEIS DA COMPETENCIA ENCERRADA *
      *                             (LANCTBxx.TXT): VALOR CONTABIL E   *
      *                             ICMS DE CADA NOTA (NOTFISxx.SDI) E *
      *                             MAPA RESUMO (MAPPDVxx.SDI) E A     *
      *                             COMPENSACAO DOS CREDITOS NA        *
      *                             APURACAO (APURICMS.SDI), COM AS    *
      *                             CONTAS DA TABELA POR CFOP          *
      *                             (CTBMAP.SDI - SEF193). CFOP SEM    *
      *                             CONTA IMPEDE A EXPORTACAO E E'     *
      *                             LISTADO NO RELATORIO. IMPRIME A    *
      *                             CONFERENCIA (DEBITOS = CREDITOS) E *
      *                             NUMERA AS REMESSAS NO CTBEXP.SDI;  *
      *                             A SUBSTITUICAO E' DEVOLVIDA AO     *
      *                             SEF001, QUE A GRAVA NO LOGACES.SDI *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF194.
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
           SELECT MAPPDV  ASSIGN TO WK-MAPPDV
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS MAP-CHAVE.
      *
           SELECT APURICMS ASSIGN TO "APURICMS.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS APU-CHAVE.
      *
           SELECT CTBMAP  ASSIGN TO "CTBMAP.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS CTB-CHAVE.
      *
           SELECT CTBEXP  ASSIGN TO "CTBEXP.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS CTE-CHAVE.
      *
           SELECT LANCTB  ASSIGN TO WK-LANCTB
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
       FD  MAPPDV
           LABEL RECORDS ARE STANDARD.
       01  MAP-REG.
           COPY    "SDICMP01.CPY".
      *
       FD  APURICMS
           LABEL RECORDS ARE STANDARD.
       01  APU-REG.
           COPY    "SDICAPU.CPY".
      *
       FD  CTBMAP
           LABEL RECORDS ARE STANDARD.
       01  CTB-REG.
           COPY    "SDICCTB.CPY".
      *
       FD  CTBEXP
           LABEL RECORDS ARE STANDARD.
       01  CTE-REG.
           COPY    "SDICCTE.CPY".
      *
       FD  LANCTB
           LABEL RECORDS ARE STANDARD.
       01  LCT-REG.
           COPY    "SDICLCT.CPY".
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
       77  WK-PARAMCOD             PIC 9(05)     VALUE ZEROS.
       77  WK-FIMARQ               PIC X(01)     VALUE "N".
       77  WK-DESTINO              PIC X(01)     VALUE "I".
       77  WK-SITPER               PIC X(01)     VALUE "A".
       77  WK-I                    PIC 9(03)     VALUE ZEROS.
       77  WK-DIA                  PIC 9(02)     VALUE ZEROS.
      *    LINHAS JA USADAS NA FOLHA CORRENTE (99 = ABRIR FOLHA)
       77  WK-LINPAG               PIC 9(02)     VALUE 99.
       77  WK-MAXLIN               PIC 9(02)     VALUE 60.
       77  WK-PAG                  PIC 9(05)     VALUE ZEROS.
      *    FASE: "V" = SO CONFERE AS CONTAS / "G" = GRAVA A REMESSA
       77  WK-FASE                 PIC X(01)     VALUE "V".
       77  WK-ES                   PIC X(01)     VALUE SPACES.
       77  WK-ACHOU                PIC X(01)     VALUE "N".
      *    "S" = CTBMAP.SDI ABERTO (SEM ELE NENHUM CFOP TEM CONTA)
       77  WK-MAPAOK               PIC X(01)     VALUE "N".
       77  WK-CTEACHOU             PIC X(01)     VALUE "N".
      *    "S" = NOTFISxx.SDI ABERTO / "E" = NOTFIS OU MAPPDV COM ERRO
      *    DE ABERTURA (A EXPORTACAO E' ABANDONADA)
       77  WK-NOTAOK               PIC X(01)     VALUE "N".
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
       01  WK-RELARQ               PIC X(12)     VALUE "LPT1".
       01  WK-DATA                 PIC 9(08)     VALUE ZEROS.
       01  WK-HORA                 PIC 9(08)     VALUE ZEROS.
       01  WK-NOTFIS.
           03  FILLER              PIC X(06) VALUE "NOTFIS".
           03  WK-NOTFISLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-MAPPDV.
           03  FILLER              PIC X(06) VALUE "MAPPDV".
           03  WK-MAPPDVLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-LANCTB.
           03  FILLER              PIC X(06) VALUE "LANCTB".
           03  WK-LANCTBLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".TXT".
       01  WK-DTPRIM.
           03  WK-DTPRIM-DD        PIC 9(02)     VALUE ZEROS.
           03  WK-DTPRIM-MM        PIC 9(02)     VALUE ZEROS.
           03  WK-DTPRIM-AA        PIC 9(04)     VALUE ZEROS.
       01  WK-DTDIA.
           03  WK-DTDIA-DD         PIC 9(02)     VALUE ZEROS.
           03  WK-DTDIA-MM         PIC 9(02)     VALUE ZEROS.
           03  WK-DTDIA-AA         PIC 9(04)     VALUE ZEROS.
       01  WK-DTDIA-N              REDEFINES     WK-DTDIA
                                   PIC 9(08).
       01  WK-ULTDIA               PIC 9(02)     VALUE ZEROS.
       01  WK-ANOBIS               PIC 9(04)     VALUE ZEROS.
       01  WK-ANOBIS-R             REDEFINES     WK-ANOBIS.
           03  FILLER              PIC 9(02).
           03  WK-ANOBIS-2         PIC 9(02).
      *
      *---- DOCUMENTO EM TRATAMENTO (NOTA, MAPA OU APURACAO)
      *
       01  WK-VL-DATA              PIC 9(08)     VALUE ZEROS.
       01  WK-VL-ESP               PIC X(02)     VALUE SPACES.
       01  WK-VL-SERIE             PIC X(03)     VALUE SPACES.
       01  WK-VL-DOCTO             PIC 9(06)     VALUE ZEROS.
       01  WK-VL-CFOP              PIC 9(04)     VALUE ZEROS.
       01  WK-VL-UF                PIC X(02)     VALUE SPACES.
       01  WK-VL-ALIQ              PIC 9(02)V99  VALUE ZEROS.
       01  WK-VL-VLRCONT           PIC 9(11)V99  VALUE ZEROS.
       01  WK-VL-ICMS              PIC 9(11)V99  VALUE ZEROS.
       01  WK-APUDEB               PIC 9(13)V99  VALUE ZEROS.
       01  WK-APUCOMP              PIC 9(13)V99  VALUE ZEROS.
      *
      *---- CHAVE DE PROCURA NA TABELA DE CONTAS (LINHA PROPRIA E
      *---- GENERICAS)
      *
       01  WK-CH-UF                PIC X(02)     VALUE SPACES.
       01  WK-CH-ALIQ              PIC 9(02)V99  VALUE ZEROS.
      *
      *---- LANCAMENTO EM GRAVACAO
      *
       01  WK-LC-DEB               PIC X(15)     VALUE SPACES.
       01  WK-LC-CRED              PIC X(15)     VALUE SPACES.
       01  WK-LC-HIST              PIC X(30)     VALUE SPACES.
       01  WK-LC-VALOR             PIC 9(13)V99  VALUE ZEROS.
      *
      *---- TOTAIS DA REMESSA E CONTROLE (CTBEXP.SDI)
      *
       01  WK-QTLANC               PIC 9(06)     VALUE ZEROS.
       01  WK-TOTDEB               PIC 9(13)V99  VALUE ZEROS.
       01  WK-TOTCRED              PIC 9(13)V99  VALUE ZEROS.
       01  WK-REMESSA              PIC 9(03)     VALUE ZEROS.
       01  WK-DTPRIMEXP            PIC 9(08)     VALUE ZEROS.
      *
      *---- COMBINACOES CFOP + UF + ALIQUOTA SEM CONTA (ATE 100)
      *
       01  WK-QTSEM                PIC 9(03)     VALUE ZEROS.
       01  WK-TABSEM.
           03  WK-SEM              OCCURS 100.
               05  WK-SEM-CFOP     PIC 9(04).
               05  WK-SEM-UF       PIC X(02).
               05  WK-SEM-ALIQ     PIC 9(02)V99.
               05  WK-SEM-QTD      PIC 9(05).
      *
      *---- CABECALHO DAS FOLHAS
      *
       01  WK-CAB1.
           03  WK-CAB1-RAZAO       PIC X(40).
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  FILLER              PIC X(40)
               VALUE "CONFERENCIA DOS LANCAMENTOS CONTABEIS".
           03  FILLER              PIC X(10)     VALUE "EMISSAO: ".
           03  WK-CAB1-DATA        PIC 99/99/9999.
           03  FILLER              PIC X(10)     VALUE "   FOLHA: ".
           03  WK-CAB1-PAG         PIC ZZZZ9.
           03  FILLER              PIC X(13)     VALUE SPACES.
       01  WK-CAB2.
           03  FILLER              PIC X(06)     VALUE "LOJA: ".
           03  WK-CAB2-LOJA        PIC 9(02).
           03  FILLER              PIC X(16)
               VALUE "   COMPETENCIA: ".
           03  WK-CAB2-MM          PIC 9(02).
           03  FILLER              PIC X(01)     VALUE "/".
           03  WK-CAB2-AAAA        PIC 9(04).
           03  FILLER              PIC X(12)     VALUE "   REMESSA: ".
           03  WK-CAB2-REM         PIC ZZ9.
           03  FILLER              PIC X(03)     VALUE SPACES.
           03  WK-CAB2-OBS         PIC X(50).
           03  FILLER              PIC X(33)     VALUE SPACES.
       01  WK-CABDET.
           03  FILLER              PIC X(11)     VALUE "DATA".
           03  FILLER              PIC X(03)     VALUE "ES".
           03  FILLER              PIC X(04)     VALUE "SER".
           03  FILLER              PIC X(07)     VALUE "NUMERO".
           03  FILLER              PIC X(05)     VALUE "CFOP".
           03  FILLER              PIC X(03)     VALUE "UF".
           03  FILLER              PIC X(16)     VALUE "CONTA DEBITO".
           03  FILLER              PIC X(16)     VALUE "CONTA CREDITO".
           03  FILLER              PIC X(18)
               VALUE "            VALOR".
           03  FILLER              PIC X(49)     VALUE "HISTORICO".
       01  WK-TRACO.
           03  FILLER              PIC X(66)     VALUE ALL "-".
           03  FILLER              PIC X(66)     VALUE ALL "-".
      *
      *---- LINHA DE LANCAMENTO
      *
       01  WK-DET.
           03  WK-DT-DATA          PIC 99/99/9999.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-ESP           PIC X(02).
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-SERIE         PIC X(03).
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-NUM           PIC ZZZZZ9.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-CFOP          PIC 9(04).
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-UF            PIC X(02).
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-DEB           PIC X(15).
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-CRED          PIC X(15).
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-VALOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-HIST          PIC X(30).
           03  FILLER              PIC X(19)     VALUE SPACES.
      *
      *---- LINHA DE CFOP SEM CONTA
      *
       01  WK-SEMLIN.
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  FILLER              PIC X(05)     VALUE "CFOP ".
           03  WK-SL-CFOP          PIC 9(04).
           03  FILLER              PIC X(06)     VALUE "   UF ".
           03  WK-SL-UF            PIC X(02).
           03  FILLER              PIC X(11)     VALUE "   ALIQUOTA".
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-SL-ALIQ          PIC Z9,99.
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  WK-SL-QTD           PIC ZZZZ9.
           03  FILLER              PIC X(15)
               VALUE " DOCUMENTO(S)  ".
           03  WK-SL-OBS           PIC X(30).
           03  FILLER              PIC X(40)     VALUE SPACES.
      *
      *---- LINHAS DE TITULO E DE TOTAL
      *
       01  WK-TITLIN.
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  WK-TIT-TXT          PIC X(70).
           03  FILLER              PIC X(58)     VALUE SPACES.
       01  WK-TOTLIN.
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  WK-TL-DESC          PIC X(30).
           03  WK-TL-VLR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(80)     VALUE SPACES.
       01  WK-TL-QTD               PIC ZZZ.ZZ9.
       01  WK-LINSAV               PIC X(132)    VALUE SPACES.
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
       01  LK-COMPET-N             REDEFINES     LK-COMPET
                                   PIC 9(06).
      *    RESULTADO: "G" = PRIMEIRA REMESSA GRAVADA / "S" = REMESSA
      *    QUE SUBSTITUI OUTRA JA EXPORTADA / "A" = COMPETENCIA NAO
      *    ENCERRADA / "P" = SEM APURACAO DO ICMS / "N" = CFOP SEM
      *    CONTA (LK-RET-QTSEM COMBINACOES, NADA EXPORTADO) / "D" =
      *    DEBITOS X CREDITOS DIVERGENTES / "E" = ERRO DE ARQUIVO
       01  LK-RETORNO.
           05  LK-RET-RESULT       PIC X(01).
           05  LK-RET-REMESSA      PIC 9(03).
           05  LK-RET-QTLANC       PIC 9(06).
           05  LK-RET-QTSEM        PIC 9(03).
      *
       PROCEDURE DIVISION USING LK-CHAIN-DT LK-LOJA LK-COMPET
                                LK-RETORNO.
       P001.
           MOVE     ZERO           TO    RETURN-CODE.
           MOVE     "E"            TO    LK-RET-RESULT.
           MOVE     ZEROS          TO    LK-RET-REMESSA  LK-RET-QTLANC
                                         LK-RET-QTSEM.
           IF       LK-COMPET  NOT NUMERIC  OR  LK-COMPET = ZEROS
               OR   LK-COMPET-MM  =  ZEROS  OR  >  12
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P010-ABRE      THRU  P010-ABRE-FIM.
           IF       RETURN-CODE    NOT =  ZERO
                    GO TO P001-FIM.
      *
      *    SO COMPETENCIA ENCERRADA VAI PARA A CONTABILIDADE
      *
           MOVE     "A"            TO    WK-SITPER.
           CALL     "SEF156.EXE"   USING LK-LOJA  WK-DTPRIM  WK-SITPER.
           CANCEL   "SEF156.EXE".
           IF       WK-SITPER  NOT =  "F"
                    MOVE  "A"  TO  LK-RET-RESULT
                    GO TO P001-FIM.
           PERFORM  P015-LEAPUR    THRU  P015-LEAPUR-FIM.
           IF       LK-RET-RESULT  =  "P"
                    GO TO P001-FIM.
      *
           MOVE     "N"            TO    WK-MAPAOK.
           OPEN     INPUT     CTBMAP.
           IF       WK-STATUS  =  ZEROS
                    MOVE  "S"  TO  WK-MAPAOK.
           PERFORM  P030-CONTROLE  THRU  P030-CONTROLE-FIM.
           IF       LK-RET-RESULT  =  "E"
                    GO TO P008-FECHA.
           MOVE     "E"            TO    LK-RET-RESULT.
           PERFORM  P040-DESTINO   THRU  P040-DESTINO-FIM.
           OPEN     OUTPUT    RELSAI.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P008-FECHA.
      *
      *    1A. PASSAGEM: TODO DOCUMENTO PRECISA TER CONTA NA TABELA
      *
           MOVE     "V"            TO    WK-FASE.
           MOVE     ZEROS          TO    WK-QTSEM.
           PERFORM  P100-MOVTO     THRU  P100-MOVTO-FIM.
           IF       WK-NOTAOK  =  "E"
                    CLOSE RELSAI
                    GO TO P008-FECHA.
           PERFORM  P300-APURACAO  THRU  P300-APURACAO-FIM.
           IF       WK-QTSEM  >  ZEROS
                    PERFORM  P400-SEMCONTA  THRU  P400-SEMCONTA-FIM
                    MOVE  "N"       TO  LK-RET-RESULT
                    MOVE  WK-QTSEM  TO  LK-RET-QTSEM
                    CLOSE RELSAI
                    GO TO P008-FECHA.
      *
      *    2A. PASSAGEM: GRAVA A REMESSA E A CONFERENCIA
      *
           OPEN     OUTPUT    LANCTB.
           IF       WK-STATUS  NOT =  ZEROS
                    CLOSE RELSAI
                    GO TO P008-FECHA.
           MOVE     "G"            TO    WK-FASE.
           MOVE     ZEROS          TO    WK-QTLANC  WK-TOTDEB
                                         WK-TOTCRED.
           MOVE     SPACES         TO    WK-CAB2-OBS.
           IF       WK-CTEACHOU  =  "S"
                    MOVE  "SUBSTITUI A REMESSA ANTERIOR"
                          TO  WK-CAB2-OBS.
           PERFORM  P050-CABREM    THRU  P050-CABREM-FIM.
           PERFORM  P100-MOVTO     THRU  P100-MOVTO-FIM.
           IF       WK-NOTAOK  =  "E"
                    CLOSE LANCTB
                    OPEN  OUTPUT  LANCTB
                    CLOSE LANCTB
                    CLOSE RELSAI
                    GO TO P008-FECHA.
           PERFORM  P300-APURACAO  THRU  P300-APURACAO-FIM.
           PERFORM  P060-TOTREM    THRU  P060-TOTREM-FIM.
           CLOSE    LANCTB.
           PERFORM  P450-TOTAIS    THRU  P450-TOTAIS-FIM.
           CLOSE    RELSAI.
      *
      *    LOTE QUE NAO FECHA NAO SAI: O ARQUIVO FICA VAZIO E A
      *    REMESSA NAO E' NUMERADA
      *
           IF       WK-TOTDEB  NOT =  WK-TOTCRED
                    OPEN  OUTPUT  LANCTB
                    CLOSE LANCTB
                    MOVE  "D"  TO  LK-RET-RESULT
                    GO TO P008-FECHA.
           PERFORM  P090-ATUALIZA  THRU  P090-ATUALIZA-FIM.
       P008-FECHA.
           IF       WK-MAPAOK  =  "S"
                    CLOSE  CTBMAP.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- PARAMETROS DA LOJA E PERIODO DA COMPETENCIA
      *
       P010-ABRE.
           MOVE     LK-LOJA        TO    WK-NOTFISLJ  WK-MAPPDVLJ
                                         WK-LANCTBLJ.
           MOVE     LK-CHAIN-DD    TO    WK-DATA (1:2).
           MOVE     LK-CHAIN-MM    TO    WK-DATA (3:2).
           MOVE     LK-CHAIN-SC    TO    WK-DATA (5:2).
           MOVE     LK-CHAIN-AA    TO    WK-DATA (7:2).
           ACCEPT   WK-HORA        FROM  TIME.
           MOVE     01             TO    WK-DTPRIM-DD.
           MOVE     LK-COMPET-MM   TO    WK-DTPRIM-MM  WK-DTDIA-MM.
           MOVE     LK-COMPET-AAAA TO    WK-DTPRIM-AA  WK-DTDIA-AA.
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
       P010-ABRE-FIM.
           EXIT.
      *
      *---- O LIVRO DE APURACAO DA COMPETENCIA PRECISA EXISTIR
      *
       P015-LEAPUR.
           OPEN     INPUT     APURICMS.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "P"  TO  LK-RET-RESULT
                    GO TO P015-LEAPUR-FIM.
           MOVE     LK-LOJA        TO    APU-LOJA.
           MOVE     LK-COMPET      TO    APU-COMPET.
           READ     APURICMS  INVALID  KEY
                    MOVE  "P"  TO  LK-RET-RESULT.
           CLOSE    APURICMS.
       P015-LEAPUR-FIM.
           EXIT.
      *
      *---- ULTIMO DIA DO MES DA COMPETENCIA
      *
       P020-ULTDIA.
           MOVE     31             TO    WK-ULTDIA.
           IF       LK-COMPET-MM = 04 OR 06 OR 09 OR 11
                    MOVE  30  TO  WK-ULTDIA.
           IF       LK-COMPET-MM  NOT =  02
                    GO TO P020-ULTDIA-FIM.
           MOVE     28             TO    WK-ULTDIA.
           MOVE     LK-COMPET-AAAA TO    WK-ANOBIS.
           DIVIDE   WK-ANOBIS  BY  4  GIVING  WK-I
                    REMAINDER  WK-ANOBIS-2.
           IF       WK-ANOBIS-2    =     ZEROS
                    MOVE  29  TO  WK-ULTDIA.
       P020-ULTDIA-FIM.
           EXIT.
      *
      *---- NUMERO DA REMESSA: COMPETENCIA JA EXPORTADA RECEBE A
      *---- REMESSA SEGUINTE, QUE SUBSTITUI A ANTERIOR
      *
       P030-CONTROLE.
           MOVE     SPACES         TO    LK-RET-RESULT.
           OPEN     I-O       CTBEXP.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    CTBEXP
                    CLOSE    CTBEXP
                    OPEN     I-O       CTBEXP
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "E"  TO  LK-RET-RESULT
                    GO TO P030-CONTROLE-FIM.
           MOVE     "N"            TO    WK-CTEACHOU.
           MOVE     1              TO    WK-REMESSA.
           MOVE     WK-DATA        TO    WK-DTPRIMEXP.
           MOVE     LK-LOJA        TO    CTE-LOJA.
           MOVE     LK-COMPET      TO    CTE-COMPET.
           READ     CTBEXP.
           IF       WK-STATUS  =  "00"
                    MOVE  "S"          TO  WK-CTEACHOU
                    ADD   1  CTE-REMESSA  GIVING  WK-REMESSA
                    MOVE  CTE-DTPRIM   TO  WK-DTPRIMEXP.
           CLOSE    CTBEXP.
       P030-CONTROLE-FIM.
           EXIT.
      *
      *---- DESTINO DE SAIDA: HONRA O SEFDEST.TXT QUANDO TRAZ O
      *---- PROPRIO NOME ("A"/"C" GRAVAM EM ARQUIVO); SENAO IMPRIME
      *
       P040-DESTINO.
           MOVE     "I"            TO    WK-DESTINO.
           MOVE     "LPT1"         TO    WK-RELARQ.
           OPEN     INPUT     ARQDEST.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P040-DESTINO-FIM.
           READ     ARQDEST   AT  END
                    CLOSE  ARQDEST
                    GO TO P040-DESTINO-FIM.
           IF       DEST-PROGRAMA  =  "SEF194.EXE"
               AND  (DEST-TIPO  =  "A"  OR  "C")
               AND  DEST-ARQUIVO  NOT =  SPACES
                    MOVE  DEST-TIPO     TO  WK-DESTINO
                    MOVE  DEST-ARQUIVO  TO  WK-RELARQ.
           CLOSE    ARQDEST.
       P040-DESTINO-FIM.
           EXIT.
      *
      *---- CABECALHO DA REMESSA NO ARQUIVO EXPORTADO
      *
       P050-CABREM.
           MOVE     SPACES         TO    LCT-REG.
           MOVE     "0"            TO    LCT-TIPO.
           MOVE     LK-LOJA        TO    LCT-LOJA.
           MOVE     LK-COMPET      TO    LCT-CAB-COMPET.
           MOVE     WK-REMESSA     TO    LCT-CAB-REMESSA.
           MOVE     "N"            TO    LCT-CAB-SUBST.
           IF       WK-CTEACHOU  =  "S"
                    MOVE  "S"  TO  LCT-CAB-SUBST.
           MOVE     WK-DATA        TO    LCT-CAB-DTGER.
           MOVE     WK-HORA        TO    LCT-CAB-HRGER.
           MOVE     PARAM-CGC      TO    LCT-CAB-CGC.
           WRITE    LCT-REG.
       P050-CABREM-FIM.
           EXIT.
      *
      *---- TOTAIS DA REMESSA NO ARQUIVO EXPORTADO
      *
       P060-TOTREM.
           MOVE     SPACES         TO    LCT-REG.
           MOVE     "9"            TO    LCT-TIPO.
           MOVE     LK-LOJA        TO    LCT-LOJA.
           MOVE     WK-QTLANC      TO    LCT-TOT-QTLANC.
           MOVE     WK-TOTDEB      TO    LCT-TOT-DEB.
           MOVE     WK-TOTCRED     TO    LCT-TOT-CRED.
           WRITE    LCT-REG.
       P060-TOTREM-FIM.
           EXIT.
      *
      *---- GRAVA A REMESSA NO CONTROLE DE EXPORTACAO
      *
       P090-ATUALIZA.
           OPEN     I-O       CTBEXP.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "E"  TO  LK-RET-RESULT
                    GO TO P090-ATUALIZA-FIM.
           INITIALIZE  CTE-REG.
           MOVE     LK-LOJA        TO    CTE-LOJA.
           MOVE     LK-COMPET      TO    CTE-COMPET.
           MOVE     WK-REMESSA     TO    CTE-REMESSA.
           MOVE     WK-DTPRIMEXP   TO    CTE-DTPRIM.
           MOVE     WK-DATA        TO    CTE-DTEXP.
           MOVE     WK-HORA        TO    CTE-HREXP.
           MOVE     WK-QTLANC      TO    CTE-QTLANC.
           MOVE     WK-TOTDEB      TO    CTE-TOTDEB.
           MOVE     WK-TOTCRED     TO    CTE-TOTCRED.
           IF       WK-CTEACHOU  =  "S"
                    REWRITE  CTE-REG
           ELSE
                    WRITE    CTE-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "E"  TO  LK-RET-RESULT
                    CLOSE CTBEXP
                    GO TO P090-ATUALIZA-FIM.
           CLOSE    CTBEXP.
           MOVE     WK-REMESSA     TO    LK-RET-REMESSA.
           MOVE     WK-QTLANC      TO    LK-RET-QTLANC.
           MOVE     "G"            TO    LK-RET-RESULT.
           IF       WK-CTEACHOU  =  "S"
                    MOVE  "S"  TO  LK-RET-RESULT.
       P090-ATUALIZA-FIM.
           EXIT.
      *
      *---- LE AS NOTAS DE ENTRADA E DE SAIDA E OS MAPAS DE CADA DIA
      *---- DA COMPETENCIA (NOTA CANCELADA NAO GERA LANCAMENTO)
      *
       P100-MOVTO.
           MOVE     "N"            TO    WK-FIMARQ.
      *    LOJA SEM NOTAS (ST 35): WK-NOTAOK = "N" SO LE OS MAPAS
           MOVE     "S"            TO    WK-NOTAOK.
           OPEN     INPUT     NOTFIS.
           IF       WK-STATUS  =  "35"
                    MOVE  "N"  TO  WK-NOTAOK.
           IF       WK-STATUS  NOT =  ZEROS  AND  NOT =  "35"
                    MOVE  "E"  TO  WK-NOTAOK
                    GO TO P100-MOVTO-FIM.
      *    LOJA SEM MAPAS DE PDV (ST 35): WK-FIMARQ = "S" DISPENSA A
      *    LEITURA
           OPEN     INPUT     MAPPDV.
           IF       WK-STATUS  =  "35"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  ZEROS  AND  NOT =  "35"
                    IF    WK-NOTAOK  =  "S"
                          CLOSE  NOTFIS
                    END-IF
                    MOVE  "E"  TO  WK-NOTAOK
                    GO TO P100-MOVTO-FIM.
           MOVE     "E"            TO    WK-ES.
       P101-ES.
           MOVE     01             TO    WK-DIA.
       P102-DIA.
           IF       WK-DIA  >  WK-ULTDIA
                    GO TO P108-PROXES.
           MOVE     WK-DIA         TO    WK-DTDIA-DD.
           IF       WK-NOTAOK  =  "N"
                    GO TO P105-MAPAS.
           MOVE     WK-ES          TO    NF-ES.
           MOVE     WK-DTDIA       TO    NF-DATA.
           MOVE     ZEROS          TO    NF-NUMERO.
           MOVE     LOW-VALUES     TO    NF-SERIE.
           START    NOTFIS    KEY  NOT <  NF-CHAVE
                    INVALID  KEY
                    GO TO P105-MAPAS.
       P103-LENOTA.
           READ     NOTFIS    NEXT  RECORD
                    AT END
                    GO TO P105-MAPAS.
           IF       WK-STATUS  NOT =  "00"
               OR   NF-ES  NOT =  WK-ES
               OR   NF-DATA  NOT =  WK-DTDIA
                    GO TO P105-MAPAS.
           IF       NF-SITUACAO  =  "C"
                    GO TO P103-LENOTA.
           PERFORM  P120-NOTA      THRU  P120-NOTA-FIM.
           GO  TO   P103-LENOTA.
       P105-MAPAS.
           IF       WK-ES  NOT =  "S"  OR  WK-FIMARQ  =  "S"
                    GO TO P107-PROXDIA.
           MOVE     WK-DTDIA       TO    MAP-DATA.
           MOVE     ZEROS          TO    MAP-NUMERO  MAP-PDV.
           START    MAPPDV    KEY  NOT <  MAP-CHAVE
                    INVALID  KEY
                    GO TO P107-PROXDIA.
       P106-LEMAPA.
           READ     MAPPDV    NEXT  RECORD
                    AT END
                    GO TO P107-PROXDIA.
           IF       WK-STATUS  NOT =  "00"
               OR   MAP-DATA  NOT =  WK-DTDIA
                    GO TO P107-PROXDIA.
           PERFORM  P125-MAPA      THRU  P125-MAPA-FIM.
           GO  TO   P106-LEMAPA.
       P107-PROXDIA.
           ADD      1              TO    WK-DIA.
           GO  TO   P102-DIA.
       P108-PROXES.
           IF       WK-ES  =  "E"
                    MOVE  "S"  TO  WK-ES
                    GO TO P101-ES.
           IF       WK-NOTAOK  =  "S"
                    CLOSE  NOTFIS.
           IF       WK-FIMARQ  =  "N"
                    CLOSE  MAPPDV.
       P100-MOVTO-FIM.
           EXIT.
      *
       P120-NOTA.
           MOVE     NF-DATA        TO    WK-VL-DATA.
           MOVE     "NF"           TO    WK-VL-ESP.
           MOVE     NF-SERIE       TO    WK-VL-SERIE.
           MOVE     NF-NUMERO      TO    WK-VL-DOCTO.
           MOVE     NF-CFO         TO    WK-VL-CFOP.
           MOVE     NF-UF          TO    WK-VL-UF.
           MOVE     NF-ALIQICMS    TO    WK-VL-ALIQ.
           MOVE     NF-VLRCONT     TO    WK-VL-VLRCONT.
           MOVE     NF-VLRICMS     TO    WK-VL-ICMS.
           PERFORM  P200-DOCTO     THRU  P200-DOCTO-FIM.
       P120-NOTA-FIM.
           EXIT.
      *
      *---- MAPA RESUMO DE PDV (ECF) - MESMO CFOP 5102 DA EFD, NA UF
      *---- DA LOJA; A ALIQUOTA E' A EFETIVA DO MAPA (ICMS / BASE)
      *
       P125-MAPA.
           MOVE     MAP-DATA       TO    WK-VL-DATA.
           MOVE     "MR"           TO    WK-VL-ESP.
           MOVE     "ECF"          TO    WK-VL-SERIE.
           MOVE     MAP-NUMERO     TO    WK-VL-DOCTO.
           MOVE     5102           TO    WK-VL-CFOP.
           MOVE     PARAM-UF       TO    WK-VL-UF.
           MOVE     ZEROS          TO    WK-VL-ALIQ.
           IF       MAP-BASEICMS  >  ZEROS
                    COMPUTE  WK-VL-ALIQ  ROUNDED  =
                             MAP-VLRICMS * 100 / MAP-BASEICMS
                             ON SIZE ERROR
                             MOVE  ZEROS  TO  WK-VL-ALIQ.
           MOVE     MAP-VLRCONT    TO    WK-VL-VLRCONT.
           MOVE     MAP-VLRICMS    TO    WK-VL-ICMS.
           PERFORM  P200-DOCTO     THRU  P200-DOCTO-FIM.
       P125-MAPA-FIM.
           EXIT.
      *
      *---- LANCAMENTOS DO DOCUMENTO: VALOR CONTABIL E, COM CONTAS NA
      *---- TABELA, O ICMS. NA 1A. PASSAGEM SO ANOTA O QUE NAO TEM
      *---- CONTA
      *
       P200-DOCTO.
           PERFORM  P210-CONTA     THRU  P210-CONTA-FIM.
           IF       WK-ACHOU  =  "N"
                    PERFORM  P220-SEMCONTA  THRU  P220-SEMCONTA-FIM
                    GO TO P200-DOCTO-FIM.
           IF       WK-FASE  =  "V"
                    GO TO P200-DOCTO-FIM.
           IF       WK-VL-VLRCONT  >  ZEROS
                    MOVE  CTB-CTADEB     TO  WK-LC-DEB
                    MOVE  CTB-CTACRED    TO  WK-LC-CRED
                    MOVE  CTB-HIST       TO  WK-LC-HIST
                    MOVE  WK-VL-VLRCONT  TO  WK-LC-VALOR
                    PERFORM  P230-LANCA  THRU  P230-LANCA-FIM.
           IF       WK-VL-ICMS  >  ZEROS
               AND  CTB-ICMDEB  NOT =  SPACES
                    MOVE  CTB-ICMDEB     TO  WK-LC-DEB
                    MOVE  CTB-ICMCRED    TO  WK-LC-CRED
                    MOVE  CTB-ICMHIST    TO  WK-LC-HIST
                    MOVE  WK-VL-ICMS     TO  WK-LC-VALOR
                    PERFORM  P230-LANCA  THRU  P230-LANCA-FIM.
       P200-DOCTO-FIM.
           EXIT.
      *
      *---- CONTA DO DOCUMENTO: LINHA PROPRIA (CFOP + UF + ALIQUOTA),
      *---- DEPOIS QUALQUER ALIQUOTA NA UF, A ALIQUOTA EM QUALQUER UF
      *---- E POR FIM A LINHA GENERICA DO CFOP. ACHOU DEIXA A LINHA
      *---- EM CTB-REG
      *
       P210-CONTA.
           MOVE     "N"            TO    WK-ACHOU.
           IF       WK-MAPAOK  NOT =  "S"
                    GO TO P210-CONTA-FIM.
           MOVE     WK-VL-UF       TO    WK-CH-UF.
           MOVE     WK-VL-ALIQ     TO    WK-CH-ALIQ.
           PERFORM  P215-LECONTA   THRU  P215-LECONTA-FIM.
           IF       WK-ACHOU  =  "S"
                    GO TO P210-CONTA-FIM.
           MOVE     99,99          TO    WK-CH-ALIQ.
           PERFORM  P215-LECONTA   THRU  P215-LECONTA-FIM.
           IF       WK-ACHOU  =  "S"
                    GO TO P210-CONTA-FIM.
           MOVE     "**"           TO    WK-CH-UF.
           MOVE     WK-VL-ALIQ     TO    WK-CH-ALIQ.
           PERFORM  P215-LECONTA   THRU  P215-LECONTA-FIM.
           IF       WK-ACHOU  =  "S"
                    GO TO P210-CONTA-FIM.
           MOVE     99,99          TO    WK-CH-ALIQ.
           PERFORM  P215-LECONTA   THRU  P215-LECONTA-FIM.
       P210-CONTA-FIM.
           EXIT.
      *
       P215-LECONTA.
           MOVE     LK-LOJA        TO    CTB-LOJA.
           MOVE     WK-VL-CFOP     TO    CTB-CFOP.
           MOVE     WK-CH-UF       TO    CTB-UF.
           MOVE     WK-CH-ALIQ     TO    CTB-ALIQ.
           READ     CTBMAP.
           IF       WK-STATUS  =  "00"
                    MOVE  "S"  TO  WK-ACHOU.
       P215-LECONTA-FIM.
           EXIT.
      *
      *---- ANOTA A COMBINACAO CFOP + UF + ALIQUOTA SEM CONTA. TABELA
      *---- CHEIA: A EXCEDENTE SOMA NA ULTIMA POSICAO
      *
       P220-SEMCONTA.
           MOVE     1              TO    WK-I.
       P221-PROCURA.
           IF       WK-I  >  WK-QTSEM
                    GO TO P222-NOVA.
           IF       WK-SEM-CFOP (WK-I)  =  WK-VL-CFOP
               AND  WK-SEM-UF (WK-I)    =  WK-VL-UF
               AND  WK-SEM-ALIQ (WK-I)  =  WK-VL-ALIQ
                    GO TO P223-SOMA.
           ADD      1              TO    WK-I.
           GO  TO   P221-PROCURA.
       P222-NOVA.
           IF       WK-QTSEM  NOT <  100
                    MOVE  100  TO  WK-I
                    GO TO P223-SOMA.
           ADD      1              TO    WK-QTSEM.
           MOVE     WK-QTSEM       TO    WK-I.
           MOVE     WK-VL-CFOP     TO    WK-SEM-CFOP (WK-I).
           MOVE     WK-VL-UF       TO    WK-SEM-UF (WK-I).
           MOVE     WK-VL-ALIQ     TO    WK-SEM-ALIQ (WK-I).
           MOVE     ZEROS          TO    WK-SEM-QTD (WK-I).
       P223-SOMA.
           ADD      1              TO    WK-SEM-QTD (WK-I).
       P220-SEMCONTA-FIM.
           EXIT.
      *
      *---- GRAVA UM LANCAMENTO NO ARQUIVO E NA CONFERENCIA
      *
       P230-LANCA.
           MOVE     SPACES         TO    LCT-REG.
           MOVE     "1"            TO    LCT-TIPO.
           MOVE     LK-LOJA        TO    LCT-LOJA.
           MOVE     WK-VL-DATA     TO    LCT-DATA.
           MOVE     WK-LC-DEB      TO    LCT-CTADEB.
           MOVE     WK-LC-CRED     TO    LCT-CTACRED.
           MOVE     WK-LC-VALOR    TO    LCT-VALOR.
           MOVE     WK-LC-HIST     TO    LCT-HIST.
           MOVE     WK-VL-ESP      TO    LCT-ESPDOC.
           MOVE     WK-VL-SERIE    TO    LCT-SERIE.
           MOVE     WK-VL-DOCTO    TO    LCT-DOCTO.
           MOVE     WK-VL-CFOP     TO    LCT-CFOP.
           WRITE    LCT-REG.
           ADD      1              TO    WK-QTLANC.
           IF       WK-LC-DEB   NOT =  SPACES
                    ADD   WK-LC-VALOR  TO  WK-TOTDEB.
           IF       WK-LC-CRED  NOT =  SPACES
                    ADD   WK-LC-VALOR  TO  WK-TOTCRED.
      *
           MOVE     WK-VL-DATA     TO    WK-DT-DATA.
           MOVE     WK-VL-ESP      TO    WK-DT-ESP.
           MOVE     WK-VL-SERIE    TO    WK-DT-SERIE.
           MOVE     WK-VL-DOCTO    TO    WK-DT-NUM.
           MOVE     WK-VL-CFOP     TO    WK-DT-CFOP.
           MOVE     WK-VL-UF       TO    WK-DT-UF.
           MOVE     WK-LC-DEB      TO    WK-DT-DEB.
           MOVE     WK-LC-CRED     TO    WK-DT-CRED.
           MOVE     WK-LC-VALOR    TO    WK-DT-VALOR.
           MOVE     WK-LC-HIST     TO    WK-DT-HIST.
           MOVE     WK-DET         TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
       P230-LANCA-FIM.
           EXIT.
      *
      *---- APURACAO: OS CREDITOS COMPENSADOS COM OS DEBITOS DO MES
      *---- (DEBITOS + OUTROS DEBITOS - SALDO DEVEDOR) SAEM NO ULTIMO
      *---- DIA DA COMPETENCIA PELA LINHA 9999 DA TABELA
      *
       P300-APURACAO.
           ADD      APU-DEBITOS  APU-OUTRDEB  GIVING  WK-APUDEB.
           MOVE     ZEROS          TO    WK-APUCOMP.
           IF       WK-APUDEB  >  APU-SALDODEV
                    SUBTRACT  APU-SALDODEV  FROM  WK-APUDEB
                              GIVING  WK-APUCOMP.
           IF       WK-APUCOMP  =  ZEROS
                    GO TO P300-APURACAO-FIM.
           MOVE     WK-ULTDIA      TO    WK-DTDIA-DD.
           MOVE     WK-DTDIA-N     TO    WK-VL-DATA.
           MOVE     "AP"           TO    WK-VL-ESP.
           MOVE     SPACES         TO    WK-VL-SERIE.
           MOVE     LK-COMPET-N    TO    WK-VL-DOCTO.
           MOVE     9999           TO    WK-VL-CFOP.
           MOVE     "**"           TO    WK-VL-UF.
           MOVE     99,99          TO    WK-VL-ALIQ.
           MOVE     WK-APUCOMP     TO    WK-VL-VLRCONT.
           MOVE     ZEROS          TO    WK-VL-ICMS.
           PERFORM  P200-DOCTO     THRU  P200-DOCTO-FIM.
       P300-APURACAO-FIM.
           EXIT.
      *
      *---- RELACAO DOS CFOP SEM CONTA (EXPORTACAO NAO REALIZADA)
      *
       P400-SEMCONTA.
           MOVE     "CFOP SEM CONTA - EXPORTACAO NAO REALIZADA"
                                   TO    WK-CAB2-OBS.
           MOVE     ZEROS          TO    WK-REMESSA.
           MOVE     99             TO    WK-LINPAG.
           MOVE     "DOCUMENTOS SEM CONTA NA TABELA POR CFOP"
                                   TO    WK-TIT-TXT.
           MOVE     WK-TITLIN      TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           MOVE     SPACES         TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           MOVE     1              TO    WK-I.
       P401-UMA.
           IF       WK-I  >  WK-QTSEM
                    GO TO P400-SEMCONTA-FIM.
           MOVE     WK-SEM-CFOP (WK-I)  TO  WK-SL-CFOP.
           MOVE     WK-SEM-UF (WK-I)    TO  WK-SL-UF.
           MOVE     WK-SEM-ALIQ (WK-I)  TO  WK-SL-ALIQ.
           MOVE     WK-SEM-QTD (WK-I)   TO  WK-SL-QTD.
           MOVE     SPACES         TO    WK-SL-OBS.
           IF       WK-SEM-CFOP (WK-I)  =  5102
               AND  WK-SEM-UF (WK-I)    =  PARAM-UF
                    MOVE  "(INCLUI MAPAS RESUMO DE PDV)"  TO  WK-SL-OBS.
           IF       WK-SEM-CFOP (WK-I)  =  9999
                    MOVE  "(APURACAO DO ICMS)"  TO  WK-SL-OBS.
           MOVE     WK-SEMLIN      TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           ADD      1              TO    WK-I.
           GO  TO   P401-UMA.
       P400-SEMCONTA-FIM.
           EXIT.
      *
      *---- TOTAIS DA CONFERENCIA: DEBITOS X CREDITOS
      *
       P450-TOTAIS.
           IF       WK-QTLANC  =  ZEROS
                    MOVE  "SEM LANCAMENTOS NA COMPETENCIA"
                          TO  WK-TIT-TXT
                    MOVE  WK-TITLIN  TO  REL-REG
                    PERFORM  P810-LINHA  THRU  P810-LINHA-FIM.
           MOVE     WK-TRACO       TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           MOVE     "TOTAL A DEBITO"   TO  WK-TL-DESC.
           MOVE     WK-TOTDEB      TO    WK-TL-VLR.
           MOVE     WK-TOTLIN      TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           MOVE     "TOTAL A CREDITO"  TO  WK-TL-DESC.
           MOVE     WK-TOTCRED     TO    WK-TL-VLR.
           MOVE     WK-TOTLIN      TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           MOVE     WK-QTLANC      TO    WK-TL-QTD.
           MOVE     SPACES         TO    WK-TIT-TXT.
           STRING   "LANCAMENTOS: "  WK-TL-QTD  "   ARQUIVO: "
                    WK-LANCTB      DELIMITED BY SIZE
                    INTO  WK-TIT-TXT.
           MOVE     WK-TITLIN      TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           IF       WK-TOTDEB  =  WK-TOTCRED
                    MOVE  "DEBITOS E CREDITOS CONFEREM"  TO  WK-TIT-TXT
           ELSE
                    MOVE  "DEBITOS E CREDITOS NAO CONFEREM - REMESSA "
                          TO  WK-TIT-TXT
                    MOVE  "CANCELADA"  TO  WK-TIT-TXT (44:9).
           MOVE     WK-TITLIN      TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
       P450-TOTAIS-FIM.
           EXIT.
      *
      *---- CABECALHO DE FOLHA
      *
       P800-CABEC.
           ADD      1              TO    WK-PAG.
           MOVE     PARAM-RAZAO    TO    WK-CAB1-RAZAO.
           MOVE     WK-DATA        TO    WK-CAB1-DATA.
           MOVE     WK-PAG         TO    WK-CAB1-PAG.
           WRITE    REL-REG   FROM  WK-CAB1  AFTER  ADVANCING  PAGE.
           MOVE     LK-LOJA        TO    WK-CAB2-LOJA.
           MOVE     LK-COMPET-MM   TO    WK-CAB2-MM.
           MOVE     LK-COMPET-AAAA TO    WK-CAB2-AAAA.
           MOVE     WK-REMESSA     TO    WK-CAB2-REM.
           WRITE    REL-REG   FROM  WK-CAB2.
           WRITE    REL-REG   FROM  WK-TRACO.
           WRITE    REL-REG   FROM  WK-CABDET.
           WRITE    REL-REG   FROM  WK-TRACO.
           MOVE     5              TO    WK-LINPAG.
       P800-CABEC-FIM.
           EXIT.
      *
      *---- GRAVA A LINHA MONTADA EM REL-REG, ABRINDO FOLHA NOVA
      *---- QUANDO A CORRENTE ESTA CHEIA
      *
       P810-LINHA.
           IF       WK-LINPAG  NOT <  WK-MAXLIN
                    MOVE  REL-REG  TO  WK-LINSAV
                    PERFORM  P800-CABEC  THRU  P800-CABEC-FIM
                    MOVE  WK-LINSAV  TO  REL-REG.
           WRITE    REL-REG.
           ADD      1              TO    WK-LINPAG.
       P810-LINHA-FIM.
           EXIT.
      *
      *---- FIM DO PROGRAMA
      *
