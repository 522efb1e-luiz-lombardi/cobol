      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF187.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        IMPRESSAO DOS LIVROS FISCAIS       *
      *                             OFICIAIS DA LOJA POR COMPETENCIA:  *
      *                             REGISTRO DE ENTRADAS (P1), DE      *
      *                             SAIDAS (P2) E DE APURACAO DO ICMS  *
      *                             (P9), COM NUMERACAO DE FOLHAS      *
      *                             CONTINUA ENTRE COMPETENCIAS E      *
      *                             TERMOS DE ABERTURA/ENCERRAMENTO    *
      *                             DE CADA LIVRO (LIVFIS.SDI). SO     *
      *                             IMPRIME COMPETENCIA ENCERRADA NO   *
      *                             FECHPER (SEF156.EXE). COMPETENCIA  *
      *                             JA IMPRESSA E' REIMPRESSA NAS      *
      *                             MESMAS FOLHAS, SEM AVANCAR O       *
      *                             CONTROLE. DEVOLVE AO SEF001 O      *
      *                             RESULTADO E AS FOLHAS USADAS, E A  *
      *                             IMPRESSAO DEFINITIVA E' GRAVADA    *
      *                             NO LOGACES.SDI PELO SEF001         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF187.
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
           SELECT LIVFIS  ASSIGN TO "LIVFIS.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS LIV-CHAVE.
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
       FD  LIVFIS
           LABEL RECORDS ARE STANDARD.
       01  LIV-REG.
           COPY    "SDICLIV.CPY".
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
       77  WK-SCAPE                PIC 9(04)     VALUE ZEROS.
       77  WK-LIN                  PIC 9(02)     VALUE ZEROS.
       77  WK-I                    PIC 9(03)     VALUE ZEROS.
       77  WK-J                    PIC 9(03)     VALUE ZEROS.
       77  WK-DIA                  PIC 9(02)     VALUE ZEROS.
      *    LINHAS JA USADAS NA FOLHA CORRENTE (99 = ABRIR FOLHA)
       77  WK-LINPAG               PIC 9(02)     VALUE 99.
       77  WK-MAXLIN               PIC 9(02)     VALUE 60.
      *    "S" = REIMPRESSAO DE COMPETENCIA JA IMPRESSA
       77  WK-REIMP                PIC X(01)     VALUE "N".
       77  WK-ABRE                 PIC X(01)     VALUE "N".
       77  WK-ENCERRA              PIC X(01)     VALUE "N".
      *    "S" = IMPRIME AS LINHAS DAS NOTAS (P1/P2); "N" = SO
      *    ACUMULA O RESUMO POR CFOP (P9)
       77  WK-IMPDET               PIC X(01)     VALUE "S".
       77  WK-ES                   PIC X(01)     VALUE SPACES.
       77  WK-TEMMOV               PIC X(01)     VALUE "N".
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
       01  WK-RELARQ               PIC X(12)     VALUE "LPT1".
       01  WK-DATA                 PIC 9(08)     VALUE ZEROS.
       01  WK-HORA                 PIC 9(08)     VALUE ZEROS.
       01  WK-DTTERMO              PIC 9(08)     VALUE ZEROS.
       01  WK-NOTFIS.
           03  FILLER              PIC X(06) VALUE "NOTFIS".
           03  WK-NOTFISLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-MAPPDV.
           03  FILLER              PIC X(06) VALUE "MAPPDV".
           03  WK-MAPPDVLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-DTPRIM.
           03  WK-DTPRIM-DD        PIC 9(02)     VALUE ZEROS.
           03  WK-DTPRIM-MM        PIC 9(02)     VALUE ZEROS.
           03  WK-DTPRIM-AA        PIC 9(04)     VALUE ZEROS.
       01  WK-DTDIA.
           03  WK-DTDIA-DD         PIC 9(02)     VALUE ZEROS.
           03  WK-DTDIA-MM         PIC 9(02)     VALUE ZEROS.
           03  WK-DTDIA-AA         PIC 9(04)     VALUE ZEROS.
       01  WK-ULTDIA               PIC 9(02)     VALUE ZEROS.
       01  WK-ANOBIS               PIC 9(04)     VALUE ZEROS.
       01  WK-ANOBIS-R             REDEFINES     WK-ANOBIS.
           03  FILLER              PIC 9(02).
           03  WK-ANOBIS-2         PIC 9(02).
      *
      *---- COMPETENCIA SEGUINTE A ULTIMA IMPRESSA (SEQUENCIA)
      *
       01  WK-PROXCOMP.
           03  WK-PROXCOMP-AAAA    PIC 9(04)     VALUE ZEROS.
           03  WK-PROXCOMP-MM      PIC 9(02)     VALUE ZEROS.
       01  WK-PROXCOMP-N           REDEFINES     WK-PROXCOMP
                                   PIC 9(06).
      *
      *---- LIVRO EM IMPRESSAO
      *
       01  WK-NUMLIVRO             PIC 9(03)     VALUE ZEROS.
       01  WK-PAG                  PIC 9(05)     VALUE ZEROS.
       01  WK-PAGINI               PIC 9(05)     VALUE ZEROS.
       01  WK-MAXPAG               PIC 9(05)     VALUE ZEROS.
       01  WK-NOMELIVRO            PIC X(40)     VALUE SPACES.
      *
      *---- RESUMO POR CFOP (ATE 100 CODIGOS POR SECAO) E TOTAIS
      *
       01  WK-QTCFO                PIC 9(03)     VALUE ZEROS.
       01  WK-TABCFO.
           03  WK-CFO              OCCURS 100.
               05  WK-CFO-COD      PIC 9(04).
               05  WK-CFO-IMPR     PIC X(01).
               05  WK-CFO-VLRCONT  PIC 9(13)V99.
               05  WK-CFO-BASE     PIC 9(13)V99.
               05  WK-CFO-ICMS     PIC 9(13)V99.
               05  WK-CFO-ISENT    PIC 9(13)V99.
               05  WK-CFO-OUTRAS   PIC 9(13)V99.
       01  WK-TOT-VLRCONT          PIC 9(13)V99  VALUE ZEROS.
       01  WK-TOT-BASE             PIC 9(13)V99  VALUE ZEROS.
       01  WK-TOT-ICMS             PIC 9(13)V99  VALUE ZEROS.
       01  WK-TOT-ISENT            PIC 9(13)V99  VALUE ZEROS.
       01  WK-TOT-OUTRAS           PIC 9(13)V99  VALUE ZEROS.
      *
      *---- VALORES DA LINHA EM ACUMULACAO (NOTA OU MAPA)
      *
       01  WK-VL-CFOP              PIC 9(04)     VALUE ZEROS.
       01  WK-VL-VLRCONT           PIC 9(11)V99  VALUE ZEROS.
       01  WK-VL-BASE              PIC 9(11)V99  VALUE ZEROS.
       01  WK-VL-ICMS              PIC 9(11)V99  VALUE ZEROS.
       01  WK-VL-ISENT             PIC 9(11)V99  VALUE ZEROS.
       01  WK-VL-OUTRAS            PIC 9(11)V99  VALUE ZEROS.
       01  WK-SUBDEB               PIC 9(13)V99  VALUE ZEROS.
       01  WK-SUBCRED              PIC 9(13)V99  VALUE ZEROS.
      *
      *---- CABECALHO DAS FOLHAS
      *
       01  WK-CAB1.
           03  WK-CAB1-RAZAO       PIC X(40).
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  WK-CAB1-LIVRO       PIC X(40).
           03  FILLER              PIC X(48)     VALUE SPACES.
       01  WK-CAB2.
           03  FILLER              PIC X(09)     VALUE "INSCR.EST".
           03  FILLER              PIC X(02)     VALUE ": ".
           03  WK-CAB2-IE          PIC X(14).
           03  FILLER              PIC X(08)     VALUE "  CNPJ: ".
           03  WK-CAB2-CGC         PIC 99.999.999/9999B99.
           03  FILLER              PIC X(12)     VALUE "  MES/ANO: ".
           03  WK-CAB2-MM          PIC 9(02).
           03  FILLER              PIC X(01)     VALUE "/".
           03  WK-CAB2-AAAA        PIC 9(04).
           03  FILLER              PIC X(12)     VALUE "    LIVRO: ".
           03  WK-CAB2-NUM         PIC 9(03).
           03  FILLER              PIC X(10)     VALUE "   FOLHA: ".
           03  WK-CAB2-PAG         PIC 9(05).
           03  FILLER              PIC X(32)     VALUE SPACES.
       01  WK-CABNF.
           03  FILLER              PIC X(11)     VALUE "DATA".
           03  FILLER              PIC X(03)     VALUE "MD".
           03  FILLER              PIC X(04)     VALUE "SER".
           03  FILLER              PIC X(07)     VALUE "NUMERO".
           03  FILLER              PIC X(06)     VALUE "EMIT.".
           03  FILLER              PIC X(03)     VALUE "UF".
           03  FILLER              PIC X(14)     VALUE " VLR.CONTABIL".
           03  FILLER              PIC X(05)     VALUE "CFOP".
           03  FILLER              PIC X(14)     VALUE " BASE CALCULO".
           03  FILLER              PIC X(06)     VALUE "ALIQ.".
           03  FILLER              PIC X(14)     VALUE "      IMPOSTO".
           03  FILLER              PIC X(14)     VALUE " ISENT/N.TRIB".
           03  FILLER              PIC X(14)     VALUE "       OUTRAS".
           03  FILLER              PIC X(17)     VALUE "OBSERVACOES".
       01  WK-CABRES.
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  FILLER              PIC X(12)     VALUE "CFOP".
           03  FILLER              PIC X(19)
               VALUE "   VALOR CONTABIL".
           03  FILLER              PIC X(19)
               VALUE "  BASE DE CALCULO".
           03  FILLER              PIC X(19)
               VALUE "          IMPOSTO".
           03  FILLER              PIC X(19)
               VALUE "   ISENTAS/N.TRIB".
           03  FILLER              PIC X(19)
               VALUE "           OUTRAS".
           03  FILLER              PIC X(21)     VALUE SPACES.
       01  WK-TRACO.
           03  FILLER              PIC X(66)     VALUE ALL "-".
           03  FILLER              PIC X(66)     VALUE ALL "-".
      *
      *---- LINHA DE NOTA / MAPA (P1 E P2)
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
           03  WK-DT-EMIT          PIC ZZZZ9.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-UF            PIC X(02).
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-VLRCONT       PIC ZZZZZZZZZ9,99.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-CFOP          PIC ZZZ9.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-BASE          PIC ZZZZZZZZZ9,99.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-ALIQ          PIC Z9,99.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-ICMS          PIC ZZZZZZZZZ9,99.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-ISENT         PIC ZZZZZZZZZ9,99.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-OUTRAS        PIC ZZZZZZZZZ9,99.
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-DT-OBS           PIC X(14).
           03  FILLER              PIC X(02)     VALUE SPACES.
      *
      *---- LINHA DO RESUMO POR CFOP / TOTAL
      *
       01  WK-RES.
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  WK-RS-DESC          PIC X(10).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RS-VLRCONT       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RS-BASE          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RS-ICMS          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RS-ISENT         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RS-OUTRAS        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(23)     VALUE SPACES.
       01  WK-RS-CFOP              PIC 9(04)     VALUE ZEROS.
      *
      *---- LINHA DA APURACAO DOS SALDOS (P9)
      *
       01  WK-APLIN.
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  WK-AP-ITEM          PIC X(03).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-AP-DESC          PIC X(50).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-AP-VLR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-AP-COD           PIC X(08).
           03  FILLER              PIC X(44)     VALUE SPACES.
       01  WK-TITLIN.
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  WK-TIT-TXT          PIC X(60).
           03  FILLER              PIC X(68)     VALUE SPACES.
      *
      *---- TERMOS DE ABERTURA E ENCERRAMENTO
      *
       01  WK-TERMO.
           03  FILLER              PIC X(10)     VALUE SPACES.
           03  WK-TR-TXT           PIC X(100).
           03  FILLER              PIC X(22)     VALUE SPACES.
       01  WK-TR-PAG               PIC ZZZZ9.
       01  WK-TR-PAGFIM            PIC ZZZZ9.
       01  WK-TR-NUM               PIC ZZ9.
       01  WK-TR-CGC               PIC 99.999.999/9999B99.
       01  WK-TR-DATA              PIC 99/99/9999.
       01  WK-PTR                  PIC 9(03)     VALUE ZEROS.
      *
       LINKAGE SECTION.
       01  LK-CHAIN-DT.
           05  LK-CHAIN-DD         PIC 9(02).
           05  LK-CHAIN-MM         PIC 9(02).
           05  LK-CHAIN-SC         PIC 9(02).
           05  LK-CHAIN-AA         PIC 9(02).
       01  LK-LOJA                 PIC 9(02).
       01  LK-LIVRO                PIC X(01).
       01  LK-COMPET.
           05  LK-COMPET-AAAA      PIC 9(04).
           05  LK-COMPET-MM        PIC 9(02).
      *    RESULTADO: "D" = IMPRESSAO DEFINITIVA / "R" = REIMPRESSAO /
      *    "A" = COMPETENCIA NAO ENCERRADA / "S" = FORA DE SEQUENCIA
      *    (LK-RET-ULTCOMP = ULTIMA IMPRESSA) / "P" = SEM APURACAO
      *    (P9) / "X" = DESISTENCIA NA TELA / "E" = ERRO DE ARQUIVO
       01  LK-RETORNO.
           05  LK-RET-RESULT       PIC X(01).
           05  LK-RET-PAGINI       PIC 9(05).
           05  LK-RET-PAGFIM       PIC 9(05).
           05  LK-RET-ULTCOMP      PIC 9(06).
      *
       PROCEDURE DIVISION USING LK-CHAIN-DT LK-LOJA LK-LIVRO
                                LK-COMPET   LK-RETORNO.
       P001.
           MOVE     ZERO           TO    RETURN-CODE.
           MOVE     "E"            TO    LK-RET-RESULT.
           MOVE     ZEROS          TO    LK-RET-PAGINI  LK-RET-PAGFIM
                                         LK-RET-ULTCOMP.
           IF       LK-LIVRO  NOT =  "1"  AND  "2"  AND  "9"
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           IF       LK-COMPET  NOT NUMERIC  OR  LK-COMPET = ZEROS
               OR   LK-COMPET-MM  =  ZEROS  OR  >  12
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P010-ABRE      THRU  P010-ABRE-FIM.
           IF       RETURN-CODE    NOT =  ZERO
                    GO TO P001-FIM.
      *
      *    SO COMPETENCIA ENCERRADA VAI PARA O LIVRO OFICIAL
      *
           MOVE     "A"            TO    WK-SITPER.
           CALL     "SEF156.EXE"   USING LK-LOJA  WK-DTPRIM  WK-SITPER.
           CANCEL   "SEF156.EXE".
           IF       WK-SITPER  NOT =  "F"
                    MOVE  "A"  TO  LK-RET-RESULT
                    GO TO P001-FIM.
      *
           IF       LK-LIVRO  =  "9"
                    PERFORM  P015-LEAPUR  THRU  P015-LEAPUR-FIM
                    IF  LK-RET-RESULT  =  "P"
                        GO TO P001-FIM
                    END-IF
           END-IF.
      *
           PERFORM  P030-CONTROLE  THRU  P030-CONTROLE-FIM.
           IF       LK-RET-RESULT  NOT =  SPACES
                    GO TO P001-FIM.
           PERFORM  P040-DESTINO   THRU  P040-DESTINO-FIM.
           OPEN     OUTPUT    RELSAI.
           IF       WK-STATUS  NOT =  ZEROS
                    CLOSE  LIVFIS
                    MOVE   "E"  TO  LK-RET-RESULT
                    GO TO P001-FIM.
      *
           IF       WK-ABRE  =  "S"
                    PERFORM  P600-ABERTURA  THRU  P600-ABERTURA-FIM.
           MOVE     99             TO    WK-LINPAG.
           IF       LK-LIVRO  =  "1"
                    MOVE  "E"  TO  WK-ES
                    PERFORM  P100-LIVRONF  THRU  P100-LIVRONF-FIM
           ELSE
           IF       LK-LIVRO  =  "2"
                    MOVE  "S"  TO  WK-ES
                    PERFORM  P100-LIVRONF  THRU  P100-LIVRONF-FIM
           ELSE
                    PERFORM  P300-LIVROP9  THRU  P300-LIVROP9-FIM.
      *
      *    LIVRO CHEIO: A COMPETENCIA QUE ATINGE O NUMERO DE FOLHAS
      *    DO LIVRO TERMINA NELE, E O TERMO DE ENCERRAMENTO OCUPA A
      *    FOLHA SEGUINTE (A REIMPRESSAO SEGUE O QUE FOI GRAVADO)
      *
           IF       WK-REIMP  =  "N"
               AND  WK-PAG  NOT <  WK-MAXPAG - 1
                    MOVE  "S"  TO  WK-ENCERRA.
           IF       WK-ENCERRA  =  "S"
                    PERFORM  P650-ENCERRA  THRU  P650-ENCERRA-FIM.
           CLOSE    RELSAI.
      *
           MOVE     WK-PAGINI      TO    LK-RET-PAGINI.
           MOVE     WK-PAG         TO    LK-RET-PAGFIM.
           IF       WK-REIMP  =  "S"
                    MOVE  "R"  TO  LK-RET-RESULT
                    CLOSE LIVFIS
                    GO TO P001-FIM.
           PERFORM  P090-ATUALIZA  THRU  P090-ATUALIZA-FIM.
           CLOSE    LIVFIS.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- PARAMETROS DA LOJA E PERIODO DA COMPETENCIA
      *
       P010-ABRE.
           MOVE     LK-LOJA        TO    WK-NOTFISLJ  WK-MAPPDVLJ.
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
      *
           IF       LK-LIVRO  =  "1"
                    MOVE  "REGISTRO DE ENTRADAS - MODELO P1"
                          TO  WK-NOMELIVRO
           ELSE
           IF       LK-LIVRO  =  "2"
                    MOVE  "REGISTRO DE SAIDAS - MODELO P2"
                          TO  WK-NOMELIVRO
           ELSE
                    MOVE  "REGISTRO DE APURACAO DO ICMS - MODELO P9"
                          TO  WK-NOMELIVRO.
       P010-ABRE-FIM.
           EXIT.
      *
      *---- P9: O LIVRO DE APURACAO DA COMPETENCIA PRECISA EXISTIR
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
      *---- CONTROLE DO LIVRO (LIVFIS.SDI): REIMPRESSAO QUANDO A
      *---- COMPETENCIA JA TEM FOLHAS GRAVADAS; SENAO CONFERE A
      *---- SEQUENCIA E CONTINUA DA ULTIMA FOLHA DO LIVRO ABERTO.
      *---- DEVOLVE LK-RET-RESULT EM BRANCO QUANDO PODE IMPRIMIR
      *
       P030-CONTROLE.
           MOVE     SPACES         TO    LK-RET-RESULT.
           OPEN     I-O       LIVFIS.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    LIVFIS
                    CLOSE    LIVFIS
                    OPEN     I-O       LIVFIS
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "E"  TO  LK-RET-RESULT
                    GO TO P030-CONTROLE-FIM.
      *
           MOVE     LK-LOJA        TO    LIV-LOJA.
           MOVE     LK-LIVRO       TO    LIV-LIVRO.
           MOVE     LK-COMPET      TO    LIV-COMPET.
           READ     LIVFIS.
           IF       WK-STATUS  NOT =  "00"
                    GO TO P032-DEFINITIVA.
      *
      *    REIMPRESSAO: MESMO LIVRO, MESMAS FOLHAS, MESMOS TERMOS
      *
           MOVE     "S"            TO    WK-REIMP.
           MOVE     LIV-NUMLIVRO   TO    WK-NUMLIVRO.
           MOVE     LIV-PAGINI     TO    WK-PAGINI.
           SUBTRACT 1  FROM  LIV-PAGINI  GIVING  WK-PAG.
           MOVE     LIV-ABERTURA   TO    WK-ABRE.
           MOVE     LIV-ENCERRA    TO    WK-ENCERRA.
           MOVE     LIV-DTIMP      TO    WK-DTTERMO.
           MOVE     ZEROS          TO    LIV-COMPET.
           READ     LIVFIS.
           MOVE     LIV-MAXPAG     TO    WK-MAXPAG.
           GO  TO   P030-CONTROLE-FIM.
       P032-DEFINITIVA.
           MOVE     "N"            TO    WK-REIMP  WK-ENCERRA.
           MOVE     WK-DATA        TO    WK-DTTERMO.
           MOVE     ZEROS          TO    LIV-COMPET.
           READ     LIVFIS.
           IF       WK-STATUS  NOT =  "00"
                    PERFORM  P035-INICIA  THRU  P035-INICIA-FIM
                    IF  LK-RET-RESULT  NOT =  SPACES
                        CLOSE  LIVFIS
                        GO TO P030-CONTROLE-FIM
                    END-IF
           END-IF.
      *
      *    AS COMPETENCIAS ENTRAM NO LIVRO EM ORDEM, SEM SALTOS
      *
           IF       LIV-ULTCOMP  NOT =  ZEROS
                    MOVE  LIV-ULTCOMP  TO  WK-PROXCOMP-N
                    ADD   1            TO  WK-PROXCOMP-MM
                    IF    WK-PROXCOMP-MM  >  12
                          MOVE  01  TO  WK-PROXCOMP-MM
                          ADD   1   TO  WK-PROXCOMP-AAAA
                    END-IF
                    IF    LK-COMPET  NOT =  WK-PROXCOMP-N
                          MOVE  "S"  TO  LK-RET-RESULT
                          MOVE  LIV-ULTCOMP  TO  LK-RET-ULTCOMP
                          CLOSE LIVFIS
                          GO TO P030-CONTROLE-FIM
                    END-IF
           END-IF.
           MOVE     LIV-NUMLIVRO   TO    WK-NUMLIVRO.
           MOVE     LIV-ULTPAG     TO    WK-PAG.
           MOVE     LIV-MAXPAG     TO    WK-MAXPAG.
           MOVE     "N"            TO    WK-ABRE.
           IF       LIV-ULTPAG  =  ZEROS
                    MOVE  "S"  TO  WK-ABRE.
           ADD      1  WK-PAG  GIVING  WK-PAGINI.
       P030-CONTROLE-FIM.
           EXIT.
      *
      *---- PRIMEIRA IMPRESSAO DO LIVRO NA LOJA: PEDE O NUMERO DO
      *---- LIVRO EM USO E A ULTIMA FOLHA JA UTILIZADA (LOJA QUE JA
      *---- ESCRITURAVA EM OUTRO SISTEMA CONTINUA A NUMERACAO) E O
      *---- NUMERO DE FOLHAS POR LIVRO. F7 DESISTE SEM GRAVAR
      *
       P035-INICIA.
           INITIALIZE  LIV-REG.
           MOVE     LK-LOJA        TO    LIV-LOJA.
           MOVE     LK-LIVRO       TO    LIV-LIVRO.
           MOVE     ZEROS          TO    LIV-COMPET.
           MOVE     001            TO    LIV-NUMLIVRO.
           MOVE     500            TO    LIV-MAXPAG.
           PERFORM  P900-LIMPA     THRU  P909-LIMPA-FIM.
           DISPLAY (05, 15) "***   PRIMEIRA IMPRESSAO DO LIVRO NA LOJA"
                            "   ***".
           DISPLAY (07, 15) WK-NOMELIVRO.
           DISPLAY (10, 10) "Numero do livro em uso  : <   >".
           DISPLAY (11, 10) "Ultima folha ja usada   : <     >"
                            " (ZERO = LIVRO NOVO)".
           DISPLAY (12, 10) "Folhas por livro        : <     >".
           DISPLAY (10, 37) LIV-NUMLIVRO.
           DISPLAY (11, 37) LIV-ULTPAG.
           DISPLAY (12, 37) LIV-MAXPAG.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "F7 : DESISTE".
       P036-NUMERO.
           ACCEPT  (10, 37) LIV-NUMLIVRO.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   MOVE  "X"  TO  LK-RET-RESULT
                   GO TO P035-INICIA-FIM.
           IF      LIV-NUMLIVRO  NOT NUMERIC  OR  LIV-NUMLIVRO = ZEROS
                   GO TO P036-NUMERO.
           ACCEPT  (11, 37) LIV-ULTPAG.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   MOVE  "X"  TO  LK-RET-RESULT
                   GO TO P035-INICIA-FIM.
           IF      LIV-ULTPAG  NOT NUMERIC
                   GO TO P036-NUMERO.
           ACCEPT  (12, 37) LIV-MAXPAG.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   MOVE  "X"  TO  LK-RET-RESULT
                   GO TO P035-INICIA-FIM.
           IF      LIV-MAXPAG  NOT NUMERIC
               OR  LIV-MAXPAG  NOT >  LIV-ULTPAG + 2
                   GO TO P036-NUMERO.
           MOVE     WK-DATA        TO    LIV-DTIMP.
           MOVE     WK-HORA        TO    LIV-HRIMP.
           WRITE    LIV-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "E"  TO  LK-RET-RESULT.
       P035-INICIA-FIM.
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
           IF       DEST-PROGRAMA  =  "SEF187.EXE"
               AND  (DEST-TIPO  =  "A"  OR  "C")
               AND  DEST-ARQUIVO  NOT =  SPACES
                    MOVE  DEST-TIPO     TO  WK-DESTINO
                    MOVE  DEST-ARQUIVO  TO  WK-RELARQ.
           CLOSE    ARQDEST.
       P040-DESTINO-FIM.
           EXIT.
      *
      *---- GRAVA A COMPETENCIA IMPRESSA E AVANCA O CONTROLE DO LIVRO
      *
       P090-ATUALIZA.
           INITIALIZE  LIV-REG.
           MOVE     LK-LOJA        TO    LIV-LOJA.
           MOVE     LK-LIVRO       TO    LIV-LIVRO.
           MOVE     LK-COMPET      TO    LIV-COMPET.
           MOVE     WK-NUMLIVRO    TO    LIV-NUMLIVRO.
           MOVE     WK-PAGINI      TO    LIV-PAGINI.
           MOVE     WK-PAG         TO    LIV-ULTPAG.
           MOVE     WK-ABRE        TO    LIV-ABERTURA.
           MOVE     WK-ENCERRA     TO    LIV-ENCERRA.
           MOVE     WK-DATA        TO    LIV-DTIMP.
           MOVE     WK-HORA        TO    LIV-HRIMP.
           WRITE    LIV-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "E"  TO  LK-RET-RESULT
                    GO TO P090-ATUALIZA-FIM.
      *
           MOVE     ZEROS          TO    LIV-COMPET.
           READ     LIVFIS.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "E"  TO  LK-RET-RESULT
                    GO TO P090-ATUALIZA-FIM.
           MOVE     LK-COMPET      TO    LIV-ULTCOMP.
           MOVE     WK-PAG         TO    LIV-ULTPAG.
           IF       WK-ENCERRA  =  "S"
                    ADD   1      TO  LIV-NUMLIVRO
                    MOVE  ZEROS  TO  LIV-ULTPAG.
           MOVE     WK-DATA        TO    LIV-DTIMP.
           MOVE     WK-HORA        TO    LIV-HRIMP.
           REWRITE  LIV-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "E"  TO  LK-RET-RESULT
                    GO TO P090-ATUALIZA-FIM.
           MOVE     "D"            TO    LK-RET-RESULT.
       P090-ATUALIZA-FIM.
           EXIT.
      *
      *---- P1 / P2: NOTAS (E MAPAS DE PDV NO P2) DIA A DIA, EM ORDEM
      *---- CRONOLOGICA, SEGUIDAS DO RESUMO POR CFOP
      *
       P100-LIVRONF.
           MOVE     "S"            TO    WK-IMPDET.
           MOVE     "N"            TO    WK-TEMMOV.
           PERFORM  P110-MOVTO     THRU  P110-MOVTO-FIM.
           IF       WK-TEMMOV  =  "N"
                    MOVE  "SEM MOVIMENTO NA COMPETENCIA"  TO  WK-TIT-TXT
                    MOVE  WK-TITLIN  TO  REL-REG
                    PERFORM  P810-LINHA  THRU  P810-LINHA-FIM.
           MOVE     "RESUMO POR CFOP"  TO  WK-TIT-TXT.
           PERFORM  P150-RESUMO    THRU  P150-RESUMO-FIM.
       P100-LIVRONF-FIM.
           EXIT.
      *
      *---- LE AS NOTAS DE WK-ES (E OS MAPAS, NAS SAIDAS) DE CADA DIA
      *---- DA COMPETENCIA, ACUMULANDO POR CFOP. CANCELADA SO APARECE
      *---- NO P2, SEM VALORES
      *
       P110-MOVTO.
           MOVE     ZEROS          TO    WK-QTCFO  WK-TOT-VLRCONT
                                         WK-TOT-BASE  WK-TOT-ICMS
                                         WK-TOT-ISENT WK-TOT-OUTRAS.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     NOTFIS.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P110-MOVTO-FIM.
      *    LOJA SEM MAPAS DE PDV: WK-FIMARQ = "S" DISPENSA A LEITURA
           OPEN     INPUT     MAPPDV.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  "S"  TO  WK-FIMARQ.
           MOVE     01             TO    WK-DIA.
       P111-DIA.
           IF       WK-DIA  >  WK-ULTDIA
                    CLOSE  NOTFIS
                    IF  WK-FIMARQ  =  "N"
                        CLOSE  MAPPDV
                    END-IF
                    GO TO P110-MOVTO-FIM.
           MOVE     WK-DIA         TO    WK-DTDIA-DD.
           MOVE     WK-ES          TO    NF-ES.
           MOVE     WK-DTDIA       TO    NF-DATA.
           MOVE     ZEROS          TO    NF-NUMERO.
           MOVE     LOW-VALUES     TO    NF-SERIE.
           START    NOTFIS    KEY  NOT <  NF-CHAVE
                    INVALID  KEY
                    GO TO P115-MAPAS.
       P112-LENOTA.
           READ     NOTFIS    NEXT  RECORD
                    AT END
                    GO TO P115-MAPAS.
           IF       WK-STATUS  NOT =  "00"
               OR   NF-ES  NOT =  WK-ES
               OR   NF-DATA  NOT =  WK-DTDIA
                    GO TO P115-MAPAS.
           IF       NF-SITUACAO  =  "C"  AND  WK-ES  =  "E"
                    GO TO P112-LENOTA.
           PERFORM  P120-NOTA      THRU  P120-NOTA-FIM.
           GO  TO   P112-LENOTA.
       P115-MAPAS.
           IF       WK-ES  NOT =  "S"  OR  WK-FIMARQ  =  "S"
                    GO TO P119-PROXDIA.
           MOVE     WK-DTDIA       TO    MAP-DATA.
           MOVE     ZEROS          TO    MAP-NUMERO  MAP-PDV.
           START    MAPPDV    KEY  NOT <  MAP-CHAVE
                    INVALID  KEY
                    GO TO P119-PROXDIA.
       P116-LEMAPA.
           READ     MAPPDV    NEXT  RECORD
                    AT END
                    GO TO P119-PROXDIA.
           IF       WK-STATUS  NOT =  "00"
               OR   MAP-DATA  NOT =  WK-DTDIA
                    GO TO P119-PROXDIA.
           PERFORM  P125-MAPA      THRU  P125-MAPA-FIM.
           GO  TO   P116-LEMAPA.
       P119-PROXDIA.
           ADD      1              TO    WK-DIA.
           GO  TO   P111-DIA.
       P110-MOVTO-FIM.
           EXIT.
      *
       P120-NOTA.
           MOVE     "S"            TO    WK-TEMMOV.
           MOVE     NF-CFO         TO    WK-VL-CFOP.
           MOVE     ZEROS          TO    WK-VL-VLRCONT  WK-VL-BASE
                                         WK-VL-ICMS     WK-VL-ISENT
                                         WK-VL-OUTRAS.
           IF       NF-SITUACAO  NOT =  "C"
                    MOVE  NF-VLRCONT   TO  WK-VL-VLRCONT
                    MOVE  NF-BASEICMS  TO  WK-VL-BASE
                    MOVE  NF-VLRICMS   TO  WK-VL-ICMS
                    MOVE  NF-ISENTAS   TO  WK-VL-ISENT
                    MOVE  NF-OUTRAS    TO  WK-VL-OUTRAS
                    PERFORM  P130-ACUMULA  THRU  P130-ACUMULA-FIM.
           IF       WK-IMPDET  =  "N"
                    GO TO P120-NOTA-FIM.
           MOVE     NF-DATA        TO    WK-DT-DATA.
           MOVE     NF-MODELO      TO    WK-DT-ESP.
           MOVE     NF-SERIE       TO    WK-DT-SERIE.
           MOVE     NF-NUMERO      TO    WK-DT-NUM.
           MOVE     NF-EMITENTE    TO    WK-DT-EMIT.
           MOVE     NF-UF          TO    WK-DT-UF.
           MOVE     WK-VL-VLRCONT  TO    WK-DT-VLRCONT.
           MOVE     NF-CFO         TO    WK-DT-CFOP.
           MOVE     WK-VL-BASE     TO    WK-DT-BASE.
           MOVE     NF-ALIQICMS    TO    WK-DT-ALIQ.
           MOVE     WK-VL-ICMS     TO    WK-DT-ICMS.
           MOVE     WK-VL-ISENT    TO    WK-DT-ISENT.
           MOVE     WK-VL-OUTRAS   TO    WK-DT-OUTRAS.
           MOVE     SPACES         TO    WK-DT-OBS.
           IF       NF-SITUACAO  =  "C"
                    MOVE  ZEROS        TO  WK-DT-ALIQ
                    MOVE  "CANCELADA"  TO  WK-DT-OBS.
           MOVE     WK-DET         TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
       P120-NOTA-FIM.
           EXIT.
      *
      *---- MAPA RESUMO DE PDV (ECF) - MESMO CFOP 5102 DA EFD
      *
       P125-MAPA.
           MOVE     "S"            TO    WK-TEMMOV.
           MOVE     5102           TO    WK-VL-CFOP.
           MOVE     MAP-VLRCONT    TO    WK-VL-VLRCONT.
           MOVE     MAP-BASEICMS   TO    WK-VL-BASE.
           MOVE     MAP-VLRICMS    TO    WK-VL-ICMS.
           MOVE     MAP-ISENTAS    TO    WK-VL-ISENT.
           MOVE     MAP-OUTRAS     TO    WK-VL-OUTRAS.
           PERFORM  P130-ACUMULA   THRU  P130-ACUMULA-FIM.
           IF       WK-IMPDET  =  "N"
                    GO TO P125-MAPA-FIM.
           MOVE     MAP-DATA       TO    WK-DT-DATA.
           MOVE     "2D"           TO    WK-DT-ESP.
           MOVE     "ECF"          TO    WK-DT-SERIE.
           MOVE     MAP-NUMERO     TO    WK-DT-NUM.
           MOVE     MAP-PDV        TO    WK-DT-EMIT.
           MOVE     PARAM-UF       TO    WK-DT-UF.
           MOVE     WK-VL-VLRCONT  TO    WK-DT-VLRCONT.
           MOVE     WK-VL-CFOP     TO    WK-DT-CFOP.
           MOVE     WK-VL-BASE     TO    WK-DT-BASE.
           MOVE     ZEROS          TO    WK-DT-ALIQ.
           MOVE     WK-VL-ICMS     TO    WK-DT-ICMS.
           MOVE     WK-VL-ISENT    TO    WK-DT-ISENT.
           MOVE     WK-VL-OUTRAS   TO    WK-DT-OUTRAS.
           MOVE     "MAPA RESUMO"  TO    WK-DT-OBS.
           MOVE     WK-DET         TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
       P125-MAPA-FIM.
           EXIT.
      *
      *---- ACUMULA OS VALORES DA LINHA NO CFOP E NO TOTAL
      *
       P130-ACUMULA.
           ADD      WK-VL-VLRCONT  TO    WK-TOT-VLRCONT.
           ADD      WK-VL-BASE     TO    WK-TOT-BASE.
           ADD      WK-VL-ICMS     TO    WK-TOT-ICMS.
           ADD      WK-VL-ISENT    TO    WK-TOT-ISENT.
           ADD      WK-VL-OUTRAS   TO    WK-TOT-OUTRAS.
           MOVE     1              TO    WK-I.
       P131-PROCURA.
           IF       WK-I  >  WK-QTCFO
                    GO TO P132-NOVO.
           IF       WK-CFO-COD (WK-I)  =  WK-VL-CFOP
                    GO TO P133-SOMA.
           ADD      1              TO    WK-I.
           GO  TO   P131-PROCURA.
       P132-NOVO.
      *
      *    TABELA CHEIA: O CFOP EXCEDENTE VAI PARA A ULTIMA POSICAO
      *    (OS TOTAIS GERAIS CONTINUAM CORRETOS)
      *
           IF       WK-QTCFO  NOT <  100
                    MOVE  100  TO  WK-I
                    GO TO P133-SOMA.
           ADD      1              TO    WK-QTCFO.
           MOVE     WK-QTCFO       TO    WK-I.
           MOVE     WK-VL-CFOP     TO    WK-CFO-COD (WK-I).
           MOVE     ZEROS          TO    WK-CFO-VLRCONT (WK-I)
                                         WK-CFO-BASE (WK-I)
                                         WK-CFO-ICMS (WK-I)
                                         WK-CFO-ISENT (WK-I)
                                         WK-CFO-OUTRAS (WK-I).
       P133-SOMA.
           ADD      WK-VL-VLRCONT  TO    WK-CFO-VLRCONT (WK-I).
           ADD      WK-VL-BASE     TO    WK-CFO-BASE (WK-I).
           ADD      WK-VL-ICMS     TO    WK-CFO-ICMS (WK-I).
           ADD      WK-VL-ISENT    TO    WK-CFO-ISENT (WK-I).
           ADD      WK-VL-OUTRAS   TO    WK-CFO-OUTRAS (WK-I).
       P130-ACUMULA-FIM.
           EXIT.
      *
      *---- RESUMO POR CFOP EM ORDEM CRESCENTE E TOTAL DA SECAO
      *---- (TITULO EM WK-TIT-TXT)
      *
       P150-RESUMO.
           MOVE     SPACES         TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           MOVE     WK-TITLIN      TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           MOVE     WK-CABRES      TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           MOVE     1              TO    WK-I.
       P151-LIMPA.
           IF       WK-I  NOT >  WK-QTCFO
                    MOVE  "N"  TO  WK-CFO-IMPR (WK-I)
                    ADD   1    TO  WK-I
                    GO TO P151-LIMPA.
       P152-MENOR.
           MOVE     ZEROS          TO    WK-J.
           MOVE     1              TO    WK-I.
       P153-COMPARA.
           IF       WK-I  >  WK-QTCFO
                    GO TO P154-IMPRIME.
           IF       WK-CFO-IMPR (WK-I)  =  "N"
               AND  (WK-J  =  ZEROS
                OR   WK-CFO-COD (WK-I)  <  WK-CFO-COD (WK-J))
                    MOVE  WK-I  TO  WK-J.
           ADD      1              TO    WK-I.
           GO  TO   P153-COMPARA.
       P154-IMPRIME.
           IF       WK-J  =  ZEROS
                    GO TO P155-TOTAL.
           MOVE     "S"            TO    WK-CFO-IMPR (WK-J).
           MOVE     WK-CFO-COD (WK-J)  TO  WK-RS-CFOP.
           MOVE     WK-RS-CFOP     TO    WK-RS-DESC.
           MOVE     WK-CFO-VLRCONT (WK-J)  TO  WK-RS-VLRCONT.
           MOVE     WK-CFO-BASE (WK-J)     TO  WK-RS-BASE.
           MOVE     WK-CFO-ICMS (WK-J)     TO  WK-RS-ICMS.
           MOVE     WK-CFO-ISENT (WK-J)    TO  WK-RS-ISENT.
           MOVE     WK-CFO-OUTRAS (WK-J)   TO  WK-RS-OUTRAS.
           MOVE     WK-RES         TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           GO  TO   P152-MENOR.
       P155-TOTAL.
           MOVE     "TOTAL"        TO    WK-RS-DESC.
           MOVE     WK-TOT-VLRCONT TO    WK-RS-VLRCONT.
           MOVE     WK-TOT-BASE    TO    WK-RS-BASE.
           MOVE     WK-TOT-ICMS    TO    WK-RS-ICMS.
           MOVE     WK-TOT-ISENT   TO    WK-RS-ISENT.
           MOVE     WK-TOT-OUTRAS  TO    WK-RS-OUTRAS.
           MOVE     WK-RES         TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
       P150-RESUMO-FIM.
           EXIT.
      *
      *---- P9: ENTRADAS E SAIDAS POR CFOP E APURACAO DOS SALDOS DO
      *---- LIVRO APURICMS.SDI DA COMPETENCIA
      *
       P300-LIVROP9.
           MOVE     "N"            TO    WK-IMPDET.
           MOVE     "E"            TO    WK-ES.
           PERFORM  P110-MOVTO     THRU  P110-MOVTO-FIM.
           MOVE     "ENTRADAS"     TO    WK-TIT-TXT.
           PERFORM  P150-RESUMO    THRU  P150-RESUMO-FIM.
           MOVE     "S"            TO    WK-ES.
           PERFORM  P110-MOVTO     THRU  P110-MOVTO-FIM.
           MOVE     "SAIDAS"       TO    WK-TIT-TXT.
           PERFORM  P150-RESUMO    THRU  P150-RESUMO-FIM.
      *
           OPEN     INPUT     APURICMS.
           MOVE     LK-LOJA        TO    APU-LOJA.
           MOVE     LK-COMPET      TO    APU-COMPET.
           READ     APURICMS.
           CLOSE    APURICMS.
           MOVE     SPACES         TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           MOVE     "APURACAO DOS SALDOS"  TO  WK-TIT-TXT.
           MOVE     WK-TITLIN      TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
           MOVE     SPACES         TO    WK-AP-COD.
      *
      *    DEBITO DO IMPOSTO
      *
           MOVE     "001"          TO    WK-AP-ITEM.
           MOVE     "POR SAIDAS/PRESTACOES COM DEBITO DO IMPOSTO"
                                   TO    WK-AP-DESC.
           MOVE     APU-DEBITOS    TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
           MOVE     "002"          TO    WK-AP-ITEM.
           MOVE     "OUTROS DEBITOS"  TO  WK-AP-DESC.
           MOVE     APU-OUTRDEB    TO    WK-AP-VLR.
           MOVE     APU-CODOUTDEB  TO    WK-AP-COD.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
           MOVE     SPACES         TO    WK-AP-COD.
           MOVE     "003"          TO    WK-AP-ITEM.
           MOVE     "ESTORNOS DE CREDITOS"  TO  WK-AP-DESC.
           MOVE     ZEROS          TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
           ADD      APU-DEBITOS  APU-OUTRDEB  GIVING  WK-SUBDEB.
           MOVE     "004"          TO    WK-AP-ITEM.
           MOVE     "SUBTOTAL"     TO    WK-AP-DESC.
           MOVE     WK-SUBDEB      TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
      *
      *    CREDITO DO IMPOSTO
      *
           MOVE     "005"          TO    WK-AP-ITEM.
           MOVE     "POR ENTRADAS/AQUISICOES COM CREDITO DO IMPOSTO"
                                   TO    WK-AP-DESC.
           MOVE     APU-CREDITOS   TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
           MOVE     "006"          TO    WK-AP-ITEM.
           MOVE     "OUTROS CREDITOS"  TO  WK-AP-DESC.
           MOVE     APU-OUTRCRED   TO    WK-AP-VLR.
           MOVE     APU-CODOUTCRED TO    WK-AP-COD.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
           MOVE     SPACES         TO    WK-AP-COD.
           MOVE     "007"          TO    WK-AP-ITEM.
           MOVE     "ESTORNOS DE DEBITOS"  TO  WK-AP-DESC.
           MOVE     ZEROS          TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
           ADD      APU-CREDITOS  APU-OUTRCRED  GIVING  WK-SUBCRED.
           MOVE     "008"          TO    WK-AP-ITEM.
           MOVE     "SUBTOTAL"     TO    WK-AP-DESC.
           MOVE     WK-SUBCRED     TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
           MOVE     "009"          TO    WK-AP-ITEM.
           MOVE     "SALDO CREDOR DO PERIODO ANTERIOR"  TO  WK-AP-DESC.
           MOVE     APU-SALDOANT   TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
           ADD      APU-SALDOANT   TO    WK-SUBCRED.
           MOVE     "010"          TO    WK-AP-ITEM.
           MOVE     "TOTAL"        TO    WK-AP-DESC.
           MOVE     WK-SUBCRED     TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
      *
      *    APURACAO DOS SALDOS
      *
           MOVE     "011"          TO    WK-AP-ITEM.
           MOVE     "SALDO DEVEDOR (DEBITO MENOS CREDITO)"
                                   TO    WK-AP-DESC.
           MOVE     APU-SALDODEV   TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
           MOVE     "012"          TO    WK-AP-ITEM.
           MOVE     "DEDUCOES"     TO    WK-AP-DESC.
           MOVE     ZEROS          TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
           MOVE     "013"          TO    WK-AP-ITEM.
           MOVE     "IMPOSTO A RECOLHER"  TO  WK-AP-DESC.
           MOVE     APU-SALDODEV   TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
           MOVE     "014"          TO    WK-AP-ITEM.
           MOVE     "SALDO CREDOR A TRANSPORTAR PARA O PERIODO SEGUINTE"
                                   TO    WK-AP-DESC.
           MOVE     APU-SALDOCRED  TO    WK-AP-VLR.
           PERFORM  P320-LINAP     THRU  P320-LINAP-FIM.
       P300-LIVROP9-FIM.
           EXIT.
      *
       P320-LINAP.
           MOVE     WK-APLIN       TO    REL-REG.
           PERFORM  P810-LINHA     THRU  P810-LINHA-FIM.
       P320-LINAP-FIM.
           EXIT.
      *
      *---- TERMO DE ABERTURA (PRIMEIRA FOLHA DO LIVRO)
      *
       P600-ABERTURA.
           ADD      1              TO    WK-PAG.
           MOVE     SPACES         TO    REL-REG.
           WRITE    REL-REG   AFTER  ADVANCING  PAGE.
           PERFORM  P690-BRANCO    THRU  P690-BRANCO-FIM.
           MOVE     "T E R M O   D E   A B E R T U R A"  TO  WK-TR-TXT.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           PERFORM  P690-BRANCO    THRU  P690-BRANCO-FIM.
           MOVE     WK-PAG         TO    WK-TR-PAG.
           MOVE     SPACES         TO    WK-TR-TXT.
           MOVE     1              TO    WK-PTR.
           STRING   "CONTEM ESTE LIVRO FOLHAS NUMERADAS "
                                             DELIMITED BY SIZE
                    "TIPOGRAFICAMENTE A PARTIR DA FOLHA "
                                             DELIMITED BY SIZE
                    WK-TR-PAG                DELIMITED BY SIZE
                    ", QUE SERVIRA PARA O"   DELIMITED BY SIZE
                    INTO  WK-TR-TXT  WITH  POINTER  WK-PTR.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           MOVE     "LANCAMENTO DAS OPERACOES PROPRIAS DO"
                                   TO    WK-TR-TXT.
           MOVE     " ESTABELECIMENTO DO CONTRIBUINTE ABAIXO"
                                   TO    WK-TR-TXT (37:39).
           MOVE     " IDENTIFICADO:"
                                   TO    WK-TR-TXT (76:14).
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           PERFORM  P670-IDENTIF   THRU  P670-IDENTIF-FIM.
       P600-ABERTURA-FIM.
           EXIT.
      *
      *---- TERMO DE ENCERRAMENTO (FOLHA SEGUINTE A ULTIMA USADA)
      *
       P650-ENCERRA.
           ADD      1              TO    WK-PAG.
           MOVE     SPACES         TO    REL-REG.
           WRITE    REL-REG   AFTER  ADVANCING  PAGE.
           PERFORM  P690-BRANCO    THRU  P690-BRANCO-FIM.
           MOVE     "T E R M O   D E   E N C E R R A M E N T O"
                                   TO    WK-TR-TXT.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           PERFORM  P690-BRANCO    THRU  P690-BRANCO-FIM.
           MOVE     WK-PAG         TO    WK-TR-PAGFIM.
           MOVE     SPACES         TO    WK-TR-TXT.
           MOVE     1              TO    WK-PTR.
           STRING   "CONTEM ESTE LIVRO "     DELIMITED BY SIZE
                    WK-TR-PAGFIM             DELIMITED BY SIZE
                    " FOLHAS NUMERADAS TIPOGRAFICAMENTE ATE A FOLHA "
                                             DELIMITED BY SIZE
                    WK-TR-PAGFIM             DELIMITED BY SIZE
                    ", QUE SERVIU PARA O"    DELIMITED BY SIZE
                    INTO  WK-TR-TXT  WITH  POINTER  WK-PTR.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           MOVE     "LANCAMENTO DAS OPERACOES PROPRIAS DO"
                                   TO    WK-TR-TXT.
           MOVE     " ESTABELECIMENTO DO CONTRIBUINTE ABAIXO"
                                   TO    WK-TR-TXT (37:39).
           MOVE     " IDENTIFICADO:"
                                   TO    WK-TR-TXT (76:14).
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           PERFORM  P670-IDENTIF   THRU  P670-IDENTIF-FIM.
       P650-ENCERRA-FIM.
           EXIT.
      *
      *---- IDENTIFICACAO DO CONTRIBUINTE, DATA E ASSINATURA (TERMOS)
      *
       P670-IDENTIF.
           PERFORM  P690-BRANCO    THRU  P690-BRANCO-FIM.
           MOVE     SPACES         TO    WK-TR-TXT.
           MOVE     WK-NUMLIVRO    TO    WK-TR-NUM.
           STRING   "LIVRO .............: "  DELIMITED BY SIZE
                    WK-NOMELIVRO             DELIMITED BY "  "
                    "  -  NUMERO DE ORDEM: " DELIMITED BY SIZE
                    WK-TR-NUM                DELIMITED BY SIZE
                    INTO  WK-TR-TXT.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           MOVE     SPACES         TO    WK-TR-TXT.
           STRING   "CONTRIBUINTE ......: "  DELIMITED BY SIZE
                    PARAM-RAZAO              DELIMITED BY SIZE
                    INTO  WK-TR-TXT.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           MOVE     SPACES         TO    WK-TR-TXT.
           STRING   "ENDERECO ..........: "  DELIMITED BY SIZE
                    PARAM-ENDER              DELIMITED BY "  "
                    " - "                    DELIMITED BY SIZE
                    PARAM-CIDADE             DELIMITED BY "  "
                    " - "                    DELIMITED BY SIZE
                    PARAM-UF                 DELIMITED BY SIZE
                    INTO  WK-TR-TXT.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           MOVE     SPACES         TO    WK-TR-TXT.
           MOVE     PARAM-CGC      TO    WK-TR-CGC.
           STRING   "INSCRICAO ESTADUAL : "  DELIMITED BY SIZE
                    PARAM-IE                 DELIMITED BY SIZE
                    "   CNPJ: "              DELIMITED BY SIZE
                    WK-TR-CGC                DELIMITED BY SIZE
                    INTO  WK-TR-TXT.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           PERFORM  P690-BRANCO    THRU  P690-BRANCO-FIM.
           PERFORM  P690-BRANCO    THRU  P690-BRANCO-FIM.
           MOVE     SPACES         TO    WK-TR-TXT.
           MOVE     WK-DTTERMO     TO    WK-TR-DATA.
           STRING   PARAM-CIDADE             DELIMITED BY "  "
                    ", "                     DELIMITED BY SIZE
                    WK-TR-DATA               DELIMITED BY SIZE
                    INTO  WK-TR-TXT.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           PERFORM  P690-BRANCO    THRU  P690-BRANCO-FIM.
           PERFORM  P690-BRANCO    THRU  P690-BRANCO-FIM.
           MOVE     "______________________________________"
                                   TO    WK-TR-TXT.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           MOVE     "      RESPONSAVEL PELA ESCRITA FISCAL"
                                   TO    WK-TR-TXT.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
           PERFORM  P690-BRANCO    THRU  P690-BRANCO-FIM.
           MOVE     SPACES         TO    WK-TR-TXT.
           MOVE     WK-PAG         TO    WK-TR-PAG.
           STRING   "FOLHA: "                DELIMITED BY SIZE
                    WK-TR-PAG                DELIMITED BY SIZE
                    INTO  WK-TR-TXT.
           PERFORM  P680-TERMOLIN  THRU  P680-TERMOLIN-FIM.
       P670-IDENTIF-FIM.
           EXIT.
      *
       P680-TERMOLIN.
           WRITE    REL-REG   FROM  WK-TERMO.
           MOVE     SPACES         TO    WK-TR-TXT.
       P680-TERMOLIN-FIM.
           EXIT.
      *
       P690-BRANCO.
           MOVE     SPACES         TO    REL-REG.
           WRITE    REL-REG.
       P690-BRANCO-FIM.
           EXIT.
      *
      *---- CABECALHO DE FOLHA: NOVA FOLHA, NUMERO DO LIVRO E FOLHA
      *
       P800-CABEC.
           ADD      1              TO    WK-PAG.
           MOVE     PARAM-RAZAO    TO    WK-CAB1-RAZAO.
           MOVE     WK-NOMELIVRO   TO    WK-CAB1-LIVRO.
           WRITE    REL-REG   FROM  WK-CAB1  AFTER  ADVANCING  PAGE.
           MOVE     PARAM-IE       TO    WK-CAB2-IE.
           MOVE     PARAM-CGC      TO    WK-CAB2-CGC.
           MOVE     LK-COMPET-MM   TO    WK-CAB2-MM.
           MOVE     LK-COMPET-AAAA TO    WK-CAB2-AAAA.
           MOVE     WK-NUMLIVRO    TO    WK-CAB2-NUM.
           MOVE     WK-PAG         TO    WK-CAB2-PAG.
           WRITE    REL-REG   FROM  WK-CAB2.
           WRITE    REL-REG   FROM  WK-TRACO.
           IF       LK-LIVRO  =  "9"
                    MOVE  SPACES  TO  REL-REG
                    WRITE REL-REG
           ELSE
                    WRITE REL-REG  FROM  WK-CABNF.
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
                    MOVE  REL-REG  TO  WK-TERMO
                    PERFORM  P800-CABEC  THRU  P800-CABEC-FIM
                    MOVE  WK-TERMO  TO  REL-REG.
           WRITE    REL-REG.
           ADD      1              TO    WK-LINPAG.
       P810-LINHA-FIM.
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
