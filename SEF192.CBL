      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF192.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        RELATORIO DAS GUIAS DE ICMS DA     *
      *                             LOJA (GUIAS.SDI): GUIAS DA         *
      *                             COMPETENCIA (PAGAS, EM ABERTO E    *
      *                             VENCIDAS) E AS DE COMPETENCIAS     *
      *                             ANTERIORES AINDA SEM PAGAMENTO,    *
      *                             COM DIAS DE ATRASO E MULTA / JUROS *
      *                             ESTIMADOS DAS PAGAS OU A PAGAR     *
      *                             FORA DO PRAZO. HONRA O SEFCOMP.TXT *
      *                             (COMPETENCIA) E O SEFDEST.TXT      *
      *                             (IMPRESSORA / ARQUIVO / CSV)       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF192.
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
       FD  GUIAS
           LABEL RECORDS ARE STANDARD.
       01  GUI-REG.
           COPY    "SDICGUI.CPY".
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
       77  WK-DESTINO              PIC X(01)     VALUE "I".
       77  WK-COMPETOK             PIC X(01)     VALUE "N".
       77  WK-SCAPE                PIC 9(04)     VALUE ZEROS.
       77  WK-CSVI                 PIC 9(02)     VALUE ZEROS.
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
       01  WK-RELARQ               PIC X(12)     VALUE "RELGUIA.REL".
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
      *---- ENCARGOS ESTIMADOS SOBRE O VALOR DA GUIA EM ATRASO:
      *---- MULTA DE MORA DE 0,33% POR DIA LIMITADA A 20% E JUROS
      *---- DE 1% AO MES OU FRACAO
      *
       01  WK-TXMULTA              PIC 9V9999    VALUE 0,0033.
       01  WK-MULTAMAX             PIC 9V9999    VALUE 0,2000.
       01  WK-TXJUROS              PIC 9V9999    VALUE 0,0100.
       01  WK-PERC                 PIC 9(03)V9999 VALUE ZEROS.
       01  WK-MESES                PIC 9(04)     VALUE ZEROS.
      *
      *---- HOJE (DDMMAAAA, CABECALHO) E DATAS NO FORMATO AAAAMMDD
      *---- PARA O CALCULO DO ATRASO (OS ARQUIVOS GUARDAM DDMMAAAA)
      *
       01  WK-HOJE                 PIC 9(08)     VALUE ZEROS.
       01  WK-HOJEAMD              PIC 9(08)     VALUE ZEROS.
       01  WK-VENCAMD              PIC 9(08)     VALUE ZEROS.
       01  WK-REFAMD               PIC 9(08)     VALUE ZEROS.
      *
      *---- GUIA CORRENTE (P210-ENCARGOS / P220-LINHA)
      *
       01  WK-SITUACAO             PIC X(08)     VALUE SPACES.
       01  WK-DIAS                 PIC 9(05)     VALUE ZEROS.
       01  WK-MULTA                PIC 9(11)V99  VALUE ZEROS.
       01  WK-JUROS                PIC 9(11)V99  VALUE ZEROS.
      *
      *---- TOTAIS
      *
       01  WK-QTGUIAS              PIC 9(05)     VALUE ZEROS.
       01  WK-QTPAGAS              PIC 9(05)     VALUE ZEROS.
       01  WK-QTABERTAS            PIC 9(05)     VALUE ZEROS.
       01  WK-QTVENCIDAS           PIC 9(05)     VALUE ZEROS.
       01  WK-TOTVALOR             PIC 9(13)V99  VALUE ZEROS.
       01  WK-TOTPAGO              PIC 9(13)V99  VALUE ZEROS.
       01  WK-TOTABERTO            PIC 9(13)V99  VALUE ZEROS.
       01  WK-TOTMULTA             PIC 9(13)V99  VALUE ZEROS.
       01  WK-TOTJUROS             PIC 9(13)V99  VALUE ZEROS.
      *
       01  WK-CAB1.
           03  FILLER              PIC X(36)
               VALUE "GUIAS DE RECOLHIMENTO DO ICMS - LOJA".
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-CAB1-LJ          PIC 9(02).
           03  FILLER              PIC X(16)
               VALUE " - COMPETENCIA  ".
           03  WK-CAB1-MM          PIC 9(02).
           03  FILLER              PIC X(01)     VALUE "/".
           03  WK-CAB1-AAAA        PIC 9(04).
           03  FILLER              PIC X(12)     VALUE "   POSICAO  ".
           03  WK-CAB1-HOJE        PIC 99/99/9999.
           03  FILLER              PIC X(48)     VALUE SPACES.
       01  WK-CAB2.
           03  FILLER              PIC X(09)     VALUE "COMPET.  ".
           03  FILLER              PIC X(03)     VALUE "T  ".
           03  FILLER              PIC X(04)     VALUE "UF  ".
           03  FILLER              PIC X(17)
               VALUE "            VALOR".
           03  FILLER              PIC X(12)     VALUE "  VENCIMENTO".
           03  FILLER              PIC X(10)     VALUE "  SITUACAO".
           03  FILLER              PIC X(06)     VALUE "  DIAS".
           03  FILLER              PIC X(16)
               VALUE "           MULTA".
           03  FILLER              PIC X(16)
               VALUE "           JUROS".
           03  FILLER              PIC X(12)     VALUE "     PAGO EM".
           03  FILLER              PIC X(16)
               VALUE "      VALOR PAGO".
           03  FILLER              PIC X(11)     VALUE SPACES.
       01  WK-RELLIN.
           03  WK-RELLIN-MM        PIC 9(02).
           03  WK-RELLIN-BARRA     PIC X(01).
           03  WK-RELLIN-AAAA      PIC 9(04).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-TIPO      PIC X(01).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-UF        PIC X(02).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-VALOR     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-VENC      PIC 99/99/9999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-SIT       PIC X(08).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-DIAS      PIC ZZZ9.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-MULTA     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-JUROS     PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-DTPAG     PIC 99/99/9999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-VLRPAG    PIC ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(09)     VALUE SPACES.
      *
      *---- LINHAS DE TOTAIS
      *
       01  WK-TOT1.
           03  FILLER              PIC X(08)     VALUE "GUIAS : ".
           03  WK-TOT1-QT          PIC ZZZZ9.
           03  FILLER              PIC X(10)     VALUE "   PAGAS: ".
           03  WK-TOT1-PAGAS       PIC ZZZZ9.
           03  FILLER              PIC X(12)     VALUE "   ABERTAS: ".
           03  WK-TOT1-ABERTAS     PIC ZZZZ9.
           03  FILLER              PIC X(13)     VALUE "   VENCIDAS: ".
           03  WK-TOT1-VENCIDAS    PIC ZZZZ9.
           03  FILLER              PIC X(69)     VALUE SPACES.
       01  WK-TOT2.
           03  FILLER              PIC X(16)
               VALUE "TOTAL DAS GUIAS ".
           03  WK-TOT2-VALOR       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(14)     VALUE "   TOTAL PAGO ".
           03  WK-TOT2-PAGO        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(12)     VALUE "   EM ABERTO".
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-TOT2-ABERTO      PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(29)     VALUE SPACES.
       01  WK-TOT3.
           03  FILLER              PIC X(39)
               VALUE "ENCARGOS ESTIMADOS DAS GUIAS VENCIDAS: ".
           03  FILLER              PIC X(06)     VALUE "MULTA ".
           03  WK-TOT3-MULTA       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(09)     VALUE "   JUROS ".
           03  WK-TOT3-JUROS       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(38)     VALUE SPACES.
      *
      *---- CAMPOS AUXILIARES DA LINHA CSV (PONTO-E-VIRGULA)
      *
       01  WK-CSVVLR               PIC Z(10)9,99.
       01  WK-CSVVLR-R             REDEFINES     WK-CSVVLR
                                   PIC X(14).
       01  WK-CSVCAMPO             PIC X(14)     VALUE SPACES.
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
           MOVE     LK-CHAIN-SC    TO    WK-HOJEAMD (1:2).
           MOVE     LK-CHAIN-AA    TO    WK-HOJEAMD (3:2).
           MOVE     LK-CHAIN-MM    TO    WK-HOJEAMD (5:2).
           MOVE     LK-CHAIN-DD    TO    WK-HOJEAMD (7:2).
           MOVE     LK-CHAIN-DT    TO    WK-HOJE.
           PERFORM  P020-COMPET    THRU  P020-COMPET-FIM.
           IF       WK-COMPETOK    NOT =  "S"
                    GO TO P001-FIM.
           PERFORM  P030-DESTINO   THRU  P030-DESTINO-FIM.
      *
           OPEN     OUTPUT    RELSAI.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P040-CABEC     THRU  P040-CABEC-FIM.
           PERFORM  P100-GUIAS     THRU  P100-GUIAS-FIM.
           PERFORM  P300-TOTAIS    THRU  P300-TOTAIS-FIM.
           CLOSE    RELSAI.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- COMPETENCIA: HONRA O SEFCOMP.TXT QUANDO TRAZ O PROPRIO
      *---- NOME (MODO BATCH); SENAO PEDE NA TELA
      *
       P020-COMPET.
           MOVE     "N"            TO    WK-COMPETOK.
           OPEN     INPUT     ARQCOMP.
           IF       WK-STATUS  =  ZEROS
                    READ  ARQCOMP  AT  END
                          CONTINUE
                    END-READ
                    IF    WK-STATUS  =  "00"
                      AND COMP-PROGRAMA  =  "SEF192.EXE"
                      AND COMP-COMPET  NUMERIC
                      AND COMP-COMPET  NOT =  ZEROS
                          MOVE  COMP-COMPET  TO  WK-COMPET
                          MOVE  "S"          TO  WK-COMPETOK
                    END-IF
                    CLOSE ARQCOMP.
           IF       WK-COMPETOK  =  "S"
                    GO TO P020-COMPET-FIM.
       P021-PEDE.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "COMPETENCIA DAS GUIAS (MMAAAA) -> "
                            "<      >".
           ACCEPT  (23, 38) WK-CPMMAA.
           ACCEPT  WK-SCAPE FROM ESCAPE KEY.
           IF      WK-SCAPE  =  08
                   GO TO P020-COMPET-FIM.
           IF      WK-CPMMAA  NOT NUMERIC
               OR  WK-CP-MM   =   ZEROS
               OR  WK-CP-MM   >   12
                   GO TO P021-PEDE.
           MOVE     WK-CP-MM       TO    WK-COMPET-MM.
           MOVE     WK-CP-AAAA     TO    WK-COMPET-AAAA.
           MOVE     "S"            TO    WK-COMPETOK.
       P020-COMPET-FIM.
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
           IF       DEST-PROGRAMA  =  "SEF192.EXE"
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
           IF       WK-DESTINO  =  "C"
                    MOVE  SPACES  TO  REL-REG
                    STRING  "COMPETENCIA;TIPO;UF;VALOR;VENCIMENTO;"
                                             DELIMITED BY SIZE
                            "SITUACAO;DIAS ATRASO;MULTA;JUROS;"
                                             DELIMITED BY SIZE
                            "PAGO EM;VALOR PAGO;AUTENTICACAO;CHAPA"
                                             DELIMITED BY SIZE
                            INTO  REL-REG
                    WRITE REL-REG
                    GO TO P040-CABEC-FIM.
           MOVE     LK-LOJA        TO    WK-CAB1-LJ.
           MOVE     WK-COMPET-MM   TO    WK-CAB1-MM.
           MOVE     WK-COMPET-AAAA TO    WK-CAB1-AAAA.
           MOVE     WK-HOJE        TO    WK-CAB1-HOJE.
           WRITE    REL-REG   FROM  WK-CAB1.
           MOVE     SPACES         TO    REL-REG.
           WRITE    REL-REG.
           WRITE    REL-REG   FROM  WK-CAB2.
       P040-CABEC-FIM.
           EXIT.
      *
      *---- GUIAS DA LOJA ATE A COMPETENCIA: AS DA COMPETENCIA E AS
      *---- ANTERIORES AINDA SEM PAGAMENTO
      *
       P100-GUIAS.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     GUIAS.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P100-GUIAS-FIM.
           MOVE     LK-LOJA        TO    GUI-LOJA.
           MOVE     ZEROS          TO    GUI-COMPET.
           MOVE     LOW-VALUES     TO    GUI-TIPO  GUI-UF.
           START    GUIAS     KEY  NOT <  GUI-CHAVE
                    INVALID  KEY
                    CLOSE  GUIAS
                    GO TO P100-GUIAS-FIM.
       P101-LEGUIA.
           READ     GUIAS     NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "N"
               AND  (GUI-LOJA  NOT =  LK-LOJA
                OR   GUI-COMPET  >  WK-COMPET-N)
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    CLOSE  GUIAS
                    GO TO P100-GUIAS-FIM.
           IF       GUI-COMPET  <  WK-COMPET-N
               AND  GUI-SITUACAO  =  "P"
                    GO TO P101-LEGUIA.
           PERFORM  P200-UMAGUIA   THRU  P200-UMAGUIA-FIM.
           GO  TO   P101-LEGUIA.
       P100-GUIAS-FIM.
           EXIT.
      *
      *---- SITUACAO, ENCARGOS E TOTAIS DE UMA GUIA
      *
       P200-UMAGUIA.
           ADD      1              TO    WK-QTGUIAS.
           ADD      GUI-VALOR      TO    WK-TOTVALOR.
           MOVE     ZEROS          TO    WK-DIAS  WK-MULTA  WK-JUROS.
           MOVE     GUI-DTVENC (5:4)   TO  WK-VENCAMD (1:4).
           MOVE     GUI-DTVENC (3:2)   TO  WK-VENCAMD (5:2).
           MOVE     GUI-DTVENC (1:2)   TO  WK-VENCAMD (7:2).
      *
      *    PAGA: ATRASO CONTADO ATE A DATA DO PAGAMENTO
      *
           IF       GUI-SITUACAO  =  "P"
                    ADD   1            TO  WK-QTPAGAS
                    ADD   GUI-VLRPAGO  TO  WK-TOTPAGO
                    MOVE  "PAGA"       TO  WK-SITUACAO
                    MOVE  GUI-DTPAGTO (5:4)  TO  WK-REFAMD (1:4)
                    MOVE  GUI-DTPAGTO (3:2)  TO  WK-REFAMD (5:2)
                    MOVE  GUI-DTPAGTO (1:2)  TO  WK-REFAMD (7:2)
                    IF    WK-REFAMD  >  WK-VENCAMD
                          MOVE  "PAGA ATR"  TO  WK-SITUACAO
                          PERFORM  P210-ENCARGOS
                                   THRU  P210-ENCARGOS-FIM
                    END-IF
                    GO TO P250-GRAVA.
      *
      *    EM ABERTO: ATRASO CONTADO ATE HOJE
      *
           ADD      GUI-VALOR      TO    WK-TOTABERTO.
           MOVE     WK-HOJEAMD     TO    WK-REFAMD.
           IF       WK-VENCAMD  NOT <  WK-HOJEAMD
                    ADD   1          TO  WK-QTABERTAS
                    MOVE  "ABERTA"   TO  WK-SITUACAO
                    GO TO P250-GRAVA.
           ADD      1              TO    WK-QTVENCIDAS.
           MOVE     "VENCIDA"      TO    WK-SITUACAO.
           PERFORM  P210-ENCARGOS  THRU  P210-ENCARGOS-FIM.
           ADD      WK-MULTA       TO    WK-TOTMULTA.
           ADD      WK-JUROS       TO    WK-TOTJUROS.
       P250-GRAVA.
           PERFORM  P220-LINHA     THRU  P220-LINHA-FIM.
       P200-UMAGUIA-FIM.
           EXIT.
      *
      *---- DIAS DE ATRASO DE WK-VENCAMD ATE WK-REFAMD, MULTA DE MORA
      *---- (0,33% AO DIA ATE 20%) E JUROS (1% AO MES OU FRACAO)
      *
       P210-ENCARGOS.
           COMPUTE  WK-DIAS  =  FUNCTION INTEGER-OF-DATE (WK-REFAMD)
                             -  FUNCTION INTEGER-OF-DATE (WK-VENCAMD).
           COMPUTE  WK-PERC  =  WK-DIAS  *  WK-TXMULTA.
           IF       WK-PERC  >  WK-MULTAMAX
                    MOVE  WK-MULTAMAX  TO  WK-PERC.
           COMPUTE  WK-MULTA  ROUNDED  =  GUI-VALOR  *  WK-PERC.
           DIVIDE   WK-DIAS  BY  30  GIVING  WK-MESES.
           IF       WK-MESES  *  30  <  WK-DIAS
                    ADD   1  TO  WK-MESES.
           COMPUTE  WK-JUROS  ROUNDED  =  GUI-VALOR  *  WK-TXJUROS
                                          *  WK-MESES.
       P210-ENCARGOS-FIM.
           EXIT.
      *
      *---- GRAVA A LINHA DA GUIA NO FORMATO DO DESTINO
      *
       P220-LINHA.
           IF       WK-DESTINO  =  "C"
                    PERFORM  P230-LINCSV  THRU  P230-LINCSV-FIM
                    GO TO P220-LINHA-FIM.
           MOVE     GUI-COMPET (5:2)   TO  WK-RELLIN-MM.
           MOVE     "/"                TO  WK-RELLIN-BARRA.
           MOVE     GUI-COMPET (1:4)   TO  WK-RELLIN-AAAA.
           MOVE     GUI-TIPO       TO    WK-RELLIN-TIPO.
           MOVE     GUI-UF         TO    WK-RELLIN-UF.
           MOVE     GUI-VALOR      TO    WK-RELLIN-VALOR.
           MOVE     GUI-DTVENC     TO    WK-RELLIN-VENC.
           MOVE     WK-SITUACAO    TO    WK-RELLIN-SIT.
           MOVE     WK-DIAS        TO    WK-RELLIN-DIAS.
           MOVE     WK-MULTA       TO    WK-RELLIN-MULTA.
           MOVE     WK-JUROS       TO    WK-RELLIN-JUROS.
           MOVE     GUI-DTPAGTO    TO    WK-RELLIN-DTPAG.
           MOVE     GUI-VLRPAGO    TO    WK-RELLIN-VLRPAG.
           WRITE    REL-REG   FROM  WK-RELLIN.
       P220-LINHA-FIM.
           EXIT.
      *
      *---- LINHA CSV (PONTO-E-VIRGULA) PARA ENVIO AOS CONTADORES
      *
       P230-LINCSV.
           MOVE     SPACES         TO    WK-CSVLIN.
           MOVE     1              TO    WK-PTR.
           STRING   GUI-COMPET (5:2)         DELIMITED BY SIZE
                    "/"                      DELIMITED BY SIZE
                    GUI-COMPET (1:4)         DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    GUI-TIPO                 DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    GUI-UF                   DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR
                    ON OVERFLOW
                    MOVE  8  TO  RETURN-CODE.
           MOVE     GUI-VALOR      TO    WK-CSVVLR.
           PERFORM  P240-TIRABRANCO  THRU  P240-TIRABRANCO-FIM.
           MOVE     GUI-DTVENC     TO    WK-RELLIN-VENC.
           MOVE     WK-DIAS        TO    WK-RELLIN-DIAS.
           STRING   WK-CSVCAMPO              DELIMITED BY SPACE
                    ";"                      DELIMITED BY SIZE
                    WK-RELLIN-VENC           DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-SITUACAO              DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-RELLIN-DIAS           DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR
                    ON OVERFLOW
                    MOVE  8  TO  RETURN-CODE.
           MOVE     WK-MULTA       TO    WK-CSVVLR.
           PERFORM  P240-TIRABRANCO  THRU  P240-TIRABRANCO-FIM.
           STRING   WK-CSVCAMPO              DELIMITED BY SPACE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR
                    ON OVERFLOW
                    MOVE  8  TO  RETURN-CODE.
           MOVE     WK-JUROS       TO    WK-CSVVLR.
           PERFORM  P240-TIRABRANCO  THRU  P240-TIRABRANCO-FIM.
           STRING   WK-CSVCAMPO              DELIMITED BY SPACE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR
                    ON OVERFLOW
                    MOVE  8  TO  RETURN-CODE.
           MOVE     GUI-DTPAGTO    TO    WK-RELLIN-DTPAG.
           MOVE     GUI-VLRPAGO    TO    WK-CSVVLR.
           PERFORM  P240-TIRABRANCO  THRU  P240-TIRABRANCO-FIM.
           STRING   WK-RELLIN-DTPAG          DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-CSVCAMPO              DELIMITED BY SPACE
                    ";"                      DELIMITED BY SIZE
                    GUI-AUTENT               DELIMITED BY "  "
                    ";"                      DELIMITED BY SIZE
                    GUI-CHAPA                DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR
                    ON OVERFLOW
                    MOVE  8  TO  RETURN-CODE.
           WRITE    REL-REG   FROM  WK-CSVLIN.
       P230-LINCSV-FIM.
           EXIT.
      *
      *---- VALOR EDITADO (WK-CSVVLR) SEM OS BRANCOS A ESQUERDA EM
      *---- WK-CSVCAMPO, PARA O CAMPO DO CSV
      *
       P240-TIRABRANCO.
           MOVE     SPACES         TO    WK-CSVCAMPO.
           MOVE     1              TO    WK-CSVI.
       P241-PROCURA.
           IF       WK-CSVI  <  14
               AND  WK-CSVVLR-R (WK-CSVI:1)  =  SPACE
                    ADD  1  TO  WK-CSVI
                    GO TO P241-PROCURA.
           MOVE     WK-CSVVLR-R (WK-CSVI:)  TO  WK-CSVCAMPO.
       P240-TIRABRANCO-FIM.
           EXIT.
      *
      *---- TOTAIS (FORA DO CSV) E A BASE DOS ENCARGOS ESTIMADOS
      *
       P300-TOTAIS.
           IF       WK-QTGUIAS  =  ZEROS
                    MOVE  SPACES  TO  REL-REG
                    STRING  "NENHUMA GUIA ATE A COMPETENCIA - "
                                             DELIMITED BY SIZE
                            "EXECUTE A APURACAO DO ICMS"
                                             DELIMITED BY SIZE
                            INTO  REL-REG
                    WRITE REL-REG
                    GO TO P300-TOTAIS-FIM.
           IF       WK-DESTINO  =  "C"
                    GO TO P300-TOTAIS-FIM.
           MOVE     SPACES         TO    REL-REG.
           WRITE    REL-REG.
           MOVE     WK-QTGUIAS     TO    WK-TOT1-QT.
           MOVE     WK-QTPAGAS     TO    WK-TOT1-PAGAS.
           MOVE     WK-QTABERTAS   TO    WK-TOT1-ABERTAS.
           MOVE     WK-QTVENCIDAS  TO    WK-TOT1-VENCIDAS.
           WRITE    REL-REG   FROM  WK-TOT1.
           MOVE     WK-TOTVALOR    TO    WK-TOT2-VALOR.
           MOVE     WK-TOTPAGO     TO    WK-TOT2-PAGO.
           MOVE     WK-TOTABERTO   TO    WK-TOT2-ABERTO.
           WRITE    REL-REG   FROM  WK-TOT2.
           MOVE     WK-TOTMULTA    TO    WK-TOT3-MULTA.
           MOVE     WK-TOTJUROS    TO    WK-TOT3-JUROS.
           WRITE    REL-REG   FROM  WK-TOT3.
           MOVE     SPACES         TO    REL-REG.
           WRITE    REL-REG.
           MOVE     SPACES         TO    REL-REG.
           STRING   "ENCARGOS ESTIMADOS: MULTA DE MORA DE 0,33% AO "
                                             DELIMITED BY SIZE
                    "DIA (MAXIMO 20%) E JUROS DE 1% AO MES OU "
                                             DELIMITED BY SIZE
                    "FRACAO SOBRE O VALOR DA GUIA"
                                             DELIMITED BY SIZE
                    INTO  REL-REG.
           WRITE    REL-REG.
       P300-TOTAIS-FIM.
           EXIT.
      *
      *---- FIM DO PROGRAMA
      *
