      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF184.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        RELATORIO DA APURACAO DO ICMS-ST,  *
      *                             DIFAL E FCP POR UF (APURST.SDI -   *
      *                             SEF183): SALDO CREDOR ANTERIOR,    *
      *                             DEBITOS, CREDITOS, SALDO A         *
      *                             RECOLHER E SALDO CREDOR A          *
      *                             TRANSPORTAR DE CADA IMPOSTO, COM   *
      *                             TOTAIS. HONRA O SEFCOMP.TXT        *
      *                             (COMPETENCIA) E O SEFDEST.TXT      *
      *                             (IMPRESSORA / ARQUIVO / CSV)       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF184.
       AUTHOR.             AFFM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APURST  ASSIGN TO "APURST.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS AST-CHAVE.
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
       FD  APURST
           LABEL RECORDS ARE STANDARD.
       01  AST-REG.
           COPY    "SDICAST.CPY".
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
       77  WK-QTUF                 PIC 9(03)     VALUE ZEROS.
       01  WK-SPACE                PIC X(78)     VALUE SPACES.
       01  WK-RELARQ               PIC X(12)     VALUE "RELAPST.REL".
      *
       01  WK-CPMMAA.
           03  WK-CP-MM            PIC 9(02)     VALUE ZEROS.
           03  WK-CP-AAAA          PIC 9(04)     VALUE ZEROS.
       01  WK-COMPET.
           03  WK-COMPET-AAAA      PIC 9(04)     VALUE ZEROS.
           03  WK-COMPET-MM        PIC 9(02)     VALUE ZEROS.
      *
      *---- LINHA DE UM IMPOSTO DA UF (MONTADA EM P210-IMPOSTO)
      *
       01  WK-IMPOSTO              PIC X(06)     VALUE SPACES.
       01  WK-VLANT                PIC 9(11)V99  VALUE ZEROS.
       01  WK-VLDEB                PIC 9(11)V99  VALUE ZEROS.
       01  WK-VLCRED               PIC 9(11)V99  VALUE ZEROS.
       01  WK-VLDEV                PIC 9(11)V99  VALUE ZEROS.
       01  WK-VLSCRED              PIC 9(11)V99  VALUE ZEROS.
      *
      *---- TOTAIS POR IMPOSTO: 1 = ST / 2 = DIFAL / 3 = FCP
      *
       77  WK-T                    PIC 9(01)     VALUE ZEROS.
       01  WK-TABTOT.
           03  WK-TOT-ITEM         OCCURS 3.
               05  WK-TOT-ANT      PIC 9(13)V99.
               05  WK-TOT-DEB      PIC 9(13)V99.
               05  WK-TOT-CRED     PIC 9(13)V99.
               05  WK-TOT-DEV      PIC 9(13)V99.
               05  WK-TOT-SCRED    PIC 9(13)V99.
       01  WK-NOMES                PIC X(18)
                                   VALUE "ST    DIFAL FCP   ".
       01  FILLER                  REDEFINES  WK-NOMES.
           03  WK-NOME             OCCURS 3      PIC X(06).
      *
       01  WK-CAB1.
           03  FILLER              PIC X(40)
               VALUE "APURACAO DO ICMS-ST / DIFAL / FCP - LOJA".
           03  FILLER              PIC X(01)     VALUE SPACES.
           03  WK-CAB1-LJ          PIC 9(02).
           03  FILLER              PIC X(16)
               VALUE " - COMPETENCIA  ".
           03  WK-CAB1-MM          PIC 9(02).
           03  FILLER              PIC X(01)     VALUE "/".
           03  WK-CAB1-AAAA        PIC 9(04).
           03  FILLER              PIC X(66)     VALUE SPACES.
       01  WK-CAB2.
           03  FILLER              PIC X(04)     VALUE "UF  ".
           03  FILLER              PIC X(08)     VALUE "IMPOSTO ".
           03  FILLER              PIC X(19)
               VALUE "     SALDO CRED ANT".
           03  FILLER              PIC X(19)
               VALUE "           DEBITOS".
           03  FILLER              PIC X(19)
               VALUE "          CREDITOS".
           03  FILLER              PIC X(19)
               VALUE "        A RECOLHER".
           03  FILLER              PIC X(19)
               VALUE "   CRED TRANSPORTAR".
           03  FILLER              PIC X(25)     VALUE SPACES.
       01  WK-RELLIN.
           03  WK-RELLIN-UF        PIC X(02).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-IMP       PIC X(06).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-ANT       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-DEB       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-CRED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-DEV       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-RELLIN-SCRED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03  FILLER              PIC X(25)     VALUE SPACES.
      *
      *---- CAMPOS AUXILIARES DA LINHA CSV (PONTO-E-VIRGULA)
      *
       01  WK-CSVVLR               PIC Z(10)9,99.
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
           INITIALIZE  WK-TABTOT.
           MOVE     ZEROS          TO    WK-QTUF.
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
           PERFORM  P100-UFS       THRU  P100-UFS-FIM.
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
                      AND COMP-PROGRAMA  =  "SEF184.EXE"
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
           DISPLAY (23, 03) "COMPETENCIA DA APURACAO (MMAAAA) -> "
                            "<      >".
           ACCEPT  (23, 40) WK-CPMMAA.
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
           IF       DEST-PROGRAMA  =  "SEF184.EXE"
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
                    STRING  "UF;IMPOSTO;SALDO CRED ANT;DEBITOS;"
                                             DELIMITED BY SIZE
                            "CREDITOS;A RECOLHER;CRED TRANSPORTAR"
                                             DELIMITED BY SIZE
                            INTO  REL-REG
                    WRITE REL-REG
                    GO TO P040-CABEC-FIM.
           MOVE     LK-LOJA        TO    WK-CAB1-LJ.
           MOVE     WK-COMPET-MM   TO    WK-CAB1-MM.
           MOVE     WK-COMPET-AAAA TO    WK-CAB1-AAAA.
           WRITE    REL-REG   FROM  WK-CAB1.
           MOVE     SPACES         TO    REL-REG.
           WRITE    REL-REG.
           WRITE    REL-REG   FROM  WK-CAB2.
       P040-CABEC-FIM.
           EXIT.
      *
      *---- UFS DA COMPETENCIA NO LIVRO APURST.SDI
      *
       P100-UFS.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     APURST.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P100-UFS-FIM.
           MOVE     LK-LOJA        TO    AST-LOJA.
           MOVE     WK-COMPET      TO    AST-COMPET.
           MOVE     LOW-VALUES     TO    AST-UF.
           START    APURST    KEY  NOT <  AST-CHAVE
                    INVALID  KEY
                    CLOSE  APURST
                    GO TO P100-UFS-FIM.
       P101-LEUF.
           READ     APURST    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "N"
               AND  (AST-LOJA  NOT =  LK-LOJA
                OR   AST-COMPET  NOT =  WK-COMPET)
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    CLOSE  APURST
                    GO TO P100-UFS-FIM.
           ADD      1              TO    WK-QTUF.
           PERFORM  P200-UMAUF     THRU  P200-UMAUF-FIM.
           GO  TO   P101-LEUF.
       P100-UFS-FIM.
           EXIT.
      *
      *---- UMA LINHA POR IMPOSTO COM MOVIMENTO OU SALDO NA UF
      *
       P200-UMAUF.
           MOVE     1              TO    WK-T.
           MOVE     AST-ST-SALDOANT    TO  WK-VLANT.
           MOVE     AST-ST-DEBITOS     TO  WK-VLDEB.
           MOVE     AST-ST-CREDITOS    TO  WK-VLCRED.
           MOVE     AST-ST-SALDODEV    TO  WK-VLDEV.
           MOVE     AST-ST-SALDOCRED   TO  WK-VLSCRED.
           PERFORM  P210-IMPOSTO   THRU  P210-IMPOSTO-FIM.
      *
           MOVE     2              TO    WK-T.
           MOVE     AST-DF-SALDOANT    TO  WK-VLANT.
           MOVE     AST-DF-DEBITOS     TO  WK-VLDEB.
           MOVE     AST-DF-CREDITOS    TO  WK-VLCRED.
           MOVE     AST-DF-SALDODEV    TO  WK-VLDEV.
           MOVE     AST-DF-SALDOCRED   TO  WK-VLSCRED.
           PERFORM  P210-IMPOSTO   THRU  P210-IMPOSTO-FIM.
      *
           MOVE     3              TO    WK-T.
           MOVE     AST-FCP-SALDOANT   TO  WK-VLANT.
           MOVE     AST-FCP-DEBITOS    TO  WK-VLDEB.
           MOVE     AST-FCP-CREDITOS   TO  WK-VLCRED.
           MOVE     AST-FCP-SALDODEV   TO  WK-VLDEV.
           MOVE     AST-FCP-SALDOCRED  TO  WK-VLSCRED.
           PERFORM  P210-IMPOSTO   THRU  P210-IMPOSTO-FIM.
       P200-UMAUF-FIM.
           EXIT.
      *
       P210-IMPOSTO.
           IF       WK-VLANT  =  ZEROS  AND  WK-VLDEB  =  ZEROS
               AND  WK-VLCRED  =  ZEROS
                    GO TO P210-IMPOSTO-FIM.
           ADD      WK-VLANT       TO    WK-TOT-ANT (WK-T).
           ADD      WK-VLDEB       TO    WK-TOT-DEB (WK-T).
           ADD      WK-VLCRED      TO    WK-TOT-CRED (WK-T).
           ADD      WK-VLDEV       TO    WK-TOT-DEV (WK-T).
           ADD      WK-VLSCRED     TO    WK-TOT-SCRED (WK-T).
           MOVE     AST-UF         TO    WK-RELLIN-UF.
           MOVE     WK-NOME (WK-T) TO    WK-IMPOSTO.
           PERFORM  P220-LINHA     THRU  P220-LINHA-FIM.
       P210-IMPOSTO-FIM.
           EXIT.
      *
      *---- GRAVA A LINHA (WK-RELLIN-UF / WK-IMPOSTO / WK-VLxxx) NO
      *---- FORMATO DO DESTINO
      *
       P220-LINHA.
           IF       WK-DESTINO  =  "C"
                    PERFORM  P230-LINCSV  THRU  P230-LINCSV-FIM
                    GO TO P220-LINHA-FIM.
           MOVE     WK-IMPOSTO     TO    WK-RELLIN-IMP.
           MOVE     WK-VLANT       TO    WK-RELLIN-ANT.
           MOVE     WK-VLDEB       TO    WK-RELLIN-DEB.
           MOVE     WK-VLCRED      TO    WK-RELLIN-CRED.
           MOVE     WK-VLDEV       TO    WK-RELLIN-DEV.
           MOVE     WK-VLSCRED     TO    WK-RELLIN-SCRED.
           WRITE    REL-REG   FROM  WK-RELLIN.
       P220-LINHA-FIM.
           EXIT.
      *
      *---- LINHA CSV (PONTO-E-VIRGULA) PARA ENVIO AOS CONTADORES
      *
       P230-LINCSV.
           MOVE     SPACES         TO    WK-CSVLIN.
           MOVE     1              TO    WK-PTR.
           STRING   WK-RELLIN-UF             DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-IMPOSTO               DELIMITED BY SPACE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-VLANT       TO    WK-CSVVLR.
           STRING   WK-CSVVLR                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-VLDEB       TO    WK-CSVVLR.
           STRING   WK-CSVVLR                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-VLCRED      TO    WK-CSVVLR.
           STRING   WK-CSVVLR                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-VLDEV       TO    WK-CSVVLR.
           STRING   WK-CSVVLR                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           MOVE     WK-VLSCRED     TO    WK-CSVVLR.
           STRING   WK-CSVVLR                DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           WRITE    REL-REG   FROM  WK-CSVLIN.
       P230-LINCSV-FIM.
           EXIT.
      *
      *---- TOTAIS POR IMPOSTO (UF "**"); SEM REGISTRO NA
      *---- COMPETENCIA, AVISA QUE A APURACAO NAO FOI EXECUTADA
      *
       P300-TOTAIS.
           IF       WK-QTUF  =  ZEROS
                    MOVE  SPACES  TO  REL-REG
                    STRING  "SEM APURACAO ST/DIFAL NA COMPETENCIA - "
                                             DELIMITED BY SIZE
                            "EXECUTE A APURACAO DO ICMS"
                                             DELIMITED BY SIZE
                            INTO  REL-REG
                    WRITE REL-REG
                    GO TO P300-TOTAIS-FIM.
           IF       WK-DESTINO  NOT =  "C"
                    MOVE  SPACES  TO  REL-REG
                    WRITE REL-REG.
           MOVE     ZEROS          TO    WK-T.
       P301-UMTOTAL.
           ADD      1              TO    WK-T.
           IF       WK-T  >  3
                    GO TO P300-TOTAIS-FIM.
           MOVE     "**"           TO    WK-RELLIN-UF.
           MOVE     WK-NOME (WK-T) TO    WK-IMPOSTO.
           MOVE     WK-TOT-ANT (WK-T)    TO  WK-VLANT.
           MOVE     WK-TOT-DEB (WK-T)    TO  WK-VLDEB.
           MOVE     WK-TOT-CRED (WK-T)   TO  WK-VLCRED.
           MOVE     WK-TOT-DEV (WK-T)    TO  WK-VLDEV.
           MOVE     WK-TOT-SCRED (WK-T)  TO  WK-VLSCRED.
           PERFORM  P220-LINHA     THRU  P220-LINHA-FIM.
           GO  TO   P301-UMTOTAL.
       P300-TOTAIS-FIM.
           EXIT.
      *
      *---- FIM DO PROGRAMA
      *
