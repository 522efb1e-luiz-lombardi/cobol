      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF189.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        CONFERENCIA DA SEQUENCIA DE        *
      *                             NUMERACAO DAS NOTAS DE SAIDA DA    *
      *                             LOJA POR SERIE (NOTFISxx.SDI X     *
      *                             NUMSAIxx.SDI): FALHAS NAO COBERTAS *
      *                             POR INUTILIZACAO, NUMEROS          *
      *                             DUPLICADOS, DATA FORA DE ORDEM,    *
      *                             CANCELADAS SEM MOTIVO REGISTRADO E *
      *                             NOTAS EMITIDAS EM FAIXA            *
      *                             INUTILIZADA. ATUALIZA O ULTIMO     *
      *                             NUMERO EMITIDO DE CADA SERIE.      *
      *                             MODO "R": RELATORIO DA COMPETENCIA *
      *                             (HONRA O SEFDEST.TXT - IMPRESSORA /*
      *                             ARQUIVO / CSV). MODO "C": SO CONTA *
      *                             AS OCORRENCIAS DA COMPETENCIA      *
      *                             INFORMADA EM DIANTE (PAINEL DE     *
      *                             PENDENCIAS - SEF159.EXE)           *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF189.
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
           SELECT NUMSAI  ASSIGN TO WK-NUMSAI
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS NUM-CHAVE.
      *
      *    NOTAS DE SAIDA REORDENADAS POR SERIE + NUMERO + DATA
      *    (ARQUIVO DE TRABALHO, RECRIADO A CADA EXECUCAO)
      *
           SELECT SEQTMP  ASSIGN TO WK-SEQTMP
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS SEQ-CHAVE.
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
       FD  NUMSAI
           LABEL RECORDS ARE STANDARD.
       01  NUM-REG.
           COPY    "SDICNUM.CPY".
      *
       FD  SEQTMP
           LABEL RECORDS ARE STANDARD.
       01  SEQ-REG.
           03  SEQ-CHAVE.
               05  SEQ-SERIE       PIC X(03).
               05  SEQ-NUMERO      PIC 9(06).
      *        DATA NO FORMATO AAAAMMDD: O MESMO NUMERO EM DATAS
      *        DIFERENTES FICA EM REGISTROS SEPARADOS (DUPLICADA)
               05  SEQ-DATA        PIC 9(08).
           03  SEQ-DTNF            PIC 9(08).
           03  SEQ-SITUACAO        PIC X(01).
           03  SEQ-VLRCONT         PIC 9(11)V99.
           03  FILLER              PIC X(10).
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
       77  WK-RELOK                PIC X(01)     VALUE "N".
      *    "S" = JA HA NOTA ANTERIOR NA SERIE (WK-ANTNUM VALIDO)
       77  WK-TEMANT               PIC X(01)     VALUE "N".
      *    "S" = A NOTA CORRENTE ESTA DENTRO DO PERIODO CONFERIDO
       77  WK-NOPER                PIC X(01)     VALUE "N".
       77  WK-CTLOK                PIC X(01)     VALUE "N".
       77  WK-I                    PIC 9(04)     VALUE ZEROS.
       01  WK-RELARQ               PIC X(12)     VALUE "LPT1".
       01  WK-NOTFIS.
           03  FILLER              PIC X(06) VALUE "NOTFIS".
           03  WK-NOTFISLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-NUMSAI.
           03  FILLER              PIC X(06) VALUE "NUMSAI".
           03  WK-NUMSAILJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-SEQTMP.
           03  FILLER              PIC X(06) VALUE "NUMSEQ".
           03  WK-SEQTMPLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".TMP".
      *
      *---- PERIODO CONFERIDO (AAAAMMDD). NO MODO "C" NAO HA FIM
      *
       01  WK-INI-AMD              PIC 9(08)     VALUE ZEROS.
       01  WK-FIM-AMD              PIC 9(08)     VALUE ZEROS.
       01  WK-AMD.
           03  WK-AMD-AA           PIC 9(04)     VALUE ZEROS.
           03  WK-AMD-MM           PIC 9(02)     VALUE ZEROS.
           03  WK-AMD-DD           PIC 9(02)     VALUE ZEROS.
       01  WK-AMD-N                REDEFINES     WK-AMD
                                   PIC 9(08).
       01  WK-DMA.
           03  WK-DMA-DD           PIC 9(02)     VALUE ZEROS.
           03  WK-DMA-MM           PIC 9(02)     VALUE ZEROS.
           03  WK-DMA-AA           PIC 9(04)     VALUE ZEROS.
       01  WK-DMA-N                REDEFINES     WK-DMA
                                   PIC 9(08).
      *
      *---- SERIE CORRENTE: CONTROLE, NOTA ANTERIOR E MAIOR NUMERO
      *
       01  WK-SERIE                PIC X(03)     VALUE SPACES.
       01  WK-PRIMNUM              PIC 9(06)     VALUE ZEROS.
       01  WK-ANTNUM               PIC 9(06)     VALUE ZEROS.
       01  WK-ANTDATA              PIC 9(08)     VALUE ZEROS.
       01  WK-MAXNUM               PIC 9(06)     VALUE ZEROS.
       01  WK-MAXDATA              PIC 9(08)     VALUE ZEROS.
       01  WK-QTSER                PIC 9(05)     VALUE ZEROS.
       01  WK-GAPINI               PIC 9(06)     VALUE ZEROS.
       01  WK-GAPFIM               PIC 9(06)     VALUE ZEROS.
       01  WK-CURSOR               PIC 9(07)     VALUE ZEROS.
      *
      *---- FAIXAS INUTILIZADAS DA SERIE CORRENTE (ORDEM DE INICIO)
      *
       01  WK-TABFX.
           03  WK-FX-QT            PIC 9(04)     VALUE ZEROS.
           03  WK-FX-ITEM          OCCURS 500.
               05  WK-FX-INI       PIC 9(06).
               05  WK-FX-FIM       PIC 9(06).
      *
      *---- TOTAIS DAS OCORRENCIAS DO PERIODO
      *
       01  WK-QTNOTAS              PIC 9(05)     VALUE ZEROS.
       01  WK-QTFALHA              PIC 9(05)     VALUE ZEROS.
       01  WK-QTNUMFALT            PIC 9(07)     VALUE ZEROS.
       01  WK-QTDUPL               PIC 9(05)     VALUE ZEROS.
       01  WK-QTORDEM              PIC 9(05)     VALUE ZEROS.
       01  WK-QTSEMMOT             PIC 9(05)     VALUE ZEROS.
       01  WK-QTEMINUT             PIC 9(05)     VALUE ZEROS.
       01  WK-QTINUT               PIC 9(05)     VALUE ZEROS.
      *
      *---- OCORRENCIA A IMPRIMIR (MONTADA ANTES DE P500-OCORRE)
      *
       01  WK-OC-INI               PIC 9(06)     VALUE ZEROS.
       01  WK-OC-FIM               PIC 9(06)     VALUE ZEROS.
       01  WK-OC-DATA              PIC 9(08)     VALUE ZEROS.
       01  WK-OC-MSG               PIC X(40)     VALUE SPACES.
       01  WK-OC-DET               PIC X(40)     VALUE SPACES.
      *
       01  WK-CAB1.
           03  FILLER              PIC X(47)
               VALUE "CONFERENCIA DA NUMERACAO DAS NOTAS DE SAIDA -".
           03  FILLER              PIC X(07)     VALUE " LOJA  ".
           03  WK-CAB1-LJ          PIC 9(02).
           03  FILLER              PIC X(15)
               VALUE " - COMPETENCIA ".
           03  WK-CAB1-MM          PIC 9(02).
           03  FILLER              PIC X(01)     VALUE "/".
           03  WK-CAB1-AAAA        PIC 9(04).
           03  FILLER              PIC X(54)     VALUE SPACES.
       01  WK-CAB2.
           03  FILLER              PIC X(07)     VALUE "SERIE".
           03  FILLER              PIC X(10)     VALUE "NUM.INIC.".
           03  FILLER              PIC X(10)     VALUE "NUM.FINAL".
           03  FILLER              PIC X(12)     VALUE "DATA".
           03  FILLER              PIC X(42)     VALUE "OCORRENCIA".
           03  FILLER              PIC X(51)     VALUE "DETALHE".
       01  WK-OCLIN.
           03  WK-OL-SERIE         PIC X(03).
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  WK-OL-INI           PIC ZZZZZ9.
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  WK-OL-FIM           PIC ZZZZZ9.
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  WK-OL-DATA          PIC 99/99/9999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-OL-MSG           PIC X(40).
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-OL-DET           PIC X(40).
           03  FILLER              PIC X(11)     VALUE SPACES.
       01  WK-SERLIN.
           03  FILLER              PIC X(07)     VALUE "SERIE ".
           03  WK-SL-SERIE         PIC X(03).
           03  FILLER              PIC X(23)
               VALUE "  PRIMEIRO CONTROLADO: ".
           03  WK-SL-PRIM          PIC ZZZZZ9.
           03  FILLER              PIC X(18)
               VALUE "  ULTIMO EMITIDO: ".
           03  WK-SL-ULT           PIC ZZZZZ9.
           03  FILLER              PIC X(03)     VALUE " - ".
           03  WK-SL-DTULT         PIC 99/99/9999.
           03  FILLER              PIC X(20)
               VALUE "  NOTAS NO PERIODO: ".
           03  WK-SL-QT            PIC ZZ.ZZ9.
           03  FILLER              PIC X(30)     VALUE SPACES.
       01  WK-TOTLIN.
           03  WK-TL-MSG           PIC X(44).
           03  WK-TL-QT            PIC Z.ZZZ.ZZ9.
           03  FILLER              PIC X(79)     VALUE SPACES.
      *
      *---- CAMPOS AUXILIARES DA LINHA CSV (PONTO-E-VIRGULA)
      *
       01  WK-CSVNUM               PIC Z(05)9.
       01  WK-CSVNUM2              PIC Z(05)9.
       01  WK-CSVDATA              PIC 99/99/9999.
      *
       LINKAGE SECTION.
       01  LK-CHAIN-DT.
           05  LK-CHAIN-DD         PIC 9(02).
           05  LK-CHAIN-MM         PIC 9(02).
           05  LK-CHAIN-SC         PIC 9(02).
           05  LK-CHAIN-AA         PIC 9(02).
       01  LK-LOJA                 PIC 9(02).
      *    COMPETENCIA CONFERIDA (MODO "C": A PRIMEIRA DO PERIODO)
       01  LK-COMPET.
           05  LK-COMPET-AAAA      PIC 9(04).
           05  LK-COMPET-MM        PIC 9(02).
      *    "R" = RELATORIO / "C" = SO CONTAGEM DAS OCORRENCIAS
       01  LK-MODO                 PIC X(01).
       01  LK-QTFALHAS             PIC 9(05).
      *
       PROCEDURE DIVISION USING LK-CHAIN-DT LK-LOJA LK-COMPET
                                LK-MODO     LK-QTFALHAS.
       P001.
           MOVE     ZERO           TO    RETURN-CODE.
           MOVE     ZEROS          TO    LK-QTFALHAS.
           MOVE     LK-LOJA        TO    WK-NOTFISLJ  WK-NUMSAILJ
                                         WK-SEQTMPLJ.
           MOVE     ZEROS          TO    WK-QTNOTAS   WK-QTFALHA
                                         WK-QTNUMFALT WK-QTDUPL
                                         WK-QTORDEM   WK-QTSEMMOT
                                         WK-QTEMINUT  WK-QTINUT.
           IF       LK-COMPET  NOT NUMERIC
               OR   LK-COMPET-MM  =  ZEROS
               OR   LK-COMPET-MM  >  12
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           MOVE     LK-COMPET-AAAA TO    WK-AMD-AA.
           MOVE     LK-COMPET-MM   TO    WK-AMD-MM.
           MOVE     01             TO    WK-AMD-DD.
           MOVE     WK-AMD-N       TO    WK-INI-AMD.
           IF       LK-MODO  =  "C"
                    MOVE  99999999  TO  WK-FIM-AMD
           ELSE
                    MOVE  31        TO  WK-AMD-DD
                    MOVE  WK-AMD-N  TO  WK-FIM-AMD.
      *
           OPEN     I-O       NUMSAI.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    NUMSAI
                    CLOSE    NUMSAI
                    OPEN     I-O       NUMSAI
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
      *
           MOVE     "N"            TO    WK-RELOK.
           IF       LK-MODO  NOT =  "C"
                    PERFORM  P030-DESTINO  THRU  P030-DESTINO-FIM
                    OPEN     OUTPUT    RELSAI
                    IF       WK-STATUS  NOT =  ZEROS
                             CLOSE  NUMSAI
                             MOVE  8  TO  RETURN-CODE
                             GO TO P001-FIM
                    END-IF
                    MOVE     "S"  TO  WK-RELOK
                    PERFORM  P040-CABEC  THRU  P040-CABEC-FIM.
      *
           PERFORM  P100-NOTAS     THRU  P100-NOTAS-FIM.
           IF       RETURN-CODE    NOT =  ZERO
                    IF    WK-RELOK  =  "S"
                          MOVE  "ERRO NA LEITURA DAS NOTAS"  TO  REL-REG
                          WRITE REL-REG
                          CLOSE RELSAI
                    END-IF
                    CLOSE  NUMSAI  SEQTMP
                    GO TO P001-FIM.
           PERFORM  P200-SEQUENCIA THRU  P200-SEQUENCIA-FIM.
           IF       WK-RELOK  =  "S"
                    PERFORM  P400-INUTIL   THRU  P400-INUTIL-FIM
                    PERFORM  P600-TOTAIS   THRU  P600-TOTAIS-FIM
                    CLOSE    RELSAI.
           CLOSE    NUMSAI.
           MOVE     WK-QTFALHA     TO    LK-QTFALHAS.
       P001-FIM.
           EXIT  PROGRAM.
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
           IF       DEST-PROGRAMA  =  "SEF189.EXE"
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
                    STRING  "SERIE;NUMERO INICIAL;NUMERO FINAL;"
                                             DELIMITED BY SIZE
                            "DATA;OCORRENCIA;DETALHE"
                                             DELIMITED BY SIZE
                            INTO  REL-REG
                    WRITE REL-REG
                    GO TO P040-CABEC-FIM.
           MOVE     LK-LOJA        TO    WK-CAB1-LJ.
           MOVE     LK-COMPET-MM   TO    WK-CAB1-MM.
           MOVE     LK-COMPET-AAAA TO    WK-CAB1-AAAA.
           WRITE    REL-REG   FROM  WK-CAB1.
           MOVE     SPACES         TO    REL-REG.
           WRITE    REL-REG.
           WRITE    REL-REG   FROM  WK-CAB2.
           MOVE     ALL "-"        TO    REL-REG.
           WRITE    REL-REG.
       P040-CABEC-FIM.
           EXIT.
      *
      *---- COPIA AS NOTAS DE SAIDA PARA O ARQUIVO DE TRABALHO NA
      *---- ORDEM SERIE + NUMERO + DATA (AS CANCELADAS TAMBEM: O
      *---- NUMERO FOI USADO). SEM NOTFISxx.SDI NAO HA NOTAS
      *
       P100-NOTAS.
           OPEN     OUTPUT    SEQTMP.
           CLOSE    SEQTMP.
           OPEN     I-O       SEQTMP.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P100-NOTAS-FIM.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     NOTFIS.
           IF       WK-STATUS  =  "35"
                    GO TO P100-NOTAS-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P100-NOTAS-FIM.
           MOVE     LOW-VALUES     TO    NF-CHAVE.
           MOVE     "S"            TO    NF-ES.
           START    NOTFIS    KEY  NOT <  NF-CHAVE
                    INVALID  KEY
                    CLOSE  NOTFIS
                    GO TO P100-NOTAS-FIM.
       P101-LENOTA.
           READ     NOTFIS    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
               OR   NF-ES  NOT =  "S"
                    CLOSE  NOTFIS
                    GO TO P100-NOTAS-FIM.
           INITIALIZE  SEQ-REG.
           MOVE     NF-SERIE       TO    SEQ-SERIE.
           MOVE     NF-NUMERO      TO    SEQ-NUMERO.
           MOVE     NF-DATA        TO    WK-DMA-N  SEQ-DTNF.
           MOVE     WK-DMA-DD      TO    WK-AMD-DD.
           MOVE     WK-DMA-MM      TO    WK-AMD-MM.
           MOVE     WK-DMA-AA      TO    WK-AMD-AA.
           MOVE     WK-AMD-N       TO    SEQ-DATA.
           MOVE     NF-SITUACAO    TO    SEQ-SITUACAO.
           MOVE     NF-VLRCONT     TO    SEQ-VLRCONT.
           WRITE    SEQ-REG.
           GO  TO   P101-LENOTA.
       P100-NOTAS-FIM.
           EXIT.
      *
      *---- PERCORRE O ARQUIVO DE TRABALHO SERIE A SERIE. A FALHA
      *---- ENTRE DUAS NOTAS E A DATA FORA DE ORDEM PERTENCEM AO
      *---- PERIODO DA NOTA POSTERIOR
      *
       P200-SEQUENCIA.
           MOVE     "N"            TO    WK-FIMARQ.
           MOVE     SPACES         TO    WK-SERIE.
           MOVE     LOW-VALUES     TO    SEQ-CHAVE.
           START    SEQTMP    KEY  NOT <  SEQ-CHAVE
                    INVALID  KEY
                    CLOSE  SEQTMP
                    GO TO P200-SEQUENCIA-FIM.
       P201-LESEQ.
           READ     SEQTMP    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    IF    WK-SERIE  NOT =  SPACES
                          PERFORM  P250-FECHASER  THRU
                                   P250-FECHASER-FIM
                    END-IF
                    CLOSE  SEQTMP
                    GO TO P200-SEQUENCIA-FIM.
           IF       SEQ-SERIE  NOT =  WK-SERIE
                    IF    WK-SERIE  NOT =  SPACES
                          PERFORM  P250-FECHASER  THRU
                                   P250-FECHASER-FIM
                    END-IF
                    PERFORM  P210-ABRESER  THRU  P210-ABRESER-FIM.
      *
      *    NUMEROS ANTERIORES AO PRIMEIRO CONTROLADO NAO SAO CONFERIDOS
      *
           IF       SEQ-NUMERO  <  WK-PRIMNUM
                    GO TO P201-LESEQ.
           MOVE     "N"            TO    WK-NOPER.
           IF       SEQ-DATA  NOT <  WK-INI-AMD
               AND  SEQ-DATA  NOT >  WK-FIM-AMD
                    MOVE  "S"  TO  WK-NOPER
                    ADD   1    TO  WK-QTNOTAS  WK-QTSER.
           IF       SEQ-NUMERO  >  WK-MAXNUM
                    MOVE  SEQ-NUMERO  TO  WK-MAXNUM
                    MOVE  SEQ-DTNF    TO  WK-MAXDATA.
           IF       WK-NOPER  =  "S"
                    PERFORM  P220-CONFERE  THRU  P220-CONFERE-FIM.
           MOVE     "S"            TO    WK-TEMANT.
           MOVE     SEQ-NUMERO     TO    WK-ANTNUM.
           MOVE     SEQ-DATA       TO    WK-ANTDATA.
           GO  TO   P201-LESEQ.
       P200-SEQUENCIA-FIM.
           EXIT.
      *
      *---- INICIO DE UMA SERIE: LE O CONTROLE E CARREGA AS FAIXAS
      *---- INUTILIZADAS. COM PRIMEIRO NUMERO CONTROLADO A FALHA
      *---- ANTES DA PRIMEIRA NOTA EMITIDA TAMBEM E' APONTADA
      *
       P210-ABRESER.
           MOVE     SEQ-SERIE      TO    WK-SERIE.
           MOVE     ZEROS          TO    WK-PRIMNUM  WK-ANTNUM
                                         WK-ANTDATA  WK-MAXNUM
                                         WK-MAXDATA  WK-QTSER
                                         WK-FX-QT.
           MOVE     "N"            TO    WK-TEMANT  WK-CTLOK.
           MOVE     WK-SERIE       TO    NUM-SERIE.
           MOVE     "0"            TO    NUM-TIPO.
           MOVE     ZEROS          TO    NUM-NUMERO.
           READ     NUMSAI    INVALID  KEY
                    MOVE  "10"  TO  WK-STATUS.
           IF       WK-STATUS  =  "00"
                    MOVE  "S"          TO  WK-CTLOK
                    MOVE  NUM-PRIMNUM  TO  WK-PRIMNUM.
           IF       WK-PRIMNUM  >  ZEROS
                    MOVE  "S"  TO  WK-TEMANT
                    COMPUTE  WK-ANTNUM  =  WK-PRIMNUM  -  1.
      *
           MOVE     WK-SERIE       TO    NUM-SERIE.
           MOVE     "I"            TO    NUM-TIPO.
           MOVE     ZEROS          TO    NUM-NUMERO.
           START    NUMSAI    KEY  NOT <  NUM-CHAVE
                    INVALID  KEY
                    GO TO P210-ABRESER-FIM.
       P211-LEFAIXA.
           READ     NUMSAI    NEXT  RECORD
                    AT END
                    GO TO P210-ABRESER-FIM.
           IF       WK-STATUS  NOT =  "00"
               OR   NUM-SERIE  NOT =  WK-SERIE
               OR   NUM-TIPO   NOT =  "I"
               OR   WK-FX-QT   NOT <  500
                    GO TO P210-ABRESER-FIM.
           ADD      1              TO    WK-FX-QT.
           MOVE     NUM-NUMERO     TO    WK-FX-INI (WK-FX-QT).
           MOVE     NUM-NUMFIM     TO    WK-FX-FIM (WK-FX-QT).
           GO  TO   P211-LEFAIXA.
       P210-ABRESER-FIM.
           EXIT.
      *
      *---- CONFERE A NOTA CORRENTE (DENTRO DO PERIODO) CONTRA A
      *---- ANTERIOR DA SERIE E CONTRA O CADASTRO DE NUMERACAO
      *
       P220-CONFERE.
           MOVE     SEQ-NUMERO     TO    WK-OC-INI  WK-OC-FIM.
           MOVE     SEQ-DTNF       TO    WK-OC-DATA.
           MOVE     SPACES         TO    WK-OC-DET.
           IF       WK-TEMANT  =  "S"
               AND  SEQ-NUMERO  =  WK-ANTNUM
                    MOVE  "NUMERO DUPLICADO"  TO  WK-OC-MSG
                    MOVE  "MESMO NUMERO EM OUTRA DATA"  TO  WK-OC-DET
                    ADD   1  TO  WK-QTDUPL  WK-QTFALHA
                    PERFORM  P500-OCORRE  THRU  P500-OCORRE-FIM
                    GO TO P222-EMINUT.
           IF       WK-TEMANT  =  "S"
               AND  SEQ-NUMERO  >  WK-ANTNUM  +  1
                    COMPUTE  WK-GAPINI  =  WK-ANTNUM  +  1
                    COMPUTE  WK-GAPFIM  =  SEQ-NUMERO  -  1
                    PERFORM  P230-FALHA  THRU  P230-FALHA-FIM.
           IF       WK-TEMANT  =  "S"
               AND  SEQ-DATA  <  WK-ANTDATA
                    MOVE  SEQ-NUMERO  TO  WK-OC-INI  WK-OC-FIM
                    MOVE  SEQ-DTNF    TO  WK-OC-DATA
                    MOVE  "DATA ANTERIOR A DA NOTA PRECEDENTE"
                          TO  WK-OC-MSG
                    MOVE  SPACES      TO  WK-OC-DET
                    ADD   1  TO  WK-QTORDEM  WK-QTFALHA
                    PERFORM  P500-OCORRE  THRU  P500-OCORRE-FIM.
       P222-EMINUT.
           MOVE     ZEROS          TO    WK-I.
       P223-PROXFX.
           ADD      1              TO    WK-I.
           IF       WK-I  >  WK-FX-QT
                    GO TO P225-CANCEL.
           IF       SEQ-NUMERO  <  WK-FX-INI (WK-I)
               OR   SEQ-NUMERO  >  WK-FX-FIM (WK-I)
                    GO TO P223-PROXFX.
           MOVE     SEQ-NUMERO     TO    WK-OC-INI  WK-OC-FIM.
           MOVE     SEQ-DTNF       TO    WK-OC-DATA.
           MOVE     "NOTA EMITIDA EM FAIXA INUTILIZADA"
                                   TO    WK-OC-MSG.
           MOVE     SPACES         TO    WK-OC-DET.
           STRING   "FAIXA INICIADA EM "  DELIMITED BY SIZE
                    WK-FX-INI (WK-I)      DELIMITED BY SIZE
                    INTO  WK-OC-DET.
           ADD      1              TO    WK-QTEMINUT  WK-QTFALHA.
           PERFORM  P500-OCORRE    THRU  P500-OCORRE-FIM.
       P225-CANCEL.
           IF       SEQ-SITUACAO  NOT =  "C"
                    GO TO P220-CONFERE-FIM.
           MOVE     WK-SERIE       TO    NUM-SERIE.
           MOVE     "C"            TO    NUM-TIPO.
           MOVE     SEQ-NUMERO     TO    NUM-NUMERO.
           READ     NUMSAI    INVALID  KEY
                    MOVE  "23"  TO  WK-STATUS.
           IF       WK-STATUS  =  "00"
               AND  NUM-MOTIVO  NOT =  SPACES
                    GO TO P220-CONFERE-FIM.
           MOVE     SEQ-NUMERO     TO    WK-OC-INI  WK-OC-FIM.
           MOVE     SEQ-DTNF       TO    WK-OC-DATA.
           MOVE     "CANCELADA SEM MOTIVO REGISTRADO"
                                   TO    WK-OC-MSG.
           MOVE     SPACES         TO    WK-OC-DET.
           ADD      1              TO    WK-QTSEMMOT  WK-QTFALHA.
           PERFORM  P500-OCORRE    THRU  P500-OCORRE-FIM.
       P220-CONFERE-FIM.
           EXIT.
      *
      *---- FALHA DE NUMERACAO WK-GAPINI A WK-GAPFIM: DESCONTA AS
      *---- FAIXAS INUTILIZADAS (TABELA EM ORDEM DE INICIO) E APONTA
      *---- CADA TRECHO QUE SOBRAR
      *
       P230-FALHA.
           MOVE     WK-GAPINI      TO    WK-CURSOR.
           MOVE     ZEROS          TO    WK-I.
       P231-PROXFX.
           ADD      1              TO    WK-I.
           IF       WK-I  >  WK-FX-QT
               OR   WK-CURSOR  >  WK-GAPFIM
                    GO TO P235-SOBRA.
           IF       WK-FX-FIM (WK-I)  <  WK-CURSOR
                    GO TO P231-PROXFX.
           IF       WK-FX-INI (WK-I)  >  WK-GAPFIM
                    GO TO P235-SOBRA.
           IF       WK-FX-INI (WK-I)  >  WK-CURSOR
                    MOVE     WK-CURSOR  TO  WK-OC-INI
                    COMPUTE  WK-OC-FIM  =  WK-FX-INI (WK-I)  -  1
                    PERFORM  P240-APONTA  THRU  P240-APONTA-FIM.
           COMPUTE  WK-CURSOR  =  WK-FX-FIM (WK-I)  +  1.
           GO  TO   P231-PROXFX.
       P235-SOBRA.
           IF       WK-CURSOR  NOT >  WK-GAPFIM
                    MOVE  WK-CURSOR  TO  WK-OC-INI
                    MOVE  WK-GAPFIM  TO  WK-OC-FIM
                    PERFORM  P240-APONTA  THRU  P240-APONTA-FIM.
       P230-FALHA-FIM.
           EXIT.
      *
       P240-APONTA.
           MOVE     SEQ-DTNF       TO    WK-OC-DATA.
           MOVE     "FALHA DE NUMERACAO SEM INUTILIZACAO"
                                   TO    WK-OC-MSG.
           MOVE     SPACES         TO    WK-OC-DET.
           STRING   "ANTES DA NOTA "      DELIMITED BY SIZE
                    SEQ-NUMERO            DELIMITED BY SIZE
                    INTO  WK-OC-DET.
           ADD      1              TO    WK-QTFALHA.
           COMPUTE  WK-QTNUMFALT  =  WK-QTNUMFALT  +  WK-OC-FIM
                                  -  WK-OC-INI  +  1.
           PERFORM  P500-OCORRE    THRU  P500-OCORRE-FIM.
       P240-APONTA-FIM.
           EXIT.
      *
      *---- FIM DE UMA SERIE: ATUALIZA O ULTIMO NUMERO EMITIDO NO
      *---- CONTROLE (CRIANDO O CONTROLE SE A SERIE NAO TINHA) E
      *---- IMPRIME O RESUMO DA SERIE
      *
       P250-FECHASER.
           IF       WK-MAXNUM  =  ZEROS
                    GO TO P252-RESUMO.
           MOVE     WK-SERIE       TO    NUM-SERIE.
           MOVE     "0"            TO    NUM-TIPO.
           MOVE     ZEROS          TO    NUM-NUMERO.
           IF       WK-CTLOK  =  "S"
                    READ  NUMSAI  INVALID  KEY
                          MOVE  "23"  TO  WK-STATUS
                    END-READ
                    IF    WK-STATUS  =  "00"
                          MOVE  WK-MAXNUM   TO  NUM-ULTNUM
                          MOVE  WK-MAXDATA  TO  NUM-DTULT
                          REWRITE  NUM-REG
                    END-IF
                    GO TO P252-RESUMO.
           INITIALIZE  NUM-REG.
           MOVE     WK-SERIE       TO    NUM-SERIE.
           MOVE     "0"            TO    NUM-TIPO.
           MOVE     ZEROS          TO    NUM-NUMERO  NUM-PRIMNUM.
           MOVE     WK-MAXNUM      TO    NUM-ULTNUM.
           MOVE     WK-MAXDATA     TO    NUM-DTULT.
           WRITE    NUM-REG.
       P252-RESUMO.
           IF       WK-RELOK  NOT =  "S"
               OR   WK-DESTINO  =  "C"
                    GO TO P250-FECHASER-FIM.
           MOVE     WK-SERIE       TO    WK-SL-SERIE.
           MOVE     WK-PRIMNUM     TO    WK-SL-PRIM.
           MOVE     WK-MAXNUM      TO    WK-SL-ULT.
           MOVE     WK-MAXDATA     TO    WK-SL-DTULT.
           MOVE     WK-QTSER       TO    WK-SL-QT.
           WRITE    REL-REG   FROM  WK-SERLIN.
       P250-FECHASER-FIM.
           EXIT.
      *
      *---- FAIXAS INUTILIZADAS NA COMPETENCIA (DATA DA INUTILIZACAO)
      *
       P400-INUTIL.
           MOVE     LOW-VALUES     TO    NUM-CHAVE.
           START    NUMSAI    KEY  NOT <  NUM-CHAVE
                    INVALID  KEY
                    GO TO P400-INUTIL-FIM.
       P401-LENUM.
           READ     NUMSAI    NEXT  RECORD
                    AT END
                    GO TO P400-INUTIL-FIM.
           IF       WK-STATUS  NOT =  "00"
                    GO TO P400-INUTIL-FIM.
           IF       NUM-TIPO  NOT =  "I"
                    GO TO P401-LENUM.
           MOVE     NUM-DTINUT     TO    WK-DMA-N.
           MOVE     WK-DMA-DD      TO    WK-AMD-DD.
           MOVE     WK-DMA-MM      TO    WK-AMD-MM.
           MOVE     WK-DMA-AA      TO    WK-AMD-AA.
           IF       WK-AMD-N  <  WK-INI-AMD
               OR   WK-AMD-N  >  WK-FIM-AMD
                    GO TO P401-LENUM.
           MOVE     NUM-SERIE      TO    WK-SERIE.
           MOVE     NUM-NUMERO     TO    WK-OC-INI.
           MOVE     NUM-NUMFIM     TO    WK-OC-FIM.
           MOVE     NUM-DTINUT     TO    WK-OC-DATA.
           MOVE     "FAIXA INUTILIZADA"   TO    WK-OC-MSG.
           MOVE     SPACES         TO    WK-OC-DET.
           STRING   "PROTOCOLO "          DELIMITED BY SIZE
                    NUM-PROTOCOLO         DELIMITED BY SIZE
                    INTO  WK-OC-DET.
           ADD      1              TO    WK-QTINUT.
           PERFORM  P500-OCORRE    THRU  P500-OCORRE-FIM.
           GO  TO   P401-LENUM.
       P400-INUTIL-FIM.
           EXIT.
      *
      *---- IMPRIME UMA OCORRENCIA (SO NO MODO RELATORIO)
      *
       P500-OCORRE.
           IF       WK-RELOK  NOT =  "S"
                    GO TO P500-OCORRE-FIM.
           IF       WK-DESTINO  =  "C"
                    GO TO P510-CSV.
           MOVE     WK-SERIE       TO    WK-OL-SERIE.
           MOVE     WK-OC-INI      TO    WK-OL-INI.
           MOVE     WK-OC-FIM      TO    WK-OL-FIM.
           MOVE     WK-OC-DATA     TO    WK-OL-DATA.
           MOVE     WK-OC-MSG      TO    WK-OL-MSG.
           MOVE     WK-OC-DET      TO    WK-OL-DET.
           WRITE    REL-REG   FROM  WK-OCLIN.
           GO  TO   P500-OCORRE-FIM.
       P510-CSV.
           MOVE     WK-OC-INI      TO    WK-CSVNUM.
           MOVE     WK-OC-FIM      TO    WK-CSVNUM2.
           MOVE     WK-OC-DATA     TO    WK-CSVDATA.
           MOVE     SPACES         TO    REL-REG.
           STRING   WK-SERIE       DELIMITED BY SPACE
                    ";"            DELIMITED BY SIZE
                    WK-CSVNUM      DELIMITED BY SIZE
                    ";"            DELIMITED BY SIZE
                    WK-CSVNUM2     DELIMITED BY SIZE
                    ";"            DELIMITED BY SIZE
                    WK-CSVDATA     DELIMITED BY SIZE
                    ";"            DELIMITED BY SIZE
                    WK-OC-MSG      DELIMITED BY "  "
                    ";"            DELIMITED BY SIZE
                    WK-OC-DET      DELIMITED BY "  "
                    INTO  REL-REG.
           WRITE    REL-REG.
       P500-OCORRE-FIM.
           EXIT.
      *
      *---- TOTAIS DO RELATORIO
      *
       P600-TOTAIS.
           IF       WK-DESTINO  =  "C"
                    GO TO P600-TOTAIS-FIM.
           MOVE     SPACES         TO    REL-REG.
           WRITE    REL-REG.
           MOVE     "NOTAS DE SAIDA NA COMPETENCIA .............."
                                   TO    WK-TL-MSG.
           MOVE     WK-QTNOTAS     TO    WK-TL-QT.
           WRITE    REL-REG   FROM  WK-TOTLIN.
           MOVE     "NUMEROS FALTANTES SEM INUTILIZACAO ........."
                                   TO    WK-TL-MSG.
           MOVE     WK-QTNUMFALT   TO    WK-TL-QT.
           WRITE    REL-REG   FROM  WK-TOTLIN.
           MOVE     "NUMEROS DUPLICADOS ........................."
                                   TO    WK-TL-MSG.
           MOVE     WK-QTDUPL      TO    WK-TL-QT.
           WRITE    REL-REG   FROM  WK-TOTLIN.
           MOVE     "NOTAS COM DATA FORA DE ORDEM ..............."
                                   TO    WK-TL-MSG.
           MOVE     WK-QTORDEM     TO    WK-TL-QT.
           WRITE    REL-REG   FROM  WK-TOTLIN.
           MOVE     "CANCELADAS SEM MOTIVO REGISTRADO ..........."
                                   TO    WK-TL-MSG.
           MOVE     WK-QTSEMMOT    TO    WK-TL-QT.
           WRITE    REL-REG   FROM  WK-TOTLIN.
           MOVE     "NOTAS EMITIDAS EM FAIXA INUTILIZADA ........"
                                   TO    WK-TL-MSG.
           MOVE     WK-QTEMINUT    TO    WK-TL-QT.
           WRITE    REL-REG   FROM  WK-TOTLIN.
           MOVE     "FAIXAS INUTILIZADAS NA COMPETENCIA ........."
                                   TO    WK-TL-MSG.
           MOVE     WK-QTINUT      TO    WK-TL-QT.
           WRITE    REL-REG   FROM  WK-TOTLIN.
           MOVE     "TOTAL DE OCORRENCIAS ......................."
                                   TO    WK-TL-MSG.
           MOVE     WK-QTFALHA     TO    WK-TL-QT.
           WRITE    REL-REG   FROM  WK-TOTLIN.
       P600-TOTAIS-FIM.
           EXIT.
