      *                             TRANSPORTADO; SEM O REGISTRO,      *
      *                             CONTINUA SOMANDO DIRETO DAS NOTAS  *
      *                             E MAPAS                            *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             BLOCO 0 COM OS REGISTROS 0150      *
      *                             (PARTICIPANTES DAS NOTAS, DO       *
      *                             CADCLIxx/CADFORxx.SDI), 0190       *
      *                             (UNIDADES) E 0200 (PRODUTOS DO     *
      *                             CADPRODxx.SDI) REFERENCIADOS NA    *
      *                             COMPETENCIA. COD_PART DO C100 E    *
      *                             DO 0150 PASSA A SER "C"/"F" +      *
      *                             CODIGO DO CLIENTE/FORNECEDOR       *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             REGISTROS E200/E210 (ICMS-ST) E    *
      *                             E300/E310 (DIFAL/FCP) POR UF A     *
      *                             PARTIR DA APURACAO APURST.SDI      *
      *                             (SEF183)                           *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             C100 COM COD_SIT 05 PARA CADA      *
      *                             NUMERO DAS FAIXAS INUTILIZADAS NA  *
      *                             COMPETENCIA (NUMSAIxx.SDI - SEF188)*
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS APU-CHAVE.
      *
           SELECT APURST  ASSIGN TO "APURST.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS AST-CHAVE.
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
      *
      *    FAIXAS INUTILIZADAS DAS NOTAS DE SAIDA (SEF188.EXE)
      *
           SELECT NUMSAI  ASSIGN TO WK-NUMSAI
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS NUM-CHAVE.
      *
           SELECT ARQSPED ASSIGN TO WK-ARQSPED
                  ORGANIZATION   IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
       01  APU-REG.
           COPY    "SDICAPU.CPY".
      *
       FD  APURST
           LABEL RECORDS ARE STANDARD.
       01  AST-REG.
           COPY    "SDICAST.CPY".
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
       FD  NUMSAI
           LABEL RECORDS ARE STANDARD.
       01  NUM-REG.
           COPY    "SDICNUM.CPY".
      *
       FD  ARQSPED
           LABEL RECORDS ARE STANDARD.
           03  FILLER              PIC X(06) VALUE "INVENT".
           03  WK-INVENTLJ         PIC 9(02) VALUE ZEROS.
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
       01  WK-NUMSAI.
           03  FILLER              PIC X(06) VALUE "NUMSAI".
           03  WK-NUMSAILJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
      *    NUMERO CORRENTE DA FAIXA INUTILIZADA (UM C100 POR NUMERO)
       01  WK-NUMINUT              PIC 9(06)     VALUE ZEROS.
       01  WK-ARQSPED.
           03  FILLER              PIC X(06) VALUE "SPEDFI".
           03  WK-ARQSPEDLJ        PIC 9(02) VALUE ZEROS.
       77  WK-FIMITEM              PIC X(01)     VALUE "N".
      *    "S" = E110 ALIMENTADO PELO LIVRO DE APURACAO (APURICMS.SDI)
       77  WK-APUOK                PIC X(01)     VALUE "N".
       77  WK-FIMAST               PIC X(01)     VALUE "N".
      *    "S" = CADASTRO (CLIENTES/FORNECEDORES/PRODUTOS) ABERTO
       77  WK-CADOK                PIC X(01)     VALUE "N".
       77  WK-J                    PIC 9(04)     VALUE ZEROS.
      *
      *---- PARTICIPANTES, UNIDADES E PRODUTOS REFERENCIADOS NA
      *---- COMPETENCIA (REGISTROS 0150/0190/0200). CGC E IE DA NOTA
      *---- SERVEM QUANDO O PARTICIPANTE NAO ESTA NO CADASTRO
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
      *---- CODIGO DO FORNECEDOR (ENTRADA)
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
       01  WK-CONTADORES.
           03  WK-QT0000           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0001           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0150           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0190           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0200           PIC 9(07)     VALUE ZEROS.
           03  WK-QT0990           PIC 9(07)     VALUE ZEROS.
           03  WK-QTC001           PIC 9(07)     VALUE ZEROS.
           03  WK-QTC100           PIC 9(07)     VALUE ZEROS.
           03  WK-QTE001           PIC 9(07)     VALUE ZEROS.
           03  WK-QTE100           PIC 9(07)     VALUE ZEROS.
           03  WK-QTE110           PIC 9(07)     VALUE ZEROS.
           03  WK-QTE200           PIC 9(07)     VALUE ZEROS.
           03  WK-QTE210           PIC 9(07)     VALUE ZEROS.
           03  WK-QTE300           PIC 9(07)     VALUE ZEROS.
           03  WK-QTE310           PIC 9(07)     VALUE ZEROS.
           03  WK-QTE990           PIC 9(07)     VALUE ZEROS.
           03  WK-QTH001           PIC 9(07)     VALUE ZEROS.
           03  WK-QTH005           PIC 9(07)     VALUE ZEROS.
       P010-ABRE.
           MOVE     LK-LOJA        TO    WK-NOTFISLJ  WK-MAPPDVLJ
                                         WK-NFITENSLJ WK-INVENTLJ
                                         WK-ARQSPEDLJ WK-CADCLILJ
                                         WK-CADFORLJ  WK-CADPRODLJ
                                         WK-NUMSAILJ.
           MOVE     01             TO    WK-DTINI-DD.
           MOVE     LK-COMPET-MM   TO    WK-DTINI-MM  WK-DTFIM-MM.
           MOVE     LK-COMPET-AAAA TO    WK-DTINI-AA  WK-DTFIM-AA.
           MOVE     "|0001|0|"     TO    WK-LINHA.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QT0001  WK-QTBLOC0.
      *
           PERFORM  P110-COLETA    THRU  P110-COLETA-FIM.
           PERFORM  P150-REG0150   THRU  P150-REG0150-FIM.
           PERFORM  P160-REG0190   THRU  P160-REG0190-FIM.
           PERFORM  P170-REG0200   THRU  P170-REG0200-FIM.
      *
           ADD      1              TO    WK-QTBLOC0.
           MOVE     WK-QTBLOC0     TO    WK-QTED.
       P100-BLOCO0-FIM.
           EXIT.
      *
      *---- LEVANTA OS PARTICIPANTES, UNIDADES E PRODUTOS QUE AS
      *---- NOTAS (C100/C170) E O INVENTARIO (H010) DA COMPETENCIA
      *---- VAO REFERENCIAR
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
                    GO TO P115-INVENT.
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
                    GO TO P115-INVENT.
           IF       NF-DATA-MM  NOT =  LK-COMPET-MM
               OR   NF-DATA-AA  NOT =  LK-COMPET-AAAA
                    GO TO P111-LENOTA.
           PERFORM  P120-ACHAPART  THRU  P120-ACHAPART-FIM.
           IF       WK-ITENSOK  =  "S"
                    PERFORM  P112-ITENS  THRU  P112-ITENS-FIM.
           GO  TO   P111-LENOTA.
      *
       P115-INVENT.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     INVENT.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P119-FECHA.
       P116-LEINV.
           READ     INVENT    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    CLOSE  INVENT
                    GO TO P119-FECHA.
           IF       INV-DATA-MM  NOT =  LK-COMPET-MM
               OR   INV-DATA-AA  NOT =  LK-COMPET-AAAA
                    GO TO P116-LEINV.
           MOVE     INV-PRODUTO    TO    WK-PRODAUX.
           MOVE     INV-UNID       TO    WK-UNIDAUX.
           MOVE     ZEROS          TO    WK-NCMAUX.
           PERFORM  P130-ACHAPROD  THRU  P130-ACHAPROD-FIM.
           GO  TO   P116-LEINV.
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
                    "||"                     DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           IF       PRO-ALIQ  =  ZEROS
                    STRING  "||"            DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR
           ELSE
                    MOVE     SPACES         TO    WK-EDALFA
                    MOVE     PRO-ALIQ       TO    WK-EDNUM
                    MOVE     WK-EDNUM       TO    WK-EDALFA
                    PERFORM  P830-TIRABRANCO  THRU  P830-TIRABRANCO-FIM
                    STRING   WK-CAMPO       DELIMITED BY SPACE
                             "||"           DELIMITED BY SIZE
                             INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QT0200  WK-QTBLOC0.
           GO  TO   P171-PROXIMO.
       P170-REG0200-FIM.
           EXIT.
      *
      *---- BLOCO C - DOCUMENTOS FISCAIS (NOTAS E RESUMOS DE PDV)
      *
       P200-BLOCOC.
           ADD      1   TO   WK-QTC001  WK-QTBLOCC.
      *
           PERFORM  P210-NOTAS     THRU  P210-NOTAS-FIM.
           PERFORM  P250-INUTIL    THRU  P250-INUTIL-FIM.
           PERFORM  P230-MAPAS     THRU  P230-MAPAS-FIM.
      *
           ADD      1              TO    WK-QTBLOCC.
           ELSE
                    STRING  "|C100|1|0|"    DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           IF       NF-ES  =  "E"
                    MOVE  "F"  TO  WK-CODPART-TP
           ELSE
                    MOVE  "C"  TO  WK-CODPART-TP.
           MOVE     NF-EMITENTE    TO    WK-CODPART-NR.
           STRING   WK-CODPART               DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    NF-MODELO                DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
       P220-REGC100-FIM.
           EXIT.
      *
      *---- NUMEROS INUTILIZADOS NA COMPETENCIA (DATA DA INUTILIZACAO
      *---- NO NUMSAIxx.SDI) - UM C100 COM COD_SIT 05 POR NUMERO DA
      *---- FAIXA, SO COM MODELO, SERIE E NUMERO
      *
       P250-INUTIL.
           OPEN     INPUT     NUMSAI.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P250-INUTIL-FIM.
       P251-LEFAIXA.
           READ     NUMSAI    NEXT  RECORD
                    AT END
                    CLOSE  NUMSAI
                    GO TO P250-INUTIL-FIM.
           IF       WK-STATUS  NOT =  "00"
                    CLOSE  NUMSAI
                    GO TO P250-INUTIL-FIM.
           IF       NUM-TIPO  NOT =  "I"
               OR   NUM-DTINUT (3:2)  NOT =  LK-COMPET-MM
               OR   NUM-DTINUT (5:4)  NOT =  LK-COMPET-AAAA
                    GO TO P251-LEFAIXA.
           IF       NUM-MODELO  =  ZEROS
                    MOVE  55  TO  NUM-MODELO.
           MOVE     NUM-NUMERO     TO    WK-NUMINUT.
       P252-UMNUMERO.
           IF       WK-NUMINUT  >  NUM-NUMFIM
                    GO TO P251-LEFAIXA.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|C100|1|0||"            DELIMITED BY SIZE
                    NUM-MODELO               DELIMITED BY SIZE
                    "|05|"                   DELIMITED BY SIZE
                    NUM-SERIE                DELIMITED BY SPACE
                    "|"                      DELIMITED BY SIZE
                    WK-NUMINUT               DELIMITED BY SIZE
                    "|||||||"                DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTC100  WK-QTBLOCC.
           IF       WK-NUMINUT  NOT <  NUM-NUMFIM
                    GO TO P251-LEFAIXA.
           ADD      1              TO    WK-NUMINUT.
           GO  TO   P252-UMNUMERO.
       P250-INUTIL-FIM.
           EXIT.
      *
      *---- ITENS DA NOTA CORRENTE (NFITENSxx.SDI) - REGISTRO C170
      *
       P225-ITENS.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTE110  WK-QTBLOCE.
      *
           PERFORM  P330-APURST    THRU  P330-APURST-FIM.
           PERFORM  P340-APURDF    THRU  P340-APURDF-FIM.
      *
           ADD      1              TO    WK-QTBLOCE.
           MOVE     WK-QTBLOCE     TO    WK-QTED.
       P310-LEAPUR-FIM.
           EXIT.
      *
      *---- ICMS-ST POR UF (APURST.SDI - SEF183): E200/E210 PARA CADA
      *---- UF COM RETENCAO, DEVOLUCAO OU SALDO CREDOR TRANSPORTADO
      *
       P330-APURST.
           MOVE     "N"            TO    WK-FIMAST.
           OPEN     INPUT     APURST.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P330-APURST-FIM.
           MOVE     LK-LOJA        TO    AST-LOJA.
           MOVE     LK-COMPET      TO    AST-COMPET.
           MOVE     LOW-VALUES     TO    AST-UF.
           START    APURST    KEY  NOT <  AST-CHAVE
                    INVALID  KEY
                    CLOSE  APURST
                    GO TO P330-APURST-FIM.
       P331-LEST.
           READ     APURST    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMAST.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMAST.
           IF       WK-FIMAST  =  "N"
               AND  (AST-LOJA  NOT =  LK-LOJA
                OR   AST-COMPET  NOT =  LK-COMPET)
                    MOVE  "S"  TO  WK-FIMAST.
           IF       WK-FIMAST  =  "S"
                    CLOSE  APURST
                    GO TO P330-APURST-FIM.
           IF       AST-ST-SALDOANT  =  ZEROS
               AND  AST-ST-DEBITOS   =  ZEROS
               AND  AST-ST-CREDITOS  =  ZEROS
                    GO TO P331-LEST.
           PERFORM  P335-REGE200   THRU  P335-REGE200-FIM.
           GO  TO   P331-LEST.
       P330-APURST-FIM.
           EXIT.
      *
      *    E210: SALDO CREDOR ANTERIOR, DEVOLUCOES, RETENCAO, SALDO
      *    DEVEDOR, ICMS-ST A RECOLHER E SALDO CREDOR A TRANSPORTAR;
      *    RESSARCIMENTOS, OUTROS CREDITOS/DEBITOS, AJUSTES, DEDUCOES
      *    E DEBITOS ESPECIAIS NAO SAO CONTROLADOS (ZERADOS)
      *
       P335-REGE200.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|E200|"               DELIMITED BY SIZE
                    AST-UF                   DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    WK-DTINI                 DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    WK-DTFIM                 DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTE200  WK-QTBLOCE.
      *
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           IF       AST-ST-DEBITOS  =  ZEROS
               AND  AST-ST-CREDITOS  =  ZEROS
                    STRING  "|E210|0|"      DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR
           ELSE
                    STRING  "|E210|1|"      DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     AST-ST-SALDOANT  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     AST-ST-CREDITOS  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           MOVE     AST-ST-DEBITOS   TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           MOVE     AST-ST-SALDODEV  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           MOVE     AST-ST-SALDODEV  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     AST-ST-SALDOCRED TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTE210  WK-QTBLOCE.
       P335-REGE200-FIM.
           EXIT.
      *
      *---- DIFAL E FCP POR UF (APURST.SDI - SEF183): E300/E310 PARA
      *---- CADA UF COM MOVIMENTO OU SALDO CREDOR TRANSPORTADO
      *
       P340-APURDF.
           MOVE     "N"            TO    WK-FIMAST.
           OPEN     INPUT     APURST.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P340-APURDF-FIM.
           MOVE     LK-LOJA        TO    AST-LOJA.
           MOVE     LK-COMPET      TO    AST-COMPET.
           MOVE     LOW-VALUES     TO    AST-UF.
           START    APURST    KEY  NOT <  AST-CHAVE
                    INVALID  KEY
                    CLOSE  APURST
                    GO TO P340-APURDF-FIM.
       P341-LEDF.
           READ     APURST    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMAST.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMAST.
           IF       WK-FIMAST  =  "N"
               AND  (AST-LOJA  NOT =  LK-LOJA
                OR   AST-COMPET  NOT =  LK-COMPET)
                    MOVE  "S"  TO  WK-FIMAST.
           IF       WK-FIMAST  =  "S"
                    CLOSE  APURST
                    GO TO P340-APURDF-FIM.
           IF       AST-DF-SALDOANT   =  ZEROS
               AND  AST-DF-DEBITOS    =  ZEROS
               AND  AST-DF-CREDITOS   =  ZEROS
               AND  AST-FCP-SALDOANT  =  ZEROS
               AND  AST-FCP-DEBITOS   =  ZEROS
               AND  AST-FCP-CREDITOS  =  ZEROS
                    GO TO P341-LEDF.
           PERFORM  P345-REGE300   THRU  P345-REGE300-FIM.
           GO  TO   P341-LEDF.
       P340-APURDF-FIM.
           EXIT.
      *
      *    E310: DIFAL (10 CAMPOS) SEGUIDO DO FCP (10 CAMPOS) - SALDO
      *    CREDOR ANTERIOR, DEBITOS, OUTROS DEBITOS, CREDITOS
      *    (DEVOLUCOES), OUTROS CREDITOS, SALDO DEVEDOR, DEDUCOES,
      *    A RECOLHER, SALDO CREDOR A TRANSPORTAR E DEBITOS ESPECIAIS
      *
       P345-REGE300.
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           STRING   "|E300|"               DELIMITED BY SIZE
                    AST-UF                   DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    WK-DTINI                 DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    WK-DTFIM                 DELIMITED BY SIZE
                    "|"                      DELIMITED BY SIZE
                    INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTE300  WK-QTBLOCE.
      *
           MOVE     SPACES         TO    WK-LINHA.
           MOVE     1              TO    WK-PTR.
           IF       AST-DF-DEBITOS   =  ZEROS
               AND  AST-DF-CREDITOS  =  ZEROS
               AND  AST-FCP-DEBITOS  =  ZEROS
               AND  AST-FCP-CREDITOS =  ZEROS
                    STRING  "|E310|0|"      DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR
           ELSE
                    STRING  "|E310|1|"      DELIMITED BY SIZE
                            INTO  WK-LINHA  WITH  POINTER  WK-PTR.
           MOVE     AST-DF-SALDOANT  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     AST-DF-DEBITOS   TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           MOVE     AST-DF-CREDITOS  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           MOVE     AST-DF-SALDODEV  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           MOVE     AST-DF-SALDODEV  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     AST-DF-SALDOCRED TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
      *
           MOVE     AST-FCP-SALDOANT  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     AST-FCP-DEBITOS   TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           MOVE     AST-FCP-CREDITOS  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           MOVE     AST-FCP-SALDODEV  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           MOVE     AST-FCP-SALDODEV  TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           MOVE     AST-FCP-SALDOCRED TO  WK-VALOR.
           PERFORM  P810-CAMPOVLR  THRU  P810-CAMPOVLR-FIM.
           PERFORM  P815-CAMPOZERO THRU  P815-CAMPOZERO-FIM.
           PERFORM  P800-GRAVA     THRU  P800-GRAVA-FIM.
           ADD      1   TO   WK-QTE310  WK-QTBLOCE.
       P345-REGE300-FIM.
           EXIT.
      *
      *---- BLOCO H - INVENTARIO FISICO (INVENTxx.SDI)
      *---- H005/H010 SOMENTE QUANDO EXISTE INVENTARIO COM DATA
      *---- DENTRO DA COMPETENCIA GERADA
           ADD      1   TO   WK-QT9001  WK-QTBLOC9.
      *
      *    UM REGISTRO 9900 PARA CADA TIPO DE REGISTRO GERADO,
      *    INCLUSIVE OS DO PROPRIO BLOCO 9 (27 TIPOS FIXOS)
      *
           MOVE     27             TO    WK-QT9900.
           ADD      27             TO    WK-QTBLOC9.
           MOVE     1              TO    WK-QT9990  WK-QT9999.
           ADD      2              TO    WK-QTBLOC9.
      *
           MOVE     WK-QT0001  TO  WK-QTED.
           MOVE     "0001"     TO  WK-CAMPO.
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
           MOVE     WK-QTE110  TO  WK-QTED.
           MOVE     "E110"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTE200  TO  WK-QTED.
           MOVE     "E200"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTE210  TO  WK-QTED.
           MOVE     "E210"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTE300  TO  WK-QTED.
           MOVE     "E300"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTE310  TO  WK-QTED.
           MOVE     "E310"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
           MOVE     WK-QTE990  TO  WK-QTED.
           MOVE     "E990"     TO  WK-CAMPO.
           PERFORM  P420-UM9900    THRU  P420-UM9900-FIM.
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
