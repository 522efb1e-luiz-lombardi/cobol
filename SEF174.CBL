      *                             EM RELVALID.REL; RETURN-CODE 8     *
      *                             QUANDO HA DIVERGENCIA (O BATCH     *
      *                             GERA-E-VALIDA PARA NO ERRO)        *
      *                             TIPO "C": RELE A EFD-CONTRIBUICOES *
      *                             (EFDCONxx.TXT), RECONTA OS BLOCOS  *
      *                             0/A/C/D/M/9 E CONFERE O BLOCO M    *
      *                             COM OS ITENS (C170) E MAPAS (C491/ *
      *                             C495) DO PROPRIO ARQUIVO           *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        02/09/2026     POR: LUIZ           *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             BLOCO 0 DO SPED CONTA TAMBEM OS    *
      *                             REGISTROS 0150, 0190 E 0200        *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             BLOCO E CONFERE TAMBEM OS          *
      *                             REGISTROS E200/E210/E300/E310      *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             TIPO C VALIDA A EFD-CONTRIBUICOES  *
      *                             (EFDCONxx.TXT GERADO PELO SEF185)  *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             NUMEROS INUTILIZADOS (NUMSAIxx.SDI)*
      *                             ENTRAM NA CONTAGEM DE NOTAS DO     *
      *                             SPED E DO SINTEGRA CONSOLIDADO     *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS APU-CHAVE.
      *
      *
      *    FAIXAS INUTILIZADAS DAS NOTAS DE SAIDA (SEF188.EXE): CADA
      *    NUMERO SAI COMO C100 (COD_SIT 05) NO SPED E COMO REGISTRO
      *    50 (SITUACAO 4) NO SINTEGRA CONSOLIDADO
      *
           SELECT NUMSAI  ASSIGN TO WK-NUMSAI
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS NUM-CHAVE.
      *
           SELECT RELSAI  ASSIGN TO "RELVALID.REL"
                  ORGANIZATION   IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
       01  APU-REG.
           COPY    "SDICAPU.CPY".
      *
       FD  NUMSAI
           LABEL RECORDS ARE STANDARD.
       01  NUM-REG.
           COPY    "SDICNUM.CPY".
      *
       FD  RELSAI
           LABEL RECORDS ARE STANDARD.
       77  WK-FIMARQ               PIC X(01)     VALUE "N".
       77  WK-LJCONS               PIC X(01)     VALUE "N".
       77  WK-DIVERGE              PIC X(01)     VALUE "N".
      *    REGIME PIS/COFINS DA LOJA (SO NO TIPO "C"): "N" =
      *    NAO-CUMULATIVO ESCRITURA TAMBEM AS NOTAS DE ENTRADA
       77  WK-REGPIS               PIC X(01)     VALUE "C".
      *    IND_OPER DO ULTIMO C100 LIDO ("0" = ENTRADA / "1" = SAIDA)
       77  WK-INDOPER              PIC X(01)     VALUE SPACES.
       77  WK-I1                   PIC 9(03)     VALUE ZEROS.
       77  WK-I2                   PIC 9(03)     VALUE ZEROS.
       01  WK-NOTFIS.
           03  FILLER              PIC X(06) VALUE "MAPPDV".
           03  WK-MAPPDVLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-NUMSAI.
           03  FILLER              PIC X(06) VALUE "NUMSAI".
           03  WK-NUMSAILJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-ARQGER               PIC X(12)     VALUE SPACES.
       01  WK-ARQSPED.
           03  FILLER              PIC X(06) VALUE "SPEDFI".
           03  FILLER              PIC X(06) VALUE "SINTEG".
           03  WK-ARQSINTLJ        PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".TXT".
       01  WK-ARQCONT.
           03  FILLER              PIC X(06) VALUE "EFDCON".
           03  WK-ARQCONTLJ        PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".TXT".
      *
      *---- CONTAGENS POR TIPO DE REGISTRO DO ARQUIVO GERADO
      *
           03  WK-DEC-E110CRE      PIC 9(13)V99  VALUE ZEROS.
           03  WK-DEC-VLR50        PIC 9(13)V99  VALUE ZEROS.
           03  WK-DEC-VLR60        PIC 9(13)V99  VALUE ZEROS.
           03  WK-DEC-A990         PIC 9(07)     VALUE ZEROS.
           03  WK-DEC-D990         PIC 9(07)     VALUE ZEROS.
           03  WK-DEC-M990         PIC 9(07)     VALUE ZEROS.
           03  WK-DEC-M100         PIC 9(13)V99  VALUE ZEROS.
           03  WK-DEC-M210         PIC 9(13)V99  VALUE ZEROS.
           03  WK-DEC-M500         PIC 9(13)V99  VALUE ZEROS.
           03  WK-DEC-M610         PIC 9(13)V99  VALUE ZEROS.
      *
      *---- SOMAS DOS DOCUMENTOS DA EFD-CONTRIBUICOES (C170 E C491/
      *---- C495) PARA CONFERIR O BLOCO M DO PROPRIO ARQUIVO
      *
       01  WK-SOMACONT.
           03  WK-SOM-PIS          PIC 9(13)V99  VALUE ZEROS.
           03  WK-SOM-COF          PIC 9(13)V99  VALUE ZEROS.
           03  WK-SOM-CREDPIS      PIC 9(13)V99  VALUE ZEROS.
           03  WK-SOM-CREDCOF      PIC 9(13)V99  VALUE ZEROS.
           03  WK-SOM-VLRMAPAS     PIC 9(13)V99  VALUE ZEROS.
           03  WK-SOM-CST          PIC 9(02)     VALUE ZEROS.
       01  WK-QTLINHAS             PIC 9(08)     VALUE ZEROS.
      *
      *---- VALORES RECALCULADOS DO MOVIMENTO
       01  WK-CPO1                 PIC X(04)     VALUE SPACES.
       01  WK-CPO2                 PIC X(14)     VALUE SPACES.
       01  WK-CPO3                 PIC X(14)     VALUE SPACES.
      *    CAMPOS 2 A 15 DAS LINHAS DA EFD-CONTRIBUICOES
       01  WK-CPOTAB.
           03  WK-CPOC             PIC X(14)     OCCURS 14.
       01  WK-CAMPO                PIC X(14)     VALUE SPACES.
       01  WK-VALOR                PIC 9(13)V99  VALUE ZEROS.
       01  WK-INTTX                PIC X(11)     VALUE SPACES.
                                LK-COMPET.
       P001.
           MOVE     ZERO           TO    RETURN-CODE.
           IF       LK-TIPO  NOT = "T" AND "P" AND "C"
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           IF       LK-COMPET  NOT NUMERIC  OR  LK-COMPET = ZEROS
                    GO TO P001-FIM.
           PERFORM  P010-PARAM     THRU  P010-PARAM-FIM.
      *
           MOVE     LK-LOJA        TO    WK-ARQSPEDLJ  WK-ARQSINTLJ
                                         WK-ARQCONTLJ.
           IF       LK-TIPO  =  "P"
                    MOVE  WK-ARQSPED  TO  WK-ARQGER
           ELSE
           IF       LK-TIPO  =  "C"
                    MOVE  WK-ARQCONT  TO  WK-ARQGER
           ELSE
           IF       WK-LJCONS  =  "S"
                    MOVE  "SINTCONS.TXT"  TO  WK-ARQGER
           ELSE
           PERFORM  P300-RECALC    THRU  P300-RECALC-FIM.
           IF       LK-TIPO  =  "P"
                    PERFORM  P400-CONFSPED  THRU  P400-CONFSPED-FIM
           ELSE
           IF       LK-TIPO  =  "C"
                    PERFORM  P450-CONFCONT  THRU  P450-CONFCONT-FIM
           ELSE
                    PERFORM  P500-CONFSINT  THRU  P500-CONFSINT-FIM.
      *
           EXIT  PROGRAM.
      *
      *---- LOCALIZA A LOJA NO CADPARM (LJCONS DECIDE O ARQUIVO E O
      *---- ALCANCE DA RESSOMA DO SINTEGRA; REGPIS QUAIS NOTAS A
      *---- EFD-CONTRIBUICOES ESCRITURA)
      *
       P010-PARAM.
           MOVE     "N"            TO    WK-LJCONS.
           IF       PARAM-NR  NOT =  LK-LOJA
                    GO TO P011-PROCURA.
           MOVE     PARAM-LJCONS   TO    WK-LJCONS.
           IF       PARAM-REGPIS  =  "N"
                    MOVE  "N"  TO  WK-REGPIS.
           CLOSE    ARQPARAM.
       P010-PARAM-FIM.
           EXIT.
           ADD      1              TO    WK-QTLINHAS.
           IF       LK-TIPO  =  "P"
                    PERFORM  P110-LINSPED  THRU  P110-LINSPED-FIM
           ELSE
           IF       LK-TIPO  =  "C"
                    PERFORM  P130-LINCONT  THRU  P130-LINCONT-FIM
           ELSE
                    PERFORM  P120-LINSINT  THRU  P120-LINSINT-FIM.
           GO  TO   P101-LELINHA.
       P120-LINSINT-FIM.
           EXIT.
      *
      *---- UMA LINHA DA EFD-CONTRIBUICOES (CAMPOS DELIMITADOS POR
      *---- "|"; WK-CPOC (N) = CAMPO N+1 DO REGISTRO)
      *
       P130-LINCONT.
           MOVE     SPACES         TO    WK-CPO0  WK-CPO1  WK-CPOTAB.
           UNSTRING GER-REG   DELIMITED BY "|"
                    INTO  WK-CPO0      WK-CPO1
                          WK-CPOC (1)  WK-CPOC (2)  WK-CPOC (3)
                          WK-CPOC (4)  WK-CPOC (5)  WK-CPOC (6)
                          WK-CPOC (7)  WK-CPOC (8)  WK-CPOC (9)
                          WK-CPOC (10) WK-CPOC (11) WK-CPOC (12)
                          WK-CPOC (13) WK-CPOC (14).
           MOVE     WK-CPO1        TO    WK-TIPAUX.
           PERFORM  P200-ACUMTIP   THRU  P200-ACUMTIP-FIM.
           MOVE     WK-CPOC (1)    TO    WK-CPO2.
      *
           IF       WK-TIPAUX  =  "0990"
                    PERFORM  P210-CONVQT  THRU  P210-CONVQT-FIM
                    MOVE  WK-QTDECL  TO  WK-DEC-0990.
           IF       WK-TIPAUX  =  "A990"
                    PERFORM  P210-CONVQT  THRU  P210-CONVQT-FIM
                    MOVE  WK-QTDECL  TO  WK-DEC-A990.
           IF       WK-TIPAUX  =  "C990"
                    PERFORM  P210-CONVQT  THRU  P210-CONVQT-FIM
                    MOVE  WK-QTDECL  TO  WK-DEC-C990.
           IF       WK-TIPAUX  =  "D990"
                    PERFORM  P210-CONVQT  THRU  P210-CONVQT-FIM
                    MOVE  WK-QTDECL  TO  WK-DEC-D990.
           IF       WK-TIPAUX  =  "M990"
                    PERFORM  P210-CONVQT  THRU  P210-CONVQT-FIM
                    MOVE  WK-QTDECL  TO  WK-DEC-M990.
           IF       WK-TIPAUX  =  "9990"
                    PERFORM  P210-CONVQT  THRU  P210-CONVQT-FIM
                    MOVE  WK-QTDECL  TO  WK-DEC-9990.
           IF       WK-TIPAUX  =  "9999"
                    PERFORM  P210-CONVQT  THRU  P210-CONVQT-FIM
                    MOVE  WK-QTDECL  TO  WK-DEC-9999.
      *
           IF       WK-TIPAUX  =  "C100"
                    MOVE  WK-CPOC (1)  TO  WK-INDOPER.
           IF       WK-TIPAUX  =  "C170"
                    PERFORM  P135-ITEMCONT  THRU  P135-ITEMCONT-FIM.
           IF       WK-TIPAUX  =  "C491"
                    MOVE     WK-CPOC (4)  TO  WK-CAMPO
                    PERFORM  P220-CONVVLR THRU  P220-CONVVLR-FIM
                    ADD      WK-VALOR     TO  WK-SOM-VLRMAPAS
                    MOVE     WK-CPOC (9)  TO  WK-CAMPO
                    PERFORM  P220-CONVVLR THRU  P220-CONVVLR-FIM
                    ADD      WK-VALOR     TO  WK-SOM-PIS.
           IF       WK-TIPAUX  =  "C495"
                    MOVE     WK-CPOC (9)  TO  WK-CAMPO
                    PERFORM  P220-CONVVLR THRU  P220-CONVVLR-FIM
                    ADD      WK-VALOR     TO  WK-SOM-COF.
      *
      *    VALOR DO CREDITO (M100/M500) E CONTRIBUICAO APURADA
      *    (M210/M610) ESTAO NO CAMPO 7 DOS DOIS REGISTROS
      *
           IF       WK-TIPAUX  =  "M100"  OR  "M210"
                                  OR  "M500"  OR  "M610"
                    MOVE     WK-CPOC (7)  TO  WK-CAMPO
                    PERFORM  P220-CONVVLR THRU  P220-CONVVLR-FIM.
           IF       WK-TIPAUX  =  "M100"
                    ADD   WK-VALOR  TO  WK-DEC-M100.
           IF       WK-TIPAUX  =  "M210"
                    ADD   WK-VALOR  TO  WK-DEC-M210.
           IF       WK-TIPAUX  =  "M500"
                    ADD   WK-VALOR  TO  WK-DEC-M500.
           IF       WK-TIPAUX  =  "M610"
                    ADD   WK-VALOR  TO  WK-DEC-M610.
       P130-LINCONT-FIM.
           EXIT.
      *
      *---- ITEM C170: NAS SAIDAS O PIS/COFINS (CAMPOS 10 E 14) E'
      *---- CONTRIBUICAO; NAS ENTRADAS COM CST (CAMPOS 7 E 11) DE 50
      *---- A 56 E' CREDITO
      *
       P135-ITEMCONT.
           MOVE     WK-CPOC (10)   TO    WK-CAMPO.
           PERFORM  P220-CONVVLR   THRU  P220-CONVVLR-FIM.
           IF       WK-INDOPER  =  "1"
                    ADD   WK-VALOR  TO  WK-SOM-PIS
           ELSE
                    MOVE  ZEROS  TO  WK-SOM-CST
                    IF    WK-CPOC (7) (1:2)  NUMERIC
                          MOVE  WK-CPOC (7) (1:2)  TO  WK-SOM-CST
                    END-IF
                    IF    WK-SOM-CST  NOT <  50  AND  NOT >  56
                          ADD   WK-VALOR  TO  WK-SOM-CREDPIS
                    END-IF
           END-IF.
           MOVE     WK-CPOC (14)   TO    WK-CAMPO.
           PERFORM  P220-CONVVLR   THRU  P220-CONVVLR-FIM.
           IF       WK-INDOPER  =  "1"
                    ADD   WK-VALOR  TO  WK-SOM-COF
           ELSE
                    MOVE  ZEROS  TO  WK-SOM-CST
                    IF    WK-CPOC (11) (1:2)  NUMERIC
                          MOVE  WK-CPOC (11) (1:2)  TO  WK-SOM-CST
                    END-IF
                    IF    WK-SOM-CST  NOT <  50  AND  NOT >  56
                          ADD   WK-VALOR  TO  WK-SOM-CREDCOF
                    END-IF
           END-IF.
       P135-ITEMCONT-FIM.
           EXIT.
      *
      *---- ACUMULA O TIPO DE REGISTRO NA TABELA DE CONTAGENS
      *
       P200-ACUMTIP.
           IF       LK-TIPO  =  "T"  AND  WK-LJCONS  =  "S"
                    PERFORM  P310-TODASLOJAS  THRU  P310-TODASLOJAS-FIM
                    GO TO P300-RECALC-FIM.
           MOVE     LK-LOJA        TO    WK-NOTFISLJ  WK-MAPPDVLJ
                                         WK-NUMSAILJ.
           PERFORM  P320-UMALOJA   THRU  P320-UMALOJA-FIM.
           IF       LK-TIPO  =  "P"
                    PERFORM  P330-INUTIL  THRU  P330-INUTIL-FIM.
      *
      *    NO SPED O E110 PODE TER SAIDO DO LIVRO DE APURACAO
      *
                    GO TO P311-PROXLOJA.
           IF       PARAM-LJCONS  =  "S"
                    GO TO P311-PROXLOJA.
           MOVE     PARAM-NR       TO    WK-NOTFISLJ  WK-MAPPDVLJ
                                         WK-NUMSAILJ.
           PERFORM  P320-UMALOJA   THRU  P320-UMALOJA-FIM.
           PERFORM  P330-INUTIL    THRU  P330-INUTIL-FIM.
           GO  TO   P311-PROXLOJA.
       P310-TODASLOJAS-FIM.
           EXIT.
           IF       NF-DATA-MM  NOT =  LK-COMPET-MM
               OR   NF-DATA-AA  NOT =  LK-COMPET-AAAA
                    GO TO P321-LENOTA.
      *
      *    NA EFD-CONTRIBUICOES CUMULATIVA SO AS SAIDAS SAO ESCRITURADAS
      *
           IF       LK-TIPO  =  "C"  AND  WK-REGPIS  NOT =  "N"
               AND  NF-ES  NOT =  "S"
                    GO TO P321-LENOTA.
           ADD      1              TO    WK-REC-QTNOTAS.
           ADD      NF-VLRCONT     TO    WK-REC-VLRNOTAS.
           IF       NF-SITUACAO  NOT =  "C"
       P320-UMALOJA-FIM.
           EXIT.
      *
      *---- NUMEROS INUTILIZADOS NA COMPETENCIA (DATA DA INUTILIZACAO)
      *---- ENTRAM NA CONTAGEM DE NOTAS: UM DOCUMENTO POR NUMERO
      *
       P330-INUTIL.
           OPEN     INPUT     NUMSAI.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P330-INUTIL-FIM.
       P331-LEFAIXA.
           READ     NUMSAI    NEXT  RECORD
                    AT END
                    CLOSE  NUMSAI
                    GO TO P330-INUTIL-FIM.
           IF       WK-STATUS  NOT =  "00"
                    CLOSE  NUMSAI
                    GO TO P330-INUTIL-FIM.
           IF       NUM-TIPO  NOT =  "I"
               OR   NUM-DTINUT (3:2)  NOT =  LK-COMPET-MM
               OR   NUM-DTINUT (5:4)  NOT =  LK-COMPET-AAAA
               OR   NUM-NUMFIM  <  NUM-NUMERO
                    GO TO P331-LEFAIXA.
           COMPUTE  WK-REC-QTNOTAS  =  WK-REC-QTNOTAS
                                    +  NUM-NUMFIM  -  NUM-NUMERO  +  1.
           GO  TO   P331-LEFAIXA.
       P330-INUTIL-FIM.
           EXIT.
      *
      *---- O E110 GERADO PELO SEF153 SAI DO LIVRO DE APURACAO
      *---- QUANDO O REGISTRO DA COMPETENCIA EXISTE
      *
       P400-CONFSPED-FIM.
           EXIT.
      *
      *---- CONFERENCIAS DA EFD-CONTRIBUICOES
      *
       P450-CONFCONT.
      *
      *    TOTALIZADORES DE BLOCO X CONTAGEM REAL
      *
           MOVE     "BLOCO 0 (0990 X CONTADOS)"  TO  WK-RELLIN-MSG.
           MOVE     WK-DEC-0990    TO    WK-RELLIN-V1.
           PERFORM  P410-SOMABLOC0 THRU  P410-SOMABLOC0-FIM.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
           MOVE     "BLOCO A (A990 X CONTADOS)"  TO  WK-RELLIN-MSG.
           MOVE     WK-DEC-A990    TO    WK-RELLIN-V1.
           MOVE     ZEROS          TO    WK-VALOR.
           MOVE     "A001"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "A990"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
           MOVE     "BLOCO C (C990 X CONTADOS)"  TO  WK-RELLIN-MSG.
           MOVE     WK-DEC-C990    TO    WK-RELLIN-V1.
           PERFORM  P411-SOMABLOCC THRU  P411-SOMABLOCC-FIM.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
           MOVE     "BLOCO D (D990 X CONTADOS)"  TO  WK-RELLIN-MSG.
           MOVE     WK-DEC-D990    TO    WK-RELLIN-V1.
           MOVE     ZEROS          TO    WK-VALOR.
           MOVE     "D001"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "D990"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
           MOVE     "BLOCO M (M990 X CONTADOS)"  TO  WK-RELLIN-MSG.
           MOVE     WK-DEC-M990    TO    WK-RELLIN-V1.
           PERFORM  P415-SOMABLOCM THRU  P415-SOMABLOCM-FIM.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
           MOVE     "BLOCO 9 (9990 X CONTADOS)"  TO  WK-RELLIN-MSG.
           MOVE     WK-DEC-9990    TO    WK-RELLIN-V1.
           PERFORM  P414-SOMABLOC9 THRU  P414-SOMABLOC9-FIM.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
           MOVE     "TOTAL GERAL (9999 X LINHAS)"  TO  WK-RELLIN-MSG.
           MOVE     WK-DEC-9999    TO    WK-RELLIN-V1.
           MOVE     WK-QTLINHAS    TO    WK-VALOR.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
      *    DOCUMENTOS X MOVIMENTO
      *
           MOVE     "NOTAS (C100 X NOTFIS DO REGIME)" TO WK-RELLIN-MSG.
           MOVE     "C100"         TO    WK-TIPAUX.
           PERFORM  P420-BUSCATIP  THRU  P420-BUSCATIP-FIM.
           MOVE     WK-VALOR       TO    WK-RELLIN-V1.
           MOVE     WK-REC-QTNOTAS TO    WK-VALOR.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
           MOVE     "VALOR C491 X VLR CONTABIL MAPAS"
                    TO   WK-RELLIN-MSG.
           MOVE     WK-SOM-VLRMAPAS  TO  WK-RELLIN-V1.
           MOVE     WK-REC-VLRMAPAS  TO  WK-VALOR.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
      *    APURACAO DECLARADA (BLOCO M) X DOCUMENTOS DO ARQUIVO
      *
           MOVE     "PIS M210 X ITENS C170 + MAPAS C491"
                    TO   WK-RELLIN-MSG.
           MOVE     WK-DEC-M210    TO    WK-RELLIN-V1.
           MOVE     WK-SOM-PIS     TO    WK-VALOR.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
           MOVE     "COFINS M610 X ITENS C170 + MAPAS C495"
                    TO   WK-RELLIN-MSG.
           MOVE     WK-DEC-M610    TO    WK-RELLIN-V1.
           MOVE     WK-SOM-COF     TO    WK-VALOR.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
           MOVE     "CREDITO PIS M100 X ENTRADAS C170"
                    TO   WK-RELLIN-MSG.
           MOVE     WK-DEC-M100    TO    WK-RELLIN-V1.
           MOVE     WK-SOM-CREDPIS TO    WK-VALOR.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
      *
           MOVE     "CREDITO COFINS M500 X ENTRADAS C170"
                    TO   WK-RELLIN-MSG.
           MOVE     WK-DEC-M500    TO    WK-RELLIN-V1.
           MOVE     WK-SOM-CREDCOF TO    WK-VALOR.
           PERFORM  P490-RESULT    THRU  P490-RESULT-FIM.
       P450-CONFCONT-FIM.
           EXIT.
      *
      *---- SOMAS DAS CONTAGENS REAIS POR BLOCO (EM WK-VALOR)
      *---- (TIPOS QUE UM DOS ARQUIVOS NAO GERA SOMAM ZERO)
      *
       P410-SOMABLOC0.
           MOVE     ZEROS          TO    WK-VALOR.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "0001"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "0110"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "0140"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "0150"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "0190"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "0200"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "0990"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
       P410-SOMABLOC0-FIM.
           MOVE     ZEROS          TO    WK-VALOR.
           MOVE     "C001"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "C010"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "C100"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "C170"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "C405"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "C490"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "C491"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "C495"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "C990"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
       P411-SOMABLOCC-FIM.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "E110"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "E200"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "E210"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "E300"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "E310"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "E990"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
       P412-SOMABLOCE-FIM.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
       P414-SOMABLOC9-FIM.
           EXIT.
      *
       P415-SOMABLOCM.
           MOVE     ZEROS          TO    WK-VALOR.
           MOVE     "M001"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "M100"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "M200"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "M210"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "M500"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "M600"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "M610"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
           MOVE     "M990"  TO  WK-TIPAUX.
           PERFORM  P421-SOMATIP   THRU  P421-SOMATIP-FIM.
       P415-SOMABLOCM-FIM.
           EXIT.
      *
      *---- DEVOLVE EM WK-VALOR A CONTAGEM DE UM TIPO (ZERADA ANTES)
      *
