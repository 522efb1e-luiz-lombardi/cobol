      *                             DO INVENTxx.SDI DE CADA FILIAL,    *
      *                             QUANDO A DATA DO INVENTARIO CAI    *
      *                             NA COMPETENCIA GERADA              *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             REGISTRO 50 COM SITUACAO 4 PARA    *
      *                             CADA NUMERO INUTILIZADO PELA       *
      *                             FILIAL NA COMPETENCIA (NUMSAIxx)   *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS INV-CHAVE.
      *
      *
      *    FAIXAS INUTILIZADAS DAS NOTAS DE SAIDA DA FILIAL (SEF188)
      *
           SELECT NUMSAI  ASSIGN TO WK-NUMSAI
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS NUM-CHAVE.
      *
           SELECT ARQSINT ASSIGN TO "SINTCONS.TXT"
                  ORGANIZATION   IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
       01  INV-REG.
           COPY    "SDICINV.CPY".
      *
       FD  NUMSAI
           LABEL RECORDS ARE STANDARD.
       01  NUM-REG.
           COPY    "SDICNUM.CPY".
      *
       FD  ARQSINT
           LABEL RECORDS ARE STANDARD.
           03  FILLER              PIC X(06) VALUE "INVENT".
           03  WK-INVENTLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
       01  WK-NUMSAI.
           03  FILLER              PIC X(06) VALUE "NUMSAI".
           03  WK-NUMSAILJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
      *    NUMERO CORRENTE DA FAIXA INUTILIZADA (UM REGISTRO 50 CADA)
       01  WK-NUMINUT              PIC 9(06)     VALUE ZEROS.
      *
      *    "S" = NFITENSxx.SDI DA FILIAL CORRENTE ABERTO (FILIAL SEM
      *    DETALHE DE ITENS CONTINUA GERANDO SOMENTE O REGISTRO 50)
           IF       PARAM-LJCONS  =  "S"
                    GO TO P201-PROXLOJA.
           MOVE     PARAM-NR       TO    WK-NOTFISLJ  WK-MAPPDVLJ
                                         WK-NFITENSLJ WK-INVENTLJ
                                         WK-NUMSAILJ.
           PERFORM  P210-NOTAS     THRU  P210-NOTAS-FIM.
           PERFORM  P230-INUTIL    THRU  P230-INUTIL-FIM.
           PERFORM  P250-MAPAS     THRU  P250-MAPAS-FIM.
           PERFORM  P260-INVENT    THRU  P260-INVENT-FIM.
           GO  TO   P201-PROXLOJA.
       P210-NOTAS-FIM.
           EXIT.
      *
      *---- REGISTROS 50 DOS NUMEROS INUTILIZADOS PELA FILIAL NA
      *---- COMPETENCIA (DATA DA INUTILIZACAO): UM POR NUMERO, COM O
      *---- CGC/IE/UF DA PROPRIA FILIAL, VALORES ZERADOS E SITUACAO
      *---- "4" (NUMERACAO INUTILIZADA)
      *
       P230-INUTIL.
           OPEN     INPUT     NUMSAI.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P230-INUTIL-FIM.
       P231-LEFAIXA.
           READ     NUMSAI    NEXT  RECORD
                    AT END
                    CLOSE  NUMSAI
                    GO TO P230-INUTIL-FIM.
           IF       WK-STATUS  NOT =  "00"
                    CLOSE  NUMSAI
                    GO TO P230-INUTIL-FIM.
           IF       NUM-TIPO  NOT =  "I"
               OR   NUM-DTINUT (3:2)  NOT =  LK-COMPET-MM
               OR   NUM-DTINUT (5:4)  NOT =  LK-COMPET-AAAA
                    GO TO P231-LEFAIXA.
           MOVE     NUM-DTINUT (5:4)  TO  WK-DTSINT-AA.
           MOVE     NUM-DTINUT (3:2)  TO  WK-DTSINT-MM.
           MOVE     NUM-DTINUT (1:2)  TO  WK-DTSINT-DD.
           MOVE     WK-DTSINT      TO    WK-REG50-DATA.
           MOVE     PARAM-CGC      TO    WK-REG50-CGC.
           MOVE     PARAM-IE       TO    WK-REG50-IE.
           MOVE     PARAM-UF       TO    WK-REG50-UF.
           MOVE     NUM-MODELO     TO    WK-REG50-MODELO.
           IF       NUM-MODELO  =  ZEROS
                    MOVE  55  TO  WK-REG50-MODELO.
           MOVE     NUM-SERIE      TO    WK-REG50-SERIE.
           MOVE     ZEROS          TO    WK-REG50-CFOP  WK-REG50-VLR
                                         WK-REG50-BASE  WK-REG50-ICMS
                                         WK-REG50-ISEN  WK-REG50-OUTR
                                         WK-REG50-ALIQ.
           MOVE     "P"            TO    WK-REG50-EMIT.
           MOVE     "4"            TO    WK-REG50-SIT.
           MOVE     NUM-NUMERO     TO    WK-NUMINUT.
       P232-UMNUMERO.
           IF       WK-NUMINUT  >  NUM-NUMFIM
                    GO TO P231-LEFAIXA.
           MOVE     WK-NUMINUT     TO    WK-REG50-NUMERO.
           WRITE    SINT-REG  FROM  WK-REG50.
           ADD      1              TO    WK-QTREG.
           IF       WK-NUMINUT  NOT <  NUM-NUMFIM
                    GO TO P231-LEFAIXA.
           ADD      1              TO    WK-NUMINUT.
           GO  TO   P232-UMNUMERO.
       P230-INUTIL-FIM.
           EXIT.
      *
      *---- REGISTROS 54 - ITENS DA NOTA CORRENTE (NFITENSxx.SDI)
      *
       P220-ITENS.
