      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF190.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        GERACAO DAS GUIAS DE RECOLHIMENTO  *
      *                             DO ICMS DA COMPETENCIA (GUIAS.SDI) *
      *                             A PARTIR DO SALDO A RECOLHER DO    *
      *                             ICMS PROPRIO (APURICMS.SDI) E DO   *
      *                             ST / DIFAL / FCP DE CADA UF        *
      *                             (APURST.SDI). VENCIMENTO NO DIA DA *
      *                             LOJA (PARAM-DIAVENC) DO MES        *
      *                             SEGUINTE. GUIAS EM ABERTO SAO      *
      *                             REFEITAS A CADA APURACAO; GUIA JA  *
      *                             PAGA SO TEM O VALOR ATUALIZADO.    *
      *                             CHAMADO APOS O SEF183 (OPCAO 15 E  *
      *                             TAREFA 15 DO BATCH) E APOS OS      *
      *                             LANCAMENTOS DE AJUSTE (SEF171)     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF190.
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
           SELECT APURICMS ASSIGN TO "APURICMS.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
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
           SELECT GUIAS   ASSIGN TO "GUIAS.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS GUI-CHAVE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARQPARAM
           LABEL RECORDS ARE STANDARD.
       01  PARAM-LOJA.
           COPY    "SDIC4F01.CPY".
      *
       FD  APURICMS
           LABEL RECORDS ARE STANDARD.
       01  APU-REG.
           COPY    "SDICAPU.CPY".
      *
       FD  APURST
           LABEL RECORDS ARE STANDARD.
       01  AST-REG.
           COPY    "SDICAST.CPY".
      *
       FD  GUIAS
           LABEL RECORDS ARE STANDARD.
       01  GUI-REG.
           COPY    "SDICGUI.CPY".
      *
       WORKING-STORAGE SECTION.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       77  WK-FIMARQ               PIC X(01)     VALUE "N".
       77  WK-PARAMCOD             PIC 9(05)     VALUE ZEROS.
       01  WK-DATA                 PIC 9(08)     VALUE ZEROS.
       01  WK-UFLOJA               PIC X(02)     VALUE SPACES.
       01  WK-DIAVENC              PIC 9(02)     VALUE ZEROS.
      *
      *---- GUIA A GRAVAR (P400-GUIA)
      *
       01  WK-TIPO                 PIC X(01)     VALUE SPACES.
       01  WK-UF                   PIC X(02)     VALUE SPACES.
       01  WK-VALOR                PIC 9(11)V99  VALUE ZEROS.
      *
      *---- VENCIMENTO (DDMMAAAA) E DATA AUXILIAR AAAAMMDD PARA O
      *---- ULTIMO DIA DO MES DE VENCIMENTO
      *
       01  WK-DTVENC.
           03  WK-DTVENC-DD        PIC 9(02)     VALUE ZEROS.
           03  WK-DTVENC-MM        PIC 9(02)     VALUE ZEROS.
           03  WK-DTVENC-AA        PIC 9(04)     VALUE ZEROS.
       01  WK-DTVENC-N             REDEFINES     WK-DTVENC
                                   PIC 9(08).
       01  WK-DTAMD                PIC 9(08)     VALUE ZEROS.
       01  FILLER                  REDEFINES     WK-DTAMD.
           03  WK-DTAMD-AAAA       PIC 9(04).
           03  WK-DTAMD-MM         PIC 9(02).
           03  WK-DTAMD-DD         PIC 9(02).
       01  WK-DIAINT               PIC 9(07)     VALUE ZEROS.
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
           MOVE     LK-CHAIN-DD    TO    WK-DATA (1:2).
           MOVE     LK-CHAIN-MM    TO    WK-DATA (3:2).
           MOVE     LK-CHAIN-SC    TO    WK-DATA (5:2).
           MOVE     LK-CHAIN-AA    TO    WK-DATA (7:2).
      *
           PERFORM  P010-PARAM     THRU  P010-PARAM-FIM.
           IF       RETURN-CODE  NOT =  ZERO
                    GO TO P001-FIM.
           PERFORM  P020-VENCTO    THRU  P020-VENCTO-FIM.
      *
           OPEN     I-O       GUIAS.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    GUIAS
                    CLOSE    GUIAS
                    OPEN     I-O       GUIAS
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P100-LIMPA     THRU  P100-LIMPA-FIM.
           PERFORM  P200-PROPRIO   THRU  P200-PROPRIO-FIM.
           IF       RETURN-CODE  =  ZERO
                    PERFORM  P300-ST  THRU  P300-ST-FIM.
           CLOSE    GUIAS.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- UF DA LOJA E DIA DE VENCIMENTO (CADPARM.SDI)
      *
       P010-PARAM.
           OPEN     INPUT     ARQPARAM.
           IF       WK-STATUS NOT  =   ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P010-PARAM-FIM.
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
                    GO TO P010-PARAM-FIM.
           READ     ARQPARAM  INVALID  KEY
                    GO TO P011-PROCLOJA.
           IF       PARAM-NR  NOT =  LK-LOJA
                    GO TO P011-PROCLOJA.
           MOVE     PARAM-UF       TO    WK-UFLOJA.
           MOVE     10             TO    WK-DIAVENC.
           IF       PARAM-DIAVENC  NUMERIC
               AND  PARAM-DIAVENC  >  ZEROS
               AND  PARAM-DIAVENC  <  32
                    MOVE  PARAM-DIAVENC  TO  WK-DIAVENC.
           CLOSE    ARQPARAM.
       P010-PARAM-FIM.
           EXIT.
      *
      *---- VENCIMENTO: DIA DA LOJA NO MES SEGUINTE A COMPETENCIA,
      *---- LIMITADO AO ULTIMO DIA DO MES (DIA 30/31 EM FEVEREIRO)
      *
       P020-VENCTO.
           MOVE     LK-COMPET-AAAA TO    WK-DTVENC-AA.
           IF       LK-COMPET-MM  =  12
                    MOVE  01  TO  WK-DTVENC-MM
                    ADD   1   TO  WK-DTVENC-AA
           ELSE
                    ADD   1   LK-COMPET-MM  GIVING  WK-DTVENC-MM.
           MOVE     WK-DIAVENC     TO    WK-DTVENC-DD.
           IF       WK-DIAVENC  NOT >  28
                    GO TO P020-VENCTO-FIM.
      *
      *    ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE
      *
           MOVE     WK-DTVENC-AA   TO    WK-DTAMD-AAAA.
           MOVE     01             TO    WK-DTAMD-DD.
           IF       WK-DTVENC-MM  =  12
                    MOVE  01  TO  WK-DTAMD-MM
                    ADD   1   TO  WK-DTAMD-AAAA
           ELSE
                    ADD   1   WK-DTVENC-MM  GIVING  WK-DTAMD-MM.
           COMPUTE  WK-DIAINT  =  FUNCTION INTEGER-OF-DATE (WK-DTAMD)
                                  - 1.
           MOVE     FUNCTION DATE-OF-INTEGER (WK-DIAINT)  TO  WK-DTAMD.
           IF       WK-DIAVENC  >  WK-DTAMD-DD
                    MOVE  WK-DTAMD-DD  TO  WK-DTVENC-DD.
       P020-VENCTO-FIM.
           EXIT.
      *
      *---- GUIAS AINDA EM ABERTO DA COMPETENCIA SAO DESCARTADAS E
      *---- REFEITAS PELA APURACAO ATUAL (UMA UF QUE DEIXOU DE TER
      *---- SALDO NAO FICA COM GUIA SOBRANDO); AS PAGAS FICAM
      *
       P100-LIMPA.
           MOVE     LK-LOJA        TO    GUI-LOJA.
           MOVE     LK-COMPET      TO    GUI-COMPET.
           MOVE     LOW-VALUES     TO    GUI-TIPO  GUI-UF.
           START    GUIAS     KEY  NOT <  GUI-CHAVE
                    INVALID  KEY
                    GO TO P100-LIMPA-FIM.
       P101-LEGUIA.
           READ     GUIAS     NEXT  RECORD
                    AT END
                    GO TO P100-LIMPA-FIM.
           IF       WK-STATUS  NOT =  "00"
               OR   GUI-LOJA   NOT =  LK-LOJA
               OR   GUI-COMPET NOT =  LK-COMPET
                    GO TO P100-LIMPA-FIM.
           IF       GUI-SITUACAO  NOT =  "P"
                    DELETE  GUIAS.
           GO  TO   P101-LEGUIA.
       P100-LIMPA-FIM.
           EXIT.
      *
      *---- ICMS PROPRIO: SALDO DEVEDOR DO LIVRO APURICMS.SDI
      *
       P200-PROPRIO.
           OPEN     INPUT     APURICMS.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P200-PROPRIO-FIM.
           MOVE     LK-LOJA        TO    APU-LOJA.
           MOVE     LK-COMPET      TO    APU-COMPET.
           READ     APURICMS  INVALID  KEY
                    CLOSE  APURICMS
                    GO TO P200-PROPRIO-FIM.
           MOVE     "P"            TO    WK-TIPO.
           MOVE     WK-UFLOJA      TO    WK-UF.
           MOVE     APU-SALDODEV   TO    WK-VALOR.
           CLOSE    APURICMS.
           PERFORM  P400-GUIA      THRU  P400-GUIA-FIM.
       P200-PROPRIO-FIM.
           EXIT.
      *
      *---- ST / DIFAL / FCP: SALDO A RECOLHER DE CADA UF DO LIVRO
      *---- APURST.SDI (SEM O LIVRO NAO HA GUIA DESSES IMPOSTOS)
      *
       P300-ST.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     APURST.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P300-ST-FIM.
           MOVE     LK-LOJA        TO    AST-LOJA.
           MOVE     LK-COMPET      TO    AST-COMPET.
           MOVE     LOW-VALUES     TO    AST-UF.
           START    APURST    KEY  NOT <  AST-CHAVE
                    INVALID  KEY
                    CLOSE  APURST
                    GO TO P300-ST-FIM.
       P301-LEUF.
           READ     APURST    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "N"
               AND  (AST-LOJA  NOT =  LK-LOJA
                OR   AST-COMPET  NOT =  LK-COMPET)
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    CLOSE  APURST
                    GO TO P300-ST-FIM.
           MOVE     AST-UF         TO    WK-UF.
           MOVE     "S"            TO    WK-TIPO.
           MOVE     AST-ST-SALDODEV    TO  WK-VALOR.
           PERFORM  P400-GUIA      THRU  P400-GUIA-FIM.
           MOVE     "D"            TO    WK-TIPO.
           MOVE     AST-DF-SALDODEV    TO  WK-VALOR.
           PERFORM  P400-GUIA      THRU  P400-GUIA-FIM.
           MOVE     "F"            TO    WK-TIPO.
           MOVE     AST-FCP-SALDODEV   TO  WK-VALOR.
           PERFORM  P400-GUIA      THRU  P400-GUIA-FIM.
           IF       RETURN-CODE  NOT =  ZERO
                    CLOSE  APURST
                    GO TO P300-ST-FIM.
           GO  TO   P301-LEUF.
       P300-ST-FIM.
           EXIT.
      *
      *---- GRAVA A GUIA WK-TIPO / WK-UF COM WK-VALOR. GUIA PAGA SO
      *---- RECEBE O VALOR ATUALIZADO (O RELATORIO APONTA DIFERENCA)
      *
       P400-GUIA.
           MOVE     LK-LOJA        TO    GUI-LOJA.
           MOVE     LK-COMPET      TO    GUI-COMPET.
           MOVE     WK-TIPO        TO    GUI-TIPO.
           MOVE     WK-UF          TO    GUI-UF.
           READ     GUIAS.
           IF       WK-STATUS  =  "00"
                    MOVE  WK-VALOR  TO  GUI-VALOR
                    REWRITE  GUI-REG
                    GO TO P410-RESULTADO.
           IF       WK-VALOR  =  ZEROS
                    GO TO P400-GUIA-FIM.
           INITIALIZE  GUI-REG.
           MOVE     LK-LOJA        TO    GUI-LOJA.
           MOVE     LK-COMPET      TO    GUI-COMPET.
           MOVE     WK-TIPO        TO    GUI-TIPO.
           MOVE     WK-UF          TO    GUI-UF.
           MOVE     WK-VALOR       TO    GUI-VALOR.
           MOVE     WK-DTVENC-N    TO    GUI-DTVENC.
           MOVE     "A"            TO    GUI-SITUACAO.
           MOVE     WK-DATA        TO    GUI-DTGER.
           WRITE    GUI-REG.
       P410-RESULTADO.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE.
       P400-GUIA-FIM.
           EXIT.
      *
      *---- FIM DO PROGRAMA
      *
