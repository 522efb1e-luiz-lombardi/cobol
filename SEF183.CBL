      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF183.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        APURACAO DO ICMS-ST, DO DIFAL E DO *
      *                             FCP DA COMPETENCIA POR UF, COM     *
      *                             GRAVACAO NO LIVRO PERSISTENTE      *
      *                             APURST.SDI (AO LADO DO             *
      *                             APURICMS.SDI). SAIDAS DEBITAM A UF *
      *                             DE DESTINO; DEVOLUCOES DE SAIDAS   *
      *                             CREDITAM A UF DE ORIGEM; DIFAL E   *
      *                             FCP DAS DEMAIS ENTRADAS DEBITAM A  *
      *                             UF DA LOJA. O SALDO CREDOR DE CADA *
      *                             UF NA COMPETENCIA ANTERIOR E'      *
      *                             TRANSPORTADO. ALIMENTA OS          *
      *                             REGISTROS E200/E210 E E300/E310 DO *
      *                             SPED (SEF153) E O RELATORIO        *
      *                             SEF184. RECUSA COMPETENCIA JA      *
      *                             ENCERRADA (CONSULTA SEF156.EXE)    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF183.
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
           SELECT APURST  ASSIGN TO "APURST.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS AST-CHAVE.
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
       FD  APURST
           LABEL RECORDS ARE STANDARD.
       01  AST-REG.
           COPY    "SDICAST.CPY".
      *
       WORKING-STORAGE SECTION.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       77  WK-FIMARQ               PIC X(01)     VALUE "N".
       77  WK-SITPER               PIC X(01)     VALUE "A".
       77  WK-PARAMCOD             PIC 9(05)     VALUE ZEROS.
       77  WK-I                    PIC 9(02)     VALUE ZEROS.
       01  WK-NOTFIS.
           03  FILLER              PIC X(06) VALUE "NOTFIS".
           03  WK-NOTFISLJ         PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
      *
       01  WK-UFLOJA               PIC X(02)     VALUE SPACES.
       01  WK-UFAUX                PIC X(02)     VALUE SPACES.
       01  WK-DEVOL                PIC X(01)     VALUE "N".
       01  WK-CFOGRP               PIC 9(01)     VALUE ZEROS.
       01  WK-CFORES               PIC 9(03)     VALUE ZEROS.
      *
      *---- MOVIMENTO DA COMPETENCIA POR UF (ST / DIFAL / FCP)
      *
       01  WK-TABUF.
           03  WK-UF-QT            PIC 9(02)     VALUE ZEROS.
           03  WK-UF-ITEM          OCCURS 30.
               05  WK-UF-SIGLA     PIC X(02).
               05  WK-UF-STANT     PIC 9(11)V99.
               05  WK-UF-STDEB     PIC 9(11)V99.
               05  WK-UF-STCRED    PIC 9(11)V99.
               05  WK-UF-DFANT     PIC 9(11)V99.
               05  WK-UF-DFDEB     PIC 9(11)V99.
               05  WK-UF-DFCRED    PIC 9(11)V99.
               05  WK-UF-FCPANT    PIC 9(11)V99.
               05  WK-UF-FCPDEB    PIC 9(11)V99.
               05  WK-UF-FCPCRED   PIC 9(11)V99.
      *
      *---- CALCULO DO SALDO DE CADA IMPOSTO (P320-SALDO)
      *
       01  WK-TOTDEB               PIC 9(13)V99  VALUE ZEROS.
       01  WK-TOTCRED              PIC 9(13)V99  VALUE ZEROS.
       01  WK-SALDODEV             PIC 9(11)V99  VALUE ZEROS.
       01  WK-SALDOCRED            PIC 9(11)V99  VALUE ZEROS.
      *
       01  WK-DTPRIM.
           03  WK-DTPRIM-DD        PIC 9(02)     VALUE ZEROS.
           03  WK-DTPRIM-MM        PIC 9(02)     VALUE ZEROS.
           03  WK-DTPRIM-AA        PIC 9(04)     VALUE ZEROS.
       01  WK-COMPANT.
           03  WK-COMPANT-AAAA     PIC 9(04)     VALUE ZEROS.
           03  WK-COMPANT-MM       PIC 9(02)     VALUE ZEROS.
       01  WK-DATA                 PIC 9(08)     VALUE ZEROS.
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
           MOVE     LK-LOJA        TO    WK-NOTFISLJ.
           MOVE     LK-CHAIN-DD    TO    WK-DATA (1:2).
           MOVE     LK-CHAIN-MM    TO    WK-DATA (3:2).
           MOVE     LK-CHAIN-SC    TO    WK-DATA (5:2).
           MOVE     LK-CHAIN-AA    TO    WK-DATA (7:2).
           MOVE     ZEROS          TO    WK-UF-QT.
      *
      *    COMPETENCIA ENCERRADA: O LIVRO DE APURACAO FICA CONGELADO
      *
           MOVE     01             TO    WK-DTPRIM-DD.
           MOVE     LK-COMPET-MM   TO    WK-DTPRIM-MM.
           MOVE     LK-COMPET-AAAA TO    WK-DTPRIM-AA.
           MOVE     "A"            TO    WK-SITPER.
           CALL     "SEF156.EXE"   USING LK-LOJA  WK-DTPRIM  WK-SITPER.
           CANCEL   "SEF156.EXE".
           IF       WK-SITPER  =  "F"
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
      *
           PERFORM  P010-PARAM     THRU  P010-PARAM-FIM.
           IF       RETURN-CODE  NOT =  ZERO
                    GO TO P001-FIM.
      *
           OPEN     I-O       APURST.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    APURST
                    CLOSE    APURST
                    OPEN     I-O       APURST
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P001-FIM.
           PERFORM  P200-ANTERIOR  THRU  P200-ANTERIOR-FIM.
           PERFORM  P100-NOTAS     THRU  P100-NOTAS-FIM.
           IF       RETURN-CODE  =  ZERO
                    PERFORM  P300-GRAVA  THRU  P300-GRAVA-FIM.
           CLOSE    APURST.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- UF DA LOJA (CADPARM.SDI) - DESTINO DO DIFAL/FCP DAS
      *---- ENTRADAS DE OUTRA UF
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
           CLOSE    ARQPARAM.
       P010-PARAM-FIM.
           EXIT.
      *
      *---- ST, DIFAL E FCP DAS NOTAS FISCAIS DA COMPETENCIA
      *
       P100-NOTAS.
           MOVE     "N"            TO    WK-FIMARQ.
           OPEN     INPUT     NOTFIS.
           IF       WK-STATUS  =  "35"
                    GO TO P100-NOTAS-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P100-NOTAS-FIM.
       P101-LENOTA.
           READ     NOTFIS    NEXT  RECORD
                    AT END
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "S"  TO  WK-FIMARQ.
           IF       WK-FIMARQ  =  "S"
                    CLOSE  NOTFIS
                    GO TO P100-NOTAS-FIM.
           IF       NF-DATA-MM  NOT =  LK-COMPET-MM
               OR   NF-DATA-AA  NOT =  LK-COMPET-AAAA
               OR   NF-SITUACAO  =  "C"
                    GO TO P101-LENOTA.
           IF       NF-VLRST  =  ZEROS  AND  NF-VLRDIFAL  =  ZEROS
               AND  NF-VLRFCP  =  ZEROS
                    GO TO P101-LENOTA.
           PERFORM  P110-ACUMULA   THRU  P110-ACUMULA-FIM.
           GO  TO   P101-LENOTA.
       P100-NOTAS-FIM.
           EXIT.
      *
      *    DEVOLUCAO DE VENDA (CFOP 1201-1209, 2201-2209, 1410-1411 E
      *    2410-2411) ESTORNA O DEBITO DA UF DE ORIGEM; NAS DEMAIS
      *    ENTRADAS O ST FOI RETIDO PELO FORNECEDOR E SO O DIFAL/FCP
      *    (USO, CONSUMO E ATIVO) E' DEVIDO A UF DA LOJA
      *
       P110-ACUMULA.
           MOVE     "N"            TO    WK-DEVOL.
           DIVIDE   NF-CFO  BY  1000  GIVING  WK-CFOGRP
                                      REMAINDER  WK-CFORES.
           IF       NF-ES  =  "E"
               AND  (WK-CFOGRP  =  1  OR  2)
               AND  ((WK-CFORES  NOT <  201  AND  NOT >  209)
                OR   WK-CFORES  =  410  OR  411)
                    MOVE  "S"  TO  WK-DEVOL.
      *
           IF       NF-ES  =  "S"  OR  WK-DEVOL  =  "S"
                    MOVE  NF-UF      TO  WK-UFAUX
           ELSE
                    MOVE  WK-UFLOJA  TO  WK-UFAUX.
           PERFORM  P150-LOCALIZA  THRU  P150-LOCALIZA-FIM.
           IF       WK-I  =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P110-ACUMULA-FIM.
      *
           IF       NF-ES  =  "S"
                    ADD  NF-VLRST     TO  WK-UF-STDEB (WK-I)
                    ADD  NF-VLRDIFAL  TO  WK-UF-DFDEB (WK-I)
                    ADD  NF-VLRFCP    TO  WK-UF-FCPDEB (WK-I)
                    GO TO P110-ACUMULA-FIM.
           IF       WK-DEVOL  =  "S"
                    ADD  NF-VLRST     TO  WK-UF-STCRED (WK-I)
                    ADD  NF-VLRDIFAL  TO  WK-UF-DFCRED (WK-I)
                    ADD  NF-VLRFCP    TO  WK-UF-FCPCRED (WK-I)
                    GO TO P110-ACUMULA-FIM.
           ADD      NF-VLRDIFAL    TO    WK-UF-DFDEB (WK-I).
           ADD      NF-VLRFCP      TO    WK-UF-FCPDEB (WK-I).
       P110-ACUMULA-FIM.
           EXIT.
      *
      *---- LOCALIZA (OU INCLUI) A UF WK-UFAUX NA TABELA - DEVOLVE A
      *---- POSICAO EM WK-I (ZEROS = TABELA CHEIA)
      *
       P150-LOCALIZA.
           MOVE     ZEROS          TO    WK-I.
       P151-PROCURA.
           ADD      1              TO    WK-I.
           IF       WK-I  >  WK-UF-QT
                    GO TO P152-INCLUI.
           IF       WK-UF-SIGLA (WK-I)  =  WK-UFAUX
                    GO TO P150-LOCALIZA-FIM.
           GO  TO   P151-PROCURA.
       P152-INCLUI.
           IF       WK-UF-QT  NOT <  30
                    MOVE  ZEROS  TO  WK-I
                    GO TO P150-LOCALIZA-FIM.
           ADD      1              TO    WK-UF-QT.
           MOVE     WK-UF-QT       TO    WK-I.
           INITIALIZE  WK-UF-ITEM (WK-I).
           MOVE     WK-UFAUX       TO    WK-UF-SIGLA (WK-I).
       P150-LOCALIZA-FIM.
           EXIT.
      *
      *---- SALDO CREDOR DE CADA UF TRANSPORTADO DA COMPETENCIA
      *---- ANTERIOR
      *
       P200-ANTERIOR.
           MOVE     LK-COMPET-AAAA TO    WK-COMPANT-AAAA.
           IF       LK-COMPET-MM  =  01
                    MOVE  12  TO  WK-COMPANT-MM
                    SUBTRACT  1  FROM  WK-COMPANT-AAAA
           ELSE
                    SUBTRACT  1  FROM  LK-COMPET-MM
                              GIVING  WK-COMPANT-MM.
           MOVE     LK-LOJA        TO    AST-LOJA.
           MOVE     WK-COMPANT     TO    AST-COMPET.
           MOVE     LOW-VALUES     TO    AST-UF.
           START    APURST    KEY  NOT <  AST-CHAVE
                    INVALID  KEY
                    GO TO P200-ANTERIOR-FIM.
       P201-LEANT.
           READ     APURST    NEXT  RECORD
                    AT END
                    GO TO P200-ANTERIOR-FIM.
           IF       WK-STATUS  NOT =  "00"
                    GO TO P200-ANTERIOR-FIM.
           IF       AST-LOJA  NOT =  LK-LOJA
               OR   AST-COMPET  NOT =  WK-COMPANT
                    GO TO P200-ANTERIOR-FIM.
           IF       AST-ST-SALDOCRED  =  ZEROS
               AND  AST-DF-SALDOCRED  =  ZEROS
               AND  AST-FCP-SALDOCRED =  ZEROS
                    GO TO P201-LEANT.
           MOVE     AST-UF         TO    WK-UFAUX.
           PERFORM  P150-LOCALIZA  THRU  P150-LOCALIZA-FIM.
           IF       WK-I  =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P200-ANTERIOR-FIM.
           MOVE     AST-ST-SALDOCRED   TO  WK-UF-STANT (WK-I).
           MOVE     AST-DF-SALDOCRED   TO  WK-UF-DFANT (WK-I).
           MOVE     AST-FCP-SALDOCRED  TO  WK-UF-FCPANT (WK-I).
           GO  TO   P201-LEANT.
       P200-ANTERIOR-FIM.
           EXIT.
      *
      *---- REGRAVA O LIVRO DA COMPETENCIA: APAGA OS REGISTROS DA
      *---- APURACAO ANTERIOR (UF QUE DEIXOU DE TER MOVIMENTO NAO
      *---- PODE FICAR) E GRAVA UM REGISTRO POR UF DA TABELA
      *
       P300-GRAVA.
           MOVE     LK-LOJA        TO    AST-LOJA.
           MOVE     LK-COMPET      TO    AST-COMPET.
           MOVE     LOW-VALUES     TO    AST-UF.
           START    APURST    KEY  NOT <  AST-CHAVE
                    INVALID  KEY
                    GO TO P305-TABELA.
       P301-APAGA.
           READ     APURST    NEXT  RECORD
                    AT END
                    GO TO P305-TABELA.
           IF       WK-STATUS  NOT =  "00"
                    GO TO P305-TABELA.
           IF       AST-LOJA  NOT =  LK-LOJA
               OR   AST-COMPET  NOT =  LK-COMPET
                    GO TO P305-TABELA.
           DELETE   APURST.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE
                    GO TO P300-GRAVA-FIM.
           GO  TO   P301-APAGA.
       P305-TABELA.
           MOVE     ZEROS          TO    WK-I.
       P306-UMAUF.
           ADD      1              TO    WK-I.
           IF       WK-I  >  WK-UF-QT
                    GO TO P300-GRAVA-FIM.
           PERFORM  P310-REGISTRO  THRU  P310-REGISTRO-FIM.
           GO  TO   P306-UMAUF.
       P300-GRAVA-FIM.
           EXIT.
      *
       P310-REGISTRO.
           INITIALIZE  AST-REG.
           MOVE     LK-LOJA              TO  AST-LOJA.
           MOVE     LK-COMPET            TO  AST-COMPET.
           MOVE     WK-UF-SIGLA (WK-I)   TO  AST-UF.
      *
           MOVE     WK-UF-STANT (WK-I)   TO  AST-ST-SALDOANT.
           MOVE     WK-UF-STDEB (WK-I)   TO  AST-ST-DEBITOS.
           MOVE     WK-UF-STCRED (WK-I)  TO  AST-ST-CREDITOS.
           MOVE     WK-UF-STDEB (WK-I)   TO  WK-TOTDEB.
           ADD      WK-UF-STCRED (WK-I)  WK-UF-STANT (WK-I)
                    GIVING  WK-TOTCRED.
           PERFORM  P320-SALDO     THRU  P320-SALDO-FIM.
           MOVE     WK-SALDODEV          TO  AST-ST-SALDODEV.
           MOVE     WK-SALDOCRED         TO  AST-ST-SALDOCRED.
      *
           MOVE     WK-UF-DFANT (WK-I)   TO  AST-DF-SALDOANT.
           MOVE     WK-UF-DFDEB (WK-I)   TO  AST-DF-DEBITOS.
           MOVE     WK-UF-DFCRED (WK-I)  TO  AST-DF-CREDITOS.
           MOVE     WK-UF-DFDEB (WK-I)   TO  WK-TOTDEB.
           ADD      WK-UF-DFCRED (WK-I)  WK-UF-DFANT (WK-I)
                    GIVING  WK-TOTCRED.
           PERFORM  P320-SALDO     THRU  P320-SALDO-FIM.
           MOVE     WK-SALDODEV          TO  AST-DF-SALDODEV.
           MOVE     WK-SALDOCRED         TO  AST-DF-SALDOCRED.
      *
           MOVE     WK-UF-FCPANT (WK-I)  TO  AST-FCP-SALDOANT.
           MOVE     WK-UF-FCPDEB (WK-I)  TO  AST-FCP-DEBITOS.
           MOVE     WK-UF-FCPCRED (WK-I) TO  AST-FCP-CREDITOS.
           MOVE     WK-UF-FCPDEB (WK-I)  TO  WK-TOTDEB.
           ADD      WK-UF-FCPCRED (WK-I) WK-UF-FCPANT (WK-I)
                    GIVING  WK-TOTCRED.
           PERFORM  P320-SALDO     THRU  P320-SALDO-FIM.
           MOVE     WK-SALDODEV          TO  AST-FCP-SALDODEV.
           MOVE     WK-SALDOCRED         TO  AST-FCP-SALDOCRED.
      *
           MOVE     WK-DATA              TO  AST-DTAPUR.
           WRITE    AST-REG.
           IF       WK-STATUS  NOT =  ZEROS
                    MOVE  8  TO  RETURN-CODE.
       P310-REGISTRO-FIM.
           EXIT.
      *
      *---- SALDO DEVEDOR OU CREDOR A PARTIR DE WK-TOTDEB/WK-TOTCRED
      *
       P320-SALDO.
           IF       WK-TOTDEB  NOT <  WK-TOTCRED
                    SUBTRACT  WK-TOTCRED  FROM  WK-TOTDEB
                              GIVING  WK-SALDODEV
                    MOVE  ZEROS  TO  WK-SALDOCRED
           ELSE
                    SUBTRACT  WK-TOTDEB   FROM  WK-TOTCRED
                              GIVING  WK-SALDOCRED
                    MOVE  ZEROS  TO  WK-SALDODEV.
       P320-SALDO-FIM.
           EXIT.
      *
      *---- FIM DO PROGRAMA
      *
