      *----------------------------------------------------------------*
      *                                                                *
      *     SISTEMA      -->        S.E.F.                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     PROGRAMA     -->        SEF182.CBL                         *
      *                                                                *
      *     OBJETIVO     -->        CONSULTA DO CADASTRO DE PRODUTOS   *
      *                             DA LOJA (CADPRODxx.SDI). DEVOLVE   *
      *                             EM LK-SITUACAO:                    *
      *                             "S" = PRODUTO VALIDO               *
      *                             "P" = PRODUTO NAO CADASTRADO       *
      *                             "I" = PRODUTO INATIVO              *
      *                             "N" = NCM DIFERENTE DO CADASTRO    *
      *                             (LK-NCM ZEROS NAO E' CONFERIDO) E  *
      *                             EM LK-PRODREG O REGISTRO LIDO.     *
      *                             SEM O CADASTRO NO DISCO DEVOLVE    *
      *                             "S" (NAO TRAVA A DIGITACAO).       *
      *                             CHAMADO PELOS ITENS (SEF167), PELO *
      *                             INVENTARIO (SEF168) E PELA         *
      *                             IMPORTACAO DE NF-E (SEF169)        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.         SEF182.
       AUTHOR.             AFFM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROD ASSIGN TO WK-CADPROD
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS       WK-STATUS
                  RECORD    KEY  IS PRO-CHAVE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CADPROD
           LABEL RECORDS ARE STANDARD.
       01  PRO-REG.
           COPY    "SDICPRO.CPY".
      *
       WORKING-STORAGE SECTION.
       77  WK-STATUS               PIC X(02)     VALUE SPACES.
       01  WK-CADPROD.
           03  FILLER              PIC X(07) VALUE "CADPROD".
           03  WK-CADPRODLJ        PIC 9(02) VALUE ZEROS.
           03  FILLER              PIC X(04) VALUE ".SDI".
      *
       LINKAGE SECTION.
       01  LK-LOJA                 PIC 9(02).
       01  LK-PRODUTO              PIC X(14).
       01  LK-NCM                  PIC 9(08).
       01  LK-SITUACAO             PIC X(01).
       01  LK-PRODREG              PIC X(95).
      *
       PROCEDURE DIVISION USING LK-LOJA LK-PRODUTO LK-NCM
                                LK-SITUACAO LK-PRODREG.
       P001.
           MOVE     "S"            TO    LK-SITUACAO.
           MOVE     SPACES         TO    LK-PRODREG.
           MOVE     LK-LOJA        TO    WK-CADPRODLJ.
           OPEN     INPUT     CADPROD.
           IF       WK-STATUS  =  "35"
                    GO TO P001-FIM.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO P001-FIM.
      *
           MOVE     LK-PRODUTO     TO    PRO-CODIGO.
           READ     CADPROD.
           IF       WK-STATUS  NOT =  "00"
                    MOVE  "P"  TO  LK-SITUACAO
                    CLOSE CADPROD
                    GO TO P001-FIM.
           MOVE     PRO-REG        TO    LK-PRODREG.
      *
           IF       PRO-SITUACAO  =  "I"
                    MOVE  "I"  TO  LK-SITUACAO
                    CLOSE CADPROD
                    GO TO P001-FIM.
      *
      *    NCM ZERADO NA CHAMADA = O CHAMADOR SO QUER O CADASTRO
      *
           IF       LK-NCM  NOT NUMERIC  OR  LK-NCM  =  ZEROS
                    CLOSE CADPROD
                    GO TO P001-FIM.
           IF       LK-NCM  NOT =  PRO-NCM
                    MOVE  "N"  TO  LK-SITUACAO.
           CLOSE    CADPROD.
       P001-FIM.
           EXIT  PROGRAM.
      *
      *---- FIM DO PROGRAMA
      *
