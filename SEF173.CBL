      *                             COM A SITUACAO DO PERIODO NO       *
      *                             FECHPER.SDI (ABERTO/FECHADO, QUEM  *
      *                             ENCERROU E QUANDO), AS DATAS DE    *
      *                             GERACAO DO SINTEGRA, DO SPED E DA  *
      *                             EFD-CONTRIBUICOES E                *
      *                             OS CONTADORES DE PENDENCIAS DO     *
      *                             PENDFIS.SDI (INCLUSIVE GUIAS DE    *
      *                             ICMS ABERTAS E VENCIDAS). HONRA O  *
      *                             SEFCOMP.TXT                        *
      *                             (COMPETENCIA) E O SEFDEST.TXT      *
      *                             (IMPRESSORA / ARQUIVO / CSV PARA   *
      *                             ENVIO AOS CONTADORES)              *
      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        02/09/2026     POR: LUIZ           *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             COLUNA DA DATA DE GERACAO DA       *
      *                             EFD-CONTRIBUICOES (FECH-DTCONT)    *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             COLUNAS DE GUIAS DE ICMS ABERTAS   *
      *                             E VENCIDAS (PENDFIS.SDI)           *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
           03  FILLER              PIC X(12)     VALUE "ENCERRADO".
           03  FILLER              PIC X(12)     VALUE "SINTEGRA".
           03  FILLER              PIC X(12)     VALUE "SPED".
           03  FILLER              PIC X(12)     VALUE "EFD-CONTRIB".
           03  FILLER              PIC X(07)     VALUE "MAPAS P".
           03  FILLER              PIC X(08)     VALUE "  NF PEN".
           03  FILLER              PIC X(07)     VALUE "  PRAZO".
           03  FILLER              PIC X(09)     VALUE " GUIAS AB".
           03  FILLER              PIC X(07)     VALUE "  VENC.".
           03  FILLER              PIC X(24)     VALUE SPACES.
       01  WK-LINLOJA.
           03  WK-LIN-LJ           PIC 9(02).
           03  FILLER              PIC X(04)     VALUE SPACES.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LIN-DTSPED       PIC 99/99/9999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LIN-DTCONT       PIC 99/99/9999.
           03  FILLER              PIC X(02)     VALUE SPACES.
           03  WK-LIN-MAPAS        PIC ZZZZ9.
           03  FILLER              PIC X(03)     VALUE SPACES.
           03  WK-LIN-NF           PIC ZZZZ9.
           03  FILLER              PIC X(05)     VALUE SPACES.
           03  WK-LIN-PRAZO        PIC Z9.
           03  FILLER              PIC X(09)     VALUE SPACES.
           03  WK-LIN-GUIAAB       PIC Z9.
           03  FILLER              PIC X(03)     VALUE SPACES.
           03  WK-LIN-GUIAVE       PIC Z9.
           03  FILLER              PIC X(25)     VALUE SPACES.
      *
      *---- CAMPOS AUXILIARES DA LINHA CSV (PONTO-E-VIRGULA)
      *
                    MOVE  SPACES  TO  REL-REG
                    STRING  "LOJA;SITUACAO;CHAPA;ENCERRADO;"
                                             DELIMITED BY SIZE
                            "SINTEGRA;SPED;EFD-CONTRIB;"
                                             DELIMITED BY SIZE
                            "MAPAS PEND;NF PEND;PRAZO;"
                                             DELIMITED BY SIZE
                            "GUIAS ABERTAS;GUIAS VENCIDAS"
                                             DELIMITED BY SIZE
                            INTO  REL-REG
                    WRITE REL-REG
                          MOVE  FECH-DTENC     TO  WK-LIN-DTENC
                          MOVE  FECH-DTSINT    TO  WK-LIN-DTSINT
                          MOVE  FECH-DTSPED    TO  WK-LIN-DTSPED
                          IF    FECH-DTCONT  NUMERIC
                                MOVE  FECH-DTCONT  TO  WK-LIN-DTCONT
                          END-IF
                    END-IF
                    CLOSE FECHPER.
           MOVE     WK-CSVSIT      TO    WK-LIN-SIT.
                          MOVE  PEN-MAPASPEND  TO  WK-LIN-MAPAS
                          MOVE  PEN-NFPEND     TO  WK-LIN-NF
                          MOVE  PEN-DIASPRAZO  TO  WK-LIN-PRAZO
                          IF    PEN-GUIAABER  NUMERIC
                                MOVE  PEN-GUIAABER  TO  WK-LIN-GUIAAB
                          END-IF
                          IF    PEN-GUIAVENC  NUMERIC
                                MOVE  PEN-GUIAVENC  TO  WK-LIN-GUIAVE
                          END-IF
                    END-IF
                    CLOSE PENDFIS.
      *
                    ";"                      DELIMITED BY SIZE
                    WK-LIN-DTSPED            DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-LIN-DTCONT            DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-LIN-MAPAS             DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-LIN-NF                DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-LIN-PRAZO             DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-LIN-GUIAAB            DELIMITED BY SIZE
                    ";"                      DELIMITED BY SIZE
                    WK-LIN-GUIAVE            DELIMITED BY SIZE
                    INTO  WK-CSVLIN  WITH  POINTER  WK-PTR.
           WRITE    REL-REG   FROM  WK-CSVLIN.
       P210-LINCSV-FIM.
