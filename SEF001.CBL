      *                             (SEF180.EXE, TAMBEM TAREFA 04      *
      *                             SUBOPCAO 17 DA AGENDA BATCH),      *
      *                             PARA FUSAO ANTES DA CONCILIACAO    *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             CADASTRO DE PRODUTOS DA LOJA       *
      *                             (CADPRODxx.SDI): MANUTENCAO NO     *
      *                             SUBMENU DA OPCAO 3 (SEF181.EXE),   *
      *                             CONSULTA NOS ITENS, INVENTARIO E   *
      *                             IMPORTACAO DE NF-E VIA SEF182.EXE  *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             APURACAO DO ICMS (OPCAO 11 "A" E   *
      *                             TAREFA 15) RODA TAMBEM A APURACAO  *
      *                             ST/DIFAL/FCP POR UF (SEF183.EXE);  *
      *                             RELATORIO DA OPCAO 04 PERGUNTA     *
      *                             ICMS PROPRIO OU ST/DIFAL (SEF184   *
      *                             .EXE, TAMBEM TAREFA 04 SUBOPCAO 18 *
      *                             DA AGENDA BATCH)                   *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             OPCAO 10 E TAREFA 10 SUBOPCAO 02   *
      *                             GERAM A EFD-CONTRIBUICOES          *
      *                             (SEF185.EXE), MARCADA NO FECHPER;  *
      *                             VALIDACAO TIPO C (TAREFA 17/02)    *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             OPCAO 13 PERGUNTA MANUTENCAO DO    *
      *                             INVENTARIO OU KARDEX/DIVERGENCIAS  *
      *                             (SEF186.EXE); TAREFA 04 SUBOPCAO   *
      *                             19 KARDEX, 20 DIVERGENCIA COM A    *
      *                             TOLERANCIA DA AGENDA (AGEN-TOLER)  *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             OPCOES 02/03 PERGUNTAM RELATORIO   *
      *                             OU LIVRO OFICIAL P1/P2, OPCAO 04   *
      *                             LIVRO P9 (SEF187.EXE), COM A       *
      *                             IMPRESSAO DEFINITIVA NA TRILHA     *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             SUBMENU DA OPCAO 3 ITEM 05 CONTROLE*
      *                             DE NUMERACAO DAS SAIDAS (SEF188),  *
      *                             OPCAO 03 DE RELATORIOS (N)UMERACAO *
      *                             E TAREFA 04 SUBOPCAO 21 (SEF189);  *
      *                             PAINEL MOSTRA AS FALHAS DE NUMERO  *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             OPCAO 15 GERA AS GUIAS DE ICMS     *
      *                             (SEF190, TAMBEM NA TAREFA 15) E    *
      *                             (G)UIAS ABRE O PAGAMENTO (SEF191); *
      *                             RELATORIO DE GUIAS NA OPCAO 04 E   *
      *                             TAREFA 04 SUBOPCAO 22 (SEF192);    *
      *                             PAINEL E ENCERRAMENTO AVISAM GUIA  *
      *                             EM ABERTO                          *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             EXPORTACAO CONTABIL: SUBMENU 3     *
      *                             ITEM 06 TABELA DE CONTAS (SEF193), *
      *                             OPCAO 10 (L)ANCTOS (SEF194) E      *
      *                             TAREFA 10/03; SUBSTITUICAO NA      *
      *                             TRILHA COMO CTBSUBST-nnn           *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             MODO BATCH: DEPENDENCIAS ENTRE     *
      *                             PASSOS DA AGENDA (NAO EXECUTADA),  *
      *                             CONTROLE DE EXECUCAO SEFRUN.SDI    *
      *                             COM REINICIO NO PASSO COM FALHA E  *
      *                             TRAVA LOCKBAT.SDI DA EXECUCAO E    *
      *                             DAS LOJAS (LOGIN/TROCA DE LOJA),   *
      *                             VENCIDA APOS PARAM-TRAVAMIN        *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             PONTOS DE RESTAURACAO (SEF195)     *
      *                             ANTES DO ENCERRAMENTO (OPCAO 11),  *
      *                             APURACAO (SEF170), ARQUIVAMENTO    *
      *                             (SEF172), IMPORTACOES (SEF169 E    *
      *                             SEF178) E DE CADA PASSO DO BATCH;  *
      *                             OPCAO 12 DO SUPERVISOR RESTAURA A  *
      *                             LOJA (SEF196) - TRILHA RESTOK/ER   *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS    IS WK-STATUS
                  RECORD    KEY  IS PEN-CHAVE.
      *
           SELECT GUIAS   ASSIGN TO "GUIAS.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS    IS WK-STATUS
                  RECORD    KEY  IS GUI-CHAVE.
      *
           SELECT SPOOLCTL ASSIGN TO "SPOOLCTL.SDI"
                  ORGANIZATION   IS INDEXED
           SELECT BATREL  ASSIGN TO "SEFBATCH.REL"
                  ORGANIZATION   IS LINE SEQUENTIAL
                  FILE STATUS    IS WK-STATUS.
      *
           SELECT RUNCTL  ASSIGN TO "SEFRUN.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS    IS WK-STATUS
                  RECORD    KEY  IS RUN-CHAVE.
      *
           SELECT LOCKBAT ASSIGN TO "LOCKBAT.SDI"
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  LOCK MODE      IS AUTOMATIC
                  FILE STATUS    IS WK-STATUS
                  RECORD    KEY  IS LCK-CHAVE.
      *
       DATA DIVISION.
       FILE SECTION.
       01  PEN-REG.
           COPY    \FONTES\SDIC\SDICPEN.CPY.
      *
      *---- GUIAS DE RECOLHIMENTO DO ICMS (AVISO NO ENCERRAMENTO)
      *
       FD  GUIAS
           LABEL RECORDS ARE STANDARD.
       01  GUI-REG.
           COPY    \FONTES\SDIC\SDICGUI.CPY.
      *
      *---- CATALOGO DE RELATORIOS GRAVADOS EM DISCO (SPOOLS)
      *
       FD  SPOOLCTL
      *
      *---- AGENDA DO MODO BATCH (UMA TAREFA POR LINHA)
      *---- TAREFA = OPCAO DO MENU PRINCIPAL (04 EXIGE SUBOPCAO DO
      *---- MENU DE RELATORIOS); COMPETENCIA NO FORMATO AAAAMM;
      *---- TOLERANCIA (QUANTIDADE) SO NA TAREFA 04 SUBOPCAO 20
      *---- CADA LINHA DE TAREFA E' UM PASSO, NUMERADO PELA ORDEM NA
      *---- AGENDA (001, 002, ...); AGEN-DEP LISTA ATE 5 PASSOS
      *---- ANTERIORES DE QUE ELA DEPENDE (BRANCOS/ZEROS = NENHUM)
      *
       FD  AGENDA
           LABEL RECORDS ARE STANDARD.
           05  AGEN-SUBOPC         PIC 9(02).
           05  FILLER              PIC X(01).
           05  AGEN-COMPET         PIC 9(06).
           05  FILLER              PIC X(01).
           05  AGEN-TOLER          PIC 9(07)V999.
           05  FILLER              PIC X(01).
           05  AGEN-DEPEND         OCCURS 5.
               10  AGEN-DEP        PIC 9(03).
               10  FILLER          PIC X(01).
           05  FILLER              PIC X(30).
      *
      *---- RELATORIO DE EXECUCAO DO MODO BATCH
      *
       FD  BATREL
           LABEL RECORDS ARE STANDARD.
       01  BAT-REG                 PIC X(90).
      *
      *---- CONTROLE DA EXECUCAO BATCH (PASSOS E REINICIO)
      *
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  RUN-REG.
           COPY    \FONTES\SDIC\SDICRUN.CPY.
      *
      *---- TRAVA DO MODO BATCH POR LOJA
      *
       FD  LOCKBAT
           LABEL RECORDS ARE STANDARD.
       01  LCK-REG.
           COPY    \FONTES\SDIC\SDICLCK.CPY.
      *
       WORKING-STORAGE SECTION.
       01 WK-CHAIN-DT.
               05  WK-COMPET-AAAA  PIC 9(04).
               05  WK-COMPET-MM    PIC 9(02).
           03  WK-FECHACHOU        PIC X(01)     VALUE "N".
           03  WK-GUIANT.
               05  WK-GUIANT-AAAA  PIC 9(04).
               05  WK-GUIANT-MM    PIC 9(02).
           03  WK-GUIAPEND         PIC X(01)     VALUE "N".
      *
      *    CONTROLES DO MODO BATCH (WK-TELAOP = "B")
      *
           03  WK-BATERR           PIC 9(04)     VALUE ZEROS.
           03  WK-BATLIDAS         PIC 9(04)     VALUE ZEROS.
           03  WK-BATPROG          PIC X(12)     VALUE SPACES.
           03  WK-KARDMODO         PIC X(01)     VALUE SPACES.
           03  WK-KARDTOLER        PIC 9(07)V999 VALUE ZEROS.
      *
      *    CONTROLE DE EXECUCAO (SEFRUN.SDI): NUMERO DA EXECUCAO,
      *    PASSO CORRENTE, PASSO DE REINICIO (ZEROS = DO INICIO) E
      *    TRAVA (LOCKBAT.SDI) COM O TEMPO DE VALIDADE EM MINUTOS
      *
           03  WK-RUNID            PIC 9(06)     VALUE ZEROS.
           03  WK-RUNNOVA          PIC X(01)     VALUE "S".
           03  WK-RUNOK            PIC X(01)     VALUE "N".
           03  WK-RUNACHOU         PIC X(01)     VALUE "N".
           03  WK-RUNQTANT         PIC 9(03)     VALUE ZEROS.
           03  WK-RUNQTREINI       PIC 9(03)     VALUE ZEROS.
           03  WK-QTPASSO          PIC 9(03)     VALUE ZEROS.
           03  WK-PASSO            PIC 9(03)     VALUE ZEROS.
           03  WK-REINICIO         PIC 9(03)     VALUE ZEROS.
           03  WK-BATNEXE          PIC 9(04)     VALUE ZEROS.
           03  WK-ERRANT           PIC 9(04)     VALUE ZEROS.
           03  WK-DEPIX            PIC 9(01)     VALUE ZEROS.
           03  WK-DEPFALHA         PIC 9(03)     VALUE ZEROS.
           03  WK-DEPINV           PIC X(01)     VALUE "N".
           03  WK-PARAMOK          PIC X(01)     VALUE "N".
           03  WK-TRAVAMIN         PIC 9(04)     VALUE 0240.
           03  WK-LCKLOJA          PIC 9(02)     VALUE ZEROS.
           03  WK-LCKSIT           PIC X(01)     VALUE "N".
           03  WK-LCKACAO          PIC X(01)     VALUE SPACES.
           03  WK-LCKIX            PIC 9(03)     VALUE ZEROS.
           03  WK-LCKAGORA         PIC 9(11)     VALUE ZEROS.
           03  WK-LCKVENCE         PIC 9(11)     VALUE ZEROS.
           03  WK-LCKCUR.
               05  WK-LCKCUR-DT    PIC 9(08).
               05  WK-LCKCUR-HH    PIC 9(02).
               05  WK-LCKCUR-MI    PIC 9(02).
               05  FILLER          PIC X(09).
      *
      *    LIVRO FISCAL OFICIAL ("1" P1, "2" P2, "9" P9) E RETORNO
      *    DO SEF187.EXE (RESULTADO, FOLHAS USADAS, ULTIMA IMPRESSA)
      *
           03  WK-LIVRO            PIC X(01)     VALUE SPACES.
      *
      *    CONFERENCIA DA NUMERACAO DAS SAIDAS (SEF189.EXE): MODO
      *    "R" RELATORIO E QUANTIDADE DE OCORRENCIAS DEVOLVIDA
      *
           03  WK-NUMMODO          PIC X(01)     VALUE "R".
           03  WK-NUMFALHAS        PIC 9(05)     VALUE ZEROS.
           03  WK-LIVRET.
               05  WK-LIVRET-RESULT PIC X(01)    VALUE SPACES.
               05  WK-LIVRET-PAGINI PIC 9(05)    VALUE ZEROS.
               05  WK-LIVRET-PAGFIM PIC 9(05)    VALUE ZEROS.
               05  WK-LIVRET-ULTCOMP PIC 9(06)   VALUE ZEROS.
      *
      *    RETORNO DA EXPORTACAO CONTABIL (SEF194.EXE): RESULTADO,
      *    REMESSA, LANCAMENTOS GRAVADOS E CFOP SEM CONTA
      *
           03  WK-CTBRET.
               05  WK-CTBRET-RESULT PIC X(01)    VALUE SPACES.
               05  WK-CTBRET-REMESSA PIC 9(03)   VALUE ZEROS.
               05  WK-CTBRET-QTLANC PIC 9(06)    VALUE ZEROS.
               05  WK-CTBRET-QTSEM PIC 9(03)     VALUE ZEROS.
           03  WK-HORABAT          PIC 9(08)     VALUE ZEROS.
           03  WK-RECON-OK         PIC X(01)     VALUE "S".
           03  WK-RETRY            PIC X(01)     VALUE "N".
      *
       01  WK-ARQFUNC              PIC X(01)     VALUE SPACES.
      *
      *---- PONTO DE RESTAURACAO DA LOJA (SEF195.EXE) ANTES DAS
      *---- OPERACOES QUE REGRAVAM OS ARQUIVOS FISCAIS E RETORNO DA
      *---- RESTAURACAO PELO SUPERVISOR (SEF196.EXE)
      *
       01  WK-BKPPARM.
           03  WK-BKP-FUNCAO       PIC X(01)     VALUE "B".
           03  WK-BKP-OPERACAO     PIC X(12)     VALUE SPACES.
           03  WK-BKP-PONTO        PIC 9(06)     VALUE ZEROS.
           03  WK-BKP-FORCA        PIC X(01)     VALUE "N".
           03  WK-BKP-SEGUR        PIC 9(06)     VALUE ZEROS.
       01  WK-BKPCHAPA             PIC 9(05)     VALUE ZEROS.
       01  WK-BKPOK                PIC X(01)     VALUE "S".
       01  WK-BKPBAT.
           03  FILLER              PIC X(05)     VALUE "PASSO".
           03  WK-BKPBAT-PASSO     PIC 9(03)     VALUE ZEROS.
           03  FILLER              PIC X(02)     VALUE "-T".
           03  WK-BKPBAT-TAR       PIC 9(02)     VALUE ZEROS.
       01  WK-RESTRET.
           03  WK-REST-PONTO       PIC 9(06)     VALUE ZEROS.
           03  WK-REST-RESULT      PIC X(01)     VALUE SPACES.
           03  WK-REST-SEGUR       PIC 9(06)     VALUE ZEROS.
       01  WK-RESTLOG.
           03  WK-RESTLOG-TIPO     PIC X(06)     VALUE "RESTOK".
           03  WK-RESTLOG-PONTO    PIC 9(06)     VALUE ZEROS.
      *
      *---- TIPO DA VALIDACAO POS-GERACAO (SEF174.EXE)
      *---- "T" = SINTEGRA / "P" = SPED / "C" = EFD-CONTRIBUICOES
      *---- (MESMA CONVENCAO DO P970)
      *
       01  WK-VALTIPO              PIC X(01)     VALUE SPACES.
      *
           03  FILLER              PIC X(07)  VALUE " PRAZO ".
           03  WK-PAINEL-DIAS      PIC Z9.
           03  FILLER              PIC X(05)  VALUE " DIAS".
       01  WK-PAINELNU.
           03  FILLER              PIC X(24)
                                   VALUE "SINTEGRA OK  FALHAS NUM:".
           03  WK-PAINEL-NUMPEND   PIC ZZZZ9.
       01  WK-PAINELGU.
           03  FILLER              PIC X(16)  VALUE "GUIAS A VENCER: ".
           03  WK-PAINEL-GUIAAB    PIC Z9.
           03  FILLER              PIC X(12)  VALUE "  VENCIDAS: ".
           03  WK-PAINEL-GUIAVE    PIC Z9.
      *
      *---- SITUACAO DE CADA PASSO NA EXECUCAO ("O" OK, "F" FALHA,
      *---- "N" NAO EXECUTADA) E LOJAS DA AGENDA A TRAVAR (PARAM-NR)
      *
       01  WK-PASSOS.
           03  WK-PAS-SIT          PIC X(01)     OCCURS 999.
       01  WK-LJTRAVA.
           03  WK-LJT              PIC X(01)     OCCURS 99.
       01  WK-BATLIN.
           03  FILLER              PIC X(06)     VALUE "PASSO ".
           03  WK-BATLIN-PASSO     PIC 9(03)     VALUE ZEROS.
           03  FILLER              PIC X(08)     VALUE " TAREFA ".
           03  WK-BATLIN-TAR       PIC 9(02).
           03  FILLER              PIC X(06)     VALUE " LOJA ".
           03  WK-BATLIN-LOJA      PIC 9(02).
           03  FILLER              PIC X(03)     VALUE " - ".
           03  WK-BATCAB-HR        PIC 9(08).
           03  FILLER              PIC X(39)     VALUE SPACES.
       01  WK-BATRUN.
           03  FILLER              PIC X(09)     VALUE "EXECUCAO ".
           03  WK-BATRUN-ID        PIC 9(06).
           03  FILLER              PIC X(03)     VALUE " - ".
           03  WK-BATRUN-OBS       PIC X(62)     VALUE SPACES.
       01  WK-BATREI.
           03  FILLER              PIC X(18)
                                   VALUE "REINICIO NO PASSO ".
           03  WK-BATREI-PASSO     PIC 9(03).
           03  FILLER              PIC X(29)
                                   VALUE " (ANTERIORES OK NA EXECUCAO)".
       01  WK-BATDEP.
           03  FILLER              PIC X(14)     VALUE "NAO EXECUTADA ".
           03  FILLER              PIC X(10)     VALUE "- DEPENDE ".
           03  FILLER              PIC X(09)     VALUE "DO PASSO ".
           03  WK-BATDEP-PASSO     PIC 9(03).
       01  WK-BATTRV.
           03  FILLER              PIC X(24)
                                   VALUE "OUTRA EXECUCAO BATCH EM ".
           03  FILLER              PIC X(21)
                                   VALUE "ANDAMENTO - EXECUCAO ".
           03  WK-BATTRV-ID        PIC 9(06).
           03  FILLER              PIC X(29)     VALUE SPACES.
       01  WK-BATTOT.
           03  FILLER              PIC X(25)
                                   VALUE "FIM DA EXECUCAO. TAREFAS ".
           03  WK-BATTOT-LID       PIC 9(04).
           03  FILLER              PIC X(09)     VALUE "  FALHAS ".
           03  WK-BATTOT-ERR       PIC 9(04).
           03  FILLER              PIC X(17)
                                   VALUE "  NAO EXECUTADAS ".
           03  WK-BATTOT-NEXE      PIC 9(04).
           03  FILLER              PIC X(17)     VALUE SPACES.
      *
       PROCEDURE DIVISION USING WK-CHAIN-DT WK-TELAOP WK-CHAPA
                                WK-SENHA    WK-SUPERV.
                  GO  TO   P001-FIM.
           CLOSE    DIREITO.
       P029.
      *
      *    LOJA EM PROCESSAMENTO PELO MODO BATCH NAO ACEITA LOGIN
      *
           MOVE     WK-COMFUNLJ    TO    WK-LCKLOJA.
           PERFORM  P985-VERTRAVA  THRU  P985-VERTRAVA-FIM.
           IF       WK-LCKSIT  =  "S"
                    DISPLAY (23, 02) WK-SPACE
                    DISPLAY (23, 03) "LOJA EM PROCESSAMENTO BATCH - "
                                     "EXECUCAO " LCK-RUNID
                                     " - TECLE ALGO"
                    ACCEPT  (23, 78) WK-RESP
                    GO TO  P001-FIM.
           MOVE     "LOGIN"        TO    LOG-PROGRAMA.
           PERFORM  P920-GRAVALOG  THRU  P920-GRAVALOG-FIM.
           EXIT.
           DISPLAY (10, 25) "07 - Manutencao de Clientes".
           DISPLAY (11, 25) "08 - Importa Clientes (Dados do Oracle)".
           DISPLAY (12, 25) "09 - Importa Fornecedores (Dados Oracle)".
           DISPLAY (13, 25) "10 - SPED / EFD-Contrib. / Contabilidade".
           DISPLAY (14, 25) "11 - Fechamento do Periodo".
           DISPLAY (15, 25) "12 - Verificacao de Integridade".
           DISPLAY (16, 25) "13 - Inventario / Kardex de Estoque".
           DISPLAY (17, 25) "14 - Importa Notas de Entrada (NF-e)".
           DISPLAY (18, 25) "15 - Apuracao de ICMS da Competencia".
           DISPLAY (19, 25) "16 - Arquivamento Anual de Movimento".
                "02 - Itens de Notas Fiscais (detalhe por produto)"
                DISPLAY (11, 25)
                "03 - Tabela de CFOP e Aliquotas"
                DISPLAY (13, 25)
                "04 - Cadastro de Produtos"
                DISPLAY (15, 25)
                "05 - Numeracao das Notas de Saida / Inutilizacao"
                DISPLAY (17, 25)
                "06 - Contas Contabeis por CFOP"
                DISPLAY (21, 50) "Opcao: <  >"
                ACCEPT (21, 58) WK-OPCAO-SUB WITH TIME-OUT WK-IDLE-SEG
                ACCEPT WK-SCAPE FROM ESCAPE KEY
                  PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                  PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM
               ELSE
                IF WK-OPCAO-SUB = 4
                   MOVE   "SEF181.EXE"  TO  LOG-PROGRAMA
                   PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                   PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM
                ELSE
                 IF WK-OPCAO-SUB = 5  AND  PARAM-LJCONS NOT = "S"
                    PERFORM P047-NUMSAI  THRU  P047-NUMSAI-FIM
                 ELSE
                  IF WK-OPCAO-SUB = 6  AND  PARAM-LJCONS NOT = "S"
                     PERFORM P042-CTBMAP  THRU  P042-CTBMAP-FIM
                  ELSE
                     GO        TO   P032
                  END-IF
                 END-IF
                END-IF
               END-IF
              END-IF
             END-IF
                PERFORM P050-FECHAPER THRU P050-FECHAPER-FIM
           ELSE
           IF   WK-OPCAO = 12
                PERFORM P044-INTEGR  THRU  P044-INTEGR-FIM
           ELSE
           IF   WK-OPCAO = 13  AND  PARAM-LJCONS NOT = "S"
                PERFORM P048-INVENT  THRU  P048-INVENT-FIM
           ELSE
           IF   WK-OPCAO = 14  AND  PARAM-LJCONS NOT = "S"
                MOVE   "SEF169.EXE"  TO  WK-BKP-OPERACAO
                PERFORM P049-PONTO   THRU  P049-PONTO-FIM
                IF     WK-BKPOK  =  "S"
                       MOVE   "SEF169.EXE"  TO  LOG-PROGRAMA
                       PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                       PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM
                END-IF
           ELSE
           IF   WK-OPCAO = 15  AND  PARAM-LJCONS NOT = "S"
                PERFORM P055-APURA   THRU  P055-APURA-FIM
                PERFORM P065-VALIDA  THRU  P065-VALIDA-FIM
           ELSE
           IF   WK-OPCAO = 18  AND  PARAM-LJCONS NOT = "S"
                MOVE   "SEF178.EXE"  TO  WK-BKP-OPERACAO
                PERFORM P049-PONTO   THRU  P049-PONTO-FIM
                IF     WK-BKPOK  =  "S"
                       MOVE   "SEF178.EXE"  TO  LOG-PROGRAMA
                       PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                       PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM
                END-IF.
           GO  TO  P030.
       P039.
           EXIT.
                   ACCEPT  (23, 75) WK-RESP
                   CLOSE   ARQPARAM
                   GO TO  P033-TROCALOJA-FIM.
           MOVE    PARAM-NR     TO  WK-LCKLOJA.
           PERFORM P985-VERTRAVA THRU P985-VERTRAVA-FIM.
           IF      WK-LCKSIT  =  "S"
                   CLOSE   ARQPARAM
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "LOJA EM PROCESSAMENTO BATCH - "
                                    "EXECUCAO " LCK-RUNID
                                    " - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP
                   GO TO  P033-TROCALOJA-FIM.
           MOVE    PARAM-NR     TO  WK-COMFUNLJ.
           IF      PARAM-TIMEOUT  NUMERIC  AND  PARAM-TIMEOUT NOT = ZEROS
                   MOVE   PARAM-TIMEOUT  TO  WK-IDLE-SEG.
                   GO TO  P034-MOSTRA.
           MOVE    PEN-MAPASPEND TO  WK-PAINEL-MAPAS.
           MOVE    PEN-NFPEND    TO  WK-PAINEL-NF.
           MOVE    ZEROS         TO  WK-PAINEL-GUIAAB  WK-PAINEL-GUIAVE.
           IF      PEN-GUIAABER  NUMERIC
                   MOVE  PEN-GUIAABER        TO  WK-PAINEL-GUIAAB.
           IF      PEN-GUIAVENC  NUMERIC
                   MOVE  PEN-GUIAVENC        TO  WK-PAINEL-GUIAVE.
      *
      *    GUIA DE ICMS VENCIDA TEM PRIORIDADE SOBRE O SINTEGRA
      *
           IF      PEN-GUIAVENC  NUMERIC  AND  PEN-GUIAVENC  >  ZEROS
                   MOVE  WK-PAINELGU         TO  WK-PAINEL-SINT
           ELSE
           IF      PEN-SINTPEND  =  "S"
                   MOVE  PEN-COMPSINT (5:2)  TO  WK-PAINEL-SINTMM
                   MOVE  PEN-COMPSINT (1:4)  TO  WK-PAINEL-SINTAA
                   MOVE  PEN-DIASPRAZO       TO  WK-PAINEL-DIAS
                   MOVE  WK-PAINELSI         TO  WK-PAINEL-SINT
           ELSE
           IF      PEN-GUIAABER  NUMERIC  AND  PEN-GUIAABER  >  ZEROS
                   MOVE  WK-PAINELGU         TO  WK-PAINEL-SINT
           ELSE
           IF      PEN-NUMPEND  NUMERIC  AND  PEN-NUMPEND  >  ZEROS
                   MOVE  PEN-NUMPEND         TO  WK-PAINEL-NUMPEND
                   MOVE  WK-PAINELNU         TO  WK-PAINEL-SINT
           ELSE
                   MOVE  "SINTEGRA EM DIA"   TO  WK-PAINEL-SINT.
           CLOSE   PENDFIS.
       P041-SINTCONS-FIM.
           EXIT.
      *
      *---- TABELA DE CONTAS CONTABEIS POR CFOP DA LOJA (SEF193.EXE),
      *---- GRAVADA COM A CHAPA DO OPERADOR
      *
       P042-CTBMAP.
           MOVE    "SEF193.EXE"  TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           MOVE    ZERO          TO  RETURN-CODE.
           CALL    "SEF193.EXE"  USING WK-CHAIN-DT  WK-COMFUNLJ
                                       CMFU-CHAPA.
           CANCEL  "SEF193.EXE".
           IF      RETURN-CODE   NOT =  ZERO
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "FALHA NA EXECUCAO DE SEF193.EXE"
                   DISPLAY (23, 36) " - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP.
       P042-CTBMAP-FIM.
           EXIT.
      *
      *---- EXPORTACAO DOS LANCAMENTOS CONTABEIS DA COMPETENCIA
      *---- ENCERRADA (SEF194.EXE, CONFERENCIA HONRA O SEFDEST.TXT).
      *---- CFOP SEM CONTA NA TABELA IMPEDE A EXPORTACAO; A REMESSA
      *---- QUE SUBSTITUI OUTRA JA EXPORTADA E' GRAVADA NA TRILHA
      *---- COMO "CTBSUBST-nnn"
      *
       P043-CONTAB.
           IF      PARAM-LJCONS  =  "S"
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "LOJA CONSOLIDADORA NAO EXPORTA "
                                    "LANCAMENTOS - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP
                   GO TO  P043-CONTAB-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "COMPETENCIA CONTABIL (MMAAAA) -> <      >".
           ACCEPT  (23, 37) WK-CPMMAA.
           IF      WK-CPMMAA  NOT NUMERIC
               OR  WK-CP-MM   =   ZEROS
               OR  WK-CP-MM   >   12
                   GO TO  P043-CONTAB-FIM.
           MOVE    WK-CP-MM      TO  WK-COMPET-MM.
           MOVE    WK-CP-AAAA    TO  WK-COMPET-AAAA.
           MOVE    "SEF194.EXE"  TO  LOG-PROGRAMA.
           PERFORM P945-DESTINO  THRU P945-DESTINO-FIM.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "AGUARDE: EXPORTANDO LANCAMENTOS CONTABEIS".
           MOVE    SPACES        TO  WK-CTBRET-RESULT.
           MOVE    ZERO          TO  RETURN-CODE.
           CALL    "SEF194.EXE"  USING WK-CHAIN-DT  WK-COMFUNLJ
                                       WK-COMPET    WK-CTBRET.
           CANCEL  "SEF194.EXE".
           DISPLAY (23, 02) WK-SPACE.
           IF      RETURN-CODE   NOT =  ZERO
               OR  WK-CTBRET-RESULT  =  "E"  OR  SPACES
                   DISPLAY (23, 03) "FALHA NA EXECUCAO DE SEF194.EXE"
                   DISPLAY (23, 36) " - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP
                   GO TO  P043-CONTAB-FIM.
           IF      WK-CTBRET-RESULT  =  "S"
                   MOVE    "CTBSUBST-"   TO  LOG-PROGRAMA
                   MOVE    WK-CTBRET-REMESSA  TO  LOG-PROGRAMA (10:3)
                   PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                   DISPLAY (23, 03) "REMESSA " WK-CTBRET-REMESSA
                                    " SUBSTITUI A ANTERIOR - "
                                    WK-CTBRET-QTLANC " LANCTOS"
                                    " - TECLE ALGO"
           ELSE
           IF      WK-CTBRET-RESULT  =  "G"
                   DISPLAY (23, 03) "REMESSA " WK-CTBRET-REMESSA
                                    " EXPORTADA - "
                                    WK-CTBRET-QTLANC " LANCTOS"
                                    " - TECLE ALGO"
           ELSE
           IF      WK-CTBRET-RESULT  =  "A"
                   DISPLAY (23, 03) "COMPETENCIA NAO ENCERRADA NO "
                                    "FECHAMENTO - TECLE ALGO"
           ELSE
           IF      WK-CTBRET-RESULT  =  "N"
                   DISPLAY (23, 03) WK-CTBRET-QTSEM
                                    " CFOP SEM CONTA CONTABIL - VEJA"
                                    " O RELATORIO - TECLE ALGO"
           ELSE
           IF      WK-CTBRET-RESULT  =  "D"
                   DISPLAY (23, 03) "DEBITOS X CREDITOS NAO CONFEREM"
                                    " - NAO EXPORTADO - TECLE ALGO"
           ELSE
                   DISPLAY (23, 03) "COMPETENCIA SEM APURACAO DO ICMS"
                                    " - TECLE ALGO".
           ACCEPT  (23, 78) WK-RESP.
       P043-CONTAB-FIM.
           EXIT.
      *
      *---- GERACAO DO ARQUIVO SPED FISCAL (EFD ICMS/IPI) - SEF153.EXE
      *---- PASSA PELA MESMA CONFERENCIA PREVIA MAPAS X NOTAS QUE O
      *---- SINTEGRA (P930-CONFSINT) ANTES DE GERAR O ARQUIVO
      *---- A ALTERNATIVA "C" GERA A EFD-CONTRIBUICOES (P046)
      *
       P045-SPED.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "(F)ISCAL ICMS/IPI, (C)ONTRIB. PIS/COFINS"
                            " OU (L)ANCTOS CONTABEIS ?".
           ACCEPT  (23, 69) WK-RESP.
           IF      WK-RESP  =  "C"
                   PERFORM P046-CONTRIB  THRU  P046-CONTRIB-FIM
                   GO TO  P045-SPED-FIM.
           IF      WK-RESP  =  "L"
                   PERFORM P043-CONTAB   THRU  P043-CONTAB-FIM
                   GO TO  P045-SPED-FIM.
           IF      WK-RESP  NOT =  "F"
                   GO TO  P045-SPED-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "COMPETENCIA DO SPED (MMAAAA) -> <      >".
           ACCEPT  (23, 36) WK-CPMMAA.
           IF      WK-CPMMAA  NOT NUMERIC
       P045-SPED-FIM.
           EXIT.
      *
      *---- GERACAO DA EFD-CONTRIBUICOES (PIS/COFINS) - SEF185.EXE
      *---- MESMA CONFERENCIA PREVIA MAPAS X NOTAS DO SPED FISCAL; O
      *---- REGIME (CUMULATIVO/NAO-CUMULATIVO) VEM DO CADPARM DA LOJA
      *
       P046-CONTRIB.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "COMPETENCIA DA EFD (MMAAAA) -> <      >".
           ACCEPT  (23, 35) WK-CPMMAA.
           IF      WK-CPMMAA  NOT NUMERIC
               OR  WK-CP-MM   =   ZEROS
               OR  WK-CP-MM   >   12
                   GO TO  P046-CONTRIB-FIM.
           MOVE    WK-CP-MM      TO  WK-COMPET-MM.
           MOVE    WK-CP-AAAA    TO  WK-COMPET-AAAA.
           PERFORM P930-CONFSINT THRU P930-CONFSINT-FIM.
           IF      WK-RECON-OK   NOT =  "S"
                   GO TO  P046-CONTRIB-FIM.
           MOVE    "SEF185.EXE"  TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "AGUARDE: GERANDO EFD-CONTRIBUICOES".
           MOVE    ZERO          TO  RETURN-CODE.
           CALL    "SEF185.EXE"  USING WK-CHAIN-DT  WK-COMFUNLJ
                                       WK-COMPET.
           CANCEL  "SEF185.EXE".
           IF      RETURN-CODE   NOT =  ZERO
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "FALHA NA EXECUCAO DE SEF185.EXE"
                   DISPLAY (23, 36) " - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP
           ELSE
                   MOVE    "C"   TO  WK-MARCATIPO
                   PERFORM P970-MARCAGER  THRU  P970-MARCAGER-FIM.
       P046-CONTRIB-FIM.
           EXIT.
      *
      *---- CONTROLE DE NUMERACAO DAS NOTAS DE SAIDA (SEF188.EXE):
      *---- PRIMEIRO NUMERO DA SERIE, FAIXAS INUTILIZADAS E MOTIVO
      *---- DE CANCELAMENTO, GRAVADOS COM A CHAPA DO OPERADOR
      *
       P047-NUMSAI.
           MOVE    "SEF188.EXE"  TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           MOVE    ZERO          TO  RETURN-CODE.
           CALL    "SEF188.EXE"  USING WK-CHAIN-DT  WK-COMFUNLJ
                                       CMFU-CHAPA.
           CANCEL  "SEF188.EXE".
           IF      RETURN-CODE   NOT =  ZERO
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "FALHA NA EXECUCAO DE SEF188.EXE"
                   DISPLAY (23, 36) " - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP.
       P047-NUMSAI-FIM.
           EXIT.
      *
      *---- OPCAO 13 - "M" MANUTENCAO DO INVENTARIO (SEF168.EXE);
      *---- "K" KARDEX FISCAL / DIVERGENCIA ENTRE O SALDO TEORICO E
      *---- O INVENTARIO CONTADO (SEF186.EXE, HONRA O SEFDEST.TXT)
      *
       P048-INVENT.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "(M)ANUTENCAO DO INVENTARIO OU (K)ARDEX "
                            "/ DIVERGENCIAS ?".
           ACCEPT  (23, 59) WK-RESP.
           IF      WK-RESP  =  "M"
                   MOVE   "SEF168.EXE"  TO  LOG-PROGRAMA
                   PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                   PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM
                   GO TO  P048-INVENT-FIM.
           IF      WK-RESP  NOT =  "K"
                   GO TO  P048-INVENT-FIM.
           MOVE    "SEF186.EXE"  TO  LOG-PROGRAMA.
           PERFORM P945-DESTINO  THRU P945-DESTINO-FIM.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM.
       P048-INVENT-FIM.
           EXIT.
      *
      *---- OPCAO 12 - VERIFICACAO DE INTEGRIDADE (SEF162.EXE); O
      *---- SUPERVISOR (CMFU-SUPERV = "S") ESCOLHE ENTRE ELA E A
      *---- RESTAURACAO DA LOJA A UM PONTO DO CATALOGO (SEF196.EXE).
      *---- A RESTAURACAO VAI PARA A TRILHA COMO RESTOKnnnnnn, OU
      *---- RESTERnnnnnn QUANDO FALHOU (nnnnnn = PONTO ESCOLHIDO)
      *
       P044-INTEGR.
           IF      CMFU-SUPERV  NOT =  "S"
                   GO TO  P044-INTEGR-VERIF.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "(I)NTEGRIDADE DOS ARQUIVOS OU "
                            "(R)ESTAURACAO DE PONTO ?".
           ACCEPT  (23, 60) WK-RESP.
           IF      WK-RESP  =  "R"
                   GO TO  P044-INTEGR-REST.
           IF      WK-RESP  NOT =  "I"
                   GO TO  P044-INTEGR-FIM.
       P044-INTEGR-VERIF.
           MOVE    "SEF162.EXE"  TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM.
           GO TO   P044-INTEGR-FIM.
       P044-INTEGR-REST.
           MOVE    "SEF196.EXE"  TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           MOVE    ZERO          TO  RETURN-CODE.
           CALL    "SEF196.EXE"  USING WK-CHAIN-DT  WK-COMFUNLJ
                                       CMFU-CHAPA   WK-RESTRET.
           CANCEL  "SEF196.EXE".
           IF      RETURN-CODE   NOT =  ZERO
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "FALHA NA EXECUCAO DE SEF196.EXE"
                   DISPLAY (23, 36) " - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP.
           IF      WK-REST-RESULT  NOT =  "S" AND "F"
                   GO TO  P044-INTEGR-FIM.
           MOVE    "RESTOK"      TO  WK-RESTLOG-TIPO.
           IF      WK-REST-RESULT  =  "F"
                   MOVE  "RESTER"  TO  WK-RESTLOG-TIPO.
           MOVE    WK-REST-PONTO TO  WK-RESTLOG-PONTO.
           MOVE    WK-RESTLOG    TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           PERFORM P034-PENDENC  THRU  P034-PENDENC-FIM.
       P044-INTEGR-FIM.
           EXIT.
      *
      *---- PONTO DE RESTAURACAO DA LOJA (SEF195.EXE) ANTES DE UMA
      *---- OPERACAO QUE REGRAVA OS ARQUIVOS FISCAIS; WK-BKP-OPERACAO
      *---- VEM PREENCHIDA. WK-BKPOK = "N" CANCELA A OPERACAO - NA
      *---- TELA O OPERADOR PODE SEGUIR SEM O PONTO; NO BATCH NAO
      *
       P049-PONTO.
           MOVE    "S"           TO  WK-BKPOK.
           MOVE    "B"           TO  WK-BKP-FUNCAO.
           MOVE    "N"           TO  WK-BKP-FORCA.
           MOVE    ZEROS         TO  WK-BKP-PONTO  WK-BKP-SEGUR.
           MOVE    ZEROS         TO  WK-BKPCHAPA.
           IF      WK-BATCH  NOT =  "S"
                   MOVE  CMFU-CHAPA  TO  WK-BKPCHAPA
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "AGUARDE: GRAVANDO PONTO DE "
                                    "RESTAURACAO DA LOJA".
           MOVE    "SEF195.EXE"  TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           MOVE    ZERO          TO  RETURN-CODE.
           CALL    "SEF195.EXE"  USING WK-CHAIN-DT  WK-COMFUNLJ
                                       WK-BKPCHAPA  WK-BKPPARM.
           CANCEL  "SEF195.EXE".
           IF      RETURN-CODE  =  ZERO
                   GO TO  P049-PONTO-FIM.
           MOVE    ZERO          TO  RETURN-CODE.
           MOVE    "N"           TO  WK-BKPOK.
           IF      WK-BATCH  =  "S"
                   GO TO  P049-PONTO-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "FALHA NO PONTO DE RESTAURACAO "
                            "(VER RELBKP.REL) - CONTINUAR "
                            "(S/N) ?".
           ACCEPT  (23, 72) WK-BKPOK.
           IF      WK-BKPOK  NOT =  "S"
                   MOVE  "N"  TO  WK-BKPOK.
       P049-PONTO-FIM.
           EXIT.
      *
      *---- FECHAMENTO / REABERTURA DO PERIODO FISCAL (FECHPER.SDI)
      *---- COM O PERIODO ENCERRADO AS MANUTENCOES DE MAPAS E NOTAS
      *---- RECUSAM INCLUSAO/ALTERACAO/EXCLUSAO (CONSULTA SEF156.EXE)
           ACCEPT  (23, 40) WK-RESP.
           IF      WK-RESP  NOT = "E" AND "R"
                   GO TO  P050-FECHAPER-FIM.
      *
      *    ENCERRAMENTO: PONTO DE RESTAURACAO DA LOJA ANTES DE ABRIR O
      *    FECHPER.SDI (O SEF195 COPIA OS REGISTROS DA LOJA NELE)
      *
           IF      WK-RESP  =  "E"
                   MOVE  "FECHAPER"  TO  WK-BKP-OPERACAO
                   PERFORM P049-PONTO THRU P049-PONTO-FIM
                   IF    WK-BKPOK  NOT =  "S"
                         GO TO  P050-FECHAPER-FIM
                   END-IF
           END-IF.
           OPEN    I-O       FECHPER.
           IF      WK-STATUS  =  "35"
                   OPEN     OUTPUT    FECHPER
                   DISPLAY (23, 03) "PERIODO JA ENCERRADO - TECLE ALGO"
                   ACCEPT  (23, 75) WK-RESP
                   GO TO  P053-FECHA.
      *
      *    GUIA DA COMPETENCIA ANTERIOR AINDA SEM PAGAMENTO: AVISA E
      *    SO ENCERRA COM A CONFIRMACAO DO OPERADOR
      *
           PERFORM P057-GUIAANT  THRU  P057-GUIAANT-FIM.
           IF      WK-GUIAPEND  =  "S"
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "GUIA DE ICMS DE " WK-GUIANT-MM "/"
                                    WK-GUIANT-AAAA " EM ABERTO - "
                                    "ENCERRAR ASSIM MESMO (S/N) ?"
                   ACCEPT  (23, 70) WK-RESP
                   IF      WK-RESP  NOT =  "S"
                           GO TO  P053-FECHA
                   END-IF
           END-IF.
           MOVE    "F"           TO  FECH-SITUACAO.
           MOVE    CMFU-CHAPA    TO  FECH-CHAPAENC.
           MOVE    WK-DATA       TO  FECH-DTENC.
      *
      *---- APURACAO DO ICMS DA COMPETENCIA (LIVRO APURICMS.SDI)
      *---- "A" RODA A APURACAO (SEF170.EXE, COMPETENCIA OBRIGATORIA)
      *---- SEGUIDA DA APURACAO ST/DIFAL/FCP POR UF (SEF183.EXE)
      *---- "L" ABRE OS LANCAMENTOS DE AJUSTE (SEF171.EXE)
      *---- "G" ABRE O PAGAMENTO DAS GUIAS DE ICMS (SEF191.EXE)
      *---- APURACAO OK GERA AS GUIAS DA COMPETENCIA (SEF190.EXE)
      *
       P055-APURA.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "(A)PURACAO, (L)ANCAMENTOS DE AJUSTE "
                            "OU (G)UIAS ?".
           ACCEPT  (23, 52) WK-RESP.
           IF      WK-RESP  =  "G"
                   PERFORM P056-GUIAS   THRU  P056-GUIAS-FIM
                   GO TO  P055-APURA-FIM.
           IF      WK-RESP  =  "L"
                   MOVE   "SEF171.EXE"  TO  LOG-PROGRAMA
                   PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                   GO TO  P055-APURA-FIM.
           MOVE    WK-CP-MM      TO  WK-COMPET-MM.
           MOVE    WK-CP-AAAA    TO  WK-COMPET-AAAA.
           MOVE    "SEF170.EXE"  TO  WK-BKP-OPERACAO.
           PERFORM P049-PONTO    THRU  P049-PONTO-FIM.
           IF      WK-BKPOK  NOT =  "S"
                   GO TO  P055-APURA-FIM.
           MOVE    "SEF170.EXE"  TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           DISPLAY (23, 02) WK-SPACE.
           IF      RETURN-CODE   NOT =  ZERO
                   DISPLAY (23, 03) "FALHA NA EXECUCAO DE SEF170.EXE"
                   DISPLAY (23, 36) " - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP
                   GO TO  P055-APURA-FIM.
           MOVE    "SEF183.EXE"  TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           MOVE    ZERO          TO  RETURN-CODE.
           CALL    "SEF183.EXE"  USING WK-CHAIN-DT  WK-COMFUNLJ
                                       WK-COMPET.
           CANCEL  "SEF183.EXE".
           DISPLAY (23, 02) WK-SPACE.
           IF      RETURN-CODE   NOT =  ZERO
                   DISPLAY (23, 03) "FALHA NA EXECUCAO DE SEF183.EXE"
                   DISPLAY (23, 36) " - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP
                   GO TO  P055-APURA-FIM.
           MOVE    "SEF190.EXE"  TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           MOVE    ZERO          TO  RETURN-CODE.
           CALL    "SEF190.EXE"  USING WK-CHAIN-DT  WK-COMFUNLJ
                                       WK-COMPET.
           CANCEL  "SEF190.EXE".
           DISPLAY (23, 02) WK-SPACE.
           IF      RETURN-CODE   NOT =  ZERO
                   DISPLAY (23, 03) "FALHA NA EXECUCAO DE SEF190.EXE"
                   DISPLAY (23, 36) " - TECLE ALGO"
           ELSE
                   DISPLAY (23, 03) "APURACAO GRAVADA NO LIVRO E GUIAS "
                                    "GERADAS - TECLE ALGO".
           ACCEPT  (23, 78) WK-RESP.
           PERFORM P034-PENDENC  THRU  P034-PENDENC-FIM.
       P055-APURA-FIM.
           EXIT.
      *
      *---- PAGAMENTO DAS GUIAS DE ICMS (SEF191.EXE) - RECEBE A CHAPA
      *---- DO OPERADOR COMO RESPONSAVEL PADRAO PELO REGISTRO
      *
       P056-GUIAS.
           MOVE    "SEF191.EXE"  TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           MOVE    ZERO          TO  RETURN-CODE.
           CALL    "SEF191.EXE"  USING WK-CHAIN-DT  WK-COMFUNLJ
                                       CMFU-CHAPA.
           CANCEL  "SEF191.EXE".
           IF      RETURN-CODE   NOT =  ZERO
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "FALHA NA EXECUCAO DE SEF191.EXE"
                   DISPLAY (23, 36) " - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP.
           PERFORM P034-PENDENC  THRU  P034-PENDENC-FIM.
       P056-GUIAS-FIM.
           EXIT.
      *
      *---- PROCURA GUIA SEM PAGAMENTO DA COMPETENCIA ANTERIOR A QUE
      *---- ESTA SENDO ENCERRADA (WK-GUIAPEND = "S")
      *
       P057-GUIAANT.
           MOVE    "N"           TO  WK-GUIAPEND.
           MOVE    WK-COMPET-AAAA TO WK-GUIANT-AAAA.
           IF      WK-COMPET-MM  =  01
                   MOVE  12      TO  WK-GUIANT-MM
                   SUBTRACT  1   FROM  WK-GUIANT-AAAA
           ELSE
                   SUBTRACT  1   FROM  WK-COMPET-MM
                                 GIVING  WK-GUIANT-MM.
           OPEN    INPUT     GUIAS.
           IF      WK-STATUS  NOT =  ZEROS
                   GO TO  P057-GUIAANT-FIM.
           MOVE    WK-COMFUNLJ   TO  GUI-LOJA.
           MOVE    WK-GUIANT     TO  GUI-COMPET.
           MOVE    LOW-VALUES    TO  GUI-TIPO  GUI-UF.
           START   GUIAS  KEY  NOT <  GUI-CHAVE  INVALID  KEY
                   CLOSE  GUIAS
                   GO TO  P057-GUIAANT-FIM.
       P058-LEGUIA.
           READ    GUIAS  NEXT  RECORD  AT  END
                   CLOSE  GUIAS
                   GO TO  P057-GUIAANT-FIM.
           IF      WK-STATUS  NOT =  "00"
               OR  GUI-LOJA   NOT =  WK-COMFUNLJ
               OR  GUI-COMPET NOT =  WK-GUIANT
                   CLOSE  GUIAS
                   GO TO  P057-GUIAANT-FIM.
           IF      GUI-SITUACAO  NOT =  "P"
                   MOVE  "S"     TO  WK-GUIAPEND
                   CLOSE  GUIAS
                   GO TO  P057-GUIAANT-FIM.
           GO TO   P058-LEGUIA.
       P057-GUIAANT-FIM.
           EXIT.
      *
      *---- ARQUIVAMENTO ANUAL DE MOVIMENTO (SEF172.EXE)
      *---- "A" MOVE A COMPETENCIA ENCERRADA PARA OS HISTORICOS
      *---- NHxxAAAA.SDI / MHxxAAAA.SDI E COMPACTA OS VIVOS;
                   GO TO  P060-ARQUIVA-FIM.
           MOVE    WK-CP-MM      TO  WK-COMPET-MM.
           MOVE    WK-CP-AAAA    TO  WK-COMPET-AAAA.
           MOVE    "SEF172.EXE-" TO  WK-BKP-OPERACAO.
           MOVE    WK-ARQFUNC    TO  WK-BKP-OPERACAO (12:1).
           PERFORM P049-PONTO    THRU  P049-PONTO-FIM.
           IF      WK-BKPOK  NOT =  "S"
                   GO TO  P060-ARQUIVA-FIM.
           MOVE    "SEF172.EXE"  TO  LOG-PROGRAMA.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           DISPLAY (23, 02) WK-SPACE.
      *
       P065-VALIDA.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "VALIDAR (T) SINTEGRA, (P) SPED OU (C) "
                            "EFD-CONTRIBUICOES ?".
           ACCEPT  (23, 61) WK-VALTIPO.
           IF      WK-VALTIPO  NOT = "T" AND "P" AND "C"
                   GO TO  P065-VALIDA-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "COMPETENCIA (MMAAAA) -> <      >".
           DISPLAY (05, 15) "01 - Relatorio de Mapas de PDV".
           DISPLAY (06, 15) "02 - Relatorio de Entradas".
           DISPLAY (07, 15) "03 - Relatorio de Saidas".
           DISPLAY (08, 15) "04 - Relatorio de Apuracao de ICMS / "
                            "ST / DIFAL".
           DISPLAY (09, 15) "05 - Relatorio de Operacoes por UF".
           DISPLAY (10, 15) "06 - Relatorio de Codigos de Emitentes".
           DISPLAY (11, 15) "07 - Relatorio de Totais por CFO".
                PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM
           ELSE
           IF   WK-OPCAO = 2
                MOVE   "1"           TO  WK-LIVRO
                PERFORM P107-ENTSAI  THRU P107-ENTSAI-FIM
           ELSE
           IF   WK-OPCAO = 3
                MOVE   "2"           TO  WK-LIVRO
                PERFORM P107-ENTSAI  THRU P107-ENTSAI-FIM
           ELSE
           IF   WK-OPCAO = 4
                PERFORM P105-APURREL THRU P105-APURREL-FIM
           ELSE
           IF   WK-OPCAO = 5
                MOVE   "SEF048.EXE"  TO  LOG-PROGRAMA
       P109.
           EXIT.
      *
      *---- OPCAO 04 - "I" APURACAO DO ICMS PROPRIO (SEF041.EXE, OU O
      *---- CONSOLIDADO NA LOJA CONSOLIDADORA); "S" APURACAO DO
      *---- ICMS-ST / DIFAL / FCP POR UF (SEF184.EXE, LIVRO APURST.SDI)
      *---- "L" LIVRO OFICIAL DE APURACAO DO ICMS - P9 (SEF187.EXE)
      *
       P105-APURREL.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "(I)CMS, (S)T/DIFAL/FCP POR UF, "
                            "(L)IVRO P9 OU (G)UIAS ?".
           ACCEPT  (23, 58) WK-RESP.
           IF      WK-RESP  =  "G"
                   MOVE   "SEF192.EXE"  TO  LOG-PROGRAMA
                   PERFORM P945-DESTINO  THRU P945-DESTINO-FIM
                   PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                   PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM
                   GO TO  P105-APURREL-FIM.
           IF      WK-RESP  =  "L"
                   MOVE   "9"           TO  WK-LIVRO
                   PERFORM P108-LIVRO   THRU P108-LIVRO-FIM
                   GO TO  P105-APURREL-FIM.
           IF      WK-RESP  =  "S"
                   MOVE   "SEF184.EXE"  TO  LOG-PROGRAMA
                   PERFORM P945-DESTINO  THRU P945-DESTINO-FIM
                   PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                   PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM
                   GO TO  P105-APURREL-FIM.
           IF      WK-RESP  NOT =  "I"
                   GO TO  P105-APURREL-FIM.
           MOVE    "A"           TO  WK-CONSTIPO.
           PERFORM P955-CONSREL THRU P955-CONSREL-FIM.
           IF      WK-CONSFEITO  NOT =  "S"
                   MOVE   "SEF041.EXE"  TO  LOG-PROGRAMA
                   PERFORM P945-DESTINO  THRU P945-DESTINO-FIM
                   PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                   PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM.
       P105-APURREL-FIM.
           EXIT.
      *
      *---- OPCOES 02 / 03 - "R" RELATORIO DE TRABALHO DE ENTRADAS
      *---- (SEF143.EXE) OU SAIDAS (SEF144.EXE), OU O CONSOLIDADO NA
      *---- LOJA CONSOLIDADORA; "L" LIVRO OFICIAL P1 / P2 (SEF187.EXE)
      *---- WK-LIVRO TRAZ "1" (ENTRADAS) OU "2" (SAIDAS)
      *
       P107-ENTSAI.
           DISPLAY (23, 02) WK-SPACE.
           IF      WK-LIVRO  =  "2"
                   DISPLAY (23, 03) "(R)ELATORIO, (L)IVRO OFICIAL P2 "
                                    "OU (N)UMERACAO DAS NOTAS ?"
                   ACCEPT  (23, 62) WK-RESP
           ELSE
                   DISPLAY (23, 03) "(R)ELATORIO DE TRABALHO OU "
                                    "(L)IVRO OFICIAL P1/P2 ?"
                   ACCEPT  (23, 55) WK-RESP.
           IF      WK-RESP  =  "L"
                   PERFORM P108-LIVRO   THRU P108-LIVRO-FIM
                   GO TO  P107-ENTSAI-FIM.
           IF      WK-RESP  =  "N"  AND  WK-LIVRO  =  "2"
                   PERFORM P106-NUMERA  THRU P106-NUMERA-FIM
                   GO TO  P107-ENTSAI-FIM.
           IF      WK-RESP  NOT =  "R"
                   GO TO  P107-ENTSAI-FIM.
           IF      WK-LIVRO  =  "1"
                   MOVE   "E"           TO  WK-CONSTIPO
                   MOVE   "SEF143.EXE"  TO  LOG-PROGRAMA
           ELSE
                   MOVE   "S"           TO  WK-CONSTIPO
                   MOVE   "SEF144.EXE"  TO  LOG-PROGRAMA.
           PERFORM P955-CONSREL THRU P955-CONSREL-FIM.
           IF      WK-CONSFEITO  NOT =  "S"
                   PERFORM P945-DESTINO  THRU P945-DESTINO-FIM
                   PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                   PERFORM P940-CHAMA   THRU  P940-CHAMA-FIM.
       P107-ENTSAI-FIM.
           EXIT.
      *
      *---- CONFERENCIA DA NUMERACAO DAS NOTAS DE SAIDA DA
      *---- COMPETENCIA (SEF189.EXE MODO "R"): FALHAS SEM
      *---- INUTILIZACAO, DUPLICADAS, DATAS FORA DE ORDEM E
      *---- CANCELADAS SEM MOTIVO
      *
       P106-NUMERA.
           IF      PARAM-LJCONS  =  "S"
                   GO TO  P106-NUMERA-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "COMPETENCIA (MMAAAA) -> <      >".
           ACCEPT  (23, 28) WK-CPMMAA.
           IF      WK-CPMMAA  NOT NUMERIC
               OR  WK-CP-MM   =   ZEROS
               OR  WK-CP-MM   >   12
                   GO TO  P106-NUMERA-FIM.
           MOVE    WK-CP-MM      TO  WK-COMPET-MM.
           MOVE    WK-CP-AAAA    TO  WK-COMPET-AAAA.
           MOVE    "SEF189.EXE"  TO  LOG-PROGRAMA.
           PERFORM P945-DESTINO  THRU P945-DESTINO-FIM.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           MOVE    "R"           TO  WK-NUMMODO.
           MOVE    ZEROS         TO  WK-NUMFALHAS.
           MOVE    ZERO          TO  RETURN-CODE.
           CALL    "SEF189.EXE"  USING WK-CHAIN-DT  WK-COMFUNLJ
                                       WK-COMPET    WK-NUMMODO
                                       WK-NUMFALHAS.
           CANCEL  "SEF189.EXE".
           DISPLAY (23, 02) WK-SPACE.
           IF      RETURN-CODE   NOT =  ZERO
                   DISPLAY (23, 03) "FALHA NA EXECUCAO DE SEF189.EXE"
                   DISPLAY (23, 36) " - TECLE ALGO"
           ELSE
                   DISPLAY (23, 03) "CONFERENCIA EMITIDA - "
                                    "OCORRENCIAS: " WK-NUMFALHAS
                                    " - TECLE ALGO".
           ACCEPT  (23, 78) WK-RESP.
       P106-NUMERA-FIM.
           EXIT.
      *
      *---- LIVRO FISCAL OFICIAL (SEF187.EXE) DA COMPETENCIA PEDIDA.
      *---- SO COMPETENCIA ENCERRADA; A PRIMEIRA IMPRESSAO DE CADA
      *---- COMPETENCIA E' DEFINITIVA (AVANCA AS FOLHAS DO LIVRO E E'
      *---- GRAVADA NA TRILHA COMO "LIVRO-Pn-DEF"); AS SEGUINTES SAO
      *---- REIMPRESSOES NAS MESMAS FOLHAS
      *
       P108-LIVRO.
           IF      PARAM-LJCONS  =  "S"
                   DISPLAY (23, 02) WK-SPACE
                   DISPLAY (23, 03) "LOJA CONSOLIDADORA NAO TEM LIVRO "
                                    "FISCAL - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP
                   GO TO  P108-LIVRO-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "COMPETENCIA DO LIVRO (MMAAAA) -> <      >".
           ACCEPT  (23, 37) WK-CPMMAA.
           IF      WK-CPMMAA  NOT NUMERIC
               OR  WK-CP-MM   =   ZEROS
               OR  WK-CP-MM   >   12
                   GO TO  P108-LIVRO-FIM.
           MOVE    WK-CP-MM      TO  WK-COMPET-MM.
           MOVE    WK-CP-AAAA    TO  WK-COMPET-AAAA.
           MOVE    "SEF187.EXE"  TO  LOG-PROGRAMA.
           PERFORM P945-DESTINO  THRU P945-DESTINO-FIM.
           PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM.
           DISPLAY (23, 02) WK-SPACE.
           DISPLAY (23, 03) "AGUARDE: IMPRIMINDO O LIVRO FISCAL".
           MOVE    SPACES        TO  WK-LIVRET-RESULT.
           MOVE    ZERO          TO  RETURN-CODE.
           CALL    "SEF187.EXE"  USING WK-CHAIN-DT  WK-COMFUNLJ
                                       WK-LIVRO     WK-COMPET
                                       WK-LIVRET.
           CANCEL  "SEF187.EXE".
           DISPLAY (23, 02) WK-SPACE.
           IF      RETURN-CODE   NOT =  ZERO
               OR  WK-LIVRET-RESULT  =  "E"
                   DISPLAY (23, 03) "FALHA NA EXECUCAO DE SEF187.EXE"
                   DISPLAY (23, 36) " - TECLE ALGO"
                   ACCEPT  (23, 78) WK-RESP
                   GO TO  P108-LIVRO-FIM.
           IF      WK-LIVRET-RESULT  =  "X"
                   GO TO  P108-LIVRO-FIM.
           IF      WK-LIVRET-RESULT  =  "D"
                   MOVE    "LIVRO-P -DEF" TO  LOG-PROGRAMA
                   MOVE    WK-LIVRO      TO  LOG-PROGRAMA (8:1)
                   PERFORM P920-GRAVALOG THRU P920-GRAVALOG-FIM
                   DISPLAY (23, 03) "LIVRO IMPRESSO - FOLHAS "
                                    WK-LIVRET-PAGINI " A "
                                    WK-LIVRET-PAGFIM " - TECLE ALGO"
           ELSE
           IF      WK-LIVRET-RESULT  =  "R"
                   DISPLAY (23, 03) "REIMPRESSAO - FOLHAS "
                                    WK-LIVRET-PAGINI " A "
                                    WK-LIVRET-PAGFIM " - TECLE ALGO"
           ELSE
           IF      WK-LIVRET-RESULT  =  "A"
                   DISPLAY (23, 03) "COMPETENCIA NAO ENCERRADA NO "
                                    "FECHAMENTO - TECLE ALGO"
           ELSE
           IF      WK-LIVRET-RESULT  =  "S"
                   DISPLAY (23, 03) "FORA DE SEQUENCIA - ULTIMA "
                                    "IMPRESSA (AAAAMM): "
                                    WK-LIVRET-ULTCOMP " - TECLE ALGO"
           ELSE
                   DISPLAY (23, 03) "COMPETENCIA SEM APURACAO DO ICMS"
                                    " - TECLE ALGO".
           ACCEPT  (23, 78) WK-RESP.
       P108-LIVRO-FIM.
           EXIT.
      *
      *---- CONSULTA DA TRILHA DE AUDITORIA / EXPURGO (SEF164.EXE)
      *---- FUNCAO "R": RELATORIO FILTRADO POR CHAPA, INTERVALO DE
      *---- DATAS E PROGRAMA. FUNCAO "E": MOVE OS REGISTROS COM MAIS
           EXIT.
      *
      *---- MODO BATCH - EXECUTA AS TAREFAS DA AGENDA SEFAGEND.TXT
      *---- (UMA POR LINHA: TAREFA / LOJA / SUBOPCAO / COMPETENCIA /
      *---- TOLERANCIA DO KARDEX),
      *---- GRAVANDO O RESULTADO DE CADA PASSO EM SEFBATCH.REL.
      *---- NENHUM ACCEPT DE TELA E' EXECUTADO NESTE CAMINHO.
      *---- PASSO CUJA DEPENDENCIA NAO TERMINOU OK NAO E' EXECUTADO.
      *---- A SITUACAO DE CADA PASSO FICA NO SEFRUN.SDI: A EXECUCAO
      *---- SEGUINTE A UMA COM FALHA (OU INTERROMPIDA), COM A MESMA
      *---- AGENDA, RECOMECA NO PRIMEIRO PASSO SEM SUCESSO. ENQUANTO
      *---- RODA, A EXECUCAO E AS LOJAS DA AGENDA FICAM TRAVADAS NO
      *---- LOCKBAT.SDI (VER P750-TRAVA E P985-VERTRAVA)
      *
       P700-BATCH.
      *
                    ADD   1    TO   WK-BATERR
                    CLOSE BATREL
                    GO TO  P709-BATCH-FIM.
           PERFORM  P740-PREVIA    THRU  P740-PREVIA-FIM.
           CLOSE    AGENDA.
           PERFORM  P750-TRAVA     THRU  P750-TRAVA-FIM.
           IF       WK-LCKSIT  =  "S"
                    MOVE  LCK-RUNID  TO  WK-BATTRV-ID
                    WRITE BAT-REG   FROM  WK-BATTRV
                    ADD   1    TO   WK-BATERR
                    CLOSE BATREL
                    GO TO  P709-BATCH-FIM.
           PERFORM  P745-INIRUN    THRU  P745-INIRUN-FIM.
           MOVE     WK-RUNID       TO    WK-BATRUN-ID.
           MOVE     SPACES         TO    WK-BATRUN-OBS.
           IF       WK-REINICIO  >  1
                    MOVE  WK-REINICIO  TO  WK-BATREI-PASSO
                    MOVE  WK-BATREI    TO  WK-BATRUN-OBS.
           IF       WK-RUNOK  NOT =  "S"
                    MOVE  "SEM CONTROLE DE PASSOS (SEFRUN.SDI)"
                          TO   WK-BATRUN-OBS.
           WRITE    BAT-REG   FROM  WK-BATRUN.
      *
           OPEN     INPUT     AGENDA.
           MOVE     ZEROS          TO    WK-PASSO.
       P701-LEAGEN.
           READ     AGENDA    AT  END
                    GO TO  P708-ENCERRA.
           IF       AGEN-TAREFA  NOT NUMERIC
               OR   AGEN-TAREFA  =   ZEROS
                    GO TO  P701-LEAGEN.
           IF       WK-PASSO  NOT <  WK-QTPASSO
                    MOVE  "AGENDA COM MAIS DE 999 PASSOS - INTERROMPIDO"
                          TO   BAT-REG
                    WRITE BAT-REG
                    ADD   1    TO   WK-BATERR
                    GO TO  P708-ENCERRA.
           ADD      1              TO    WK-BATLIDAS  WK-PASSO.
           PERFORM  P705-PASSO     THRU  P705-PASSO-FIM.
           GO  TO   P701-LEAGEN.
       P708-ENCERRA.
           MOVE     WK-BATLIDAS    TO    WK-BATTOT-LID.
           MOVE     WK-BATERR      TO    WK-BATTOT-ERR.
           MOVE     WK-BATNEXE     TO    WK-BATTOT-NEXE.
           WRITE    BAT-REG   FROM  WK-BATTOT.
           PERFORM  P748-FIMRUN    THRU  P748-FIMRUN-FIM.
           MOVE     "L"            TO    WK-LCKACAO.
           PERFORM  P755-RENOVA    THRU  P755-RENOVA-FIM.
           CLOSE    AGENDA  BATREL.
       P709-BATCH-FIM.
           EXIT.
      *
      *---- UM PASSO DA AGENDA: JA EXECUTADO COM SUCESSO NA EXECUCAO
      *---- QUE ESTA SENDO RETOMADA, NAO EXECUTADO (DEPENDENCIA SEM
      *---- SUCESSO) OU EXECUTADO; O RESULTADO VAI PARA O SEFRUN.SDI
      *
       P705-PASSO.
           MOVE     WK-PASSO       TO    WK-BATLIN-PASSO.
           IF       WK-PASSO  <  WK-REINICIO
                    MOVE  AGEN-TAREFA  TO  WK-BATLIN-TAR
                    MOVE  ZEROS        TO  WK-BATLIN-LOJA
                    MOVE  SPACES       TO  WK-BATLIN-PROG
                    MOVE  "OK NA EXECUCAO ANTERIOR - NAO REPETIDA"
                          TO   WK-BATLIN-MSG
                    PERFORM  P730-GRAVABAT  THRU  P730-GRAVABAT-FIM
                    GO TO  P705-PASSO-FIM.
           PERFORM  P706-DEPEND    THRU  P706-DEPEND-FIM.
           IF       WK-DEPINV  =  "S"
                    MOVE  AGEN-TAREFA  TO  WK-BATLIN-TAR
                    MOVE  ZEROS        TO  WK-BATLIN-LOJA
                    MOVE  SPACES       TO  WK-BATLIN-PROG
                    MOVE  "DEPENDENCIA INVALIDA NA AGENDA"
                          TO   WK-BATLIN-MSG
                    PERFORM  P730-GRAVABAT  THRU  P730-GRAVABAT-FIM
                    ADD   1    TO   WK-BATERR
                    MOVE  "F"  TO   WK-PAS-SIT (WK-PASSO)
                    GO TO  P705-GRAVA.
           IF       WK-DEPFALHA  NOT =  ZEROS
                    MOVE  AGEN-TAREFA  TO  WK-BATLIN-TAR
                    MOVE  ZEROS        TO  WK-BATLIN-LOJA
                    MOVE  SPACES       TO  WK-BATLIN-PROG
                    MOVE  WK-DEPFALHA  TO  WK-BATDEP-PASSO
                    MOVE  WK-BATDEP    TO  WK-BATLIN-MSG
                    PERFORM  P730-GRAVABAT  THRU  P730-GRAVABAT-FIM
                    ADD   1    TO   WK-BATNEXE
                    MOVE  "N"  TO   WK-PAS-SIT (WK-PASSO)
                    GO TO  P705-GRAVA.
           MOVE     "R"            TO    WK-LCKACAO.
           PERFORM  P755-RENOVA    THRU  P755-RENOVA-FIM.
           MOVE     WK-BATERR      TO    WK-ERRANT.
           PERFORM  P710-TAREFA    THRU  P710-TAREFA-FIM.
           IF       WK-BATERR  =  WK-ERRANT
                    MOVE  "O"  TO   WK-PAS-SIT (WK-PASSO)
           ELSE
                    MOVE  "F"  TO   WK-PAS-SIT (WK-PASSO).
       P705-GRAVA.
           PERFORM  P746-GRAVAPASSO THRU P746-GRAVAPASSO-FIM.
       P705-PASSO-FIM.
           EXIT.
      *
      *---- CONFERE AS DEPENDENCIAS DO PASSO: SO PASSOS ANTERIORES
      *---- SAO VALIDOS; DEVOLVE O PRIMEIRO QUE NAO TERMINOU OK
      *
       P706-DEPEND.
           MOVE     "N"            TO    WK-DEPINV.
           MOVE     ZEROS          TO    WK-DEPFALHA.
           MOVE     1              TO    WK-DEPIX.
       P707-UMADEP.
           IF       AGEN-DEP (WK-DEPIX)  NOT NUMERIC
               OR   AGEN-DEP (WK-DEPIX)  =  ZEROS
                    GO TO  P707-PROXDEP.
           IF       AGEN-DEP (WK-DEPIX)  NOT <  WK-PASSO
                    MOVE  "S"  TO  WK-DEPINV
                    GO TO  P706-DEPEND-FIM.
           IF       WK-PAS-SIT (AGEN-DEP (WK-DEPIX))  NOT =  "O"
               AND  WK-DEPFALHA  =  ZEROS
                    MOVE  AGEN-DEP (WK-DEPIX)  TO  WK-DEPFALHA.
       P707-PROXDEP.
           IF       WK-DEPIX  <  5
                    ADD   1    TO   WK-DEPIX
                    GO TO  P707-UMADEP.
       P706-DEPEND-FIM.
           EXIT.
      *
      *---- EXECUTA UMA TAREFA DA AGENDA
      *
       P710-TAREFA.
           MOVE     PARAM-NR       TO    WK-COMFUNLJ  WK-BATLIN-LOJA.
           CLOSE    ARQPARAM.
           MOVE     AGEN-COMPET    TO    WK-COMPET.
      *
      *    PONTO DE RESTAURACAO DA LOJA ANTES DE CADA PASSO; SEM ELE O
      *    PASSO NAO E' EXECUTADO E CONTA COMO FALHA
      *
           MOVE     WK-PASSO       TO    WK-BKPBAT-PASSO.
           MOVE     AGEN-TAREFA    TO    WK-BKPBAT-TAR.
           MOVE     WK-BKPBAT      TO    WK-BKP-OPERACAO.
           PERFORM  P049-PONTO     THRU  P049-PONTO-FIM.
           IF       WK-BKPOK  NOT =  "S"
                    MOVE  "SEF195.EXE"  TO  WK-BATLIN-PROG
                    MOVE  "SEM PONTO DE RESTAURACAO - NAO EXECUTADA"
                          TO   WK-BATLIN-MSG
                    PERFORM  P730-GRAVABAT  THRU  P730-GRAVABAT-FIM
                    ADD   1    TO   WK-BATERR
                    GO TO  P710-TAREFA-FIM.
      *
           IF       AGEN-TAREFA  =  05
                    PERFORM  P711-BATSINT  THRU  P711-BATSINT-FIM
                    MOVE  "SEF778.EXE"  TO  WK-BATPROG
                    PERFORM  P720-CHAMABAT  THRU  P720-CHAMABAT-FIM
           ELSE
           IF       AGEN-TAREFA  =  10
               AND  AGEN-SUBOPC  NUMERIC
               AND  AGEN-SUBOPC  =  02
                    PERFORM  P716-BATCONT  THRU  P716-BATCONT-FIM
           ELSE
           IF       AGEN-TAREFA  =  10
               AND  AGEN-SUBOPC  NUMERIC
               AND  AGEN-SUBOPC  =  03
                    PERFORM  P718-BATCTB   THRU  P718-BATCTB-FIM
           ELSE
           IF       AGEN-TAREFA  =  10
                    PERFORM  P712-BATSPED  THRU  P712-BATSPED-FIM
           ELSE
           EXIT.
      *
      *---- TAREFA 10 - SPED FISCAL (EXIGE COMPETENCIA NA AGENDA)
      *---- COM SUBOPCAO 02 A TAREFA 10 GERA A EFD-CONTRIBUICOES (P716)
      *
       P712-BATSPED.
           MOVE     "SEF153.EXE"   TO    WK-BATLIN-PROG.
       P712-BATSPED-FIM.
           EXIT.
      *
      *---- TAREFA 10 SUBOPCAO 02 - EFD-CONTRIBUICOES (EXIGE
      *---- COMPETENCIA NA AGENDA; MESMA CONFERENCIA DO SPED FISCAL)
      *
       P716-BATCONT.
           MOVE     "SEF185.EXE"   TO    WK-BATLIN-PROG.
           IF       WK-COMPET  NOT NUMERIC  OR  WK-COMPET = ZEROS
                    MOVE  "COMPETENCIA INVALIDA NA AGENDA"
                          TO   WK-BATLIN-MSG
                    PERFORM  P730-GRAVABAT  THRU  P730-GRAVABAT-FIM
                    ADD   1    TO   WK-BATERR
                    GO TO  P716-BATCONT-FIM.
           PERFORM  P930-CONFSINT  THRU  P930-CONFSINT-FIM.
           IF       WK-RECON-OK    NOT =  "S"
                    MOVE  "MAPAS X NOTAS DIVERGENTES - NAO GERADO"
                          TO   WK-BATLIN-MSG
                    PERFORM  P730-GRAVABAT  THRU  P730-GRAVABAT-FIM
                    ADD   1    TO   WK-BATERR
                    GO TO  P716-BATCONT-FIM.
           MOVE     "SEF185.EXE"   TO    LOG-PROGRAMA.
           PERFORM  P920-GRAVALOG  THRU  P920-GRAVALOG-FIM.
           MOVE     ZERO           TO    RETURN-CODE.
           CALL     "SEF185.EXE"   USING WK-CHAIN-DT  WK-COMFUNLJ
                                         WK-COMPET.
           CANCEL   "SEF185.EXE".
           PERFORM  P725-RESULTBAT THRU  P725-RESULTBAT-FIM.
           IF       WK-BATOK  =  "S"
                    MOVE     "C"   TO    WK-MARCATIPO
                    PERFORM  P970-MARCAGER  THRU  P970-MARCAGER-FIM.
       P716-BATCONT-FIM.
           EXIT.
      *
      *---- TAREFA 04 SUBOPCAO 21 - CONFERENCIA DA NUMERACAO DAS
      *---- NOTAS DE SAIDA (SEF189.EXE, EXIGE COMPETENCIA NA AGENDA;
      *---- A ALTERNATIVA "N" DA OPCAO 03 DO MENU DE RELATORIOS)
      *
       P717-BATNUM.
           MOVE     "SEF189.EXE"   TO    WK-BATLIN-PROG  LOG-PROGRAMA.
           IF       WK-COMPET  NOT NUMERIC  OR  WK-COMPET = ZEROS
                    MOVE  "COMPETENCIA INVALIDA NA AGENDA"
                          TO   WK-BATLIN-MSG
                    PERFORM  P730-GRAVABAT  THRU  P730-GRAVABAT-FIM
                    ADD   1    TO   WK-BATERR
                    GO TO  P717-BATNUM-FIM.
           PERFORM  P945-DESTINO   THRU  P945-DESTINO-FIM.
           PERFORM  P920-GRAVALOG  THRU  P920-GRAVALOG-FIM.
           MOVE     "R"            TO    WK-NUMMODO.
           MOVE     ZERO           TO    RETURN-CODE.
           CALL     "SEF189.EXE"   USING WK-CHAIN-DT  WK-COMFUNLJ
                                         WK-COMPET    WK-NUMMODO
                                         WK-NUMFALHAS.
           CANCEL   "SEF189.EXE".
           PERFORM  P725-RESULTBAT THRU  P725-RESULTBAT-FIM.
       P717-BATNUM-FIM.
           EXIT.
      *
      *---- TAREFA 10 SUBOPCAO 03 - EXPORTACAO DOS LANCAMENTOS
      *---- CONTABEIS (SEF194.EXE, EXIGE COMPETENCIA NA AGENDA). SO
      *---- REMESSA GRAVADA CONTA COMO OK; A SUBSTITUICAO VAI PARA A
      *---- TRILHA COMO NA OPCAO 10 DO MENU
      *
       P718-BATCTB.
           MOVE     "SEF194.EXE"   TO    WK-BATLIN-PROG  LOG-PROGRAMA.
           IF       WK-COMPET  NOT NUMERIC  OR  WK-COMPET = ZEROS
                    MOVE  "COMPETENCIA INVALIDA NA AGENDA"
                          TO   WK-BATLIN-MSG
                    PERFORM  P730-GRAVABAT  THRU  P730-GRAVABAT-FIM
                    ADD   1    TO   WK-BATERR
                    GO TO  P718-BATCTB-FIM.
           PERFORM  P945-DESTINO   THRU  P945-DESTINO-FIM.
           PERFORM  P920-GRAVALOG  THRU  P920-GRAVALOG-FIM.
           MOVE     SPACES         TO    WK-CTBRET-RESULT.
           MOVE     ZERO           TO    RETURN-CODE.
           CALL     "SEF194.EXE"   USING WK-CHAIN-DT  WK-COMFUNLJ
                                         WK-COMPET    WK-CTBRET.
           CANCEL   "SEF194.EXE".
           IF       RETURN-CODE  NOT =  ZERO
               OR   WK-CTBRET-RESULT  =  "G"  OR  "S"
                    PERFORM  P725-RESULTBAT THRU  P725-RESULTBAT-FIM
           ELSE
                    MOVE  "N"   TO  WK-BATOK
                    ADD   1    TO   WK-BATERR
                    MOVE  "FALHA NA EXECUCAO"  TO  WK-BATLIN-MSG
                    IF    WK-CTBRET-RESULT  =  "A"
                          MOVE  "COMPETENCIA NAO ENCERRADA"
                                TO  WK-BATLIN-MSG
                    END-IF
                    IF    WK-CTBRET-RESULT  =  "P"
                          MOVE  "COMPETENCIA SEM APURACAO DO ICMS"
                                TO  WK-BATLIN-MSG
                    END-IF
                    IF    WK-CTBRET-RESULT  =  "N"
                          MOVE  "CFOP SEM CONTA - NAO EXPORTADO"
                                TO  WK-BATLIN-MSG
                    END-IF
                    IF    WK-CTBRET-RESULT  =  "D"
                          MOVE  "DEBITOS X CREDITOS NAO CONFEREM"
                                TO  WK-BATLIN-MSG
                    END-IF
                    PERFORM  P730-GRAVABAT  THRU  P730-GRAVABAT-FIM
                    GO TO  P718-BATCTB-FIM.
           IF       WK-BATOK  =  "S"
               AND  WK-CTBRET-RESULT  =  "S"
                    MOVE  "CTBSUBST-"   TO  LOG-PROGRAMA
                    MOVE  WK-CTBRET-REMESSA  TO  LOG-PROGRAMA (10:3)
                    PERFORM  P920-GRAVALOG  THRU  P920-GRAVALOG-FIM.
       P718-BATCTB-FIM.
           EXIT.
      *
      *---- TAREFA 15 - APURACAO DO ICMS (EXIGE COMPETENCIA NA AGENDA)
      *
       P713-BATAPUR.
                                         WK-COMPET.
           CANCEL   "SEF170.EXE".
           PERFORM  P725-RESULTBAT THRU  P725-RESULTBAT-FIM.
           IF       WK-BATOK  NOT =  "S"
                    GO TO  P713-BATAPUR-FIM.
      *
      *    APURACAO ST/DIFAL/FCP POR UF, SO APOS O ICMS PROPRIO OK
      *
           MOVE     "SEF183.EXE"   TO    WK-BATLIN-PROG  LOG-PROGRAMA.
           PERFORM  P920-GRAVALOG  THRU  P920-GRAVALOG-FIM.
           MOVE     ZERO           TO    RETURN-CODE.
           CALL     "SEF183.EXE"   USING WK-CHAIN-DT  WK-COMFUNLJ
                                         WK-COMPET.
           CANCEL   "SEF183.EXE".
           PERFORM  P725-RESULTBAT THRU  P725-RESULTBAT-FIM.
           IF       WK-BATOK  NOT =  "S"
                    GO TO  P713-BATAPUR-FIM.
      *
      *    GUIAS DE RECOLHIMENTO DA COMPETENCIA, SO APOS AS APURACOES
      *
           MOVE     "SEF190.EXE"   TO    WK-BATLIN-PROG  LOG-PROGRAMA.
           PERFORM  P920-GRAVALOG  THRU  P920-GRAVALOG-FIM.
           MOVE     ZERO           TO    RETURN-CODE.
           CALL     "SEF190.EXE"   USING WK-CHAIN-DT  WK-COMFUNLJ
                                         WK-COMPET.
           CANCEL   "SEF190.EXE".
           PERFORM  P725-RESULTBAT THRU  P725-RESULTBAT-FIM.
       P713-BATAPUR-FIM.
           EXIT.
      *
      *---- TAREFA 17 - VALIDACAO POS-GERACAO (SUBOPCAO 05 VALIDA O
      *---- SINTEGRA, 10 VALIDA O SPED - MESMOS NUMEROS DAS TAREFAS
      *---- DE GERACAO - E 02 A EFD-CONTRIBUICOES, A SUBOPCAO DA
      *---- TAREFA 10 QUE A GERA; COMPETENCIA OBRIGATORIA). APOS
      *---- A GERACAO, UMA DIVERGENCIA CONTA FALHA E PARA A ENTREGA
      *
       P714-BATVALID.
           ELSE
           IF       AGEN-SUBOPC  =  10
                    MOVE  "P"  TO  WK-VALTIPO
           ELSE
           IF       AGEN-SUBOPC  =  02
                    MOVE  "C"  TO  WK-VALTIPO
           ELSE
                    MOVE  "SUBOPCAO DE VALIDACAO INVALIDA"
                          TO   WK-BATLIN-MSG
       P714-BATVALID-FIM.
           EXIT.
      *
      *---- TAREFA 04 - RELATORIOS (SUBOPCAO = OPCAO DO MENU P100;
      *---- SUBOPCAO 18 = APURACAO ST/DIFAL/FCP, A ALTERNATIVA "S" DA
      *---- OPCAO 04; 19 = KARDEX FISCAL E 20 = DIVERGENCIA KARDEX X
      *---- INVENTARIO COM A TOLERANCIA DA AGENDA, A ALTERNATIVA "K"
      *---- DA OPCAO 13 DO MENU PRINCIPAL; 21 = CONFERENCIA DA
      *---- NUMERACAO DAS NOTAS DE SAIDA - P717)
      *
       P715-BATREL.
           MOVE     SPACES         TO    WK-BATPROG  WK-KARDMODO.
           MOVE     ZEROS          TO    WK-KARDTOLER.
           IF       AGEN-SUBOPC = 21  AND  PARAM-LJCONS NOT = "S"
                    PERFORM  P717-BATNUM  THRU  P717-BATNUM-FIM
                    GO TO  P715-BATREL-FIM.
           IF       AGEN-SUBOPC = 1  AND  PARAM-LJCONS NOT = "S"
                    MOVE  "SEF148.EXE"  TO  WK-BATPROG
           ELSE
                    MOVE  "SEF177.EXE"  TO  WK-BATPROG
           ELSE
           IF       AGEN-SUBOPC = 17
                    MOVE  "SEF180.EXE"  TO  WK-BATPROG
           ELSE
           IF       AGEN-SUBOPC = 18
                    MOVE  "SEF184.EXE"  TO  WK-BATPROG
           ELSE
           IF       AGEN-SUBOPC = 19  AND  PARAM-LJCONS NOT = "S"
                    MOVE  "SEF186.EXE"  TO  WK-BATPROG
                    MOVE  "K"           TO  WK-KARDMODO
           ELSE
           IF       AGEN-SUBOPC = 20  AND  PARAM-LJCONS NOT = "S"
                    MOVE  "SEF186.EXE"  TO  WK-BATPROG
                    MOVE  "D"           TO  WK-KARDMODO
                    IF    AGEN-TOLER  NUMERIC
                          MOVE  AGEN-TOLER  TO  WK-KARDTOLER
                    END-IF
           ELSE
           IF       AGEN-SUBOPC = 22  AND  PARAM-LJCONS NOT = "S"
                    MOVE  "SEF192.EXE"  TO  WK-BATPROG.
           IF       WK-BATPROG  =  SPACES
                    MOVE  "SUBOPCAO DE RELATORIO INVALIDA P/ LOJA"
                          TO   WK-BATLIN-MSG
       P730-GRAVABAT-FIM.
           EXIT.
      *
      *---- LEITURA PREVIA DA AGENDA: CONTA OS PASSOS, MARCA AS LOJAS
      *---- A TRAVAR E DECIDE ENTRE EXECUCAO NOVA E RETOMADA. RETOMA
      *---- QUANDO A ULTIMA EXECUCAO NAO TERMINOU SEM FALHAS E A
      *---- AGENDA E' A MESMA (MESMOS PASSOS, MESMAS LINHAS); O
      *---- REINICIO E' O PRIMEIRO PASSO SEM SUCESSO OU NAO ALCANCADO
      *
       P740-PREVIA.
           MOVE     ZEROS          TO    WK-QTPASSO  WK-REINICIO
                                         WK-RUNQTANT WK-RUNQTREINI.
           MOVE     SPACES         TO    WK-PASSOS   WK-LJTRAVA.
           MOVE     "S"            TO    WK-RUNNOVA.
           MOVE     1              TO    WK-RUNID.
           MOVE     0240           TO    WK-TRAVAMIN.
           MOVE     "N"            TO    WK-PARAMOK.
           OPEN     INPUT     ARQPARAM.
           IF       WK-STATUS  =  ZEROS
                    MOVE  "S"  TO  WK-PARAMOK
                    MOVE  1    TO  WK-PARAMCOD
                    READ  ARQPARAM
                    IF    WK-STATUS  =  "00"
                      AND PARAM-TRAVAMIN  NUMERIC
                      AND PARAM-TRAVAMIN  NOT =  ZEROS
                          MOVE  PARAM-TRAVAMIN  TO  WK-TRAVAMIN
                    END-IF
           END-IF.
           OPEN     INPUT     RUNCTL.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO  P741-LEAGEN.
           MOVE     ZEROS          TO    RUN-PASSO.
           READ     RUNCTL.
           IF       WK-STATUS  NOT =  "00"
                    CLOSE  RUNCTL
                    GO TO  P741-LEAGEN.
           ADD      1  RUN-ID      GIVING  WK-RUNID.
           IF       RUN-SITUACAO  NOT =  "C"
                    MOVE  "N"          TO  WK-RUNNOVA
                    MOVE  RUN-ID       TO  WK-RUNID
                    MOVE  RUN-QTPASSO  TO  WK-RUNQTANT
                    MOVE  RUN-QTREINI  TO  WK-RUNQTREINI
           ELSE
                    CLOSE  RUNCTL.
       P741-LEAGEN.
           READ     AGENDA    AT  END
                    GO TO  P743-DECIDE.
           IF       WK-STATUS  NOT =  "00"
                    GO TO  P743-DECIDE.
           IF       AGEN-TAREFA  NOT NUMERIC
               OR   AGEN-TAREFA  =   ZEROS
               OR   WK-QTPASSO  =  999
                    GO TO  P741-LEAGEN.
           ADD      1              TO    WK-QTPASSO.
           IF       WK-PARAMOK  =  "S"
               AND  AGEN-LOJA  NUMERIC  AND  AGEN-LOJA  NOT =  ZEROS
                    MOVE  AGEN-LOJA  TO  WK-PARAMCOD
                    READ  ARQPARAM
                    IF    WK-STATUS  =  "00"
                      AND PARAM-NR  NUMERIC  AND  PARAM-NR  NOT =  ZEROS
                          MOVE  "S"  TO  WK-LJT (PARAM-NR)
                    END-IF
           END-IF.
           IF       WK-RUNNOVA  =  "S"
                    GO TO  P741-LEAGEN.
           MOVE     WK-QTPASSO     TO    RUN-PASSO.
           READ     RUNCTL.
           IF       WK-STATUS  NOT =  "00"
                    IF    WK-REINICIO  =  ZEROS
                          MOVE  WK-QTPASSO  TO  WK-REINICIO
                    END-IF
                    GO TO  P741-LEAGEN.
      *
      *    LINHA DIFERENTE DA EXECUTADA: A AGENDA MUDOU, EXECUCAO NOVA
      *
           IF       RUN-LINHA  NOT =  AGEN-REG (1:50)
                    MOVE  "S"  TO  WK-RUNNOVA
                    ADD   1    TO  WK-RUNID
                    CLOSE RUNCTL
                    GO TO  P741-LEAGEN.
           IF       WK-REINICIO  =  ZEROS
               AND  RUN-STATUS  NOT =  "O"
                    MOVE  WK-QTPASSO  TO  WK-REINICIO.
           IF       WK-REINICIO  =  ZEROS
                    MOVE  "O"  TO  WK-PAS-SIT (WK-QTPASSO).
           GO  TO   P741-LEAGEN.
       P743-DECIDE.
           IF       WK-PARAMOK  =  "S"
                    CLOSE  ARQPARAM.
           IF       WK-RUNNOVA  =  "S"
                    GO TO  P744-NOVA.
           CLOSE    RUNCTL.
      *
      *    OUTRO NUMERO DE PASSOS OU TODOS JA OK: EXECUCAO NOVA
      *
           IF       WK-QTPASSO  NOT =  WK-RUNQTANT
               OR   WK-REINICIO  =  ZEROS
                    MOVE  "S"  TO  WK-RUNNOVA
                    ADD   1    TO  WK-RUNID
                    GO TO  P744-NOVA.
           GO  TO   P740-PREVIA-FIM.
       P744-NOVA.
           MOVE     ZEROS          TO    WK-REINICIO  WK-RUNQTREINI.
           MOVE     SPACES         TO    WK-PASSOS.
       P740-PREVIA-FIM.
           EXIT.
      *
      *---- REGISTRO DA EXECUCAO NO SEFRUN.SDI: A EXECUCAO NOVA
      *---- RECRIA O ARQUIVO; A RETOMADA SO ATUALIZA O PASSO 000
      *
       P745-INIRUN.
           MOVE     "N"            TO    WK-RUNOK.
           IF       WK-RUNNOVA  =  "S"
                    OPEN  OUTPUT  RUNCTL
                    CLOSE RUNCTL.
           OPEN     I-O       RUNCTL.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO  P745-INIRUN-FIM.
           MOVE     "S"            TO    WK-RUNOK.
           MOVE     ZEROS          TO    RUN-PASSO.
           IF       WK-RUNNOVA  =  "N"
                    READ  RUNCTL
                    IF    WK-STATUS  =  "00"
                          ADD   1  TO  WK-RUNQTREINI
                          MOVE  "A"           TO  RUN-SITUACAO
                          MOVE  WK-REINICIO   TO  RUN-REINICIO
                          MOVE  WK-RUNQTREINI TO  RUN-QTREINI
                          REWRITE  RUN-REG
                          GO TO  P745-INIRUN-FIM
                    END-IF
           END-IF.
           INITIALIZE  RUN-REG.
           MOVE     ZEROS          TO    RUN-PASSO.
           MOVE     WK-RUNID       TO    RUN-ID.
           MOVE     "A"            TO    RUN-SITUACAO.
           MOVE     WK-QTPASSO     TO    RUN-QTPASSO.
           MOVE     WK-DATA        TO    RUN-DTINI.
           MOVE     WK-HORABAT     TO    RUN-HRINI.
           MOVE     1              TO    RUN-REINICIO.
           MOVE     ZEROS          TO    RUN-QTREINI.
           WRITE    RUN-REG.
       P745-INIRUN-FIM.
           EXIT.
      *
      *---- GRAVA O RESULTADO DO PASSO CORRENTE (LINHA DA AGENDA)
      *
       P746-GRAVAPASSO.
           IF       WK-RUNOK  NOT =  "S"
                    GO TO  P746-GRAVAPASSO-FIM.
           MOVE     WK-PASSO       TO    RUN-PASSO.
           READ     RUNCTL.
           MOVE     "N"            TO    WK-RUNACHOU.
           IF       WK-STATUS  =  "00"
                    MOVE  "S"  TO  WK-RUNACHOU.
           MOVE     WK-PASSO       TO    RUN-PASSO.
           MOVE     WK-RUNID       TO    RUN-ID.
           MOVE     SPACES         TO    RUN-DADOS.
           MOVE     AGEN-REG (1:50)  TO  RUN-LINHA.
           MOVE     WK-PAS-SIT (WK-PASSO)  TO  RUN-STATUS.
           MOVE     WK-DATA        TO    RUN-DATA.
           ACCEPT   RUN-HORA       FROM  TIME.
           IF       WK-RUNACHOU  =  "S"
                    REWRITE  RUN-REG
           ELSE
                    WRITE    RUN-REG.
       P746-GRAVAPASSO-FIM.
           EXIT.
      *
      *---- FIM DA EXECUCAO: "C" SEM FALHAS (A PROXIMA E' NOVA) OU
      *---- "F" (A PROXIMA RETOMA NO PRIMEIRO PASSO SEM SUCESSO)
      *
       P748-FIMRUN.
           IF       WK-RUNOK  NOT =  "S"
                    GO TO  P748-FIMRUN-FIM.
           MOVE     ZEROS          TO    RUN-PASSO.
           READ     RUNCTL.
           IF       WK-STATUS  =  "00"
                    MOVE  "C"  TO  RUN-SITUACAO
                    IF    WK-BATERR  NOT =  ZEROS
                      OR  WK-BATNEXE NOT =  ZEROS
                          MOVE  "F"  TO  RUN-SITUACAO
                    END-IF
                    REWRITE  RUN-REG.
           CLOSE    RUNCTL.
       P748-FIMRUN-FIM.
           EXIT.
      *
      *---- TRAVA DA EXECUCAO (LOJA 00) E DAS LOJAS DA AGENDA. OUTRA
      *---- EXECUCAO COM TRAVA EM VALIDADE DEVOLVE WK-LCKSIT = "S"
      *---- (LCK-REG COM OS DADOS DELA); SEM LOCKBAT.SDI DISPONIVEL A
      *---- EXECUCAO SEGUE SEM TRAVA
      *
       P750-TRAVA.
           MOVE     "N"            TO    WK-LCKSIT.
           OPEN     I-O       LOCKBAT.
           IF       WK-STATUS  =  "35"
                    OPEN     OUTPUT    LOCKBAT
                    CLOSE    LOCKBAT
                    OPEN     I-O       LOCKBAT
           END-IF.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO  P750-TRAVA-FIM.
           MOVE     ZEROS          TO    WK-LCKLOJA.
           PERFORM  P986-LETRAVA   THRU  P986-LETRAVA-FIM.
           IF       WK-LCKSIT  =  "S"
                    CLOSE  LOCKBAT
                    GO TO  P750-TRAVA-FIM.
           PERFORM  P752-GRAVATRAVA THRU P752-GRAVATRAVA-FIM.
           MOVE     1              TO    WK-LCKIX.
       P751-LOJA.
           IF       WK-LCKIX  >  99
                    CLOSE  LOCKBAT
                    GO TO  P750-TRAVA-FIM.
           IF       WK-LJT (WK-LCKIX)  =  "S"
                    MOVE  WK-LCKIX  TO  WK-LCKLOJA
                    PERFORM  P986-LETRAVA    THRU  P986-LETRAVA-FIM
                    PERFORM  P752-GRAVATRAVA THRU  P752-GRAVATRAVA-FIM.
           ADD      1              TO    WK-LCKIX.
           GO  TO   P751-LOJA.
       P750-TRAVA-FIM.
           EXIT.
      *
       P752-GRAVATRAVA.
           MOVE     FUNCTION CURRENT-DATE  TO  WK-LCKCUR.
           MOVE     WK-LCKLOJA     TO    LCK-LOJA.
           MOVE     WK-RUNID       TO    LCK-RUNID.
           MOVE     ZEROS          TO    LCK-PASSO.
           MOVE     WK-LCKCUR-DT   TO    LCK-DATA.
           ACCEPT   LCK-HORA       FROM  TIME.
           MOVE     WK-TRAVAMIN    TO    LCK-MINUTOS.
           IF       WK-LCKSIT  =  "S"
                    REWRITE  LCK-REG
           ELSE
                    WRITE    LCK-REG.
           MOVE     "N"            TO    WK-LCKSIT.
       P752-GRAVATRAVA-FIM.
           EXIT.
      *
      *---- TRAVAS DESTA EXECUCAO: "R" RENOVA (INICIO DE CADA PASSO,
      *---- COM O NUMERO DO PASSO) / "L" LIBERA (FIM DA EXECUCAO)
      *
       P755-RENOVA.
           OPEN     I-O       LOCKBAT.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO  P755-RENOVA-FIM.
           MOVE     ZEROS          TO    LCK-LOJA.
           START    LOCKBAT   KEY  NOT <  LCK-CHAVE
                    INVALID  KEY
                    CLOSE  LOCKBAT
                    GO TO  P755-RENOVA-FIM.
       P756-PROXIMA.
           READ     LOCKBAT   NEXT  RECORD
                    AT END
                    CLOSE  LOCKBAT
                    GO TO  P755-RENOVA-FIM.
           IF       LCK-RUNID  NOT =  WK-RUNID
                    GO TO  P756-PROXIMA.
           IF       WK-LCKACAO  =  "L"
                    DELETE  LOCKBAT
                    GO TO  P756-PROXIMA.
           MOVE     FUNCTION CURRENT-DATE  TO  WK-LCKCUR.
           MOVE     WK-LCKCUR-DT   TO    LCK-DATA.
           ACCEPT   LCK-HORA       FROM  TIME.
           MOVE     WK-PASSO       TO    LCK-PASSO.
           REWRITE  LCK-REG.
           GO  TO   P756-PROXIMA.
       P755-RENOVA-FIM.
           EXIT.
      *
      *---- ROTINA PARA LIMPAR A TELA
      *
       P900.
           MOVE    WK-COMFUNLJ   TO  COMP-LOJA.
           MOVE    LOG-PROGRAMA  TO  COMP-PROGRAMA.
           MOVE    WK-DATA       TO  COMP-DATA.
           MOVE    WK-KARDMODO   TO  COMP-KARDMODO.
           MOVE    WK-KARDTOLER  TO  COMP-KARDTOLER.
           WRITE   COMP-REG.
           CLOSE   ARQCOMP.
       P975-GRAVACOMP-FIM.
           EXIT.
      *
      *---- TRAVA DO MODO BATCH NA LOJA WK-LCKLOJA (LOGIN E TROCA
      *---- DE LOJA): WK-LCKSIT = "S" ENQUANTO UMA EXECUCAO BATCH
      *---- ESTIVER PROCESSANDO A LOJA
      *
       P985-VERTRAVA.
           MOVE     "N"            TO    WK-LCKSIT.
           OPEN     I-O       LOCKBAT.
           IF       WK-STATUS  NOT =  ZEROS
                    GO TO  P985-VERTRAVA-FIM.
           PERFORM  P986-LETRAVA   THRU  P986-LETRAVA-FIM.
           CLOSE    LOCKBAT.
       P985-VERTRAVA-FIM.
           EXIT.
      *
      *---- LE A TRAVA DE WK-LCKLOJA COM O LOCKBAT.SDI ABERTO I-O:
      *---- EM VALIDADE DEVOLVE WK-LCKSIT = "S"; VENCIDA (EXECUCAO
      *---- INTERROMPIDA SEM RENOVAR POR LCK-MINUTOS) E' EXCLUIDA
      *
       P986-LETRAVA.
           MOVE     "N"            TO    WK-LCKSIT.
           MOVE     WK-LCKLOJA     TO    LCK-LOJA.
           READ     LOCKBAT.
           IF       WK-STATUS  NOT =  "00"
                    GO TO  P986-LETRAVA-FIM.
           MOVE     FUNCTION CURRENT-DATE  TO  WK-LCKCUR.
           COMPUTE  WK-LCKAGORA  =
                    FUNCTION INTEGER-OF-DATE (WK-LCKCUR-DT) * 1440
                  + WK-LCKCUR-HH * 60  +  WK-LCKCUR-MI.
           MOVE     ZEROS          TO    WK-LCKVENCE.
           IF       LCK-DATA  NUMERIC  AND  LCK-DATA  >  16010101
                    COMPUTE  WK-LCKVENCE  =
                             FUNCTION INTEGER-OF-DATE (LCK-DATA) * 1440
                           + LCK-HH * 60  +  LCK-MI  +  LCK-MINUTOS.
           IF       WK-LCKAGORA  <  WK-LCKVENCE
                    MOVE  "S"  TO  WK-LCKSIT
                    GO TO  P986-LETRAVA-FIM.
           DELETE   LOCKBAT.
       P986-LETRAVA-FIM.
           EXIT.
      *
      *---- REGRAVA O SEFCOMP.TXT COM COMPETENCIA ZEROS E PROGRAMA
      *---- EM BRANCO - NENHUM MODULO HONRA O REGISTRO ASSIM, O QUE
      *---- IMPEDE QUE UM CONTROLE ANTIGO DESVIE UMA CHAMADA
      *
      *---- MARCA NO CONTROLE DE PERIODO (FECHPER.SDI) A DATA DE
      *---- GERACAO DO SINTEGRA (WK-MARCATIPO = "T") OU DO SPED
      *---- FISCAL (WK-MARCATIPO = "P") OU DA EFD-CONTRIBUICOES
      *---- (WK-MARCATIPO = "C") DA COMPETENCIA WK-COMPET.
      *---- O PAINEL DE PENDENCIAS (P034) SE BASEIA NESTAS DATAS.
      *
       P970-MARCAGER.
                   MOVE  "A"          TO  FECH-SITUACAO.
           IF      WK-MARCATIPO  =  "T"
                   MOVE  WK-DATA  TO  FECH-DTSINT
           ELSE
           IF      WK-MARCATIPO  =  "C"
                   MOVE  WK-DATA  TO  FECH-DTCONT
           ELSE
                   MOVE  WK-DATA  TO  FECH-DTSPED.
           IF      WK-FECHACHOU  =  "S"
