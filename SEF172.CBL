      *----------------------------------------------------------------*
      *                                                                *
      *     ALTERACAO    -->        02/09/2026     POR: LUIZ           *
      *                                                                *
      *     ALTERACAO    -->        15/10/2026     POR: LUIZ           *
      *                             NOTFISxx.SDI COM OS CAMPOS DE      *
      *                             ICMS-ST/FCP/DIFAL (REGISTRO DE 192 *
      *                             POSICOES) - HISTORICO E SALVARQ    *
      *                             ACOMPANHAM O NOVO TAMANHO          *
      *----------------------------------------------------------------*
      *
       IDENTIFICATION DIVISION.
           LABEL RECORDS ARE STANDARD.
       01  NFH-REG.
           03  NFH-CHAVE           PIC X(18).
           03  NFH-DADOS           PIC X(174).
      *
      *---- HISTORICO ANUAL DE MAPAS (MESMO LEIAUTE DO MAPPDVxx.SDI)
      *
      *
       FD  SALVA
           LABEL RECORDS ARE STANDARD.
       01  SALVA-REG               PIC X(192).
      *
       FD  RELSAI
           LABEL RECORDS ARE STANDARD.
