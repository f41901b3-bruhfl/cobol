      *****************************************************************
      * COPYBOOK.....: RSTCTL
      * DESCRICAO....: REGISTRO DE CONTROLE DO RESTORE DO NOME-INDEX
      *                (PROGCOB25) - GERACAO DO ARQUIVO NOMEBKP A SER
      *                RECARREGADA (ARQUIVO PARAMETRO RSTCARD). A DATA
      *                E OBRIGATORIA - SEM O CARTAO O RESTORE NAO RODA.
      *                HORA ZERADA = A ULTIMA GERACAO COMPLETA DA DATA.
      *                RSC-OVERRIDE-CICLO = 'S' E O OVERRIDE DE
      *                EMERGENCIA DO GATE DO CONTROLE DE CICLO.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  RESTORE-CTL.
           05  RSC-DATA-GERACAO        PIC 9(08).
           05  RSC-HORA-GERACAO        PIC 9(06).
           05  RSC-OVERRIDE-CICLO      PIC X(01).
               88  RSC-COM-OVERRIDE           VALUE 'S'.
