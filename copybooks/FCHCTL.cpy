      *****************************************************************
      * COPYBOOK.....: FCHCTL
      * DESCRICAO....: REGISTRO DE CONTROLE DO FECHAMENTO DO CICLO
      *                (PROGCOB28) - ARQUIVO PARAMETRO FCHCARD,
      *                OPCIONAL. FCC-OVERRIDE-CICLO = 'S' E O OVERRIDE
      *                DE EMERGENCIA DO GATE: FECHA A DATA DE NEGOCIO
      *                MESMO SEM CAPTURA CONCLUIDA OU COM CAPTURA
      *                TERMINADA COM RC MAIOR OU IGUAL A 8.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  FECHA-CTL.
           05  FCC-OVERRIDE-CICLO      PIC X(01).
               88  FCC-COM-OVERRIDE           VALUE 'S'.
