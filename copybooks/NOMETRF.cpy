      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-09-01 BFL   CRIACAO DO LAYOUT
      * 2026-10-15 BFL   INCLUIDA TRF-DATA-EFETIVA - DATA EM QUE A
      *                  TRANSFERENCIA PASSA A VALER. DATA FUTURA VAI
      *                  PARA A AGENDA DE MOVIMENTOS (NOMEAGND) E E
      *                  APLICADA NA NOITE DA DATA PELO MODO LIBERACAO
      *                  DO PROGCOB02. ZERADA = APLICACAO IMEDIATA
      *****************************************************************
       01  NOME-TRANSF-REC.
           05  TRF-MATRICULA           PIC 9(06).
           05  TRF-DEPARTAMENTO        PIC X(10).
           05  TRF-DATA-EFETIVA        PIC 9(08).
