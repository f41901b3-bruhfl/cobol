      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-08-22 BFL   CRIACAO DO LAYOUT
      * 2026-10-15 BFL   INCLUIDA TRM-DATA-EFETIVA - DATA EM QUE O
      *                  DESLIGAMENTO PASSA A VALER. DATA FUTURA VAI
      *                  PARA A AGENDA DE MOVIMENTOS (NOMEAGND) E E
      *                  APLICADA NA NOITE DA DATA PELO MODO LIBERACAO
      *                  DO PROGCOB02. ZERADA = VALE A PROPRIA
      *                  TRM-DATA-DESLIG (ULTIMO DIA TRABALHADO)
      *****************************************************************
       01  NOME-TERM-REC.
           05  TRM-MATRICULA           PIC 9(06).
           05  TRM-DATA-DESLIG         PIC 9(08).
           05  TRM-DATA-EFETIVA        PIC 9(08).
