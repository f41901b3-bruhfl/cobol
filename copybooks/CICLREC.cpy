      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-09-01 BFL   CRIACAO DO LAYOUT
      * 2026-10-15 BFL   REGISTRADOS OS STEPS PROGCOB24 (BACKUP DO
      *                  NOMEIDX EM GERACOES) E PROGCOB25 (RESTORE COM
      *                  REAPLICACAO) - ENQUANTO O RESTORE ESTA 'E', AS
      *                  CAPTURAS, O REBUILD E O BACKUP SE RECUSAM A
      *                  RODAR (OVERRIDE BKC-/RSC-OVERRIDE-CICLO)
      * 2026-10-15 BFL   REGISTRADO O STEP PROGCOB26 (ESTORNO DE CARGA
      *                  RH) - ENQUANTO ESTA 'E', AS CAPTURAS, O
      *                  REBUILD, O BACKUP E O RESTORE SE RECUSAM A
      *                  RODAR
      * 2026-10-15 BFL   CIC-DATA-NEGOCIO PASSA A SER A DATA DE NEGOCIO
      *                  DO CONTROLE DATANEG (ROTINA PROGCOB27), NAO
      *                  MAIS O RELOGIO. NOVO STEP PROGCOB28 (FECHAMENTO
      *                  DO CICLO), GRAVADO NA DATA QUE FECHA.
      * 2026-10-15 BFL   REGISTRADO O STEP PROGCOB31 (ANONIMIZACAO LGPD)
      *                  - ENQUANTO ESTA 'E', AS CAPTURAS, O PROGCOB07,
      *                  A EXTRACAO PROGCOB06, O REBUILD, O BACKUP, O
      *                  RESTORE E O ESTORNO DE CARGA RH SE RECUSAM A
      *                  RODAR
      * 2026-10-15 BFL   A EXTRACAO PROGCOB06 TAMBEM SE RECUSA A RODAR
      *                  COM O RESTORE PROGCOB25 OU O ESTORNO PROGCOB26
      *                  'E', E O PROGCOB07 COM O RESTORE 'E'. O ESTORNO
      *                  PROGCOB26 SE RECUSA A RODAR COM A EXTRACAO 'E'.
      *****************************************************************
       01  CIC-REC.
           05  CIC-CHAVE.
