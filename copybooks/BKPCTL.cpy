      *****************************************************************
      * COPYBOOK.....: BKPCTL
      * DESCRICAO....: REGISTRO DE CONTROLE DO BACKUP NOTURNO DO
      *                NOME-INDEX (PROGCOB24) - QUANTIDADE DE GERACOES
      *                MANTIDAS NO ARQUIVO NOMEBKP (ARQUIVO PARAMETRO
      *                BKPCARD). QUANDO O CARTAO NAO E INFORMADO OU A
      *                QUANTIDADE NAO E NUMERICA, SAO MANTIDAS 7
      *                GERACOES. BKC-OVERRIDE-CICLO = 'S' E O OVERRIDE
      *                DE EMERGENCIA DO GATE DO CONTROLE DE CICLO.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  BACKUP-CTL.
           05  BKC-QTD-GERACOES        PIC 9(02).
           05  BKC-OVERRIDE-CICLO      PIC X(01).
               88  BKC-COM-OVERRIDE           VALUE 'S'.
