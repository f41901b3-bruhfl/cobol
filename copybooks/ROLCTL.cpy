      *****************************************************************
      * COPYBOOK.....: ROLCTL
      * DESCRICAO....: REGISTRO DE CONTROLE DO ROL DO DEPARTAMENTO NA
      *                DATA (PROGCOB30) - ARGUMENTO DA CONSULTA (ARQUIVO
      *                PARAMETRO ROLCARD): CODIGO DO DEPARTAMENTO E DATA
      *                DE REFERENCIA (AAAAMMDD). O DEPARTAMENTO NAO
      *                PRECISA ESTAR CADASTRADO NO DEPTABLE - O ROL
      *                VALE PARA DEPARTAMENTOS JA EXTINTOS OU
      *                INCORPORADOS PELO PROGCOB08.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  ROL-CTL.
           05  ROC-DEPARTAMENTO        PIC X(10).
           05  ROC-DATA-REFERENCIA     PIC 9(08).
