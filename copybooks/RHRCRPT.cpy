      *****************************************************************
      * COPYBOOK.....: RHRCRPT
      * DESCRICAO....: LAYOUTS DE IMPRESSAO DO RELATORIO DE
      *                RECONCILIACAO DO QUADRO COMPLETO DO RH X
      *                NOME-INDEX (ARQUIVO RELATORIO-RHREC) GERADO PELO
      *                PROGCOB18 - CABECALHO, TITULO DE SECAO, LINHA DE
      *                DIVERGENCIA (DADOS DO RH AO LADO DOS DADOS DO
      *                INDICE) E LINHA DE RESUMO
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO - CABECALHO, TITULO DE SECAO, LINHA
      *                  DE DIVERGENCIA E LINHA DE RESUMO
      *****************************************************************
       01  RRC-CABECALHO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
               'RECONCILIACAO QUADRO RH'.
           05  FILLER                  PIC X(11) VALUE 'DATA EXEC: '.
           05  RRC-CAB-DATA            PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'EXTRATO DE '.
           05  RRC-CAB-DATA-GERACAO    PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PAGINA: '.
           05  RRC-CAB-PAGINA          PIC ZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  RRC-TITULO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RRC-TIT-TEXTO           PIC X(40).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  RRC-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'MAT: '.
           05  RRC-DET-MATRICULA       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE 'RH: '.
           05  RRC-DET-NOME-RH         PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RRC-DET-DEPTO-RH        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'INDICE: '.
           05  RRC-DET-NOME-INDICE     PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RRC-DET-DEPTO-INDICE    PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RRC-DET-STATUS-INDICE   PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RRC-DET-OBS             PIC X(20).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  RRC-RESUMO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RRC-RES-LABEL           PIC X(25).
           05  RRC-RES-VALOR           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(99) VALUE SPACES.
