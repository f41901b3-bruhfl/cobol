      *****************************************************************
      * COPYBOOK.....: BKPRPT
      * DESCRICAO....: LAYOUTS DE IMPRESSAO DO RELATORIO DO BACKUP
      *                NOTURNO DO NOME-INDEX (ARQUIVO RELATORIO-BKP)
      *                GERADO PELO PROGCOB24
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO - CABECALHO, TITULO DE SECAO, LINHA
      *                  DE GERACAO (MANTIDA / EXPURGADA / NOVA) E
      *                  LINHA DE RESUMO
      *****************************************************************
       01  BKR-CABECALHO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
               'BACKUP DO NOME-INDEX'.
           05  FILLER                  PIC X(11) VALUE 'DATA EXEC: '.
           05  BKR-CAB-DATA            PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PAGINA: '.
           05  BKR-CAB-PAGINA          PIC ZZZ9.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  BKR-TITULO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BKR-TIT-TEXTO           PIC X(40).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  BKR-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'GERACAO: '.
           05  BKR-DET-DATA            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BKR-DET-HORA            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'REGISTROS: '.
           05  BKR-DET-QTD             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BKR-DET-SITUACAO        PIC X(20).
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  BKR-RESUMO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  BKR-RES-LABEL           PIC X(25).
           05  BKR-RES-VALOR           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(99) VALUE SPACES.
