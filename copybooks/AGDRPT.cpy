      *****************************************************************
      * COPYBOOK.....: AGDRPT
      * DESCRICAO....: LAYOUTS DE IMPRESSAO DO RELATORIO DA AGENDA DE
      *                MOVIMENTOS FUTUROS (ARQUIVO RELATORIO-AGD)
      *                GERADO PELO PROGCOB22 - CABECALHO, TITULO DE
      *                SECAO, LINHA DE COLUNAS, LINHA DE DETALHE E
      *                LINHA DE RESUMO
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO - CABECALHO, TITULO, COLUNAS, DETALHE
      *                  E RESUMO
      *****************************************************************
       01  AGR-CABECALHO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(33) VALUE
               'AGENDA DE MOVIMENTOS PENDENTES'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'DATA EXEC: '.
           05  AGR-CAB-DATA            PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PAGINA: '.
           05  AGR-CAB-PAGINA          PIC ZZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  AGR-TITULO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AGR-TIT-TEXTO           PIC X(40).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  AGR-COLUNAS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'EFETIVA'.
           05  FILLER                  PIC X(15) VALUE 'TIPO'.
           05  FILLER                  PIC X(08) VALUE 'MATR'.
           05  FILLER                  PIC X(22) VALUE 'NOME'.
           05  FILLER                  PIC X(12) VALUE 'DEPTO ATUAL'.
           05  FILLER                  PIC X(12) VALUE 'DEPTO NOVO'.
           05  FILLER                  PIC X(10) VALUE 'DESLIG'.
           05  FILLER                  PIC X(10) VALUE 'INCLUSAO'.
           05  FILLER                  PIC X(10) VALUE 'OBS'.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  AGR-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AGR-DET-DATA-EFETIVA    PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGR-DET-TIPO            PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGR-DET-MATRICULA       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGR-DET-NOME            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGR-DET-DEPTO-ATUAL     PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGR-DET-DEPTO-NOVO      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGR-DET-DATA-DESLIG     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGR-DET-DATA-INCLUSAO   PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AGR-DET-OBS             PIC X(10).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  AGR-RESUMO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  AGR-RES-LABEL           PIC X(25).
           05  AGR-RES-VALOR           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(99) VALUE SPACES.
