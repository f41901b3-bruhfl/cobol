      *****************************************************************
      * COPYBOOK.....: RSTRPT
      * DESCRICAO....: LAYOUTS DE IMPRESSAO DO RELATORIO DE
      *                RECUPERACAO DO NOME-INDEX (ARQUIVO
      *                RELATORIO-RST) GERADO PELO RESTORE PROGCOB25 -
      *                GERACAO RECARREGADA, CADA ALTERACAO REAPLICADA
      *                (CAPTURA DO MESTRE OU LANCAMENTO DO JORNAL), AS
      *                DIVERGENCIAS DA CONFERENCIA CONTRA O INDICE
      *                ANTERIOR AO RESTORE E O RESUMO DE CONTROLE
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO - CABECALHO, LINHA DA GERACAO,
      *                  TITULO DE SECAO, LINHA DE REAPLICACAO, LINHA
      *                  DE DIVERGENCIA E LINHA DE RESUMO
      *****************************************************************
       01  RSR-CABECALHO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
               'RECUPERACAO DO NOME-INDEX'.
           05  FILLER                  PIC X(11) VALUE 'DATA EXEC: '.
           05  RSR-CAB-DATA            PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PAGINA: '.
           05  RSR-CAB-PAGINA          PIC ZZZ9.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  RSR-GERACAO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE
               'GERACAO RECARREGADA: '.
           05  RSR-GER-DATA            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSR-GER-HORA            PIC 9(06).
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  RSR-TITULO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSR-TIT-TEXTO           PIC X(40).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  RSR-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSR-DET-DATA            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSR-DET-HORA            PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSR-DET-ORIGEM          PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'MAT: '.
           05  RSR-DET-MATRICULA       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSR-DET-OPERACAO        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSR-DET-VALOR           PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSR-DET-RESULTADO       PIC X(20).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  RSR-DIVERGENCIA.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'MAT: '.
           05  RSR-DIV-MATRICULA       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RSR-DIV-TIPO            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ANTERIOR: '.
           05  RSR-DIV-ANTERIOR        PIC X(34).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'RESTAURADO: '.
           05  RSR-DIV-RESTAURADO      PIC X(34).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  RSR-RESUMO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RSR-RES-LABEL           PIC X(30).
           05  RSR-RES-VALOR           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.
