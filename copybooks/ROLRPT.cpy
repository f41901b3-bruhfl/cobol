      *****************************************************************
      * COPYBOOK.....: ROLRPT
      * DESCRICAO....: LAYOUTS DE IMPRESSAO DO ROL DO DEPARTAMENTO NA
      *                DATA (ARQUIVO RELATORIO-ROL) GERADO PELO
      *                PROGCOB30 - CABECALHO, LINHA DO ARGUMENTO,
      *                TITULO DE SECAO, LINHA DO FUNCIONARIO (COM A
      *                DATA DE ENTRADA NO DEPARTAMENTO E O TEMPO NELE
      *                ATE A DATA DE REFERENCIA) E LINHA DE RESUMO
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO - CABECALHO, ARGUMENTO, TITULO,
      *                  DETALHE E RESUMO
      *****************************************************************
       01  ROR-CABECALHO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(33) VALUE
               'ROL DO DEPARTAMENTO NA DATA'.
           05  FILLER                  PIC X(11) VALUE 'DATA EXEC: '.
           05  ROR-CAB-DATA            PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PAGINA: '.
           05  ROR-CAB-PAGINA          PIC ZZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  ROR-LINHA-ARGUMENTO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE
               'DEPARTAMENTO: '.
           05  ROR-ARG-DEPARTAMENTO    PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ROR-ARG-DESCRICAO       PIC X(36).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'POSICAO EM '.
           05  ROR-ARG-DATA            PIC 9(08).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  ROR-TITULO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ROR-TIT-TEXTO           PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  ROR-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'MAT: '.
           05  ROR-DET-MATRICULA       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'NOME: '.
           05  ROR-DET-NOME            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'DESDE: '.
           05  ROR-DET-DESDE           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'TEMPO: '.
           05  ROR-DET-DIAS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE ' DIAS'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ROR-DET-SITUACAO        PIC X(30).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  ROR-RESUMO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ROR-RES-LABEL           PIC X(40).
           05  ROR-RES-VALOR           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(84) VALUE SPACES.
