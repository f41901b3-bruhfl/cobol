      *****************************************************************
      * COPYBOOK.....: PNDRPT
      * DESCRICAO....: LAYOUTS DE IMPRESSAO DO RELATORIO DE
      *                ENVELHECIMENTO DAS ALTERACOES PENDENTES DE
      *                APROVACAO (ARQUIVO RELATORIO-PEND) GERADO PELO
      *                PROGCOB21 - CABECALHO, LINHA DO LIMITE EM DIAS,
      *                TITULO DE SECAO, LINHA DE COLUNAS, LINHA DE
      *                DETALHE E LINHA DE RESUMO
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO - CABECALHO, LIMITE, TITULO, COLUNAS,
      *                  DETALHE E RESUMO
      *****************************************************************
       01  PNR-CABECALHO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(33) VALUE
               'ALTERACOES PENDENTES DE APROVACAO'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'DATA EXEC: '.
           05  PNR-CAB-DATA            PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PAGINA: '.
           05  PNR-CAB-PAGINA          PIC ZZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  PNR-LINHA-LIMITE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
               'PENDENTES HA MAIS DE (DIAS): '.
           05  PNR-LIM-DIAS            PIC ZZ9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  PNR-TITULO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PNR-TIT-TEXTO           PIC X(40).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  PNR-COLUNAS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'PEDIDO'.
           05  FILLER                  PIC X(06) VALUE 'DIAS'.
           05  FILLER                  PIC X(10) VALUE 'OPERADOR'.
           05  FILLER                  PIC X(08) VALUE 'MATR'.
           05  FILLER                  PIC X(20) VALUE 'TIPO'.
           05  FILLER                  PIC X(22) VALUE 'ANTES'.
           05  FILLER                  PIC X(22) VALUE 'DEPOIS'.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  PNR-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PNR-DET-DATA            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PNR-DET-DIAS            PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PNR-DET-OPERADOR        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PNR-DET-MATRICULA       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PNR-DET-TIPO            PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PNR-DET-ANTES           PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PNR-DET-DEPOIS          PIC X(20).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  PNR-RESUMO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  PNR-RES-LABEL           PIC X(25).
           05  PNR-RES-VALOR           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(99) VALUE SPACES.
