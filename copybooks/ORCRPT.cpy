      *****************************************************************
      * COPYBOOK.....: ORCRPT
      * DESCRICAO....: LAYOUTS DE IMPRESSAO DO RELATORIO DE ORCADO X
      *                REALIZADO DE EFETIVO (ARQUIVO
      *                RELATORIO-ORCAMENTO) GERADO PELO PROGCOB33 -
      *                CABECALHO, LINHA DO MES
      *                DE REFERENCIA E FONTE DO REALIZADO, TITULO DAS
      *                COLUNAS, LINHA POR DEPARTAMENTO COM APROVADO,
      *                REALIZADO, VARIACAO E SITUACAO, TOTAL DA
      *                EMPRESA, TITULO DE SECAO E RESUMO
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO - CABECALHO, LINHA DE REFERENCIA,
      *                  COLUNAS, DETALHE, TOTAL, TITULO E RESUMO
      *****************************************************************
       01  ORC-CABECALHO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(33) VALUE
               'ORCADO X REALIZADO DE EFETIVO'.
           05  FILLER                  PIC X(11) VALUE 'DATA EXEC: '.
           05  ORC-CAB-DATA            PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PAGINA: '.
           05  ORC-CAB-PAGINA          PIC ZZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  ORC-LINHA-REFERENCIA.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(19) VALUE
               'MES DE REFERENCIA: '.
           05  ORC-REF-MES             PIC 9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'REALIZADO: '.
           05  ORC-REF-FONTE           PIC X(30).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  ORC-COLUNAS.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE 'DEPARTAMENTO'.
           05  FILLER                  PIC X(10) VALUE 'APROVADO'.
           05  FILLER                  PIC X(11) VALUE 'REALIZADO'.
           05  FILLER                  PIC X(10) VALUE 'VARIACAO'.
           05  FILLER                  PIC X(08) VALUE 'VAR %'.
           05  FILLER                  PIC X(78) VALUE 'SITUACAO'.

       01  ORC-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ORC-DET-DEPTO           PIC X(10).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ORC-DET-APROVADO        PIC ZZZ,ZZ9.
           05  ORC-DET-APROVADO-X REDEFINES ORC-DET-APROVADO
                                       PIC X(07).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ORC-DET-REALIZADO       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ORC-DET-VARIACAO        PIC ---,--9.
           05  ORC-DET-VARIACAO-X REDEFINES ORC-DET-VARIACAO
                                       PIC X(07).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ORC-DET-PERCENTUAL      PIC ----9.
           05  ORC-DET-PERCENTUAL-X REDEFINES ORC-DET-PERCENTUAL
                                       PIC X(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ORC-DET-SITUACAO        PIC X(24).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  ORC-TOTAL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE 'TOTAL EMPRESA'.
           05  ORC-TOT-APROVADO        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ORC-TOT-REALIZADO       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  ORC-TOT-VARIACAO        PIC ---,--9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ORC-TOT-PERCENTUAL      PIC ----9.
           05  ORC-TOT-PERCENTUAL-X REDEFINES ORC-TOT-PERCENTUAL
                                       PIC X(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  ORC-TOT-SITUACAO        PIC X(24).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  ORC-TITULO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ORC-TIT-TEXTO           PIC X(40).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  ORC-RESUMO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ORC-RES-LABEL           PIC X(35).
           05  ORC-RES-VALOR           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.
