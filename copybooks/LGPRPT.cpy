      *****************************************************************
      * COPYBOOK.....: LGPRPT
      * DESCRICAO....: LAYOUTS DE IMPRESSAO DO RELATORIO DA
      *                ANONIMIZACAO LGPD (ARQUIVO RELATORIO-LGP) GERADO
      *                PELO PROGCOB31 - CABECALHO, TITULO DE SECAO,
      *                LINHA DE CONTAGEM E LINHA DE ASSINATURA. O
      *                RELATORIO SO TRAZ PARAMETROS E QUANTIDADES -
      *                NENHUM NOME OU MATRICULA.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO - CABECALHO, TITULO, CONTAGEM E
      *                  ASSINATURA
      *****************************************************************
       01  LGR-CABECALHO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(33) VALUE
               'ANONIMIZACAO LGPD DE DESLIGADOS'.
           05  FILLER                  PIC X(11) VALUE 'DATA EXEC: '.
           05  LGR-CAB-DATA            PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PAGINA: '.
           05  LGR-CAB-PAGINA          PIC ZZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  LGR-TITULO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LGR-TIT-TEXTO           PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  LGR-CONTAGEM.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LGR-CNT-ARQUIVO         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LGR-CNT-LABEL           PIC X(45).
           05  LGR-CNT-VALOR           PIC ZZZ,ZZ9.
           05  LGR-CNT-VALOR-X REDEFINES LGR-CNT-VALOR
                                       PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LGR-CNT-TEXTO           PIC X(20).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  LGR-ASSINATURA.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  LGR-ASS-PAPEL           PIC X(30).
           05  FILLER                  PIC X(06) VALUE 'NOME: '.
           05  FILLER                  PIC X(30) VALUE ALL '_'.
           05  FILLER                  PIC X(08) VALUE '  VISTO:'.
           05  FILLER                  PIC X(20) VALUE ALL '_'.
           05  FILLER                  PIC X(08) VALUE '  DATA: '.
           05  FILLER                  PIC X(10) VALUE '__/__/____'.
           05  FILLER                  PIC X(19) VALUE SPACES.
