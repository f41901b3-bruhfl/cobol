      *****************************************************************
      * COPYBOOK.....: ESTRPT
      * DESCRICAO....: LAYOUTS DE IMPRESSAO DO RELATORIO DE ESTORNO DE
      *                CARGA RH (ARQUIVO RELATORIO-EST) GERADO PELO
      *                PROGCOB26 - CABECALHO, LINHA DA CARGA ESTORNADA
      *                (DATA DE GERACAO DO EXTRATO E SUPERVISOR), UMA
      *                LINHA POR ESTORNO OU EXCECAO E O RESUMO
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO - CABECALHO, LINHA DA CARGA, LINHA DE
      *                  DETALHE E LINHA DE RESUMO
      *****************************************************************
       01  ESR-CABECALHO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE
               'ESTORNO DE CARGA RH'.
           05  FILLER                  PIC X(11) VALUE 'DATA EXEC: '.
           05  ESR-CAB-DATA            PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'PAGINA: '.
           05  ESR-CAB-PAGINA          PIC ZZZ9.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  ESR-CARGA.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE
               'EXTRATO RH DE GERACAO: '.
           05  ESR-CRG-DATA            PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'SUPERVISOR: '.
           05  ESR-CRG-SUPERVISOR      PIC X(08).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  ESR-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'MAT: '.
           05  ESR-DET-MATRICULA       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ESR-DET-NOME            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ESR-DET-OPERACAO        PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ESR-DET-SITUACAO        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  ESR-DET-RESULTADO       PIC X(30).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  ESR-RESUMO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  ESR-RES-LABEL           PIC X(30).
           05  ESR-RES-VALOR           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.
