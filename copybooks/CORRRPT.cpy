      * 2026-08-22 BFL   CRIACAO - CABECALHO COM DATA DE REFERENCIA,
      *                  LINHA DE COLUNAS, LINHA DE DETALHE E LINHA DE
      *                  RESUMO
      * 2026-10-15 BFL   INCLUIDA A COLUNA APROVADOR - SUPERVISOR QUE
      *                  APROVOU OU REJEITOU A ALTERACAO NO PROGCOB20
      *****************************************************************
       01  CRR-CABECALHO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE 'NOME ANTERIOR'.
           05  FILLER                  PIC X(22) VALUE 'NOME NOVO'.
           05  FILLER                  PIC X(11) VALUE 'RESULTADO'.
           05  FILLER                  PIC X(32) VALUE 'MOTIVO'.
           05  FILLER                  PIC X(10) VALUE 'APROVADOR'.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  CRR-DETALHE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  CRR-DET-RESULTADO       PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CRR-DET-MOTIVO          PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CRR-DET-APROVADOR       PIC X(08).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  CRR-RESUMO.
           05  FILLER                  PIC X(01) VALUE SPACE.
