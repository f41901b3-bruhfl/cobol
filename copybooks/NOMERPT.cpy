      *                  MATRICULA DESLIGADA, PARA A RECONTRATACAO
      *                  APARECER DESTACADA DA ADMISSAO NORMAL NO
      *                  RELATORIO DE EXECUCAO
      * 2026-10-15 BFL   INCLUIDA A LINHA DA SECAO DE NOMES ABREVIADOS -
      *                  MATRICULA, NOME DO CRACHA (20 POSICOES) E O
      *                  NOME COMPLETO RECEBIDO (100 POSICOES)
      * 2026-10-15 BFL   INCLUIDA A LINHA DE MOVIMENTO AGENDADO -
      *                  DESLIGAMENTO OU TRANSFERENCIA COM DATA EFETIVA
      *                  FUTURA GRAVADO NA AGENDA NOMEAGND
      * 2026-10-15 BFL   INCLUIDA A LINHA DE CAPTURA ACIMA DO PLANO -
      *                  MATRICULA, DEPARTAMENTO, EFETIVO APROVADO NO
      *                  MES (EFETPLAN) E ATIVOS JA CONTANDO A CAPTURA
      *****************************************************************
       01  RPT-CABECALHO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-RES-LABEL           PIC X(25).
           05  RPT-RES-VALOR           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(99) VALUE SPACES.

       01  RPT-ABREVIACAO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-ABR-MATRICULA       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ABR-NOME            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ABR-NOME-COMPLETO   PIC X(100).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  RPT-AGENDAMENTO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'AGENDADO: '.
           05  RPT-AGD-TIPO            PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'MAT: '.
           05  RPT-AGD-MATRICULA       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'DEP: '.
           05  RPT-AGD-DEPARTAMENTO    PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               'DATA EFETIVA: '.
           05  RPT-AGD-DATA-EFETIVA    PIC 9(08).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  RPT-ACIMA-PLANO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(16) VALUE
               'ACIMA DO PLANO: '.
           05  RPT-APL-NOME            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'MAT: '.
           05  RPT-APL-MATRICULA       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'DEP: '.
           05  RPT-APL-DEPARTAMENTO    PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'APROVADO: '.
           05  RPT-APL-APROVADO        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'ATIVOS: '.
           05  RPT-APL-ATIVOS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(27) VALUE SPACES.
