      *****************************************************************
      * COPYBOOK.....: LGPCTL
      * DESCRICAO....: REGISTRO DE CONTROLE DA ANONIMIZACAO LGPD
      *                (PROGCOB31) - ARQUIVO PARAMETRO LGPCARD,
      *                OPCIONAL. LGC-ANOS-RETENCAO E O PRAZO LEGAL DE
      *                GUARDA EM ANOS APOS O DESLIGAMENTO (AUSENTE OU
      *                ZERO = 10); LGC-SIMULACAO = 'S' SO CONTA O QUE
      *                SERIA ANONIMIZADO, SEM ALTERAR NENHUM ARQUIVO,
      *                PARA A CONFERENCIA ANTES DA EXECUCAO EFETIVA;
      *                LGC-OVERRIDE-CICLO = 'S' E O OVERRIDE DE
      *                EMERGENCIA DO GATE DO CONTROLE DE CICLO.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  LGP-CTL.
           05  LGC-ANOS-RETENCAO       PIC 9(02).
           05  LGC-SIMULACAO           PIC X(01).
               88  LGC-SO-SIMULACAO           VALUE 'S'.
           05  LGC-OVERRIDE-CICLO      PIC X(01).
               88  LGC-COM-OVERRIDE           VALUE 'S'.
