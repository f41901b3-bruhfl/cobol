      *****************************************************************
      * COPYBOOK.....: LGPANON
      * DESCRICAO....: NOME FIXO GRAVADO PELA ANONIMIZACAO LGPD
      *                (PROGCOB31) NO LUGAR DO NOME DE FUNCIONARIO
      *                DESLIGADO HA MAIS TEMPO QUE O PRAZO DE GUARDA. OS
      *                PROGRAMAS QUE COMPARAM NOMES DEVEM DESCONSIDERAR
      *                ESTE VALOR.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  LGP-NOME-ANONIMO            PIC X(20)
                                       VALUE 'ANONIMIZADO LGPD'.
