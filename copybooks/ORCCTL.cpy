      *****************************************************************
      * COPYBOOK.....: ORCCTL
      * DESCRICAO....: REGISTRO DE CONTROLE DO RELATORIO DE ORCADO X
      *                REALIZADO DE EFETIVO (PROGCOB33) - MES DE
      *                REFERENCIA (AAAAMM) A COMPARAR COM O PLANO
      *                EFETPLAN (ARQUIVO PARAMETRO ORCCARD). DEFAULT =
      *                MES DA DATA DE NEGOCIO QUANDO O CARTAO NAO E
      *                INFORMADO.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  ORCAMENTO-CTL.
           05  OCT-MES-REFERENCIA      PIC 9(06).
