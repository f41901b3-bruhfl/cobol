      *****************************************************************
      * COPYBOOK.....: PNDCTL
      * DESCRICAO....: REGISTRO DE CONTROLE DO RELATORIO DE
      *                ENVELHECIMENTO DAS ALTERACOES PENDENTES
      *                (PROGCOB21) - ARQUIVO PARAMETRO PNDCARD. O
      *                PEDIDO PENDENTE HA MAIS DE PCT-DIAS-LIMITE DIAS
      *                CORRIDOS SAI NO RELATORIO. SEM CARTAO OU COM
      *                VALOR INVALIDO VALE O PADRAO DO PROGRAMA.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  PENDENCIA-CTL.
           05  PCT-DIAS-LIMITE         PIC 9(03).
