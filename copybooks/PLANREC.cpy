      *****************************************************************
      * COPYBOOK.....: PLANREC
      * DESCRICAO....: LAYOUT DO ARQUIVO INDEXADO DO PLANO DE EFETIVO
      *                (EFETPLAN) - EFETIVO APROVADO PELO FINANCEIRO
      *                POR DEPARTAMENTO E MES DE REFERENCIA (AAAAMM).
      *                MANTIDO PELA TRANSACAO PROGCOB32 (ALTERACAO SO
      *                PARA SUPERVISOR), LIDO PELO RELATORIO DE
      *                ORCADO X REALIZADO (PROGCOB33) E PELO PROGCOB02
      *                PARA SINALIZAR A CAPTURA QUE PASSA O
      *                DEPARTAMENTO DO EFETIVO APROVADO. CADA
      *                ALTERACAO E CARIMBADA COM O OPERADOR E A DATA.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  PLN-REC.
           05  PLN-CHAVE.
               10  PLN-DEPARTAMENTO    PIC X(10).
               10  PLN-MES-REFERENCIA  PIC 9(06).
           05  PLN-QTD-APROVADA        PIC 9(06).
           05  PLN-OPERADOR            PIC X(08).
           05  PLN-DATA-ATUALIZACAO    PIC 9(08).
