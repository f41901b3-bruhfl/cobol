      *****************************************************************
      * COPYBOOK.....: LGPHLD
      * DESCRICAO....: REGISTRO DA LISTA DE GUARDA LEGAL (LGPDHOLD) -
      *                MATRICULAS COM PROCESSO TRABALHISTA, FISCALIZACAO
      *                OU ORDEM JUDICIAL EM ANDAMENTO, QUE A
      *                ANONIMIZACAO LGPD (PROGCOB31) NAO PODE TOCAR
      *                MESMO APOS O PRAZO DE GUARDA. LGH-REFERENCIA
      *                IDENTIFICA O PROCESSO, SO PARA O JURIDICO - NAO
      *                VAI PARA O RELATORIO. MANTIDO PELO JURIDICO;
      *                ARQUIVO VAZIO = NENHUMA GUARDA.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  LGH-REC.
           05  LGH-MATRICULA           PIC 9(06).
           05  LGH-REFERENCIA          PIC X(20).
