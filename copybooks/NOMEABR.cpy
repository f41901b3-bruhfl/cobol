      *****************************************************************
      * COPYBOOK.....: NOMEABR
      * DESCRICAO....: AREA DE PARAMETROS DA ROTINA PADRAO DE
      *                ABREVIACAO DE NOME PARA CRACHA (PROGCOB19). O
      *                CHAMADOR MOVE O NOME COMPLETO (ATE 100 POSICOES,
      *                COMO HR-NOME E NOME-INPUT-NOME) E RECEBE O NOME
      *                DE 20 POSICOES GRAVADO EM NOME-REC-NOME E
      *                NOME-IDX-NOME, COM O INDICADOR DO RESULTADO
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  ABR-PARAMETROS.
           05  ABR-NOME-COMPLETO       PIC X(100).
           05  ABR-NOME-CRACHA         PIC X(20).
           05  ABR-RESULTADO           PIC X(01).
               88  ABR-NOME-INTEGRO           VALUE 'I'.
               88  ABR-NOME-ABREVIADO         VALUE 'A'.
               88  ABR-NOME-TRUNCADO          VALUE 'T'.
               88  ABR-NOME-EM-BRANCO         VALUE 'B'.
