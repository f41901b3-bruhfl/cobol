      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-08-22 BFL   CRIACAO DO LAYOUT
      * 2026-10-15 BFL   A DATA DE UMA CARGA ESTORNADA PELO PROGCOB26 E
      *                  RETIRADA DO ARQUIVO, PARA QUE O EXTRATO
      *                  CORRIGIDO POSSA SER CARREGADO
      *****************************************************************
       01  HRD-REC.
           05  HRD-DATA-GERACAO        PIC 9(08).
