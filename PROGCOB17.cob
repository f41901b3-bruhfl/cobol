      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-09-01 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-QTD-DEPTOS           PIC 9(04) COMP VALUE ZERO.
           05  WS-DEP-ENTRADA          OCCURS 200 TIMES.
               10  WS-DEP-CODIGO       PIC X(10).
       COPY DATNEGP.
       COPY TRNDRPT.

       PROCEDURE DIVISION.
      * IMPRIME O CABECALHO
      *****************************************************************
       1000-INITIALIZE.
           SET DNP-FUNC-CONSULTA TO TRUE.
           CALL 'PROGCOB27' USING DNP-PARAMETROS.
           IF NOT DNP-DATA-ACEITA
               DISPLAY 'DATA DE NEGOCIO RECUSADA - ' DNP-MENSAGEM
               MOVE DNP-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DNP-DATA-NEGOCIO TO WS-DATA-EXECUCAO.
           OPEN INPUT PARAMETRO.
           IF WS-PARAMETRO-STATUS = '00'
               READ PARAMETRO INTO TENDENCIA-CTL
