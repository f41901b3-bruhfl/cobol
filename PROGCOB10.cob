      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-08-22 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-DIA-ENTRADA          OCCURS 31 TIMES.
               10  WS-DIA-EXECUCOES    PIC 9(04) COMP.
               10  WS-DIA-GRAVADOS     PIC 9(08) COMP.
       COPY DATNEGP.
       COPY OPSRPT.

       PROCEDURE DIVISION.
      * RELATORIO E IMPRIME O CABECALHO E A LINHA DE COLUNAS
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
           MOVE WS-DATA-EXECUCAO TO WS-DATA-RUN.
           MOVE WS-RUN-MES TO WS-MES-REFERENCIA.
           OPEN INPUT PARAMETRO.
