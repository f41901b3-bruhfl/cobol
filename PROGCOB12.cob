      *                  INTERNAS APENAS REPETE DESATIVACOES NA
      *                  PROXIMA REMESSA - REPETIR E PREFERIVEL A
      *                  PERDER EM SILENCIO.
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-NOV-ENTRADA          OCCURS 2000 TIMES.
               10  WS-NOV-MATRICULA    PIC 9(06).
               10  WS-NOV-DATA-DESLIG  PIC 9(08).
       COPY DATNEGP.
       COPY NOMEDEA.

       PROCEDURE DIVISION.
      * O INDICE E A PROPRIA FONTE DA REMESSA).
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
           PERFORM 1100-CARREGA-TRANSMITIDAS THRU 1100-EXIT.
           OPEN INPUT NOME-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
