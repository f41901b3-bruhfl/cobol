      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-09-01 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   88  WS-REM-RESPONDIDA       VALUE 'S'.
       COPY NOMEXT.
       COPY NOMEACK.
       COPY DATNEGP.
       COPY ACKRPT.

       PROCEDURE DIVISION.
      * SEM RETORNO NAO HA O QUE RECONCILIAR - O JOB E ABORTADO.
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
           OPEN INPUT REMESSA.
           IF WS-REMESSA-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NOMEXTR AUSENTE OU INVALIDO - FILE '
