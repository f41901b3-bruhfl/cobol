      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-09-01 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88  WS-BUSCA-NOME               VALUE 'N'.
       77  WS-MATRICULA-BUSCA      PIC 9(06) VALUE ZERO.
       77  WS-NOME-BUSCA           PIC X(20) VALUE SPACES.
       COPY DATNEGP.
       COPY HISTRPT.

       PROCEDURE DIVISION.
      * QUE EXISTIR, COM AVISO NO CONSOLE.
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
           IF WS-PARAMETRO-STATUS NOT = '00'
               DISPLAY 'CARTAO HSTCARD AUSENTE OU INVALIDO - FILE '
