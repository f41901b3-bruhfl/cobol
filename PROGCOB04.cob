      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-08-22 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-DAT-DATA         PIC 9(08).
               10  WS-DAT-QTDE         PIC 9(06) COMP.

       COPY DATNEGP.
       COPY DSUMRPT.

       PROCEDURE DIVISION.
      * IMPRIME O PRIMEIRO CABECALHO
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
           OPEN INPUT NOME-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NOME-MASTER AUSENTE OU INVALIDO - '
