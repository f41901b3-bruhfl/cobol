      *                  QUE A PROTECAO DE MES JA GRAVADO RECUSAVA A
      *                  RE-EXECUCAO CORRIGIDA, E A TENDENCIA DO
      *                  PROGCOB17 SAIA ERRADA PARA AQUELE MES.
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-DEP-ATIVOS       PIC 9(06) COMP.
               10  WS-DEP-DESLIG-MES   PIC 9(06) COMP.
               10  WS-DEP-CAPT-MES     PIC 9(06) COMP.
       COPY DATNEGP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * O INDICE
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
           MOVE WS-DATA-EXECUCAO TO WS-DATA-CONV.
           MOVE WS-CONV-MES TO WS-MES-REFERENCIA.
           OPEN INPUT PARAMETRO.
