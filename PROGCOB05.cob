      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-08-22 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   IMPRIME O SUPERVISOR QUE APROVOU OU REJEITOU A
      *                  ALTERACAO (JRN-APROVADOR) NA LINHA DE DETALHE
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-MAX-LINHAS-PAGINA    PIC 9(04) COMP VALUE 50.
       77  WS-QTD-EFETIVADAS       PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-RECUSADAS        PIC 9(06) COMP VALUE ZERO.
       COPY DATNEGP.
       COPY CORRRPT.

       PROCEDURE DIVISION.
      * PRIMEIRO CABECALHO
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
           MOVE WS-DATA-EXECUCAO TO WS-DATA-REFERENCIA.
           OPEN INPUT PARAMETRO.
           IF WS-PARAMETRO-STATUS = '00'
               MOVE 'RECUSADA'  TO CRR-DET-RESULTADO
           END-IF.
           MOVE JRN-MOTIVO     TO CRR-DET-MOTIVO.
           MOVE JRN-APROVADOR  TO CRR-DET-APROVADOR.
           MOVE CRR-DETALHE    TO RELATORIO-CORR-REC.
           WRITE RELATORIO-CORR-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
