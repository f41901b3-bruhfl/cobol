      *                  MOVIDO (ARQUIVO DMOVRPT) E SO ENTAO EXCLUI O
      *                  CODIGO ANTIGO DA TABELA. REORGANIZACAO SO
      *                  PARA SUPERVISOR, COMO A EXCLUSAO.
      * 2026-10-15 BFL   JRN-APROVADOR GRAVADO EM BRANCO NO JORNAL DA
      *                  REORGANIZACAO (NOVO CAMPO DO LAYOUT NOMEJRN).
      * 2026-10-15 BFL   DATA DE EXECUCAO E JRN-DATA LIDAS DO CONTROLE
      *                  DATANEG (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-DESCRICAO-NOVA       PIC X(30) VALUE SPACES.
       77  WS-FIM-SW               PIC X(01) VALUE 'N'.
           88  WS-FIM-PROGRAMA             VALUE 'S'.
       COPY DATNEGP.
       COPY DMOVRPT.

       PROCEDURE DIVISION.
      * LOGICA DE 1050-ABRE-NOME-INDEX DO PROGCOB02)
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
           PERFORM 1040-ABRE-OPERADORES THRU 1040-EXIT.
           PERFORM 1045-IDENTIFICA-OPERADOR THRU 1045-EXIT.
           PERFORM 1050-ABRE-NOME-INDEX THRU 1050-EXIT.
      * DERRUBA A TRANSACAO, APENAS AVISA NO CONSOLE.
      *****************************************************************
       2540-GRAVA-JORNAL-REORG.
           MOVE WS-DATA-EXECUCAO TO JRN-DATA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO JRN-HORA.
           MOVE WS-OPERADOR          TO JRN-OPERADOR.
           MOVE SPACES               TO JRN-APROVADOR.
           MOVE NOME-IDX-MATRICULA   TO JRN-MATRICULA.
           MOVE WS-CODIGO-BUSCA      TO JRN-NOME-ANTES.
           MOVE WS-CODIGO-SUCESSOR   TO JRN-NOME-DEPOIS.
