      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-09-01 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      * 2026-10-15 BFL   NOME ANONIMIZADO PELO PROGCOB31
      *                  (LGP-NOME-ANONIMO) NAO ENTRA NA DETECCAO DE
      *                  DUPLICADOS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-NOM-STATUS       PIC X(01).
               10  WS-NOM-IMPRESSO-SW  PIC X(01).
                   88  WS-NOM-JA-IMPRESSO      VALUE 'S'.
       COPY DATNEGP.
       COPY LGPANON.
       COPY DUPRPT.

       PROCEDURE DIVISION.
      * FILTROS EM VIGOR
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
               READ PARAMETRO INTO DUPLICATA-CTL

      *****************************************************************
      * 2020-SELECIONA-REGISTRO - APLICA OS FILTROS DO CARTAO E GUARDA
      * O REGISTRO NA TABELA COM O NOME COMPACTADO. O NOME FIXO DA
      * ANONIMIZACAO LGPD NAO E NOME DE PESSOA E FICA DE FORA.
      *****************************************************************
       2020-SELECIONA-REGISTRO.
           IF NOME-IDX-NOME = LGP-NOME-ANONIMO
               GO TO 2020-EXIT
           END-IF.
           IF WS-SOMENTE-ATIVOS AND NOME-IDX-DESLIGADO
               GO TO 2020-EXIT
           END-IF.
