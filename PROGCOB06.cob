      *                  PROPRIO STEP PASSA A GRAVAR INICIO/CONCLUSAO
      *                  NO CYCLCTL. OVERRIDE DE EMERGENCIA VIA
      *                  ECT-OVERRIDE-CICLO = 'S' NO CARTAO EXTCARD.
      * 2026-10-15 BFL   DATA DO HEADER DO NOMEXTR E DO CONTROLE DE
      *                  CICLO LIDA DO CONTROLE DATANEG (ROTINA
      *                  PROGCOB27). O STEP RECUSA DATA DE NEGOCIO
      *                  FUTURA E CICLO ATRASADO FORA DO MODO DE
      *                  RECUPERACAO.
      * 2026-10-15 BFL   GATE DO CONTROLE DE CICLO TAMBEM RECUSA RODAR
      *                  COM O RESTORE PROGCOB25, O ESTORNO DE CARGA RH
      *                  PROGCOB26 OU A ANONIMIZACAO LGPD PROGCOB31 EM
      *                  EXECUCAO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-QTD-REENVIO          PIC 9(04) COMP VALUE ZERO.
           05  WS-RSD-ENTRADA          OCCURS 1000 TIMES.
               10  WS-RSD-MATRICULA    PIC 9(06).
       COPY DATNEGP.
       COPY NOMEXT.

       PROCEDURE DIVISION.
      * REGISTRO HEADER
      *****************************************************************
       1000-INITIALIZE.
           SET DNP-FUNC-VALIDA TO TRUE.
           CALL 'PROGCOB27' USING DNP-PARAMETROS.
           IF NOT DNP-DATA-ACEITA
               DISPLAY 'DATA DE NEGOCIO RECUSADA - ' DNP-MENSAGEM
               MOVE DNP-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE DNP-DATA-NEGOCIO TO WS-DATA-EXECUCAO.
           OPEN INPUT PARAMETRO.
           IF WS-PARAMETRO-STATUS = '00'
               READ PARAMETRO INTO EXTRACAO-CTL
      * ANDAMENTO OU TERMINOU COM RC >= 8 (OS REGISTROS DE CAPTURA
      * SAO UM POR MODO - 1055 VARRE TODOS), E QUANDO NEM O PROGCOB07
      * (REWRITE DO NOMEMAST) NEM O REBUILD DO PROGCOB09 (REWRITE DO
      * NOMEIDX, LIDO PELO FILTRO DE DESLIGADOS) ESTAO EM EXECUCAO,
      * NEM O RESTORE (PROGCOB25), O ESTORNO DE CARGA RH (PROGCOB26) OU
      * A ANONIMIZACAO LGPD (PROGCOB31), QUE REGRAVAM O NOMEIDX.
      * GATE REPROVADO SEM O OVERRIDE DO CARTAO ABORTA COM RETURN
      * CODE 12 PARA O SCHEDULER. AO PASSAR, O STEP E MARCADO EM
      * EXECUCAO.
                       END-IF
               END-READ
           END-IF.
           IF WS-CICLO-MSG = SPACES
               MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO
               MOVE 'PROGCOB25' TO CIC-STEP
               READ CICLO-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CIC-EM-EXECUCAO
                           MOVE 'PROGCOB25 RESTAURANDO O NOMEIDX'
                               TO WS-CICLO-MSG
                       END-IF
               END-READ
           END-IF.
           IF WS-CICLO-MSG = SPACES
               MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO
               MOVE 'PROGCOB26' TO CIC-STEP
               READ CICLO-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CIC-EM-EXECUCAO
                           MOVE 'PROGCOB26 ESTORNANDO CARGA RH'
                               TO WS-CICLO-MSG
                       END-IF
               END-READ
           END-IF.
           IF WS-CICLO-MSG = SPACES
               MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO
               MOVE 'PROGCOB31' TO CIC-STEP
               READ CICLO-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CIC-EM-EXECUCAO
                           MOVE 'PROGCOB31 ANONIMIZANDO ARQUIVOS (LGPD)'
                               TO WS-CICLO-MSG
                       END-IF
               END-READ
           END-IF.
           IF WS-CICLO-MSG NOT = SPACES
               IF WS-COM-OVERRIDE
                   DISPLAY 'CONTROLE DE CICLO: ' WS-CICLO-MSG
