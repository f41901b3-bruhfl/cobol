      *                  MODO RELATORIO E SOMENTE-LEITURA). OVERRIDE
      *                  DE EMERGENCIA VIA RCT-OVERRIDE-CICLO = 'S' NO
      *                  CARTAO RECCARD.
      * 2026-10-15 BFL   O GATE DO REBUILD TAMBEM RECUSA RODAR COM O
      *                  BACKUP (PROGCOB24) OU O RESTORE (PROGCOB25) DO
      *                  NOMEIDX EM EXECUCAO.
      * 2026-10-15 BFL   O GATE DO REBUILD RECUSA TAMBEM ENQUANTO O
      *                  PROGCOB26 ESTORNA UMA CARGA RH NO NOMEIDX
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO. O STEP
      *                  RECUSA DATA DE NEGOCIO FUTURA E CICLO ATRASADO
      *                  FORA DO MODO DE RECUPERACAO.
      * 2026-10-15 BFL   GATE DO CONTROLE DE CICLO TAMBEM RECUSA RODAR
      *                  COM A ANONIMIZACAO LGPD PROGCOB31 EM EXECUCAO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-TAB-HORA-CAPT    PIC 9(06).
               10  WS-TAB-STATUS       PIC X(01).
               10  WS-TAB-DATA-DESLIG  PIC 9(08).
       COPY DATNEGP.
       COPY RECORPT.

       PROCEDURE DIVISION.
      * DE DESLIGAMENTO DO INDICE ANTIGO ANTES DE DESCARTA-LO.
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
               READ PARAMETRO INTO RECONC-CTL
      * REGISTROS DE CAPTURA SAO UM POR MODO - 1055 VARRE TODOS), E
      * QUANDO NEM O PROGCOB07 (REWRITE DO NOMEMAST, QUE O REBUILD
      * LE) NEM A EXTRACAO PROGCOB06 (QUE LE O NOMEIDX QUE O REBUILD
      * REGRAVA) NEM O BACKUP PROGCOB24 (QUE DESCARREGA O NOMEIDX)
      * NEM O RESTORE PROGCOB25 (QUE O RECARREGA) NEM O ESTORNO DE
      * CARGA RH PROGCOB26 (QUE O ALTERA) ESTAO EM EXECUCAO.
      * GATE REPROVADO SEM O OVERRIDE DO CARTAO ABORTA COM RETURN
      * CODE 12 PARA O SCHEDULER. AO PASSAR, O STEP E MARCADO EM
      * EXECUCAO.
      *****************************************************************
       1050-VERIFICA-CICLO.
           PERFORM 1060-ABRE-CICLO THRU 1060-EXIT.
                       END-IF
               END-READ
           END-IF.
           IF WS-CICLO-MSG = SPACES
               MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO
               MOVE 'PROGCOB24' TO CIC-STEP
               READ CICLO-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CIC-EM-EXECUCAO
                           MOVE 'PROGCOB24 EM BACKUP DO NOMEIDX'
                               TO WS-CICLO-MSG
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
