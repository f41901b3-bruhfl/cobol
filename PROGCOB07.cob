      *                  5000-RECARREGA-MASTER). OVERRIDE DE
      *                  EMERGENCIA VIA CTL-OVERRIDE-CICLO = 'S' NO
      *                  CARTAO CTLCARD.
      * 2026-10-15 BFL   DATA DO ARQUIVAMENTO, DO CORTE E DO CONTROLE DE
      *                  CICLO LIDA DO CONTROLE DATANEG (ROTINA
      *                  PROGCOB27). O STEP RECUSA DATA DE NEGOCIO
      *                  FUTURA E CICLO ATRASADO FORA DO MODO DE
      *                  RECUPERACAO.
      * 2026-10-15 BFL   GATE DO CONTROLE DE CICLO TAMBEM RECUSA RODAR
      *                  COM A ANONIMIZACAO LGPD PROGCOB31 EM EXECUCAO.
      * 2026-10-15 BFL   GATE DO CONTROLE DE CICLO TAMBEM RECUSA RODAR
      *                  COM O RESTORE PROGCOB25 EM EXECUCAO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-CNV-D400             PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-T                PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-T10              PIC 9(08) COMP VALUE ZERO.
       COPY DATNEGP.
       COPY ARCVRPT.

       PROCEDURE DIVISION.
      * PASSADA E IMPRIME O CABECALHO DO RELATORIO
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
           OPEN INPUT CONTROLE.
           IF WS-CONTROLE-STATUS = '00'
               READ CONTROLE INTO NOME-CTL
      * OU ABORTADA DEIXARIA ESTE JOB REGRAVAR O MESTRE POR CIMA
      * DELA - E QUANDO NEM O REBUILD DO PROGCOB09 NEM A EXTRACAO
      * PROGCOB06 (AMBOS LEEM O NOMEMAST QUE ESTE JOB RECARREGA COM
      * OPEN OUTPUT) ESTAO EM EXECUCAO, NEM O RESTORE PROGCOB25 (QUE
      * REAPLICA OS MOVIMENTOS DA CAPTURA) NEM A ANONIMIZACAO PROGCOB31.
      * GATE REPROVADO SEM O OVERRIDE DO CARTAO ABORTA COM RETURN CODE
      * 12 PARA O SCHEDULER. AO PASSAR, O STEP E MARCADO EM EXECUCAO.
      *****************************************************************
       1050-VERIFICA-CICLO.
           PERFORM 1060-ABRE-CICLO THRU 1060-EXIT.
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
