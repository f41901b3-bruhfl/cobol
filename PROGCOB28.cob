       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB28.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: FECHAMENTO DO CICLO NOTURNO - ULTIMO STEP DO CICLO.
      * FECHA A DATA DE NEGOCIO EM ABERTO NO CONTROLE DATANEG E A
      * AVANCA PARA O PROXIMO DIA UTIL (ROTINA PROGCOB27). A DATA SO E
      * FECHADA QUANDO O CICLO DELA TERMINOU NO CONTROLE DE CICLO
      * (CYCLCTL): NENHUM STEP AINDA EM EXECUCAO, AO MENOS UMA CAPTURA
      * (PROGCOB02) CONCLUIDA E NENHUMA CAPTURA COM RC MAIOR OU IGUAL
      * A 8 - UMA DATA INACABADA NAO E PULADA. DATA DE NEGOCIO AINDA
      * NAO ALCANCADA PELO RELOGIO TAMBEM NAO E FECHADA. NO MODO DE
      * RECUPERACAO, QUANDO A NOVA DATA JA NAO ESTA ATRASADA EM
      * RELACAO AO RELOGIO, O CONTROLE VOLTA AO MODO NORMAL. O STEP E
      * REGISTRADO NO CYCLCTL NA DATA FECHADA. GATE REPROVADO SEM O
      * OVERRIDE DO CARTAO FCHCARD ABORTA COM RETURN CODE 12.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   IMAGEM DO CONTROLE DATANEG MONTADA EM
      *                  WORKING-STORAGE E GRAVADA POR WRITE FROM - O
      *                  MODO NAO E MAIS TESTADO NO REGISTRO DO ARQUIVO
      *                  FECHADO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO    ASSIGN TO "FCHCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT DATA-NEGOCIO ASSIGN TO "DATANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.

           SELECT CICLO-CONTROLE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-CHAVE
               FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO
           LABEL RECORDS ARE STANDARD.
       COPY FCHCTL.

       FD  DATA-NEGOCIO
           LABEL RECORDS ARE STANDARD.
       COPY DATNEG.

       FD  CICLO-CONTROLE
           LABEL RECORDS ARE STANDARD.
       COPY CICLREC.

       WORKING-STORAGE SECTION.
       77  WS-PARAMETRO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-DATANEG-STATUS       PIC X(02) VALUE SPACES.
       77  WS-CICLO-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CICLO-MSG            PIC X(45) VALUE SPACES.
       77  WS-OVERRIDE-SW          PIC X(01) VALUE 'N'.
           88  WS-COM-OVERRIDE             VALUE 'S'.
       77  WS-CICLO-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-FIM-CICLO                VALUE 'S'.
       77  WS-STEP-CAPTURA         PIC X(08) VALUE 'PROGCB02'.
       77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-NOVA-DATA            PIC 9(08) VALUE ZERO.
       77  WS-MODO-ANTERIOR        PIC X(01) VALUE SPACE.
       77  WS-QTD-STEPS            PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-CAPTURAS         PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-CAPT-ERRO        PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-EM-EXECUCAO      PIC 9(04) COMP VALUE ZERO.
       77  WS-STEP-EM-EXECUCAO     PIC X(09) VALUE SPACES.
       01  WS-DATANEG-IMAGEM.
           05  WS-DNG-DATA-NEGOCIO     PIC 9(08) VALUE ZERO.
           05  WS-DNG-DATA-ULT-FECHADA PIC 9(08) VALUE ZERO.
           05  WS-DNG-MODO             PIC X(01) VALUE 'N'.
               88  WS-DNG-MODO-NORMAL          VALUE 'N'.
               88  WS-DNG-MODO-RECUPERACAO     VALUE 'R'.
           05  WS-DNG-OPERADOR         PIC X(08) VALUE SPACES.
           05  WS-DNG-DATA-ALTERACAO   PIC 9(08) VALUE ZERO.
           05  WS-DNG-HORA-ALTERACAO   PIC 9(06) VALUE ZERO.
       COPY DATNEGP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-AVANCA-DATA THRU 2000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - LE O CONTROLE DATANEG (SEM VALIDAR ATRASO - O
      * FECHAMENTO DE UMA DATA ATRASADA E O QUE A RECUPERACAO
      * PRECISA), RECUSA A DATA AINDA NAO ALCANCADA PELO RELOGIO, LE O
      * OVERRIDE DO CARTAO FCHCARD E PASSA PELO GATE DO CONTROLE DE
      * CICLO
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
           MOVE DNP-DATA-SISTEMA TO WS-DATA-SISTEMA.
           MOVE DNP-MODO         TO WS-MODO-ANTERIOR.
           IF WS-DATA-EXECUCAO > WS-DATA-SISTEMA
               DISPLAY 'FECHAMENTO RECUSADO - A DATA DE NEGOCIO '
                   WS-DATA-EXECUCAO ' AINDA NAO CHEGOU NO RELOGIO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PARAMETRO.
           IF WS-PARAMETRO-STATUS = '00'
               READ PARAMETRO INTO FECHA-CTL
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARAMETRO-STATUS = '00'
                   AND FCC-COM-OVERRIDE
                   SET WS-COM-OVERRIDE TO TRUE
               END-IF
               CLOSE PARAMETRO
           END-IF.
           PERFORM 1050-VERIFICA-CICLO THRU 1050-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-VERIFICA-CICLO - GATE DO CONTROLE DE CICLO (CYCLCTL): A
      * DATA SO E FECHADA QUANDO NENHUM STEP DELA ESTA EM EXECUCAO
      * (1055 VARRE TODOS OS REGISTROS DA DATA), QUANDO EXISTE CAPTURA
      * CONCLUIDA E NENHUMA CAPTURA TERMINOU COM RC MAIOR OU IGUAL A
      * 8. FERIADO SEM CICLO NAO E FECHADO AQUI - O SUPERVISOR PULA A
      * DATA NO PROGCOB29. GATE REPROVADO SEM O OVERRIDE DO CARTAO
      * ABORTA COM RETURN CODE 12 PARA O SCHEDULER. AO PASSAR, O STEP
      * E MARCADO EM EXECUCAO.
      *****************************************************************
       1050-VERIFICA-CICLO.
           PERFORM 1060-ABRE-CICLO THRU 1060-EXIT.
           MOVE SPACES TO WS-CICLO-MSG.
           PERFORM 1055-VERIFICA-STEPS THRU 1055-EXIT.
           IF WS-QTD-EM-EXECUCAO > ZERO
               STRING WS-STEP-EM-EXECUCAO ' AINDA EM EXECUCAO'
                   DELIMITED BY SIZE INTO WS-CICLO-MSG
           ELSE
               IF WS-QTD-CAPTURAS = ZERO
                   MOVE 'NENHUMA CAPTURA NA DATA DE NEGOCIO'
                       TO WS-CICLO-MSG
               ELSE
                   IF WS-QTD-CAPT-ERRO > ZERO
                       MOVE 'CAPTURA DA DATA TERMINOU COM ERRO'
                           TO WS-CICLO-MSG
                   END-IF
               END-IF
           END-IF.
           IF WS-CICLO-MSG NOT = SPACES
               IF WS-COM-OVERRIDE
                   DISPLAY 'CONTROLE DE CICLO: ' WS-CICLO-MSG
                   DISPLAY 'OVERRIDE DO OPERADOR ACEITO - FECHAMENTO '
                       'LIBERADO'
               ELSE
                   DISPLAY 'FECHAMENTO RECUSADO PELO CONTROLE DE '
                       'CICLO - ' WS-CICLO-MSG
                   DISPLAY 'PARA EMERGENCIA, INFORME S NO CAMPO DE '
                       'OVERRIDE DO CARTAO FCHCARD'
                   CLOSE CICLO-CONTROLE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 1070-MARCA-CICLO-INICIO THRU 1070-EXIT.
           CLOSE CICLO-CONTROLE.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1055-VERIFICA-STEPS - VARRE TODOS OS REGISTROS DA DATA DE
      * NEGOCIO NO CONTROLE DE CICLO
      *****************************************************************
       1055-VERIFICA-STEPS.
           MOVE 'N' TO WS-CICLO-EOF-SW.
           MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO.
           MOVE LOW-VALUES TO CIC-STEP.
           START CICLO-CONTROLE KEY >= CIC-CHAVE
               INVALID KEY
                   SET WS-FIM-CICLO TO TRUE
           END-START.
           PERFORM 1056-CLASSIFICA-STEP THRU 1056-EXIT
               UNTIL WS-FIM-CICLO.
       1055-EXIT.
           EXIT.

      *****************************************************************
      * 1056-CLASSIFICA-STEP - LE O PROXIMO REGISTRO DO CONTROLE DE
      * CICLO E O CLASSIFICA ENQUANTO FOR DA DATA: STEP EM EXECUCAO
      * (EXCETO UM FECHAMENTO ANTERIOR INTERROMPIDO), CAPTURA
      * CONCLUIDA E CAPTURA COM ERRO
      *****************************************************************
       1056-CLASSIFICA-STEP.
           READ CICLO-CONTROLE NEXT RECORD
               AT END
                   SET WS-FIM-CICLO TO TRUE
           END-READ.
           IF WS-FIM-CICLO
               GO TO 1056-EXIT
           END-IF.
           IF CIC-DATA-NEGOCIO NOT = WS-DATA-EXECUCAO
               SET WS-FIM-CICLO TO TRUE
               GO TO 1056-EXIT
           END-IF.
           ADD 1 TO WS-QTD-STEPS.
           IF CIC-EM-EXECUCAO
               AND CIC-STEP NOT = 'PROGCOB28'
               ADD 1 TO WS-QTD-EM-EXECUCAO
               MOVE CIC-STEP TO WS-STEP-EM-EXECUCAO
               GO TO 1056-EXIT
           END-IF.
           IF CIC-STEP (1:8) = WS-STEP-CAPTURA
               AND CIC-CONCLUIDO
               ADD 1 TO WS-QTD-CAPTURAS
               IF CIC-RETURN-CODE >= 8
                   ADD 1 TO WS-QTD-CAPT-ERRO
               END-IF
           END-IF.
       1056-EXIT.
           EXIT.

      *****************************************************************
      * 1060-ABRE-CICLO - ABRE O ARQUIVO DE CONTROLE DE CICLO EM I-O,
      * CRIANDO-O NA PRIMEIRA EXECUCAO SE AINDA NAO EXISTIR
      *****************************************************************
       1060-ABRE-CICLO.
           OPEN I-O CICLO-CONTROLE.
           IF WS-CICLO-STATUS = '35'
               OPEN OUTPUT CICLO-CONTROLE
               CLOSE CICLO-CONTROLE
               OPEN I-O CICLO-CONTROLE
           END-IF.
           IF WS-CICLO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO CYCLCTL - FILE STATUS '
                   WS-CICLO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1060-EXIT.
           EXIT.

      *****************************************************************
      * 1070-MARCA-CICLO-INICIO - GRAVA (OU REGRAVA) O REGISTRO DESTE
      * STEP NA DATA DE NEGOCIO COMO EM EXECUCAO
      *****************************************************************
       1070-MARCA-CICLO-INICIO.
           MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO.
           MOVE 'PROGCOB28' TO CIC-STEP.
           SET CIC-EM-EXECUCAO TO TRUE.
           MOVE ZERO TO CIC-RETURN-CODE.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO CIC-HORA-ATUALIZACAO.
           WRITE CIC-REC
               INVALID KEY
                   REWRITE CIC-REC
                       INVALID KEY
                           DISPLAY 'FALHA AO MARCAR O CICLO - FILE '
                               'STATUS ' WS-CICLO-STATUS
                   END-REWRITE
           END-WRITE.
       1070-EXIT.
           EXIT.

      *****************************************************************
      * 2000-AVANCA-DATA - CALCULA O PROXIMO DIA UTIL E REGRAVA O
      * CONTROLE DATANEG: A DATA FECHADA PASSA A ULTIMA FECHADA E A
      * NOVA DATA FICA EM ABERTO. NO MODO DE RECUPERACAO, SE O DIA
      * UTIL SEGUINTE A NOVA DATA JA NAO E ANTERIOR AO RELOGIO, O
      * CICLO ALCANCOU O CALENDARIO E O MODO VOLTA A NORMAL.
      *****************************************************************
       2000-AVANCA-DATA.
           SET DNP-FUNC-PROXIMO-DIA TO TRUE.
           MOVE WS-DATA-EXECUCAO TO DNP-DATA-BASE.
           CALL 'PROGCOB27' USING DNP-PARAMETROS.
           IF NOT DNP-DATA-ACEITA
               DISPLAY 'FALHA NO CALCULO DO PROXIMO DIA UTIL - '
                   DNP-MENSAGEM
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           MOVE DNP-DATA-CALCULADA TO WS-NOVA-DATA.
           MOVE WS-NOVA-DATA     TO WS-DNG-DATA-NEGOCIO.
           MOVE WS-DATA-EXECUCAO TO WS-DNG-DATA-ULT-FECHADA.
           MOVE WS-MODO-ANTERIOR TO WS-DNG-MODO.
           IF WS-DNG-MODO-RECUPERACAO
               MOVE WS-NOVA-DATA TO DNP-DATA-BASE
               CALL 'PROGCOB27' USING DNP-PARAMETROS
               IF DNP-DATA-ACEITA
                   AND DNP-DATA-CALCULADA >= WS-DATA-SISTEMA
                   SET WS-DNG-MODO-NORMAL TO TRUE
               END-IF
           END-IF.
           MOVE 'PROGCB28'       TO WS-DNG-OPERADOR.
           MOVE WS-DATA-SISTEMA  TO WS-DNG-DATA-ALTERACAO.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO WS-DNG-HORA-ALTERACAO.
           OPEN OUTPUT DATA-NEGOCIO.
           IF WS-DATANEG-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR O CONTROLE DATANEG - FILE '
                   'STATUS ' WS-DATANEG-STATUS
               DISPLAY 'DATA DE NEGOCIO NAO AVANCADA - REVEJA NO '
                   'PROGCOB29'
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           WRITE DNG-REC FROM WS-DATANEG-IMAGEM.
           CLOSE DATA-NEGOCIO.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - ENCERRA O STEP NO CONTROLE DE CICLO E EXIBE A
      * DATA FECHADA E A NOVA DATA DE NEGOCIO
      *****************************************************************
       9000-FINALIZE.
           PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT.
           DISPLAY 'CICLO DE ' WS-DATA-EXECUCAO ' FECHADO - STEPS '
               WS-QTD-STEPS ' CAPTURAS ' WS-QTD-CAPTURAS.
           DISPLAY 'NOVA DATA DE NEGOCIO: ' WS-NOVA-DATA.
           IF WS-MODO-ANTERIOR = 'R'
               IF WS-DNG-MODO-NORMAL
                   DISPLAY 'RECUPERACAO CONCLUIDA - CONTROLE VOLTOU AO '
                       'MODO NORMAL'
               ELSE
                   DISPLAY 'RECUPERACAO EM ANDAMENTO - CICLO AINDA '
                       'ATRASADO EM RELACAO AO RELOGIO'
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9200-GRAVA-CICLO-FIM - REGRAVA NO CONTROLE DE CICLO (CYCLCTL)
      * O REGISTRO DESTE STEP NA DATA FECHADA COMO CONCLUIDO, COM O
      * RETURN CODE FINAL. UMA FALHA AQUI NAO DERRUBA O JOB, APENAS
      * AVISA NO CONSOLE.
      *****************************************************************
       9200-GRAVA-CICLO-FIM.
           OPEN I-O CICLO-CONTROLE.
           IF WS-CICLO-STATUS NOT = '00'
               DISPLAY 'FALHA AO ABRIR ARQUIVO CYCLCTL - FILE STATUS '
                   WS-CICLO-STATUS
               GO TO 9200-EXIT
           END-IF.
           MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO.
           MOVE 'PROGCOB28' TO CIC-STEP.
           SET CIC-CONCLUIDO TO TRUE.
           MOVE RETURN-CODE TO CIC-RETURN-CODE.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO CIC-HORA-ATUALIZACAO.
           REWRITE CIC-REC
               INVALID KEY
                   WRITE CIC-REC
                       INVALID KEY
                           DISPLAY 'FALHA AO ENCERRAR O CICLO - FILE '
                               'STATUS ' WS-CICLO-STATUS
                   END-WRITE
           END-REWRITE.
           CLOSE CICLO-CONTROLE.
       9200-EXIT.
           EXIT.
