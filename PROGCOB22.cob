       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB22.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: RELATORIO DA AGENDA DE MOVIMENTOS FUTUROS - LE A
      * AGENDA NOMEAGND (DESLIGAMENTOS E TRANSFERENCIAS DO RH COM DATA
      * EFETIVA FUTURA, GRAVADOS PELO PROGCOB02) E LISTA, EM ORDEM DE
      * DATA EFETIVA, CADA MOVIMENTO AINDA PENDENTE COM O NOME E O
      * DEPARTAMENTO ATUAIS DO FUNCIONARIO NO NOME-INDEX, PARA O RH
      * CONFERIR O QUE VAI ENTRAR EM VIGOR E PEDIR O CANCELAMENTO
      * (PROGCOB23) DO QUE NAO DEVE. MOVIMENTO PENDENTE COM DATA JA
      * VENCIDA (LIBERACAO DO PROGCOB02 NAO RODOU) SAI MARCADO COMO
      * VENCIDO E O JOB DEVOLVE RETURN CODE 4.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-MOV   ASSIGN TO "NOMEAGND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT NOME-INDEX   ASSIGN TO "NOMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-IDX-MATRICULA
               ALTERNATE RECORD KEY IS NOME-IDX-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT RELATORIO-AGD ASSIGN TO "AGDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA-MOV
           LABEL RECORDS ARE STANDARD.
       COPY NOMEAGD.

       FD  NOME-INDEX
           LABEL RECORDS ARE STANDARD.
       COPY NOMEIDX.

       FD  RELATORIO-AGD
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-AGD-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-AGENDA-STATUS        PIC X(02) VALUE SPACES.
       77  WS-INDEX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-RELATORIO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-AGENDA-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-FIM-AGENDA               VALUE 'S'.
       77  WS-AGENDA-AUSENTE-SW    PIC X(01) VALUE 'N'.
           88  WS-AGENDA-AUSENTE           VALUE 'S'.
       77  WS-INDEX-AUSENTE-SW     PIC X(01) VALUE 'N'.
           88  WS-INDEX-AUSENTE            VALUE 'S'.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-PAGINA-RPT           PIC 9(04) COMP VALUE 1.
       77  WS-LINHAS-PAGINA        PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-LINHAS-PAGINA    PIC 9(04) COMP VALUE 50.
       77  WS-QTD-PENDENTES        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-DESLIGAMENTOS    PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-TRANSFERENCIAS   PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-VENCIDOS         PIC 9(06) COMP VALUE ZERO.
       COPY DATNEGP.
       COPY AGDRPT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESSA-AGENDA THRU 2000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - ABRE A AGENDA, O INDICE E O RELATORIO E
      * IMPRIME O CABECALHO. AGENDA AINDA NAO CRIADA NAO ABORTA: O
      * RELATORIO SAI VAZIO. INDICE INDISPONIVEL TAMBEM NAO ABORTA: O
      * RELATORIO SAI SEM O NOME E O DEPARTAMENTO ATUAL.
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
           OPEN INPUT AGENDA-MOV.
           IF WS-AGENDA-STATUS NOT = '00'
               SET WS-AGENDA-AUSENTE TO TRUE
               DISPLAY 'AGENDA NOMEAGND INDISPONIVEL (FILE STATUS '
                   WS-AGENDA-STATUS ') - NENHUM MOVIMENTO A LISTAR'
           END-IF.
           OPEN INPUT NOME-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
               SET WS-INDEX-AUSENTE TO TRUE
               DISPLAY 'NOME-INDEX INDISPONIVEL (FILE STATUS '
                   WS-INDEX-STATUS ') - RELATORIO SEM NOME/DEPTO'
           END-IF.
           OPEN OUTPUT RELATORIO-AGD.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO AGDRPT - FILE STATUS '
                   WS-RELATORIO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT.
           MOVE SPACES TO AGR-TITULO.
           MOVE 'MOVIMENTOS PENDENTES' TO AGR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           PERFORM 3920-IMPRIME-COLUNAS THRU 3920-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-AGENDA - LE A AGENDA NA ORDEM DA CHAVE (DATA
      * EFETIVA + MATRICULA + TIPO)
      *****************************************************************
       2000-PROCESSA-AGENDA.
           IF WS-AGENDA-AUSENTE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-LE-AGENDA THRU 2010-EXIT.
           PERFORM 2020-AVALIA-MOVIMENTO THRU 2020-EXIT
               UNTIL WS-FIM-AGENDA.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2010-LE-AGENDA - LEITURA SEQUENCIAL DA AGENDA
      *****************************************************************
       2010-LE-AGENDA.
           READ AGENDA-MOV NEXT RECORD
               AT END
                   SET WS-FIM-AGENDA TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2020-AVALIA-MOVIMENTO - IMPRIME O MOVIMENTO AINDA PENDENTE.
      * APLICADOS, LIBERADOS COM EXCECAO E CANCELADOS SAO IGNORADOS.
      *****************************************************************
       2020-AVALIA-MOVIMENTO.
           IF AGD-PENDENTE
               ADD 1 TO WS-QTD-PENDENTES
               IF AGD-TIPO-TERMINACAO
                   ADD 1 TO WS-QTD-DESLIGAMENTOS
               ELSE
                   ADD 1 TO WS-QTD-TRANSFERENCIAS
               END-IF
               PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT
           END-IF.
           PERFORM 2010-LE-AGENDA THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIME-CABECALHO - IMPRIME O CABECALHO DO RELATORIO COM
      * A DATA DE EXECUCAO E O NUMERO DA PAGINA
      *****************************************************************
       3000-IMPRIME-CABECALHO.
           MOVE WS-DATA-EXECUCAO TO AGR-CAB-DATA.
           MOVE WS-PAGINA-RPT    TO AGR-CAB-PAGINA.
           MOVE AGR-CABECALHO    TO RELATORIO-AGD-REC.
           WRITE RELATORIO-AGD-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-PAGINA-RPT.
           MOVE ZERO TO WS-LINHAS-PAGINA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-IMPRIME-DETALHE - MONTA A LINHA DO MOVIMENTO COM O NOME E
      * O DEPARTAMENTO ATUAIS DO INDICE E A IMPRIME, CONTROLANDO A
      * QUEBRA DE PAGINA. DATA EFETIVA ANTERIOR A HOJE = VENCIDO.
      *****************************************************************
       3100-IMPRIME-DETALHE.
           MOVE SPACES              TO AGR-DETALHE.
           MOVE AGD-DATA-EFETIVA    TO AGR-DET-DATA-EFETIVA.
           MOVE AGD-MATRICULA       TO AGR-DET-MATRICULA.
           MOVE AGD-DATA-INCLUSAO   TO AGR-DET-DATA-INCLUSAO.
           IF AGD-TIPO-TERMINACAO
               MOVE 'DESLIGAMENTO'  TO AGR-DET-TIPO
               MOVE AGD-DATA-DESLIG TO AGR-DET-DATA-DESLIG
           ELSE
               MOVE 'TRANSFERENCIA' TO AGR-DET-TIPO
               MOVE AGD-DEPARTAMENTO TO AGR-DET-DEPTO-NOVO
           END-IF.
           IF NOT WS-INDEX-AUSENTE
               MOVE AGD-MATRICULA TO NOME-IDX-MATRICULA
               READ NOME-INDEX
                   INVALID KEY
                       MOVE 'NAO CADASTRADA' TO AGR-DET-NOME
                   NOT INVALID KEY
                       MOVE NOME-IDX-NOME TO AGR-DET-NOME
                       MOVE NOME-IDX-DEPARTAMENTO TO
                           AGR-DET-DEPTO-ATUAL
               END-READ
           END-IF.
           IF AGD-DATA-EFETIVA < WS-DATA-EXECUCAO
               MOVE 'VENCIDO' TO AGR-DET-OBS
               ADD 1 TO WS-QTD-VENCIDOS
           END-IF.
           MOVE AGR-DETALHE TO RELATORIO-AGD-REC.
           WRITE RELATORIO-AGD-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
               PERFORM 3920-IMPRIME-COLUNAS THRU 3920-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3300-IMPRIME-RESUMO - IMPRIME OS TOTAIS DA AGENDA
      *****************************************************************
       3300-IMPRIME-RESUMO.
           MOVE SPACES TO AGR-TITULO.
           MOVE 'RESUMO' TO AGR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.

           MOVE SPACES TO AGR-RESUMO.
           MOVE 'MOVIMENTOS PENDENTES' TO AGR-RES-LABEL.
           MOVE WS-QTD-PENDENTES TO AGR-RES-VALOR.
           MOVE AGR-RESUMO TO RELATORIO-AGD-REC.
           WRITE RELATORIO-AGD-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO AGR-RESUMO.
           MOVE 'DESLIGAMENTOS' TO AGR-RES-LABEL.
           MOVE WS-QTD-DESLIGAMENTOS TO AGR-RES-VALOR.
           MOVE AGR-RESUMO TO RELATORIO-AGD-REC.
           WRITE RELATORIO-AGD-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO AGR-RESUMO.
           MOVE 'TRANSFERENCIAS' TO AGR-RES-LABEL.
           MOVE WS-QTD-TRANSFERENCIAS TO AGR-RES-VALOR.
           MOVE AGR-RESUMO TO RELATORIO-AGD-REC.
           WRITE RELATORIO-AGD-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO AGR-RESUMO.
           MOVE 'VENCIDOS NAO LIBERADOS' TO AGR-RES-LABEL.
           MOVE WS-QTD-VENCIDOS TO AGR-RES-VALOR.
           MOVE AGR-RESUMO TO RELATORIO-AGD-REC.
           WRITE RELATORIO-AGD-REC AFTER ADVANCING 1 LINE.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3910-IMPRIME-TITULO - IMPRIME UM TITULO DE SECAO DO RELATORIO
      *****************************************************************
       3910-IMPRIME-TITULO.
           MOVE AGR-TITULO TO RELATORIO-AGD-REC.
           WRITE RELATORIO-AGD-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3910-EXIT.
           EXIT.

      *****************************************************************
      * 3920-IMPRIME-COLUNAS - IMPRIME A LINHA DE TITULOS DAS COLUNAS
      *****************************************************************
       3920-IMPRIME-COLUNAS.
           MOVE AGR-COLUNAS TO RELATORIO-AGD-REC.
           WRITE RELATORIO-AGD-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       3920-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - IMPRIME O RESUMO, FECHA OS ARQUIVOS E DEVOLVE
      * RETURN CODE 4 QUANDO HA MOVIMENTO VENCIDO AINDA PENDENTE (A
      * LIBERACAO DO PROGCOB02 PRECISA RODAR)
      *****************************************************************
       9000-FINALIZE.
           PERFORM 3300-IMPRIME-RESUMO THRU 3300-EXIT.
           IF NOT WS-AGENDA-AUSENTE
               CLOSE AGENDA-MOV
           END-IF.
           IF NOT WS-INDEX-AUSENTE
               CLOSE NOME-INDEX
           END-IF.
           CLOSE RELATORIO-AGD.
           IF WS-QTD-VENCIDOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'AGENDA DE MOVIMENTOS - PENDENTES '
               WS-QTD-PENDENTES ' VENCIDOS ' WS-QTD-VENCIDOS.
       9000-EXIT.
           EXIT.
