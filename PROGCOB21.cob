       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB21.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: RELATORIO DE ENVELHECIMENTO DAS ALTERACOES PENDENTES
      * DE APROVACAO - LE O ARQUIVO NOMEPEND (PEDIDOS DE CORRECAO E DE
      * DESATIVACAO REGISTRADOS PELO PROGCOB03) E LISTA CADA PEDIDO
      * AINDA PENDENTE HA MAIS DE N DIAS CORRIDOS, COM A DATA DO
      * PEDIDO, A IDADE EM DIAS, O SOLICITANTE E AS IMAGENS
      * ANTES/DEPOIS, PARA A SUPERVISAO COBRAR A DECISAO NO PROGCOB20.
      * O LIMITE N VEM DO CARTAO PNDCARD; SEM CARTAO VALE 3 DIAS.
      * DEVOLVE RETURN CODE 4 QUANDO HA PEDIDO ENVELHECIDO.
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
           SELECT PARAMETRO    ASSIGN TO "PNDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT NOME-PENDENTE ASSIGN TO "NOMEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-PEND-STATUS.

           SELECT RELATORIO-PEND ASSIGN TO "PNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO
           LABEL RECORDS ARE STANDARD.
       COPY PNDCTL.

       FD  NOME-PENDENTE
           LABEL RECORDS ARE STANDARD.
       COPY NOMEPND.

       FD  RELATORIO-PEND
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-PEND-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PARAMETRO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RELATORIO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-PEND-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-FIM-PENDENTES            VALUE 'S'.
       77  WS-PEND-AUSENTE-SW      PIC X(01) VALUE 'N'.
           88  WS-PEND-AUSENTE             VALUE 'S'.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-DIAS-LIMITE          PIC 9(03) VALUE 3.
       77  WS-DIAS-HOJE            PIC 9(08) COMP VALUE ZERO.
       77  WS-IDADE-DIAS           PIC 9(08) COMP VALUE ZERO.
       77  WS-PAGINA-RPT           PIC 9(04) COMP VALUE 1.
       77  WS-LINHAS-PAGINA        PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-LINHAS-PAGINA    PIC 9(04) COMP VALUE 50.
       77  WS-QTD-PENDENTES        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-ENVELHECIDOS     PIC 9(06) COMP VALUE ZERO.

       01  WS-CNV-DATA             PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-CNV-DATA.
           05  WS-CNV-ANO          PIC 9(04).
           05  WS-CNV-MES          PIC 9(02).
           05  WS-CNV-DIA          PIC 9(02).
       77  WS-CNV-DIAS             PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-A                PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-M                PIC 9(04) COMP VALUE ZERO.
       77  WS-CNV-D4               PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-D100             PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-D400             PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-T                PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-T10              PIC 9(08) COMP VALUE ZERO.
       COPY DATNEGP.
       COPY PNDRPT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESSA-PENDENTES THRU 2000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - LE O LIMITE EM DIAS NO CARTAO PNDCARD (SEM
      * CARTAO OU COM VALOR INVALIDO FICA O PADRAO), CALCULA O DIA DE
      * HOJE EM DIAS CORRIDOS, ABRE O ARQUIVO DE PENDENCIAS E O
      * RELATORIO E IMPRIME O CABECALHO. ARQUIVO DE PENDENCIAS AINDA
      * NAO CRIADO NAO ABORTA: O RELATORIO SAI VAZIO.
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
               READ PARAMETRO INTO PENDENCIA-CTL
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARAMETRO-STATUS = '00'
                   AND PCT-DIAS-LIMITE IS NUMERIC
                   MOVE PCT-DIAS-LIMITE TO WS-DIAS-LIMITE
               END-IF
               CLOSE PARAMETRO
           END-IF.
           MOVE WS-DATA-EXECUCAO TO WS-CNV-DATA.
           PERFORM 7000-CONVERTE-DATA-EM-DIAS THRU 7000-EXIT.
           MOVE WS-CNV-DIAS TO WS-DIAS-HOJE.
           OPEN INPUT NOME-PENDENTE.
           IF WS-PEND-STATUS NOT = '00'
               SET WS-PEND-AUSENTE TO TRUE
               DISPLAY 'ARQUIVO NOMEPEND INDISPONIVEL (FILE STATUS '
                   WS-PEND-STATUS ') - NENHUMA PENDENCIA A LISTAR'
           END-IF.
           OPEN OUTPUT RELATORIO-PEND.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO PNDRPT - FILE STATUS '
                   WS-RELATORIO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT.
           MOVE WS-DIAS-LIMITE TO PNR-LIM-DIAS.
           MOVE PNR-LINHA-LIMITE TO RELATORIO-PEND-REC.
           WRITE RELATORIO-PEND-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           MOVE SPACES TO PNR-TITULO.
           MOVE 'PEDIDOS PENDENTES ENVELHECIDOS' TO PNR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           PERFORM 3920-IMPRIME-COLUNAS THRU 3920-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-PENDENTES - LE O ARQUIVO DE PENDENCIAS NA ORDEM
      * DA CHAVE (ORDEM DE CHEGADA DOS PEDIDOS)
      *****************************************************************
       2000-PROCESSA-PENDENTES.
           IF WS-PEND-AUSENTE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-LE-PENDENTE THRU 2010-EXIT.
           PERFORM 2020-AVALIA-PENDENTE THRU 2020-EXIT
               UNTIL WS-FIM-PENDENTES.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2010-LE-PENDENTE - LEITURA SEQUENCIAL DO ARQUIVO DE PENDENCIAS
      *****************************************************************
       2010-LE-PENDENTE.
           READ NOME-PENDENTE NEXT RECORD
               AT END
                   SET WS-FIM-PENDENTES TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2020-AVALIA-PENDENTE - CALCULA A IDADE DO PEDIDO AINDA
      * PENDENTE EM DIAS CORRIDOS E IMPRIME O QUE PASSOU DO LIMITE.
      * PEDIDOS JA APROVADOS OU REJEITADOS SAO IGNORADOS.
      *****************************************************************
       2020-AVALIA-PENDENTE.
           IF PND-PENDENTE
               ADD 1 TO WS-QTD-PENDENTES
               MOVE PND-DATA-SOLIC TO WS-CNV-DATA
               PERFORM 7000-CONVERTE-DATA-EM-DIAS THRU 7000-EXIT
               MOVE ZERO TO WS-IDADE-DIAS
               IF WS-DIAS-HOJE > WS-CNV-DIAS
                   COMPUTE WS-IDADE-DIAS = WS-DIAS-HOJE - WS-CNV-DIAS
               END-IF
               IF WS-IDADE-DIAS > WS-DIAS-LIMITE
                   ADD 1 TO WS-QTD-ENVELHECIDOS
                   PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT
               END-IF
           END-IF.
           PERFORM 2010-LE-PENDENTE THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIME-CABECALHO - IMPRIME O CABECALHO DO RELATORIO COM
      * A DATA DE EXECUCAO E O NUMERO DA PAGINA
      *****************************************************************
       3000-IMPRIME-CABECALHO.
           MOVE WS-DATA-EXECUCAO TO PNR-CAB-DATA.
           MOVE WS-PAGINA-RPT    TO PNR-CAB-PAGINA.
           MOVE PNR-CABECALHO    TO RELATORIO-PEND-REC.
           WRITE RELATORIO-PEND-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-PAGINA-RPT.
           MOVE ZERO TO WS-LINHAS-PAGINA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-IMPRIME-DETALHE - MONTA E IMPRIME A LINHA DO PEDIDO
      * ENVELHECIDO, CONTROLANDO A QUEBRA DE PAGINA
      *****************************************************************
       3100-IMPRIME-DETALHE.
           MOVE PND-DATA-SOLIC      TO PNR-DET-DATA.
           MOVE WS-IDADE-DIAS       TO PNR-DET-DIAS.
           MOVE PND-OPERADOR-SOLIC  TO PNR-DET-OPERADOR.
           MOVE PND-MATRICULA       TO PNR-DET-MATRICULA.
           EVALUATE TRUE
               WHEN PND-TIPO-NOME
                   MOVE 'CORRECAO DE NOME'  TO PNR-DET-TIPO
               WHEN PND-TIPO-DEPTO
                   MOVE 'CORRECAO DE DEPTO' TO PNR-DET-TIPO
               WHEN OTHER
                   MOVE 'DESATIVACAO'       TO PNR-DET-TIPO
           END-EVALUATE.
           MOVE PND-IMAGEM-ANTES    TO PNR-DET-ANTES.
           MOVE PND-IMAGEM-DEPOIS   TO PNR-DET-DEPOIS.
           MOVE PNR-DETALHE TO RELATORIO-PEND-REC.
           WRITE RELATORIO-PEND-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
               PERFORM 3920-IMPRIME-COLUNAS THRU 3920-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3300-IMPRIME-RESUMO - IMPRIME O TOTAL DE PEDIDOS PENDENTES E
      * O TOTAL DE ENVELHECIDOS
      *****************************************************************
       3300-IMPRIME-RESUMO.
           MOVE SPACES TO PNR-TITULO.
           MOVE 'RESUMO' TO PNR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.

           MOVE SPACES TO PNR-RESUMO.
           MOVE 'PEDIDOS PENDENTES' TO PNR-RES-LABEL.
           MOVE WS-QTD-PENDENTES TO PNR-RES-VALOR.
           MOVE PNR-RESUMO TO RELATORIO-PEND-REC.
           WRITE RELATORIO-PEND-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO PNR-RESUMO.
           MOVE 'PENDENTES ENVELHECIDOS' TO PNR-RES-LABEL.
           MOVE WS-QTD-ENVELHECIDOS TO PNR-RES-VALOR.
           MOVE PNR-RESUMO TO RELATORIO-PEND-REC.
           WRITE RELATORIO-PEND-REC AFTER ADVANCING 1 LINE.

           IF WS-QTD-ENVELHECIDOS = ZERO
               MOVE SPACES TO PNR-TITULO
               MOVE 'NENHUM PEDIDO ENVELHECIDO' TO PNR-TIT-TEXTO
               PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3910-IMPRIME-TITULO - IMPRIME UM TITULO DE SECAO DO RELATORIO
      *****************************************************************
       3910-IMPRIME-TITULO.
           MOVE PNR-TITULO TO RELATORIO-PEND-REC.
           WRITE RELATORIO-PEND-REC AFTER ADVANCING 2 LINES.
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
           MOVE PNR-COLUNAS TO RELATORIO-PEND-REC.
           WRITE RELATORIO-PEND-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       3920-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONVERTE-DATA-EM-DIAS - CONVERTE A DATA EM WS-CNV-DATA
      * (AAAAMMDD) EM NUMERO DE DIAS CORRIDOS (WS-CNV-DIAS), NA MESMA
      * FORMULA DO PROGCOB07. AS DIVISOES SAO FEITAS EM COMANDOS
      * DIVIDE SEPARADOS PARA GARANTIR O TRUNCAMENTO INTEIRO DE CADA
      * TERMO DA FORMULA.
      *****************************************************************
       7000-CONVERTE-DATA-EM-DIAS.
           IF WS-CNV-MES > 2
               MOVE WS-CNV-ANO TO WS-CNV-A
               MOVE WS-CNV-MES TO WS-CNV-M
           ELSE
               COMPUTE WS-CNV-A = WS-CNV-ANO - 1
               COMPUTE WS-CNV-M = WS-CNV-MES + 12
           END-IF.
           DIVIDE WS-CNV-A BY 4   GIVING WS-CNV-D4.
           DIVIDE WS-CNV-A BY 100 GIVING WS-CNV-D100.
           DIVIDE WS-CNV-A BY 400 GIVING WS-CNV-D400.
           COMPUTE WS-CNV-T = 306 * (WS-CNV-M + 1).
           DIVIDE WS-CNV-T BY 10  GIVING WS-CNV-T10.
           COMPUTE WS-CNV-DIAS = 365 * WS-CNV-A
               + WS-CNV-D4 - WS-CNV-D100 + WS-CNV-D400
               + WS-CNV-T10 + WS-CNV-DIA - 428.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - IMPRIME O RESUMO, FECHA OS ARQUIVOS E DEVOLVE
      * RETURN CODE 4 QUANDO HA PEDIDO ENVELHECIDO AGUARDANDO DECISAO
      *****************************************************************
       9000-FINALIZE.
           PERFORM 3300-IMPRIME-RESUMO THRU 3300-EXIT.
           IF NOT WS-PEND-AUSENTE
               CLOSE NOME-PENDENTE
           END-IF.
           CLOSE RELATORIO-PEND.
           IF WS-QTD-ENVELHECIDOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'ENVELHECIMENTO DE PENDENCIAS CONCLUIDO - PENDENTES '
               WS-QTD-PENDENTES ' ENVELHECIDOS ' WS-QTD-ENVELHECIDOS.
       9000-EXIT.
           EXIT.
