       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB33.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: RELATORIO MENSAL DE ORCADO X REALIZADO DE EFETIVO
      * POR DEPARTAMENTO - COMPARA O EFETIVO APROVADO NO PLANO
      * (EFETPLAN, MANTIDO PELO PROGCOB32) COM O EFETIVO ATIVO DO MES
      * DE REFERENCIA (CARTAO ORCCARD, DEFAULT = MES DA DATA DE
      * NEGOCIO). MES FECHADO (ANTERIOR AO MES DA DATA DE NEGOCIO)
      * USA O SNAPSHOT DO PROGCOB16 NO NOMESNAP, QUE E OBRIGATORIO; O
      * MES EM ABERTO CONTA OS ATIVOS DIRETO NO NOME-INDEX. IMPRIME,
      * EM ORDEM DE CODIGO, APROVADO, REALIZADO, VARIACAO (REALIZADO
      * MENOS APROVADO) E VARIACAO PERCENTUAL POR DEPARTAMENTO E PARA
      * A EMPRESA, SINALIZANDO O DEPARTAMENTO ACIMA DO ORCAMENTO E O
      * DEPARTAMENTO COM ATIVOS E SEM PLANO NO MES. SUBSTITUI A
      * PLANILHA QUE O FINANCEIRO MONTAVA A MAO COM O PROGCOB04.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO    ASSIGN TO "ORCCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT PLANO-EFETIVO ASSIGN TO "EFETPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CHAVE
               FILE STATUS IS WS-PLANO-STATUS.

           SELECT NOME-INDEX   ASSIGN TO "NOMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-IDX-MATRICULA
               ALTERNATE RECORD KEY IS NOME-IDX-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT SNAPSHOT     ASSIGN TO "NOMESNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT RELATORIO-ORCAMENTO ASSIGN TO "ORCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO
           LABEL RECORDS ARE STANDARD.
       COPY ORCCTL.

       FD  PLANO-EFETIVO
           LABEL RECORDS ARE STANDARD.
       COPY PLANREC.

       FD  NOME-INDEX
           LABEL RECORDS ARE STANDARD.
       COPY NOMEIDX.

       FD  SNAPSHOT
           LABEL RECORDS ARE STANDARD.
       COPY SNAPREC.

       FD  RELATORIO-ORCAMENTO
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-ORCAMENTO-REC     PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PARAMETRO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-PLANO-STATUS         PIC X(02) VALUE SPACES.
       77  WS-INDEX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-SNAPSHOT-STATUS      PIC X(02) VALUE SPACES.
       77  WS-RELATORIO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-PLN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-PLANO                VALUE 'S'.
       77  WS-IDX-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-NOME-INDEX            VALUE 'S'.
       77  WS-SNP-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-SNAPSHOT              VALUE 'S'.
       77  WS-MES-FECHADO-SW       PIC X(01) VALUE 'N'.
           88  WS-MES-FECHADO              VALUE 'S'.
       77  WS-SNAPSHOT-SW          PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-ACHADO          VALUE 'S'.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-MES-REFERENCIA       PIC 9(06) VALUE ZERO.
       77  WS-MES-NEGOCIO          PIC 9(06) VALUE ZERO.
       77  WS-FONTE-REALIZADO      PIC X(30) VALUE SPACES.
       77  WS-PAGINA-RPT           PIC 9(04) COMP VALUE 1.
       77  WS-LINHAS-PAGINA        PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-LINHAS-PAGINA    PIC 9(04) COMP VALUE 50.
       77  WS-QTD-PLANOS-MES       PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-ACIMA            PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-SEM-PLANO        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-FORA-TABELA      PIC 9(06) COMP VALUE ZERO.
       77  WS-IDX-DEP              PIC 9(04) COMP VALUE ZERO.
       77  WS-IDX-BUSCA            PIC 9(04) COMP VALUE ZERO.
       77  WS-IDX-MOVE             PIC 9(04) COMP VALUE ZERO.
       77  WS-ACHOU-SW             PIC X(01) VALUE 'N'.
           88  WS-ACHOU                    VALUE 'S'.
           88  WS-NAO-ACHOU                VALUE 'N'.
       77  WS-DEPTO-BUSCA          PIC X(10) VALUE SPACES.
       77  WS-TOT-APROVADO         PIC 9(07) COMP VALUE ZERO.
       77  WS-TOT-REALIZADO        PIC 9(07) COMP VALUE ZERO.
       77  WS-VARIACAO             PIC S9(07) COMP VALUE ZERO.
       77  WS-PERCENTUAL           PIC S9(07) COMP VALUE ZERO.

       01  WS-DATA-CONV            PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-CONV.
           05  WS-CONV-MES         PIC 9(06).
           05  WS-CONV-DIA         PIC 9(02).

      *    TABELA DE DEPARTAMENTOS MANTIDA EM ORDEM DE CODIGO - UNIAO
      *    DOS DEPARTAMENTOS COM PLANO NO MES E DOS COM ATIVOS
       01  WS-TABELA-DEPTOS.
           05  WS-QTD-DEPTOS           PIC 9(04) COMP VALUE ZERO.
           05  WS-DEP-ENTRADA          OCCURS 200 TIMES.
               10  WS-DEP-CODIGO       PIC X(10).
               10  WS-DEP-PLANO-SW     PIC X(01).
                   88  WS-DEP-COM-PLANO        VALUE 'S'.
               10  WS-DEP-APROVADO     PIC 9(06) COMP.
               10  WS-DEP-REALIZADO    PIC 9(06) COMP.
       COPY DATNEGP.
       COPY ORCRPT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CARREGA-PLANO THRU 2000-EXIT.
           IF WS-MES-FECHADO
               PERFORM 2200-CARREGA-SNAPSHOT THRU 2200-EXIT
           ELSE
               PERFORM 2300-CARREGA-INDICE THRU 2300-EXIT
           END-IF.
           PERFORM 2500-IMPRIME-ORCAMENTO THRU 2500-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - DEFINE O MES DE REFERENCIA (CARTAO ORCCARD
      * OU MES DA DATA DE NEGOCIO), RECUSA MES FUTURO, CLASSIFICA O
      * MES EM FECHADO OU ABERTO E ABRE O PLANO E O RELATORIO
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
           MOVE WS-CONV-MES TO WS-MES-NEGOCIO.
           MOVE WS-CONV-MES TO WS-MES-REFERENCIA.
           OPEN INPUT PARAMETRO.
           IF WS-PARAMETRO-STATUS = '00'
               READ PARAMETRO INTO ORCAMENTO-CTL
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARAMETRO-STATUS = '00'
                   AND OCT-MES-REFERENCIA IS NUMERIC
                   AND OCT-MES-REFERENCIA > ZERO
                   MOVE OCT-MES-REFERENCIA TO WS-MES-REFERENCIA
               END-IF
               CLOSE PARAMETRO
           END-IF.
           IF WS-MES-REFERENCIA > WS-MES-NEGOCIO
               DISPLAY 'MES DE REFERENCIA ' WS-MES-REFERENCIA
                   ' POSTERIOR AO MES DA DATA DE NEGOCIO - EXECUCAO '
                   'RECUSADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MES-REFERENCIA < WS-MES-NEGOCIO
               SET WS-MES-FECHADO TO TRUE
               MOVE 'SNAPSHOT NOMESNAP (PROGCOB16)' TO
                   WS-FONTE-REALIZADO
           ELSE
               MOVE 'NOME-INDEX (MES EM ABERTO)' TO
                   WS-FONTE-REALIZADO
           END-IF.
           OPEN INPUT PLANO-EFETIVO.
           IF WS-PLANO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO EFETPLAN AUSENTE OU INVALIDO - FILE '
                   'STATUS ' WS-PLANO-STATUS
               DISPLAY 'CADASTRE O PLANO DE EFETIVO PELO PROGCOB32'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-ORCAMENTO.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO ORCRPT - FILE STATUS '
                   WS-RELATORIO-STATUS
               CLOSE PLANO-EFETIVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CARREGA-PLANO - VARRE O PLANO EM SEQUENCIA DE CHAVE E
      * CARREGA NA TABELA O EFETIVO APROVADO DE CADA DEPARTAMENTO NO
      * MES DE REFERENCIA
      *****************************************************************
       2000-CARREGA-PLANO.
           MOVE LOW-VALUES TO PLN-CHAVE.
           START PLANO-EFETIVO KEY >= PLN-CHAVE
               INVALID KEY
                   SET WS-FIM-PLANO TO TRUE
           END-START.
           PERFORM 2010-LE-PLANO THRU 2010-EXIT
               UNTIL WS-FIM-PLANO.
           CLOSE PLANO-EFETIVO.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2010-LE-PLANO - LE O PROXIMO REGISTRO DO PLANO E, SE FOR DO
      * MES DE REFERENCIA, GUARDA O APROVADO NA TABELA
      *****************************************************************
       2010-LE-PLANO.
           READ PLANO-EFETIVO NEXT RECORD
               AT END
                   SET WS-FIM-PLANO TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           IF PLN-MES-REFERENCIA NOT = WS-MES-REFERENCIA
               GO TO 2010-EXIT
           END-IF.
           ADD 1 TO WS-QTD-PLANOS-MES.
           MOVE PLN-DEPARTAMENTO TO WS-DEPTO-BUSCA.
           PERFORM 2050-LOCALIZA-DEPTO THRU 2050-EXIT.
           IF WS-IDX-BUSCA = ZERO
               GO TO 2010-EXIT
           END-IF.
           MOVE 'S' TO WS-DEP-PLANO-SW (WS-IDX-BUSCA).
           MOVE PLN-QTD-APROVADA TO WS-DEP-APROVADO (WS-IDX-BUSCA).
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2050-LOCALIZA-DEPTO - LOCALIZA WS-DEPTO-BUSCA NA TABELA E
      * DEVOLVE A POSICAO EM WS-IDX-BUSCA. DEPARTAMENTO NOVO E
      * INSERIDO NA POSICAO DA ORDEM DE CODIGO, DESLOCANDO AS
      * ENTRADAS MAIORES UMA POSICAO ABAIXO (CODIGO MAIOR QUE TODOS
      * VAI PARA O FIM DA TABELA). TABELA CHEIA DEVOLVE
      * ZERO E CONTA O TRANSBORDO (RELATORIO INCOMPLETO).
      *****************************************************************
       2050-LOCALIZA-DEPTO.
           SET WS-NAO-ACHOU TO TRUE.
           MOVE ZERO TO WS-IDX-BUSCA.
           PERFORM 2060-BUSCA-DEPTO THRU 2060-EXIT
               VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-QTD-DEPTOS
                  OR WS-ACHOU.
           IF WS-ACHOU
               GO TO 2050-EXIT
           END-IF.
           IF WS-QTD-DEPTOS >= 200
               ADD 1 TO WS-QTD-FORA-TABELA
               GO TO 2050-EXIT
           END-IF.
           IF WS-IDX-BUSCA = ZERO
               COMPUTE WS-IDX-BUSCA = WS-QTD-DEPTOS + 1
           ELSE
               PERFORM 2070-DESLOCA-ENTRADA THRU 2070-EXIT
                   VARYING WS-IDX-MOVE FROM WS-QTD-DEPTOS BY -1
                   UNTIL WS-IDX-MOVE < WS-IDX-BUSCA
           END-IF.
           ADD 1 TO WS-QTD-DEPTOS.
           MOVE WS-DEPTO-BUSCA TO WS-DEP-CODIGO (WS-IDX-BUSCA).
           MOVE 'N'  TO WS-DEP-PLANO-SW (WS-IDX-BUSCA).
           MOVE ZERO TO WS-DEP-APROVADO (WS-IDX-BUSCA).
           MOVE ZERO TO WS-DEP-REALIZADO (WS-IDX-BUSCA).
       2050-EXIT.
           EXIT.

      *****************************************************************
      * 2060-BUSCA-DEPTO - COMPARA O CODIGO PROCURADO COM UMA ENTRADA
      * DA TABELA. ENTRADA IGUAL = ACHOU; PRIMEIRA ENTRADA MAIOR =
      * POSICAO DE INSERCAO (A TABELA ESTA EM ORDEM, NAO HA IGUAL
      * ADIANTE). CHEGANDO AO FIM SEM ACHAR, A POSICAO E APOS A
      * ULTIMA ENTRADA.
      *****************************************************************
       2060-BUSCA-DEPTO.
           IF WS-DEP-CODIGO (WS-IDX-DEP) = WS-DEPTO-BUSCA
               SET WS-ACHOU TO TRUE
               MOVE WS-IDX-DEP TO WS-IDX-BUSCA
               GO TO 2060-EXIT
           END-IF.
           IF WS-DEP-CODIGO (WS-IDX-DEP) > WS-DEPTO-BUSCA
               AND WS-IDX-BUSCA = ZERO
               MOVE WS-IDX-DEP TO WS-IDX-BUSCA
           END-IF.
       2060-EXIT.
           EXIT.

      *****************************************************************
      * 2070-DESLOCA-ENTRADA - DESCE UMA ENTRADA DA TABELA UMA POSICAO
      * PARA ABRIR ESPACO A INSERCAO
      *****************************************************************
       2070-DESLOCA-ENTRADA.
           MOVE WS-DEP-ENTRADA (WS-IDX-MOVE) TO
               WS-DEP-ENTRADA (WS-IDX-MOVE + 1).
       2070-EXIT.
           EXIT.

      *****************************************************************
      * 2200-CARREGA-SNAPSHOT - MES FECHADO: LE O NOMESNAP E SOMA NA
      * TABELA OS ATIVOS GRAVADOS PELO PROGCOB16 PARA O MES DE
      * REFERENCIA. SEM SNAPSHOT DO MES O REALIZADO NAO PODE SER
      * RECONSTITUIDO (O NOME-INDEX SO TEM A SITUACAO DE HOJE) - O
      * JOB E RECUSADO COM RC 12.
      *****************************************************************
       2200-CARREGA-SNAPSHOT.
           OPEN INPUT SNAPSHOT.
           IF WS-SNAPSHOT-STATUS = '00'
               PERFORM 2210-LE-SNAPSHOT THRU 2210-EXIT
                   UNTIL WS-FIM-SNAPSHOT
               CLOSE SNAPSHOT
           END-IF.
           IF NOT WS-SNAPSHOT-ACHADO
               DISPLAY 'MES ' WS-MES-REFERENCIA ' FECHADO SEM SNAPSHOT '
                   'NO NOMESNAP - RODE O PROGCOB16 DO MES OU INFORME '
                   'OUTRO MES NO ORCCARD'
               CLOSE RELATORIO-ORCAMENTO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-LE-SNAPSHOT - LE UMA LINHA DO NOMESNAP E, SE FOR DO MES
      * DE REFERENCIA, SOMA OS ATIVOS NO DEPARTAMENTO
      *****************************************************************
       2210-LE-SNAPSHOT.
           READ SNAPSHOT
               AT END
                   SET WS-FIM-SNAPSHOT TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF SNP-MES-REFERENCIA NOT = WS-MES-REFERENCIA
               GO TO 2210-EXIT
           END-IF.
           SET WS-SNAPSHOT-ACHADO TO TRUE.
           MOVE SNP-DEPARTAMENTO TO WS-DEPTO-BUSCA.
           PERFORM 2050-LOCALIZA-DEPTO THRU 2050-EXIT.
           IF WS-IDX-BUSCA = ZERO
               GO TO 2210-EXIT
           END-IF.
           ADD SNP-QTD-ATIVOS TO WS-DEP-REALIZADO (WS-IDX-BUSCA).
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-CARREGA-INDICE - MES EM ABERTO: VARRE O NOME-INDEX EM
      * SEQUENCIA DE MATRICULA CONTANDO OS ATIVOS POR DEPARTAMENTO,
      * NO MESMO CRITERIO DO SNAPSHOT DO PROGCOB16
      *****************************************************************
       2300-CARREGA-INDICE.
           OPEN INPUT NOME-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NOME-INDEX AUSENTE OU INVALIDO - '
                   'FILE STATUS ' WS-INDEX-STATUS
               CLOSE RELATORIO-ORCAMENTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ZERO TO NOME-IDX-MATRICULA.
           START NOME-INDEX KEY >= NOME-IDX-MATRICULA
               INVALID KEY
                   SET WS-FIM-NOME-INDEX TO TRUE
           END-START.
           PERFORM 2310-VARRE-INDICE THRU 2310-EXIT
               UNTIL WS-FIM-NOME-INDEX.
           CLOSE NOME-INDEX.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2310-VARRE-INDICE - LE O PROXIMO REGISTRO DO INDICE E SOMA O
      * ATIVO NO DEPARTAMENTO
      *****************************************************************
       2310-VARRE-INDICE.
           READ NOME-INDEX NEXT RECORD
               AT END
                   SET WS-FIM-NOME-INDEX TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF NOME-IDX-DESLIGADO
               GO TO 2310-EXIT
           END-IF.
           MOVE NOME-IDX-DEPARTAMENTO TO WS-DEPTO-BUSCA.
           PERFORM 2050-LOCALIZA-DEPTO THRU 2050-EXIT.
           IF WS-IDX-BUSCA = ZERO
               GO TO 2310-EXIT
           END-IF.
           ADD 1 TO WS-DEP-REALIZADO (WS-IDX-BUSCA).
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 2500-IMPRIME-ORCAMENTO - IMPRIME O CABECALHO, UMA LINHA POR
      * DEPARTAMENTO DA TABELA E O TOTAL DA EMPRESA
      *****************************************************************
       2500-IMPRIME-ORCAMENTO.
           PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT.
           PERFORM 2510-IMPRIME-DEPTO THRU 2510-EXIT
               VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-QTD-DEPTOS.
           PERFORM 2520-IMPRIME-TOTAL THRU 2520-EXIT.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2510-IMPRIME-DEPTO - IMPRIME A LINHA DO DEPARTAMENTO. COM
      * PLANO: VARIACAO = REALIZADO MENOS APROVADO, PERCENTUAL SOBRE
      * O APROVADO (EM BRANCO COM APROVADO ZERO) E SINALIZACAO ACIMA
      * DO ORCAMENTO. SEM PLANO NO MES: APROVADO E VARIACAO EM BRANCO
      * E A SITUACAO 'SEM PLANO NO MES'.
      *****************************************************************
       2510-IMPRIME-DEPTO.
           MOVE SPACES TO ORC-DET-SITUACAO.
           MOVE WS-DEP-CODIGO (WS-IDX-DEP) TO ORC-DET-DEPTO.
           MOVE WS-DEP-REALIZADO (WS-IDX-DEP) TO ORC-DET-REALIZADO.
           ADD WS-DEP-REALIZADO (WS-IDX-DEP) TO WS-TOT-REALIZADO.
           IF NOT WS-DEP-COM-PLANO (WS-IDX-DEP)
               MOVE SPACES TO ORC-DET-APROVADO-X
               MOVE SPACES TO ORC-DET-VARIACAO-X
               MOVE SPACES TO ORC-DET-PERCENTUAL-X
               MOVE 'SEM PLANO NO MES' TO ORC-DET-SITUACAO
               ADD 1 TO WS-QTD-SEM-PLANO
               GO TO 2510-GRAVA
           END-IF.
           ADD WS-DEP-APROVADO (WS-IDX-DEP) TO WS-TOT-APROVADO.
           MOVE WS-DEP-APROVADO (WS-IDX-DEP) TO ORC-DET-APROVADO.
           COMPUTE WS-VARIACAO = WS-DEP-REALIZADO (WS-IDX-DEP)
               - WS-DEP-APROVADO (WS-IDX-DEP).
           MOVE WS-VARIACAO TO ORC-DET-VARIACAO.
           IF WS-DEP-APROVADO (WS-IDX-DEP) > ZERO
               COMPUTE WS-PERCENTUAL ROUNDED =
                   (WS-VARIACAO * 100) / WS-DEP-APROVADO (WS-IDX-DEP)
               IF WS-PERCENTUAL > 9999
                   MOVE 9999 TO WS-PERCENTUAL
               END-IF
               MOVE WS-PERCENTUAL TO ORC-DET-PERCENTUAL
           ELSE
               MOVE SPACES TO ORC-DET-PERCENTUAL-X
           END-IF.
           IF WS-VARIACAO > ZERO
               MOVE '** ACIMA DO ORCAMENTO **' TO ORC-DET-SITUACAO
               ADD 1 TO WS-QTD-ACIMA
           END-IF.
       2510-GRAVA.
           MOVE ORC-DETALHE TO RELATORIO-ORCAMENTO-REC.
           WRITE RELATORIO-ORCAMENTO-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 2520-IMPRIME-TOTAL - IMPRIME O TOTAL DA EMPRESA: APROVADO DOS
      * DEPARTAMENTOS COM PLANO, REALIZADO DE TODOS OS DEPARTAMENTOS
      * (INCLUSIVE OS SEM PLANO) E A VARIACAO ENTRE OS DOIS
      *****************************************************************
       2520-IMPRIME-TOTAL.
           MOVE SPACES TO ORC-TOT-SITUACAO.
           MOVE WS-TOT-APROVADO  TO ORC-TOT-APROVADO.
           MOVE WS-TOT-REALIZADO TO ORC-TOT-REALIZADO.
           COMPUTE WS-VARIACAO = WS-TOT-REALIZADO - WS-TOT-APROVADO.
           MOVE WS-VARIACAO TO ORC-TOT-VARIACAO.
           IF WS-TOT-APROVADO > ZERO
               COMPUTE WS-PERCENTUAL ROUNDED =
                   (WS-VARIACAO * 100) / WS-TOT-APROVADO
               IF WS-PERCENTUAL > 9999
                   MOVE 9999 TO WS-PERCENTUAL
               END-IF
               MOVE WS-PERCENTUAL TO ORC-TOT-PERCENTUAL
           ELSE
               MOVE SPACES TO ORC-TOT-PERCENTUAL-X
           END-IF.
           IF WS-VARIACAO > ZERO
               MOVE '** ACIMA DO ORCAMENTO **' TO ORC-TOT-SITUACAO
           END-IF.
           MOVE ORC-TOTAL TO RELATORIO-ORCAMENTO-REC.
           WRITE RELATORIO-ORCAMENTO-REC AFTER ADVANCING 2 LINES.
       2520-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIME-CABECALHO - IMPRIME O CABECALHO DO RELATORIO COM
      * A DATA DE EXECUCAO E O NUMERO DA PAGINA, O MES DE REFERENCIA
      * COM A FONTE DO REALIZADO E O TITULO DAS COLUNAS
      *****************************************************************
       3000-IMPRIME-CABECALHO.
           MOVE WS-DATA-EXECUCAO TO ORC-CAB-DATA.
           MOVE WS-PAGINA-RPT    TO ORC-CAB-PAGINA.
           MOVE ORC-CABECALHO    TO RELATORIO-ORCAMENTO-REC.
           WRITE RELATORIO-ORCAMENTO-REC AFTER ADVANCING 2 LINES.
           MOVE WS-MES-REFERENCIA  TO ORC-REF-MES.
           MOVE WS-FONTE-REALIZADO TO ORC-REF-FONTE.
           MOVE ORC-LINHA-REFERENCIA TO RELATORIO-ORCAMENTO-REC.
           WRITE RELATORIO-ORCAMENTO-REC AFTER ADVANCING 1 LINE.
           MOVE ORC-COLUNAS TO RELATORIO-ORCAMENTO-REC.
           WRITE RELATORIO-ORCAMENTO-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-PAGINA-RPT.
           MOVE ZERO TO WS-LINHAS-PAGINA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3300-IMPRIME-RESUMO - IMPRIME O RESUMO DO RELATORIO
      *****************************************************************
       3300-IMPRIME-RESUMO.
           MOVE SPACES TO ORC-TITULO.
           MOVE 'RESUMO' TO ORC-TIT-TEXTO.
           MOVE ORC-TITULO TO RELATORIO-ORCAMENTO-REC.
           WRITE RELATORIO-ORCAMENTO-REC AFTER ADVANCING 2 LINES.

           MOVE SPACES TO ORC-RESUMO.
           MOVE 'DEPARTAMENTOS COM PLANO NO MES' TO ORC-RES-LABEL.
           MOVE WS-QTD-PLANOS-MES TO ORC-RES-VALOR.
           MOVE ORC-RESUMO TO RELATORIO-ORCAMENTO-REC.
           WRITE RELATORIO-ORCAMENTO-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO ORC-RESUMO.
           MOVE 'DEPARTAMENTOS ACIMA DO ORCAMENTO' TO ORC-RES-LABEL.
           MOVE WS-QTD-ACIMA TO ORC-RES-VALOR.
           MOVE ORC-RESUMO TO RELATORIO-ORCAMENTO-REC.
           WRITE RELATORIO-ORCAMENTO-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO ORC-RESUMO.
           MOVE 'DEPARTAMENTOS COM ATIVOS SEM PLANO' TO ORC-RES-LABEL.
           MOVE WS-QTD-SEM-PLANO TO ORC-RES-VALOR.
           MOVE ORC-RESUMO TO RELATORIO-ORCAMENTO-REC.
           WRITE RELATORIO-ORCAMENTO-REC AFTER ADVANCING 1 LINE.

           IF WS-QTD-FORA-TABELA > ZERO
               MOVE SPACES TO ORC-RESUMO
               MOVE 'REGISTROS FORA DA TABELA' TO ORC-RES-LABEL
               MOVE WS-QTD-FORA-TABELA TO ORC-RES-VALOR
               MOVE ORC-RESUMO TO RELATORIO-ORCAMENTO-REC
               WRITE RELATORIO-ORCAMENTO-REC AFTER ADVANCING 1 LINE
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - IMPRIME O RESUMO, FECHA O RELATORIO E DEVOLVE
      * O RETURN CODE: 4 QUANDO ALGUM DEPARTAMENTO ESTA ACIMA DO
      * ORCAMENTO; 8 QUANDO O RELATORIO SAIU INCOMPLETO
      *****************************************************************
       9000-FINALIZE.
           PERFORM 3300-IMPRIME-RESUMO THRU 3300-EXIT.
           CLOSE RELATORIO-ORCAMENTO.
           IF WS-QTD-ACIMA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-QTD-FORA-TABELA > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY 'ORCADO X REALIZADO CONCLUIDO - MES '
               WS-MES-REFERENCIA ' - ' WS-QTD-ACIMA
               ' DEPARTAMENTOS ACIMA DO ORCAMENTO'.
       9000-EXIT.
           EXIT.
