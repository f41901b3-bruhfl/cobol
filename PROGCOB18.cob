       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB18.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: RECONCILIACAO DO QUADRO COMPLETO DO RH CONTRA O
      * NOME-INDEX. O MODO RH DO PROGCOB02 SO ACRESCENTA QUEM VEM NO
      * EXTRATO - NUNCA PERCEBE QUE UM ATIVO DO INDICE SUMIU DO QUADRO
      * DO RH, E QUANDO O RH ESQUECE O REGISTRO NO NOMETERM O
      * FUNCIONARIO CONTINUA ATIVO E SEGUE NA REMESSA DE CRACHA E
      * FOLHA (PROGCOB06). ESTE JOB RECEBE UM EXTRATO COMPLETO DO
      * QUADRO (MESMO LAYOUT HEADER/DETALHE/TRAILER DE NOME-HR-REC),
      * CRUZA COM O NOME-INDEX PELA MATRICULA E IMPRIME QUATRO LISTAS:
      * ATIVOS NO INDICE AUSENTES DO RH, PRESENTES NO RH E AUSENTES DO
      * INDICE, NOME DIFERENTE E DEPARTAMENTO DIFERENTE. GERA TAMBEM
      * OS ARQUIVOS PROPOSTOS DE DESLIGAMENTO (PROPTERM, LAYOUT
      * NOMETERM) E DE TRANSFERENCIA (PROPTRNF, LAYOUT NOMETRNF) PARA
      * REVISAO - DEPOIS DE CONFERIDOS, SAO SUBMETIDOS AOS MODOS
      * TERMINACAO E TRANSFERENCIA DO PROGCOB02. O JOB SO LE O INDICE.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   O NOME DO RH PASSA A SER COMPARADO PELA
      *                  ABREVIACAO PADRAO DE CRACHA (PROGCOB19) - A
      *                  MESMA QUE O PROGCOB02 GRAVA NO INDICE - E NAO
      *                  MAIS PELAS 20 PRIMEIRAS POSICOES.
      * 2026-10-15 BFL   PROPOSTAS GRAVADAS COM A DATA EFETIVA ZERADA
      *                  (NOVO CAMPO DE NOMETRM/NOMETRF) - APLICACAO NA
      *                  MESMA NOITE EM QUE FOREM APROVADAS.
      * 2026-10-15 BFL   DATA DE EXECUCAO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUADRO-HR    ASSIGN TO "HRFULL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-STATUS.

           SELECT NOME-INDEX   ASSIGN TO "NOMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-IDX-MATRICULA
               ALTERNATE RECORD KEY IS NOME-IDX-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT PROPOSTA-TERM ASSIGN TO "PROPTERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-TERM-STATUS.

           SELECT PROPOSTA-TRANSF ASSIGN TO "PROPTRNF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROP-TRANSF-STATUS.

           SELECT RELATORIO-RHREC ASSIGN TO "RHRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUADRO-HR
           LABEL RECORDS ARE STANDARD.
       COPY NOMEHR.

       FD  NOME-INDEX
           LABEL RECORDS ARE STANDARD.
       COPY NOMEIDX.

       FD  PROPOSTA-TERM
           LABEL RECORDS ARE STANDARD.
       COPY NOMETRM.

       FD  PROPOSTA-TRANSF
           LABEL RECORDS ARE STANDARD.
       COPY NOMETRF.

       FD  RELATORIO-RHREC
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-RHREC-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-HR-STATUS            PIC X(02) VALUE SPACES.
       77  WS-INDEX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-PROP-TERM-STATUS     PIC X(02) VALUE SPACES.
       77  WS-PROP-TRANSF-STATUS   PIC X(02) VALUE SPACES.
       77  WS-RELATORIO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-HR-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-FIM-QUADRO-HR             VALUE 'S'.
       77  WS-HR-OVERFLOW-SW       PIC X(01) VALUE 'N'.
           88  WS-HR-LINHA-OVERFLOW         VALUE 'S'.
           88  WS-HR-LINHA-OK               VALUE 'N'.
       77  WS-HR-TRAILER-SW        PIC X(01) VALUE 'N'.
           88  WS-HR-TRAILER-LIDO           VALUE 'S'.
       77  WS-IDX-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-NOME-INDEX            VALUE 'S'.
       77  WS-INDEX-AUSENTE-SW     PIC X(01) VALUE 'N'.
           88  WS-INDEX-AUSENTE            VALUE 'S'.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-HR-DATA-GERACAO      PIC 9(08) VALUE ZERO.
       77  WS-HR-TRAILER-QTD       PIC 9(06) VALUE ZERO.
       77  WS-HR-QTD-CONTADOS      PIC 9(06) COMP VALUE ZERO.
       77  WS-HR-ERRO-MSG          PIC X(45) VALUE SPACES.
       77  WS-NOME-RH              PIC X(20) VALUE SPACES.
       77  WS-PAGINA-RPT           PIC 9(04) COMP VALUE 1.
       77  WS-LINHAS-PAGINA        PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-LINHAS-PAGINA    PIC 9(04) COMP VALUE 50.
       77  WS-QTD-LIDOS-RH         PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-LIDOS-INDICE     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-ATIVO-SEM-RH     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-RH-SEM-INDICE    PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-NOME-DIFERE      PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-DEPTO-DIFERE     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-PROP-TERM        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-PROP-TRANSF      PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-FORA-TABELA      PIC 9(06) COMP VALUE ZERO.
       77  WS-IDX-TAB              PIC 9(04) COMP VALUE ZERO.
       77  WS-IDX-BUSCA            PIC 9(04) COMP VALUE ZERO.
       77  WS-ACHOU-SW             PIC X(01) VALUE 'N'.
           88  WS-ACHOU                    VALUE 'S'.
           88  WS-NAO-ACHOU                VALUE 'N'.

      *****************************************************************
      * TABELA DO QUADRO DO RH - UMA ENTRADA POR DETALHE DO EXTRATO,
      * COM A SITUACAO ENCONTRADA NO INDICE: 'N' = NAO ENCONTRADO,
      * 'A' = ATIVO NO INDICE, 'T' = DESLIGADO NO INDICE
      *****************************************************************
       01  WS-TABELA-RH.
           05  WS-QTD-TABELA           PIC 9(04) COMP VALUE ZERO.
           05  WS-TAB-ENTRADA          OCCURS 5000 TIMES.
               10  WS-TAB-MATRICULA    PIC 9(06).
               10  WS-TAB-NOME-RH      PIC X(20).
               10  WS-TAB-DEPTO-RH     PIC X(10).
               10  WS-TAB-NOME-IDX     PIC X(20).
               10  WS-TAB-DEPTO-IDX    PIC X(10).
               10  WS-TAB-SITUACAO     PIC X(01).
                   88  WS-TAB-SEM-INDICE       VALUE 'N'.
                   88  WS-TAB-ATIVO-INDICE     VALUE 'A'.
                   88  WS-TAB-DESLIG-INDICE    VALUE 'T'.
       COPY NOMEABR.
       COPY DATNEGP.
       COPY RHRCRPT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CARREGA-QUADRO-HR THRU 2000-EXIT.
           PERFORM 2100-COMPARA-INDICE THRU 2100-EXIT.
           PERFORM 2200-LISTA-RH-SEM-INDICE THRU 2200-EXIT.
           PERFORM 2300-LISTA-NOME-DIFERE THRU 2300-EXIT.
           PERFORM 2400-LISTA-DEPTO-DIFERE THRU 2400-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - ABRE O EXTRATO DO RH E O INDICE (SO
      * LEITURA), OS ARQUIVOS PROPOSTOS E O RELATORIO. EXTRATO AUSENTE
      * ABORTA O JOB; INDICE AUSENTE TAMBEM - SEM O INDICE NAO HA O
      * QUE RECONCILIAR.
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
           OPEN INPUT QUADRO-HR.
           IF WS-HR-STATUS NOT = '00'
               DISPLAY 'ARQUIVO HRFULL AUSENTE OU INVALIDO - '
                   'FILE STATUS ' WS-HR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOME-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NOME-INDEX AUSENTE OU INVALIDO - '
                   'FILE STATUS ' WS-INDEX-STATUS
               CLOSE QUADRO-HR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROPOSTA-TERM.
           IF WS-PROP-TERM-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO PROPTERM - FILE STATUS '
                   WS-PROP-TERM-STATUS
               CLOSE QUADRO-HR NOME-INDEX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PROPOSTA-TRANSF.
           IF WS-PROP-TRANSF-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO PROPTRNF - FILE STATUS '
                   WS-PROP-TRANSF-STATUS
               CLOSE QUADRO-HR NOME-INDEX PROPOSTA-TERM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-RHREC.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO RHRCRPT - FILE STATUS '
                   WS-RELATORIO-STATUS
               CLOSE QUADRO-HR NOME-INDEX PROPOSTA-TERM
                   PROPOSTA-TRANSF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CARREGA-QUADRO-HR - VALIDA O HEADER, CARREGA OS DETALHES
      * NA TABELA E CONFERE O TRAILER. UM QUADRO INCOMPLETO (SEM
      * HEADER, SEM TRAILER, TOTAL DIVERGENTE OU MAIOR QUE A TABELA)
      * ABORTA O JOB COM RETURN CODE 12 ANTES DE COMPARAR - CADA
      * FUNCIONARIO FALTANTE VIRARIA UMA PROPOSTA FALSA DE
      * DESLIGAMENTO.
      *****************************************************************
       2000-CARREGA-QUADRO-HR.
           PERFORM 2010-LE-QUADRO-HR THRU 2010-EXIT.
           IF WS-FIM-QUADRO-HR
               OR WS-HR-LINHA-OVERFLOW
               OR NOT HR-REG-HEADER
               OR HR-CAB-DATA-GERACAO NOT NUMERIC
               MOVE 'EXTRATO RH SEM HEADER VALIDO' TO WS-HR-ERRO-MSG
               PERFORM 2090-ERRO-QUADRO-HR THRU 2090-EXIT
           END-IF.
           MOVE HR-CAB-DATA-GERACAO TO WS-HR-DATA-GERACAO.
           PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT.
           PERFORM 2020-ACUMULA-DETALHE THRU 2020-EXIT
               UNTIL WS-FIM-QUADRO-HR
                  OR WS-HR-TRAILER-LIDO.
           IF NOT WS-HR-TRAILER-LIDO
               MOVE 'EXTRATO RH SEM TRAILER' TO WS-HR-ERRO-MSG
               PERFORM 2090-ERRO-QUADRO-HR THRU 2090-EXIT
           END-IF.
           IF WS-HR-TRAILER-QTD NOT NUMERIC
               OR WS-HR-TRAILER-QTD NOT = WS-HR-QTD-CONTADOS
               DISPLAY 'TRAILER INFORMA ' WS-HR-TRAILER-QTD
                   ' DETALHES - CONTADOS ' WS-HR-QTD-CONTADOS
               MOVE 'EXTRATO RH COM TOTAL DIVERGENTE' TO
                   WS-HR-ERRO-MSG
               PERFORM 2090-ERRO-QUADRO-HR THRU 2090-EXIT
           END-IF.
           IF WS-QTD-FORA-TABELA > ZERO
               DISPLAY 'QUADRO EXCEDE A TABELA INTERNA - '
                   WS-QTD-FORA-TABELA ' MATRICULAS FORA'
               MOVE 'QUADRO RH MAIOR QUE A TABELA INTERNA' TO
                   WS-HR-ERRO-MSG
               PERFORM 2090-ERRO-QUADRO-HR THRU 2090-EXIT
           END-IF.
           CLOSE QUADRO-HR.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2010-LE-QUADRO-HR - LEITURA SEQUENCIAL DO EXTRATO DO RH
      *****************************************************************
       2010-LE-QUADRO-HR.
           READ QUADRO-HR
               AT END
                   SET WS-FIM-QUADRO-HR TO TRUE
           END-READ.
           IF NOT WS-FIM-QUADRO-HR
               IF WS-HR-STATUS = '00'
                   SET WS-HR-LINHA-OK TO TRUE
               ELSE
                   SET WS-HR-LINHA-OVERFLOW TO TRUE
               END-IF
           END-IF.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2020-ACUMULA-DETALHE - LE O PROXIMO REGISTRO DO EXTRATO E
      * GUARDA O DETALHE NA TABELA ATE ENCONTRAR O TRAILER. UM
      * SEGUNDO HEADER OU TIPO DESCONHECIDO INVALIDA O EXTRATO.
      *****************************************************************
       2020-ACUMULA-DETALHE.
           PERFORM 2010-LE-QUADRO-HR THRU 2010-EXIT.
           IF WS-FIM-QUADRO-HR
               GO TO 2020-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-HR-LINHA-OVERFLOW
                   MOVE 'EXTRATO RH COM LINHA MAIOR QUE O LAYOUT' TO
                       WS-HR-ERRO-MSG
                   PERFORM 2090-ERRO-QUADRO-HR THRU 2090-EXIT
               WHEN HR-REG-DETALHE
                   ADD 1 TO WS-HR-QTD-CONTADOS
                   ADD 1 TO WS-QTD-LIDOS-RH
                   PERFORM 2030-GUARDA-DETALHE THRU 2030-EXIT
               WHEN HR-REG-TRAILER
                   MOVE HR-TRL-QTD-DETALHES TO WS-HR-TRAILER-QTD
                   SET WS-HR-TRAILER-LIDO TO TRUE
               WHEN OTHER
                   MOVE 'EXTRATO RH COM TIPO DE REGISTRO INVALIDO' TO
                       WS-HR-ERRO-MSG
                   PERFORM 2090-ERRO-QUADRO-HR THRU 2090-EXIT
           END-EVALUATE.
       2020-EXIT.
           EXIT.

      *****************************************************************
      * 2030-GUARDA-DETALHE - GRAVA O DETALHE DO RH NA PROXIMA ENTRADA
      * DA TABELA. O NOME E ABREVIADO PELA ROTINA PADRAO DE CRACHA,
      * COMO O PROGCOB02 GRAVA NO INDICE, PARA A COMPARACAO NAO ACUSAR
      * COMO DIVERGENTE UM NOME APENAS ABREVIADO NA CAPTURA.
      *****************************************************************
       2030-GUARDA-DETALHE.
           IF WS-QTD-TABELA NOT < 5000
               ADD 1 TO WS-QTD-FORA-TABELA
               GO TO 2030-EXIT
           END-IF.
           MOVE HR-NOME TO ABR-NOME-COMPLETO.
           CALL 'PROGCOB19' USING ABR-PARAMETROS.
           MOVE ABR-NOME-CRACHA TO WS-NOME-RH.
           ADD 1 TO WS-QTD-TABELA.
           MOVE HR-MATRICULA    TO WS-TAB-MATRICULA (WS-QTD-TABELA).
           MOVE WS-NOME-RH      TO WS-TAB-NOME-RH (WS-QTD-TABELA).
           MOVE HR-DEPARTAMENTO TO WS-TAB-DEPTO-RH (WS-QTD-TABELA).
           MOVE SPACES          TO WS-TAB-NOME-IDX (WS-QTD-TABELA).
           MOVE SPACES          TO WS-TAB-DEPTO-IDX (WS-QTD-TABELA).
           MOVE 'N'             TO WS-TAB-SITUACAO (WS-QTD-TABELA).
       2030-EXIT.
           EXIT.

      *****************************************************************
      * 2090-ERRO-QUADRO-HR - ABORTA A RECONCILIACAO COM MENSAGEM
      * CLARA E RETURN CODE 12, SEM GERAR NENHUMA PROPOSTA
      *****************************************************************
       2090-ERRO-QUADRO-HR.
           DISPLAY 'RECONCILIACAO ABORTADA - ' WS-HR-ERRO-MSG.
           CLOSE QUADRO-HR NOME-INDEX PROPOSTA-TERM PROPOSTA-TRANSF
               RELATORIO-RHREC.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       2090-EXIT.
           EXIT.

      *****************************************************************
      * 2100-COMPARA-INDICE - VARRE O INDICE EM SEQUENCIA DE MATRICULA
      * E PROCURA CADA REGISTRO NA TABELA DO RH. O ATIVO AUSENTE DO
      * RH E IMPRESSO NA PRIMEIRA LISTA E VIRA PROPOSTA DE
      * DESLIGAMENTO; O ENCONTRADO TEM OS DADOS DO INDICE GUARDADOS NA
      * TABELA PARA AS DEMAIS LISTAS.
      *****************************************************************
       2100-COMPARA-INDICE.
           MOVE SPACES TO RRC-TITULO.
           MOVE 'ATIVOS NO INDICE AUSENTES DO RH' TO RRC-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           MOVE 'N' TO WS-IDX-EOF-SW.
           MOVE ZERO TO NOME-IDX-MATRICULA.
           START NOME-INDEX KEY >= NOME-IDX-MATRICULA
               INVALID KEY
                   SET WS-FIM-NOME-INDEX TO TRUE
           END-START.
           PERFORM 2110-VARRE-INDICE THRU 2110-EXIT
               UNTIL WS-FIM-NOME-INDEX.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2110-VARRE-INDICE - LE O PROXIMO REGISTRO DO INDICE E O
      * CLASSIFICA CONTRA A TABELA DO RH
      *****************************************************************
       2110-VARRE-INDICE.
           READ NOME-INDEX NEXT RECORD
               AT END
                   SET WS-FIM-NOME-INDEX TO TRUE
           END-READ.
           IF WS-FIM-NOME-INDEX
               GO TO 2110-EXIT
           END-IF.
           ADD 1 TO WS-QTD-LIDOS-INDICE.
           PERFORM 2120-BUSCA-MATRICULA THRU 2120-EXIT.
           IF WS-ACHOU
               MOVE NOME-IDX-NOME TO WS-TAB-NOME-IDX (WS-IDX-BUSCA)
               MOVE NOME-IDX-DEPARTAMENTO TO
                   WS-TAB-DEPTO-IDX (WS-IDX-BUSCA)
               MOVE NOME-IDX-STATUS TO WS-TAB-SITUACAO (WS-IDX-BUSCA)
           ELSE
               IF NOT NOME-IDX-DESLIGADO
                   PERFORM 2130-PROPOE-DESLIGAMENTO THRU 2130-EXIT
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2120-BUSCA-MATRICULA - LOCALIZA A MATRICULA DO REGISTRO DO
      * INDICE NA TABELA DO RH, DEIXANDO A ENTRADA EM WS-IDX-BUSCA
      *****************************************************************
       2120-BUSCA-MATRICULA.
           SET WS-NAO-ACHOU TO TRUE.
           MOVE ZERO TO WS-IDX-BUSCA.
           PERFORM 2121-COMPARA-ENTRADA THRU 2121-EXIT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-TABELA
                  OR WS-ACHOU.
       2120-EXIT.
           EXIT.

      *****************************************************************
      * 2121-COMPARA-ENTRADA - COMPARA A MATRICULA DO REGISTRO DO
      * INDICE COM UMA ENTRADA DA TABELA DO RH
      *****************************************************************
       2121-COMPARA-ENTRADA.
           IF WS-TAB-MATRICULA (WS-IDX-TAB) = NOME-IDX-MATRICULA
               SET WS-ACHOU TO TRUE
               MOVE WS-IDX-TAB TO WS-IDX-BUSCA
           END-IF.
       2121-EXIT.
           EXIT.

      *****************************************************************
      * 2130-PROPOE-DESLIGAMENTO - IMPRIME O ATIVO AUSENTE DO RH E
      * GRAVA A PROPOSTA DE DESLIGAMENTO NO LAYOUT NOMETERM, COM A
      * DATA DE GERACAO DO QUADRO COMO DATA PROPOSTA - O REVISOR
      * AJUSTA A DATA REAL ANTES DE SUBMETER AO MODO TERMINACAO
      *****************************************************************
       2130-PROPOE-DESLIGAMENTO.
           ADD 1 TO WS-QTD-ATIVO-SEM-RH.
           MOVE SPACES                TO RRC-DETALHE.
           MOVE NOME-IDX-MATRICULA    TO RRC-DET-MATRICULA.
           MOVE NOME-IDX-NOME         TO RRC-DET-NOME-INDICE.
           MOVE NOME-IDX-DEPARTAMENTO TO RRC-DET-DEPTO-INDICE.
           MOVE NOME-IDX-STATUS       TO RRC-DET-STATUS-INDICE.
           MOVE 'PROPOSTO DESLIG.'    TO RRC-DET-OBS.
           PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT.
           MOVE NOME-IDX-MATRICULA    TO TRM-MATRICULA.
           MOVE WS-HR-DATA-GERACAO    TO TRM-DATA-DESLIG.
           MOVE ZERO                  TO TRM-DATA-EFETIVA.
           WRITE NOME-TERM-REC.
           IF WS-PROP-TERM-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO PROPTERM - FILE STATUS '
                   WS-PROP-TERM-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-QTD-PROP-TERM
           END-IF.
       2130-EXIT.
           EXIT.

      *****************************************************************
      * 2200-LISTA-RH-SEM-INDICE - SEGUNDA LISTA: FUNCIONARIOS DO
      * QUADRO DO RH SEM REGISTRO ATIVO NO INDICE. O DESLIGADO NO
      * INDICE QUE O RH AINDA MANDA NO QUADRO SAI NA MESMA LISTA,
      * IDENTIFICADO NA OBSERVACAO (RECONTRATACAO NAO CAPTURADA OU
      * DESLIGAMENTO INDEVIDO).
      *****************************************************************
       2200-LISTA-RH-SEM-INDICE.
           MOVE SPACES TO RRC-TITULO.
           MOVE 'NO RH SEM REGISTRO ATIVO NO INDICE' TO RRC-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           PERFORM 2210-VERIFICA-RH-SEM-INDICE THRU 2210-EXIT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-TABELA.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-VERIFICA-RH-SEM-INDICE - IMPRIME A ENTRADA DA TABELA SE
      * A MATRICULA NAO ESTA ATIVA NO INDICE
      *****************************************************************
       2210-VERIFICA-RH-SEM-INDICE.
           IF WS-TAB-ATIVO-INDICE (WS-IDX-TAB)
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WS-QTD-RH-SEM-INDICE.
           PERFORM 3110-MONTA-DETALHE-TAB THRU 3110-EXIT.
           IF WS-TAB-DESLIG-INDICE (WS-IDX-TAB)
               MOVE 'DESLIGADO NO INDICE' TO RRC-DET-OBS
           ELSE
               MOVE 'NAO CAPTURADO'       TO RRC-DET-OBS
           END-IF.
           PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-LISTA-NOME-DIFERE - TERCEIRA LISTA: MATRICULAS ATIVAS NOS
      * DOIS LADOS COM NOME DIFERENTE. NAO GERA PROPOSTA - CORRECAO DE
      * NOME E FEITA PELO PROGCOB03.
      *****************************************************************
       2300-LISTA-NOME-DIFERE.
           MOVE SPACES TO RRC-TITULO.
           MOVE 'NOME DIFERENTE RH X INDICE' TO RRC-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           PERFORM 2310-VERIFICA-NOME THRU 2310-EXIT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-TABELA.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2310-VERIFICA-NOME - IMPRIME A ENTRADA ATIVA CUJO NOME DO RH
      * DIFERE DO NOME GRAVADO NO INDICE
      *****************************************************************
       2310-VERIFICA-NOME.
           IF NOT WS-TAB-ATIVO-INDICE (WS-IDX-TAB)
               GO TO 2310-EXIT
           END-IF.
           IF WS-TAB-NOME-RH (WS-IDX-TAB) =
               WS-TAB-NOME-IDX (WS-IDX-TAB)
               GO TO 2310-EXIT
           END-IF.
           ADD 1 TO WS-QTD-NOME-DIFERE.
           PERFORM 3110-MONTA-DETALHE-TAB THRU 3110-EXIT.
           MOVE 'CORRIGIR NO PROGCOB03' TO RRC-DET-OBS.
           PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 2400-LISTA-DEPTO-DIFERE - QUARTA LISTA: MATRICULAS ATIVAS NOS
      * DOIS LADOS COM DEPARTAMENTO DIFERENTE. CADA UMA VIRA PROPOSTA
      * DE TRANSFERENCIA PARA O DEPARTAMENTO DO RH.
      *****************************************************************
       2400-LISTA-DEPTO-DIFERE.
           MOVE SPACES TO RRC-TITULO.
           MOVE 'DEPARTAMENTO DIFERENTE RH X INDICE' TO RRC-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           PERFORM 2410-VERIFICA-DEPTO THRU 2410-EXIT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-TABELA.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2410-VERIFICA-DEPTO - IMPRIME A ENTRADA ATIVA CUJO
      * DEPARTAMENTO DO RH DIFERE DO INDICE E GRAVA A PROPOSTA DE
      * TRANSFERENCIA NO LAYOUT NOMETRNF
      *****************************************************************
       2410-VERIFICA-DEPTO.
           IF NOT WS-TAB-ATIVO-INDICE (WS-IDX-TAB)
               GO TO 2410-EXIT
           END-IF.
           IF WS-TAB-DEPTO-RH (WS-IDX-TAB) =
               WS-TAB-DEPTO-IDX (WS-IDX-TAB)
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DEPTO-DIFERE.
           PERFORM 3110-MONTA-DETALHE-TAB THRU 3110-EXIT.
           MOVE 'PROPOSTA TRANSF.' TO RRC-DET-OBS.
           PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT.
           MOVE WS-TAB-MATRICULA (WS-IDX-TAB) TO TRF-MATRICULA.
           MOVE WS-TAB-DEPTO-RH (WS-IDX-TAB)  TO TRF-DEPARTAMENTO.
           MOVE ZERO                          TO TRF-DATA-EFETIVA.
           WRITE NOME-TRANSF-REC.
           IF WS-PROP-TRANSF-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO PROPTRNF - FILE STATUS '
                   WS-PROP-TRANSF-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-QTD-PROP-TRANSF
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIME-CABECALHO - IMPRIME O CABECALHO DO RELATORIO COM
      * A DATA DE EXECUCAO, A DATA DE GERACAO DO QUADRO E A PAGINA
      *****************************************************************
       3000-IMPRIME-CABECALHO.
           MOVE WS-DATA-EXECUCAO   TO RRC-CAB-DATA.
           MOVE WS-HR-DATA-GERACAO TO RRC-CAB-DATA-GERACAO.
           MOVE WS-PAGINA-RPT      TO RRC-CAB-PAGINA.
           MOVE RRC-CABECALHO      TO RELATORIO-RHREC-REC.
           WRITE RELATORIO-RHREC-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-PAGINA-RPT.
           MOVE ZERO TO WS-LINHAS-PAGINA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-IMPRIME-DETALHE - IMPRIME A LINHA DE DIVERGENCIA JA
      * MONTADA EM RRC-DETALHE, CONTROLANDO A QUEBRA DE PAGINA
      *****************************************************************
       3100-IMPRIME-DETALHE.
           MOVE RRC-DETALHE TO RELATORIO-RHREC-REC.
           WRITE RELATORIO-RHREC-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3110-MONTA-DETALHE-TAB - MONTA A LINHA DE DIVERGENCIA COM OS
      * DADOS DO RH E DO INDICE DA ENTRADA WS-IDX-TAB DA TABELA
      *****************************************************************
       3110-MONTA-DETALHE-TAB.
           MOVE SPACES TO RRC-DETALHE.
           MOVE WS-TAB-MATRICULA (WS-IDX-TAB) TO RRC-DET-MATRICULA.
           MOVE WS-TAB-NOME-RH (WS-IDX-TAB)   TO RRC-DET-NOME-RH.
           MOVE WS-TAB-DEPTO-RH (WS-IDX-TAB)  TO RRC-DET-DEPTO-RH.
           MOVE WS-TAB-NOME-IDX (WS-IDX-TAB)  TO RRC-DET-NOME-INDICE.
           MOVE WS-TAB-DEPTO-IDX (WS-IDX-TAB) TO RRC-DET-DEPTO-INDICE.
           IF NOT WS-TAB-SEM-INDICE (WS-IDX-TAB)
               MOVE WS-TAB-SITUACAO (WS-IDX-TAB) TO
                   RRC-DET-STATUS-INDICE
           END-IF.
       3110-EXIT.
           EXIT.

      *****************************************************************
      * 3300-IMPRIME-RESUMO - IMPRIME O RESUMO DA RECONCILIACAO
      *****************************************************************
       3300-IMPRIME-RESUMO.
           MOVE SPACES TO RRC-TITULO.
           MOVE 'RESUMO DA RECONCILIACAO' TO RRC-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.

           MOVE SPACES TO RRC-RESUMO.
           MOVE 'DETALHES NO QUADRO RH' TO RRC-RES-LABEL.
           MOVE WS-QTD-LIDOS-RH TO RRC-RES-VALOR.
           PERFORM 3920-IMPRIME-RESUMO-LINHA THRU 3920-EXIT.

           MOVE SPACES TO RRC-RESUMO.
           MOVE 'REGISTROS NO INDICE' TO RRC-RES-LABEL.
           MOVE WS-QTD-LIDOS-INDICE TO RRC-RES-VALOR.
           PERFORM 3920-IMPRIME-RESUMO-LINHA THRU 3920-EXIT.

           MOVE SPACES TO RRC-RESUMO.
           MOVE 'ATIVOS AUSENTES DO RH' TO RRC-RES-LABEL.
           MOVE WS-QTD-ATIVO-SEM-RH TO RRC-RES-VALOR.
           PERFORM 3920-IMPRIME-RESUMO-LINHA THRU 3920-EXIT.

           MOVE SPACES TO RRC-RESUMO.
           MOVE 'NO RH SEM ATIVO NO INDICE' TO RRC-RES-LABEL.
           MOVE WS-QTD-RH-SEM-INDICE TO RRC-RES-VALOR.
           PERFORM 3920-IMPRIME-RESUMO-LINHA THRU 3920-EXIT.

           MOVE SPACES TO RRC-RESUMO.
           MOVE 'NOME DIFERENTE' TO RRC-RES-LABEL.
           MOVE WS-QTD-NOME-DIFERE TO RRC-RES-VALOR.
           PERFORM 3920-IMPRIME-RESUMO-LINHA THRU 3920-EXIT.

           MOVE SPACES TO RRC-RESUMO.
           MOVE 'DEPARTAMENTO DIFERENTE' TO RRC-RES-LABEL.
           MOVE WS-QTD-DEPTO-DIFERE TO RRC-RES-VALOR.
           PERFORM 3920-IMPRIME-RESUMO-LINHA THRU 3920-EXIT.

           MOVE SPACES TO RRC-RESUMO.
           MOVE 'PROPOSTAS NO PROPTERM' TO RRC-RES-LABEL.
           MOVE WS-QTD-PROP-TERM TO RRC-RES-VALOR.
           PERFORM 3920-IMPRIME-RESUMO-LINHA THRU 3920-EXIT.

           MOVE SPACES TO RRC-RESUMO.
           MOVE 'PROPOSTAS NO PROPTRNF' TO RRC-RES-LABEL.
           MOVE WS-QTD-PROP-TRANSF TO RRC-RES-VALOR.
           PERFORM 3920-IMPRIME-RESUMO-LINHA THRU 3920-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3910-IMPRIME-TITULO - IMPRIME UM TITULO DE SECAO DO RELATORIO
      *****************************************************************
       3910-IMPRIME-TITULO.
           MOVE RRC-TITULO TO RELATORIO-RHREC-REC.
           WRITE RELATORIO-RHREC-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3910-EXIT.
           EXIT.

      *****************************************************************
      * 3920-IMPRIME-RESUMO-LINHA - IMPRIME UMA LINHA DO RESUMO JA
      * MONTADA EM RRC-RESUMO
      *****************************************************************
       3920-IMPRIME-RESUMO-LINHA.
           MOVE RRC-RESUMO TO RELATORIO-RHREC-REC.
           WRITE RELATORIO-RHREC-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       3920-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - IMPRIME O RESUMO, FECHA OS ARQUIVOS E DEVOLVE
      * RETURN CODE 4 QUANDO HOUVE QUALQUER DIVERGENCIA (PROPOSTAS A
      * REVISAR), PRESERVANDO UM RC 8 DE FALHA DE GRAVACAO
      *****************************************************************
       9000-FINALIZE.
           PERFORM 3300-IMPRIME-RESUMO THRU 3300-EXIT.
           CLOSE NOME-INDEX.
           CLOSE PROPOSTA-TERM.
           CLOSE PROPOSTA-TRANSF.
           CLOSE RELATORIO-RHREC.
           IF RETURN-CODE < 4
               AND (WS-QTD-ATIVO-SEM-RH > ZERO
                   OR WS-QTD-RH-SEM-INDICE > ZERO
                   OR WS-QTD-NOME-DIFERE > ZERO
                   OR WS-QTD-DEPTO-DIFERE > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'RECONCILIACAO QUADRO RH CONCLUIDA - PROPOSTAS: '
               WS-QTD-PROP-TERM ' DESLIGAMENTOS ' WS-QTD-PROP-TRANSF
               ' TRANSFERENCIAS'.
       9000-EXIT.
           EXIT.
