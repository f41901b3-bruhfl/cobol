       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB30.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: ROL DO DEPARTAMENTO NA DATA - "QUEM ESTAVA NO
      * DEPARTAMENTO X NO DIA D", PARA RECLAMATORIAS TRABALHISTAS E
      * AUDITORIA. O PROGCOB04 E O NOME-INDEX SO MOSTRAM O HOJE, O
      * PROGCOB13 E POR MATRICULA E O NOMESNAP DO PROGCOB16 SO TEM
      * TOTAIS. ESTE JOB RECEBE O DEPARTAMENTO E A DATA NO CARTAO
      * ROLCARD E RECONSTROI A SITUACAO E O DEPARTAMENTO DE CADA
      * MATRICULA NAQUELA DATA: INTERCALA POR DATA/HORA AS CAPTURAS DO
      * HISTORICO NOMEHIST E DO NOME-MASTER COM OS LANCAMENTOS
      * EFETIVADOS DO JORNAL (TRANSFERENCIAS, CORRECOES DE
      * DEPARTAMENTO, REORGANIZACOES DO PROGCOB08, DESLIGAMENTOS,
      * RECONTRATACOES E ESTORNOS DE CARGA RH) ATE A DATA PEDIDA, NAS
      * MESMAS REGRAS DA REAPLICACAO DO RESTORE (PROGCOB25).
      * DESLIGAMENTOS LANCADOS DEPOIS DA DATA COM DATA DE DESLIGAMENTO
      * ATE ELA (LANCAMENTO RETROATIVO) E O DESLIGAMENTO ATUAL DO
      * NOME-INDEX TAMBEM SAO CONSIDERADOS. IMPRIME NOME, MATRICULA,
      * DATA DE ENTRADA NO DEPARTAMENTO E TEMPO NELE, COM O TOTAL. O
      * DEPARTAMENTO NAO PRECISA MAIS EXISTIR NO DEPTABLE.
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
           SELECT PARAMETRO    ASSIGN TO "ROLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT HISTORICO    ASSIGN TO "NOMEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT NOME-MASTER  ASSIGN TO "NOMEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT NOME-JORNAL  ASSIGN TO "NOMEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.

           SELECT NOME-INDEX   ASSIGN TO "NOMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-IDX-MATRICULA
               ALTERNATE RECORD KEY IS NOME-IDX-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT DEPT-TABLE   ASSIGN TO "DEPTABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT RELATORIO-ROL ASSIGN TO "ROLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO
           LABEL RECORDS ARE STANDARD.
       COPY ROLCTL.

       FD  HISTORICO
           LABEL RECORDS ARE STANDARD.
       COPY NOMEARC.

       FD  NOME-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY NOMEREC.

       FD  NOME-JORNAL
           LABEL RECORDS ARE STANDARD.
       COPY NOMEJRN.

       FD  NOME-INDEX
           LABEL RECORDS ARE STANDARD.
       COPY NOMEIDX.

       FD  DEPT-TABLE
           LABEL RECORDS ARE STANDARD.
       COPY DEPTREC.

       FD  RELATORIO-ROL
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-ROL-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-PARAMETRO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-HISTORICO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-MASTER-STATUS        PIC X(02) VALUE SPACES.
       77  WS-JORNAL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-INDEX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RELATORIO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-HST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-HISTORICO            VALUE 'S'.
       77  WS-MST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-NOME-MASTER          VALUE 'S'.
       77  WS-JRN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-JORNAL               VALUE 'S'.
       77  WS-IDX-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-NOME-INDEX           VALUE 'S'.
       77  WS-HIST-AUSENTE-SW      PIC X(01) VALUE 'N'.
           88  WS-HIST-AUSENTE             VALUE 'S'.
       77  WS-JORNAL-AUSENTE-SW    PIC X(01) VALUE 'N'.
           88  WS-JORNAL-AUSENTE           VALUE 'S'.
       77  WS-INDEX-AUSENTE-SW     PIC X(01) VALUE 'N'.
           88  WS-INDEX-AUSENTE            VALUE 'S'.
       77  WS-ACHOU-SW             PIC X(01) VALUE 'N'.
           88  WS-ACHOU                    VALUE 'S'.
           88  WS-NAO-ACHOU                VALUE 'N'.
       77  WS-POSICAO-SW           PIC X(01) VALUE 'N'.
           88  WS-POSICAO-ACHADA           VALUE 'S'.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-DATA-REFERENCIA      PIC 9(08) VALUE ZERO.
       77  WS-DEPTO-PEDIDO         PIC X(10) VALUE SPACES.
       77  WS-DATA-EVENTO          PIC 9(08) VALUE ZERO.
       77  WS-MATRICULA-BUSCA      PIC 9(06) VALUE ZERO.
       77  WS-DIAS-REFERENCIA      PIC 9(08) COMP VALUE ZERO.
       77  WS-DIAS-DEPTO           PIC 9(08) COMP VALUE ZERO.
       77  WS-PAGINA-RPT           PIC 9(04) COMP VALUE 1.
       77  WS-LINHAS-PAGINA        PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-LINHAS-PAGINA    PIC 9(04) COMP VALUE 50.
       77  WS-QTD-TABELA           PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-TABELA           PIC 9(04) COMP VALUE 5000.
       77  WS-IDX-TAB              PIC 9(04) COMP VALUE ZERO.
       77  WS-IDX-BUSCA            PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-LISTA            PIC 9(04) COMP VALUE ZERO.
       77  WS-IDX-LIS              PIC 9(04) COMP VALUE ZERO.
       77  WS-POS-LIS              PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-CAPT-HIST        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-CAPT-MESTRE      PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-LANCAMENTOS      PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-RETROATIVOS      PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-DESLIG-INDICE    PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-SEM-MATRICULA    PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-FORA-TABELA      PIC 9(06) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * MARCAS DE DATA/HORA DA INTERCALACAO: A DATA DE REFERENCIA (FIM
      * DO DIA) E O PROXIMO REGISTRO PENDENTE DE CADA ARQUIVO
      * (HIGH-VALUES NO FIM DO ARQUIVO). COMPARADAS COMO GRUPO.
      *-----------------------------------------------------------------
       01  WS-MARCA-REFERENCIA.
           05  WS-MRF-DATA             PIC 9(08) VALUE ZERO.
           05  WS-MRF-HORA             PIC 9(06) VALUE 999999.
       01  WS-MARCA-HISTORICO.
           05  WS-MHS-DATA             PIC 9(08) VALUE ZERO.
           05  WS-MHS-HORA             PIC 9(06) VALUE ZERO.
       01  WS-MARCA-MESTRE.
           05  WS-MMS-DATA             PIC 9(08) VALUE ZERO.
           05  WS-MMS-HORA             PIC 9(06) VALUE ZERO.
       01  WS-MARCA-JORNAL.
           05  WS-MJR-DATA             PIC 9(08) VALUE ZERO.
           05  WS-MJR-HORA             PIC 9(06) VALUE ZERO.

      *-----------------------------------------------------------------
      * CAPTURA EM APLICACAO - CAMPOS COMUNS AO HISTORICO E AO MESTRE
      *-----------------------------------------------------------------
       01  WS-CAPTURA.
           05  WS-CAP-NOME             PIC X(20).
           05  WS-CAP-MATRICULA        PIC 9(06).
           05  WS-CAP-DEPARTAMENTO     PIC X(10).
           05  WS-CAP-DATA-CAPT        PIC 9(08).
           05  WS-CAP-STATUS           PIC X(01).
           05  WS-CAP-DATA-DESLIG      PIC 9(08).

      *-----------------------------------------------------------------
      * SITUACAO RECONSTRUIDA DE CADA MATRICULA: DEPARTAMENTO E DATA
      * DE ENTRADA NELE, DATA DA ULTIMA ADMISSAO/RECONTRATACAO E
      * SITUACAO ('A' ATIVO, 'T' DESLIGADO, 'X' INCLUSAO ESTORNADA)
      *-----------------------------------------------------------------
       01  WS-TABELA-SITUACAO.
           05  WS-TAB-ENTRADA          OCCURS 5000 TIMES.
               10  WS-TAB-MATRICULA    PIC 9(06).
               10  WS-TAB-NOME         PIC X(20).
               10  WS-TAB-DEPARTAMENTO PIC X(10).
               10  WS-TAB-DATA-DESDE   PIC 9(08).
               10  WS-TAB-DATA-ADMISSAO PIC 9(08).
               10  WS-TAB-STATUS       PIC X(01).
                   88  WS-TAB-ATIVO           VALUE 'A'.
                   88  WS-TAB-DESLIGADO       VALUE 'T'.
                   88  WS-TAB-ESTORNADO       VALUE 'X'.
               10  WS-TAB-DATA-DESLIG  PIC 9(08).

      *-----------------------------------------------------------------
      * ROL DO DEPARTAMENTO EM ORDEM DE MATRICULA (APONTA A TABELA)
      *-----------------------------------------------------------------
       01  WS-TABELA-ROL.
           05  WS-ROL-ENTRADA          OCCURS 5000 TIMES.
               10  WS-ROL-MATRICULA    PIC 9(06).
               10  WS-ROL-IDX          PIC 9(04) COMP.

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
       COPY ROLRPT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-RECONSTROI-SITUACAO THRU 2000-EXIT.
           PERFORM 2500-CONFERE-INDICE THRU 2500-EXIT.
           PERFORM 2700-MONTA-ROL THRU 2700-EXIT.
           PERFORM 2800-IMPRIME-ROL THRU 2800-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - LE E VALIDA O CARTAO ROLCARD (DEPARTAMENTO
      * INFORMADO E DATA VALIDA, NAO POSTERIOR A DATA DE NEGOCIO),
      * BUSCA A DESCRICAO DO DEPARTAMENTO, ABRE O RELATORIO E IMPRIME
      * O CABECALHO COM O ARGUMENTO. CARTAO AUSENTE OU INVALIDO ABORTA
      * O JOB COM RETURN CODE 12.
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
           IF WS-PARAMETRO-STATUS NOT = '00'
               DISPLAY 'CARTAO ROLCARD AUSENTE OU INVALIDO - FILE '
                   'STATUS ' WS-PARAMETRO-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARAMETRO INTO ROL-CTL
               AT END
                   DISPLAY 'CARTAO ROLCARD VAZIO - ROL ABORTADO'
                   CLOSE PARAMETRO
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PARAMETRO.
           IF ROC-DEPARTAMENTO = SPACES
               OR ROC-DEPARTAMENTO = LOW-VALUES
               DISPLAY 'DEPARTAMENTO EM BRANCO NO ROLCARD - ROL '
                   'ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET DNP-FUNC-CRITICA-DATA TO TRUE.
           MOVE ROC-DATA-REFERENCIA TO DNP-DATA-BASE.
           CALL 'PROGCOB27' USING DNP-PARAMETROS.
           IF NOT DNP-DATA-ACEITA
               DISPLAY 'DATA DE REFERENCIA INVALIDA NO ROLCARD - '
                   DNP-MENSAGEM
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ROC-DATA-REFERENCIA > WS-DATA-EXECUCAO
               DISPLAY 'DATA DE REFERENCIA POSTERIOR A DATA DE '
                   'NEGOCIO ' WS-DATA-EXECUCAO ' - ROL ABORTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE ROC-DEPARTAMENTO    TO WS-DEPTO-PEDIDO.
           MOVE ROC-DATA-REFERENCIA TO WS-DATA-REFERENCIA.
           MOVE WS-DATA-REFERENCIA  TO WS-MRF-DATA.
           MOVE WS-DATA-REFERENCIA  TO WS-CNV-DATA.
           PERFORM 7000-CONVERTE-DATA-EM-DIAS THRU 7000-EXIT.
           MOVE WS-CNV-DIAS TO WS-DIAS-REFERENCIA.
           PERFORM 1100-DESCRICAO-DEPTO THRU 1100-EXIT.
           OPEN OUTPUT RELATORIO-ROL.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO ROLRPT - FILE STATUS '
                   WS-RELATORIO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT.
           MOVE WS-DEPTO-PEDIDO    TO ROR-ARG-DEPARTAMENTO.
           MOVE WS-DATA-REFERENCIA TO ROR-ARG-DATA.
           MOVE ROR-LINHA-ARGUMENTO TO RELATORIO-ROL-REC.
           WRITE RELATORIO-ROL-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-DESCRICAO-DEPTO - BUSCA A DESCRICAO DO DEPARTAMENTO NO
      * DEPTABLE. DEPARTAMENTO NAO CADASTRADO NAO E ERRO: FOI EXTINTO
      * OU INCORPORADO PELO PROGCOB08 E O ROL E JUSTAMENTE PARA ISSO.
      *****************************************************************
       1100-DESCRICAO-DEPTO.
           MOVE SPACES TO ROR-ARG-DESCRICAO.
           OPEN INPUT DEPT-TABLE.
           IF WS-DEPT-STATUS NOT = '00'
               MOVE '(TABELA DEPTABLE INDISPONIVEL)'
                   TO ROR-ARG-DESCRICAO
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-DEPTO-PEDIDO TO DEP-CODIGO.
           READ DEPT-TABLE
               INVALID KEY
                   MOVE '(EXTINTO OU INCORPORADO)'
                       TO ROR-ARG-DESCRICAO
               NOT INVALID KEY
                   MOVE DEP-DESCRICAO TO ROR-ARG-DESCRICAO
           END-READ.
           CLOSE DEPT-TABLE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-RECONSTROI-SITUACAO - INTERCALA POR DATA/HORA O HISTORICO,
      * O MESTRE E O JORNAL E APLICA CADA REGISTRO NA TABELA DE
      * SITUACAO. NO EMPATE A CAPTURA VEM ANTES DO LANCAMENTO (MESMA
      * REGRA DO PROGCOB25). HISTORICO OU JORNAL AUSENTES NAO ABORTAM;
      * SEM O MESTRE NAO HA COMO RECONSTRUIR - RETURN CODE 16.
      *****************************************************************
       2000-RECONSTROI-SITUACAO.
           OPEN INPUT HISTORICO.
           IF WS-HISTORICO-STATUS NOT = '00'
               SET WS-HIST-AUSENTE TO TRUE
               SET WS-FIM-HISTORICO TO TRUE
               MOVE HIGH-VALUES TO WS-MARCA-HISTORICO
               DISPLAY 'HISTORICO NOMEHIST INDISPONIVEL (FILE STATUS '
                   WS-HISTORICO-STATUS ') - ROL SO COM O MESTRE'
           END-IF.
           OPEN INPUT NOME-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NOME-MASTER AUSENTE OU INVALIDO - '
                   'FILE STATUS ' WS-MASTER-STATUS
               CLOSE RELATORIO-ROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT NOME-JORNAL.
           IF WS-JORNAL-STATUS NOT = '00'
               SET WS-JORNAL-AUSENTE TO TRUE
               SET WS-FIM-JORNAL TO TRUE
               MOVE HIGH-VALUES TO WS-MARCA-JORNAL
               DISPLAY 'JORNAL NOMEJRNL INDISPONIVEL (FILE STATUS '
                   WS-JORNAL-STATUS ') - ROL SEM MOVIMENTACOES'
           END-IF.
           IF NOT WS-HIST-AUSENTE
               PERFORM 2010-LE-HISTORICO THRU 2010-EXIT
           END-IF.
           PERFORM 2020-LE-MESTRE THRU 2020-EXIT.
           IF NOT WS-JORNAL-AUSENTE
               PERFORM 2030-LE-JORNAL THRU 2030-EXIT
           END-IF.
           PERFORM 2100-APLICA-PROXIMO THRU 2100-EXIT
               UNTIL WS-FIM-HISTORICO AND WS-FIM-NOME-MASTER
                 AND WS-FIM-JORNAL.
           IF NOT WS-HIST-AUSENTE
               CLOSE HISTORICO
           END-IF.
           CLOSE NOME-MASTER.
           IF NOT WS-JORNAL-AUSENTE
               CLOSE NOME-JORNAL
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2010-LE-HISTORICO - LE O PROXIMO REGISTRO DO HISTORICO. NO FIM
      * DO ARQUIVO A MARCA FICA EM HIGH-VALUES.
      *****************************************************************
       2010-LE-HISTORICO.
           READ HISTORICO
               AT END
                   SET WS-FIM-HISTORICO TO TRUE
                   MOVE HIGH-VALUES TO WS-MARCA-HISTORICO
                   GO TO 2010-EXIT
           END-READ.
           MOVE ARC-DATA-CAPT TO WS-MHS-DATA.
           MOVE ARC-HORA-CAPT TO WS-MHS-HORA.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2020-LE-MESTRE - LE A PROXIMA CAPTURA DO MESTRE. NO FIM DO
      * ARQUIVO A MARCA FICA EM HIGH-VALUES.
      *****************************************************************
       2020-LE-MESTRE.
           READ NOME-MASTER
               AT END
                   SET WS-FIM-NOME-MASTER TO TRUE
                   MOVE HIGH-VALUES TO WS-MARCA-MESTRE
                   GO TO 2020-EXIT
           END-READ.
           MOVE NOME-REC-DATA-CAPT TO WS-MMS-DATA.
           MOVE NOME-REC-HORA-CAPT TO WS-MMS-HORA.
       2020-EXIT.
           EXIT.

      *****************************************************************
      * 2030-LE-JORNAL - LE O JORNAL ATE O PROXIMO LANCAMENTO
      * EFETIVADO ('E'). LANCAMENTOS RECUSADOS NAO ALTERARAM O
      * CADASTRO E SAO PULADOS.
      *****************************************************************
       2030-LE-JORNAL.
           READ NOME-JORNAL
               AT END
                   SET WS-FIM-JORNAL TO TRUE
                   MOVE HIGH-VALUES TO WS-MARCA-JORNAL
                   GO TO 2030-EXIT
           END-READ.
           IF NOT JRN-EFETIVADA
               GO TO 2030-LE-JORNAL
           END-IF.
           MOVE JRN-DATA TO WS-MJR-DATA.
           MOVE JRN-HORA TO WS-MJR-HORA.
       2030-EXIT.
           EXIT.

      *****************************************************************
      * 2100-APLICA-PROXIMO - APLICA O REGISTRO PENDENTE MAIS ANTIGO
      * DOS TRES ARQUIVOS E LE O PROXIMO DAQUELE ARQUIVO. CAPTURAS
      * POSTERIORES A DATA DE REFERENCIA SAO SO LIDAS; LANCAMENTOS
      * POSTERIORES VAO PARA O TRATAMENTO DE RETROATIVOS.
      *****************************************************************
       2100-APLICA-PROXIMO.
           IF WS-MARCA-HISTORICO NOT > WS-MARCA-MESTRE
               AND WS-MARCA-HISTORICO NOT > WS-MARCA-JORNAL
               IF WS-MARCA-HISTORICO NOT > WS-MARCA-REFERENCIA
                   ADD 1 TO WS-QTD-CAPT-HIST
                   MOVE ARC-NOME         TO WS-CAP-NOME
                   MOVE ARC-MATRICULA    TO WS-CAP-MATRICULA
                   MOVE ARC-DEPARTAMENTO TO WS-CAP-DEPARTAMENTO
                   MOVE ARC-DATA-CAPT    TO WS-CAP-DATA-CAPT
                   MOVE ARC-STATUS       TO WS-CAP-STATUS
                   MOVE ARC-DATA-DESLIG  TO WS-CAP-DATA-DESLIG
                   PERFORM 2200-APLICA-CAPTURA THRU 2200-EXIT
               END-IF
               PERFORM 2010-LE-HISTORICO THRU 2010-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-MARCA-MESTRE NOT > WS-MARCA-JORNAL
               IF WS-MARCA-MESTRE NOT > WS-MARCA-REFERENCIA
                   ADD 1 TO WS-QTD-CAPT-MESTRE
                   MOVE NOME-REC-NOME         TO WS-CAP-NOME
                   MOVE NOME-REC-MATRICULA    TO WS-CAP-MATRICULA
                   MOVE NOME-REC-DEPARTAMENTO TO WS-CAP-DEPARTAMENTO
                   MOVE NOME-REC-DATA-CAPT    TO WS-CAP-DATA-CAPT
                   MOVE NOME-REC-STATUS       TO WS-CAP-STATUS
                   MOVE NOME-REC-DATA-DESLIG  TO WS-CAP-DATA-DESLIG
                   PERFORM 2200-APLICA-CAPTURA THRU 2200-EXIT
               END-IF
               PERFORM 2020-LE-MESTRE THRU 2020-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-MARCA-JORNAL NOT > WS-MARCA-REFERENCIA
               PERFORM 2300-APLICA-LANCAMENTO THRU 2300-EXIT
           ELSE
               PERFORM 2400-APLICA-RETROATIVO THRU 2400-EXIT
           END-IF.
           PERFORM 2030-LE-JORNAL THRU 2030-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-APLICA-CAPTURA - APLICA UMA CAPTURA COMO O PROGCOB02 FAZ
      * NO INDICE: MATRICULA NOVA E ADMITIDA NO DEPARTAMENTO DA
      * CAPTURA; MATRICULA DESLIGADA (OU COM INCLUSAO ESTORNADA) E
      * RECONTRATADA COM OS DADOS DA CAPTURA; MATRICULA ATIVA FICA COMO
      * ESTA. CAPTURA ANTIGA SEM MATRICULA NAO TEM COMO SER SEGUIDA.
      * REGISTRO QUE JA CHEGA DESLIGADO CARREGA O DESLIGAMENTO.
      *****************************************************************
       2200-APLICA-CAPTURA.
           IF WS-CAP-MATRICULA NOT NUMERIC
               OR WS-CAP-MATRICULA = ZERO
               ADD 1 TO WS-QTD-SEM-MATRICULA
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-CAP-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM 2900-BUSCA-MATRICULA THRU 2900-EXIT.
           IF WS-NAO-ACHOU
               PERFORM 2910-INCLUI-ENTRADA THRU 2910-EXIT
               IF WS-NAO-ACHOU
                   GO TO 2200-EXIT
               END-IF
               SET WS-TAB-DESLIGADO (WS-IDX-BUSCA) TO TRUE
           END-IF.
           IF NOT WS-TAB-ATIVO (WS-IDX-BUSCA)
               MOVE WS-CAP-NOME  TO WS-TAB-NOME (WS-IDX-BUSCA)
               MOVE WS-CAP-DEPARTAMENTO TO
                   WS-TAB-DEPARTAMENTO (WS-IDX-BUSCA)
               MOVE WS-CAP-DATA-CAPT TO
                   WS-TAB-DATA-DESDE (WS-IDX-BUSCA)
               MOVE WS-CAP-DATA-CAPT TO
                   WS-TAB-DATA-ADMISSAO (WS-IDX-BUSCA)
               SET WS-TAB-ATIVO (WS-IDX-BUSCA) TO TRUE
               MOVE ZERO TO WS-TAB-DATA-DESLIG (WS-IDX-BUSCA)
           END-IF.
           IF WS-CAP-STATUS = 'T'
               AND WS-CAP-DATA-DESLIG IS NUMERIC
               AND WS-CAP-DATA-DESLIG > ZERO
               SET WS-TAB-DESLIGADO (WS-IDX-BUSCA) TO TRUE
               MOVE WS-CAP-DATA-DESLIG TO
                   WS-TAB-DATA-DESLIG (WS-IDX-BUSCA)
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-APLICA-LANCAMENTO - APLICA UM LANCAMENTO EFETIVADO ATE A
      * DATA DE REFERENCIA CONFORME O MOTIVO: MUDANCA DE DEPARTAMENTO
      * (TRANSFERENCIA, CORRECAO, REORGANIZACAO DO PROGCOB08) REINICIA
      * A CONTAGEM DO TEMPO NO DEPARTAMENTO; CORRECAO DE NOME;
      * DESLIGAMENTO ('DESLIGADO AAAAMMDD'); RECONTRATACAO; ESTORNO DE
      * CARGA RH. MOTIVOS QUE NAO MUDAM A SITUACAO SAO IGNORADOS.
      *****************************************************************
       2300-APLICA-LANCAMENTO.
           IF JRN-MATRICULA NOT NUMERIC
               OR JRN-MATRICULA = ZERO
               GO TO 2300-EXIT
           END-IF.
           IF JRN-MOTIVO NOT = 'TRANSFERENCIA DE DEPARTAMENTO'
               AND JRN-MOTIVO NOT = 'CORRECAO DE DEPARTAMENTO'
               AND JRN-MOTIVO NOT = 'REORGANIZACAO DE DEPARTAMENTO'
               AND JRN-MOTIVO NOT = 'CORRECAO DE NOME'
               AND JRN-MOTIVO NOT = 'DESATIVACAO DE FUNCIONARIO'
               AND JRN-MOTIVO NOT = 'DESLIGAMENTO DE FUNCIONARIO'
               AND JRN-MOTIVO NOT = 'RECONTRATACAO POR CARGA RH'
               AND JRN-MOTIVO NOT = 'ESTORNO DE INCLUSAO RH'
               AND JRN-MOTIVO NOT = 'ESTORNO DE RECONTRATACAO RH'
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-QTD-LANCAMENTOS.
           MOVE JRN-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM 2900-BUSCA-MATRICULA THRU 2900-EXIT.
           IF WS-NAO-ACHOU
               AND JRN-MOTIVO NOT = 'TRANSFERENCIA DE DEPARTAMENTO'
               AND JRN-MOTIVO NOT = 'CORRECAO DE DEPARTAMENTO'
               AND JRN-MOTIVO NOT = 'REORGANIZACAO DE DEPARTAMENTO'
               GO TO 2300-EXIT
           END-IF.
           IF WS-NAO-ACHOU
               PERFORM 2910-INCLUI-ENTRADA THRU 2910-EXIT
               IF WS-NAO-ACHOU
                   GO TO 2300-EXIT
               END-IF
               SET WS-TAB-ATIVO (WS-IDX-BUSCA) TO TRUE
           END-IF.
           EVALUATE JRN-MOTIVO
               WHEN 'CORRECAO DE NOME'
                   MOVE JRN-NOME-DEPOIS TO WS-TAB-NOME (WS-IDX-BUSCA)
               WHEN 'DESATIVACAO DE FUNCIONARIO'
               WHEN 'DESLIGAMENTO DE FUNCIONARIO'
               WHEN 'ESTORNO DE RECONTRATACAO RH'
                   SET WS-TAB-DESLIGADO (WS-IDX-BUSCA) TO TRUE
                   IF JRN-NOME-DEPOIS (11:8) IS NUMERIC
                       MOVE JRN-NOME-DEPOIS (11:8) TO
                           WS-TAB-DATA-DESLIG (WS-IDX-BUSCA)
                   ELSE
                       MOVE JRN-DATA TO
                           WS-TAB-DATA-DESLIG (WS-IDX-BUSCA)
                   END-IF
               WHEN 'RECONTRATACAO POR CARGA RH'
                   IF NOT WS-TAB-ATIVO (WS-IDX-BUSCA)
                       SET WS-TAB-ATIVO (WS-IDX-BUSCA) TO TRUE
                       MOVE ZERO TO WS-TAB-DATA-DESLIG (WS-IDX-BUSCA)
                       MOVE JRN-DATA TO
                           WS-TAB-DATA-DESDE (WS-IDX-BUSCA)
                       MOVE JRN-DATA TO
                           WS-TAB-DATA-ADMISSAO (WS-IDX-BUSCA)
                   END-IF
               WHEN 'ESTORNO DE INCLUSAO RH'
                   SET WS-TAB-ESTORNADO (WS-IDX-BUSCA) TO TRUE
               WHEN OTHER
                   IF JRN-NOME-DEPOIS (1:10) NOT =
                       WS-TAB-DEPARTAMENTO (WS-IDX-BUSCA)
                       MOVE JRN-NOME-DEPOIS (1:10) TO
                           WS-TAB-DEPARTAMENTO (WS-IDX-BUSCA)
                       MOVE JRN-DATA TO
                           WS-TAB-DATA-DESDE (WS-IDX-BUSCA)
                   END-IF
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-APLICA-RETROATIVO - LANCAMENTO POSTERIOR A DATA DE
      * REFERENCIA: SO O DESLIGAMENTO COM DATA DE DESLIGAMENTO ATE A
      * DATA DE REFERENCIA (DIGITADO DEPOIS, COM DATA RETROATIVA) E
      * APLICADO, E SO SE A DATA NAO FOR ANTERIOR A ULTIMA ADMISSAO.
      *****************************************************************
       2400-APLICA-RETROATIVO.
           IF JRN-MOTIVO NOT = 'DESATIVACAO DE FUNCIONARIO'
               AND JRN-MOTIVO NOT = 'DESLIGAMENTO DE FUNCIONARIO'
               GO TO 2400-EXIT
           END-IF.
           IF JRN-NOME-DEPOIS (11:8) NOT NUMERIC
               GO TO 2400-EXIT
           END-IF.
           MOVE JRN-NOME-DEPOIS (11:8) TO WS-DATA-EVENTO.
           IF WS-DATA-EVENTO > WS-DATA-REFERENCIA
               GO TO 2400-EXIT
           END-IF.
           MOVE JRN-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM 2900-BUSCA-MATRICULA THRU 2900-EXIT.
           IF WS-NAO-ACHOU
               GO TO 2400-EXIT
           END-IF.
           IF WS-TAB-ATIVO (WS-IDX-BUSCA)
               AND WS-DATA-EVENTO NOT <
                   WS-TAB-DATA-ADMISSAO (WS-IDX-BUSCA)
               SET WS-TAB-DESLIGADO (WS-IDX-BUSCA) TO TRUE
               MOVE WS-DATA-EVENTO TO
                   WS-TAB-DATA-DESLIG (WS-IDX-BUSCA)
               ADD 1 TO WS-QTD-RETROATIVOS
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-CONFERE-INDICE - VARRE O NOME-INDEX: DESLIGAMENTOS ANTIGOS
      * NAO FORAM PARA O JORNAL, ENTAO O DESLIGAMENTO ATUAL DO INDICE
      * COM DATA ENTRE A ULTIMA ADMISSAO E A DATA DE REFERENCIA TAMBEM
      * DESLIGA A MATRICULA. NOME AINDA DESCONHECIDO (MATRICULA QUE SO
      * APARECEU NO JORNAL) VEM DO INDICE. INDICE AUSENTE NAO ABORTA.
      *****************************************************************
       2500-CONFERE-INDICE.
           OPEN INPUT NOME-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
               SET WS-INDEX-AUSENTE TO TRUE
               DISPLAY 'NOME-INDEX INDISPONIVEL (FILE STATUS '
                   WS-INDEX-STATUS ') - ROL SEM A CONFERENCIA'
               GO TO 2500-EXIT
           END-IF.
           MOVE ZERO TO NOME-IDX-MATRICULA.
           START NOME-INDEX KEY >= NOME-IDX-MATRICULA
               INVALID KEY
                   SET WS-FIM-NOME-INDEX TO TRUE
           END-START.
           PERFORM 2510-CONFERE-REGISTRO THRU 2510-EXIT
               UNTIL WS-FIM-NOME-INDEX.
           CLOSE NOME-INDEX.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2510-CONFERE-REGISTRO - LE O PROXIMO REGISTRO DO INDICE E O
      * CONFRONTA COM A SITUACAO RECONSTRUIDA DA MATRICULA
      *****************************************************************
       2510-CONFERE-REGISTRO.
           READ NOME-INDEX NEXT RECORD
               AT END
                   SET WS-FIM-NOME-INDEX TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           MOVE NOME-IDX-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM 2900-BUSCA-MATRICULA THRU 2900-EXIT.
           IF WS-NAO-ACHOU
               GO TO 2510-EXIT
           END-IF.
           IF WS-TAB-NOME (WS-IDX-BUSCA) = SPACES
               MOVE NOME-IDX-NOME TO WS-TAB-NOME (WS-IDX-BUSCA)
           END-IF.
           IF NOME-IDX-DESLIGADO
               AND WS-TAB-ATIVO (WS-IDX-BUSCA)
               AND NOME-IDX-DATA-DESLIG NOT > WS-DATA-REFERENCIA
               AND NOME-IDX-DATA-DESLIG NOT <
                   WS-TAB-DATA-ADMISSAO (WS-IDX-BUSCA)
               SET WS-TAB-DESLIGADO (WS-IDX-BUSCA) TO TRUE
               MOVE NOME-IDX-DATA-DESLIG TO
                   WS-TAB-DATA-DESLIG (WS-IDX-BUSCA)
               ADD 1 TO WS-QTD-DESLIG-INDICE
           END-IF.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 2700-MONTA-ROL - SELECIONA AS MATRICULAS QUE ESTAVAM NO
      * DEPARTAMENTO NA DATA DE REFERENCIA - ATIVAS, OU DESLIGADAS COM
      * DATA DE DESLIGAMENTO POSTERIOR A ELA - EM ORDEM DE MATRICULA
      *****************************************************************
       2700-MONTA-ROL.
           PERFORM 2710-SELECIONA-ENTRADA THRU 2710-EXIT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-TABELA.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * 2710-SELECIONA-ENTRADA - INSERE A ENTRADA NO ROL, NA POSICAO DA
      * SUA MATRICULA, QUANDO ELA ESTAVA NO DEPARTAMENTO NA DATA
      *****************************************************************
       2710-SELECIONA-ENTRADA.
           IF WS-TAB-DEPARTAMENTO (WS-IDX-TAB) NOT = WS-DEPTO-PEDIDO
               GO TO 2710-EXIT
           END-IF.
           IF WS-TAB-ESTORNADO (WS-IDX-TAB)
               GO TO 2710-EXIT
           END-IF.
           IF WS-TAB-DESLIGADO (WS-IDX-TAB)
               AND WS-TAB-DATA-DESLIG (WS-IDX-TAB) NOT >
                   WS-DATA-REFERENCIA
               GO TO 2710-EXIT
           END-IF.
           MOVE 'N' TO WS-POSICAO-SW.
           MOVE WS-QTD-LISTA TO WS-IDX-LIS.
           PERFORM 2720-DESLOCA-ROL THRU 2720-EXIT
               UNTIL WS-POSICAO-ACHADA.
           ADD 1 TO WS-QTD-LISTA.
           MOVE WS-TAB-MATRICULA (WS-IDX-TAB) TO
               WS-ROL-MATRICULA (WS-POS-LIS).
           MOVE WS-IDX-TAB TO WS-ROL-IDX (WS-POS-LIS).
       2710-EXIT.
           EXIT.

      *****************************************************************
      * 2720-DESLOCA-ROL - ABRE ESPACO NO ROL: DESLOCA UMA POSICAO
      * ABAIXO CADA ENTRADA COM MATRICULA MAIOR QUE A DA NOVA ENTRADA,
      * DE TRAS PARA A FRENTE, ATE ACHAR A POSICAO DELA
      *****************************************************************
       2720-DESLOCA-ROL.
           IF WS-IDX-LIS = ZERO
               MOVE 1 TO WS-POS-LIS
               SET WS-POSICAO-ACHADA TO TRUE
               GO TO 2720-EXIT
           END-IF.
           IF WS-ROL-MATRICULA (WS-IDX-LIS) <
               WS-TAB-MATRICULA (WS-IDX-TAB)
               COMPUTE WS-POS-LIS = WS-IDX-LIS + 1
               SET WS-POSICAO-ACHADA TO TRUE
               GO TO 2720-EXIT
           END-IF.
           MOVE WS-ROL-ENTRADA (WS-IDX-LIS) TO
               WS-ROL-ENTRADA (WS-IDX-LIS + 1).
           SUBTRACT 1 FROM WS-IDX-LIS.
       2720-EXIT.
           EXIT.

      *****************************************************************
      * 2800-IMPRIME-ROL - IMPRIME O ROL EM ORDEM DE MATRICULA
      *****************************************************************
       2800-IMPRIME-ROL.
           MOVE SPACES TO ROR-TITULO.
           MOVE 'FUNCIONARIOS NO DEPARTAMENTO NA DATA' TO
               ROR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           PERFORM 2810-IMPRIME-FUNCIONARIO THRU 2810-EXIT
               VARYING WS-IDX-LIS FROM 1 BY 1
               UNTIL WS-IDX-LIS > WS-QTD-LISTA.
       2800-EXIT.
           EXIT.

      *****************************************************************
      * 2810-IMPRIME-FUNCIONARIO - MONTA A LINHA DO FUNCIONARIO: DATA
      * DE ENTRADA NO DEPARTAMENTO, TEMPO NELE EM DIAS ATE A DATA DE
      * REFERENCIA E, QUANDO JA DESLIGADO DEPOIS DELA, A DATA
      *****************************************************************
       2810-IMPRIME-FUNCIONARIO.
           MOVE WS-ROL-IDX (WS-IDX-LIS) TO WS-IDX-TAB.
           MOVE SPACES TO ROR-DET-SITUACAO.
           MOVE WS-TAB-MATRICULA (WS-IDX-TAB) TO ROR-DET-MATRICULA.
           MOVE WS-TAB-NOME (WS-IDX-TAB)      TO ROR-DET-NOME.
           MOVE WS-TAB-DATA-DESDE (WS-IDX-TAB) TO ROR-DET-DESDE.
           MOVE ZERO TO WS-DIAS-DEPTO.
           IF WS-TAB-DATA-DESDE (WS-IDX-TAB) IS NUMERIC
               AND WS-TAB-DATA-DESDE (WS-IDX-TAB) > ZERO
               MOVE WS-TAB-DATA-DESDE (WS-IDX-TAB) TO WS-CNV-DATA
               PERFORM 7000-CONVERTE-DATA-EM-DIAS THRU 7000-EXIT
               IF WS-CNV-DIAS < WS-DIAS-REFERENCIA
                   COMPUTE WS-DIAS-DEPTO =
                       WS-DIAS-REFERENCIA - WS-CNV-DIAS
               END-IF
           END-IF.
           MOVE WS-DIAS-DEPTO TO ROR-DET-DIAS.
           IF WS-TAB-DESLIGADO (WS-IDX-TAB)
               STRING 'DESLIGADO DEPOIS, EM '
                   WS-TAB-DATA-DESLIG (WS-IDX-TAB)
                   DELIMITED BY SIZE INTO ROR-DET-SITUACAO
           ELSE
               MOVE 'ATIVO' TO ROR-DET-SITUACAO
           END-IF.
           MOVE ROR-DETALHE TO RELATORIO-ROL-REC.
           WRITE RELATORIO-ROL-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       2810-EXIT.
           EXIT.

      *****************************************************************
      * 2900-BUSCA-MATRICULA - LOCALIZA WS-MATRICULA-BUSCA NA TABELA DE
      * SITUACAO, DEIXANDO O INDICE EM WS-IDX-BUSCA
      *****************************************************************
       2900-BUSCA-MATRICULA.
           SET WS-NAO-ACHOU TO TRUE.
           MOVE ZERO TO WS-IDX-BUSCA.
           PERFORM 2901-COMPARA-ENTRADA THRU 2901-EXIT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-TABELA
                  OR WS-ACHOU.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 2901-COMPARA-ENTRADA - COMPARA A MATRICULA BUSCADA COM UMA
      * ENTRADA DA TABELA
      *****************************************************************
       2901-COMPARA-ENTRADA.
           IF WS-TAB-MATRICULA (WS-IDX-TAB) = WS-MATRICULA-BUSCA
               SET WS-ACHOU TO TRUE
               MOVE WS-IDX-TAB TO WS-IDX-BUSCA
           END-IF.
       2901-EXIT.
           EXIT.

      *****************************************************************
      * 2910-INCLUI-ENTRADA - ABRE UMA ENTRADA NOVA NA TABELA PARA
      * WS-MATRICULA-BUSCA. TABELA CHEIA = MATRICULA FORA DO ROL,
      * CONTADA E AVISADA NO RESUMO (WS-ACHOU CONTINUA DESLIGADO).
      *****************************************************************
       2910-INCLUI-ENTRADA.
           IF WS-QTD-TABELA NOT < WS-MAX-TABELA
               ADD 1 TO WS-QTD-FORA-TABELA
               GO TO 2910-EXIT
           END-IF.
           ADD 1 TO WS-QTD-TABELA.
           MOVE WS-QTD-TABELA TO WS-IDX-BUSCA.
           MOVE WS-MATRICULA-BUSCA TO WS-TAB-MATRICULA (WS-IDX-BUSCA).
           MOVE SPACES TO WS-TAB-NOME (WS-IDX-BUSCA).
           MOVE SPACES TO WS-TAB-DEPARTAMENTO (WS-IDX-BUSCA).
           MOVE ZERO   TO WS-TAB-DATA-DESDE (WS-IDX-BUSCA).
           MOVE ZERO   TO WS-TAB-DATA-ADMISSAO (WS-IDX-BUSCA).
           MOVE ZERO   TO WS-TAB-DATA-DESLIG (WS-IDX-BUSCA).
           SET WS-ACHOU TO TRUE.
       2910-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIME-CABECALHO - IMPRIME O CABECALHO DO RELATORIO COM
      * A DATA DE EXECUCAO E O NUMERO DA PAGINA
      *****************************************************************
       3000-IMPRIME-CABECALHO.
           MOVE WS-DATA-EXECUCAO TO ROR-CAB-DATA.
           MOVE WS-PAGINA-RPT    TO ROR-CAB-PAGINA.
           MOVE ROR-CABECALHO    TO RELATORIO-ROL-REC.
           WRITE RELATORIO-ROL-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-PAGINA-RPT.
           MOVE ZERO TO WS-LINHAS-PAGINA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3300-IMPRIME-RESUMO - IMPRIME O TOTAL DO ROL E AS CONTAGENS DA
      * RECONSTRUCAO
      *****************************************************************
       3300-IMPRIME-RESUMO.
           MOVE SPACES TO ROR-TITULO.
           MOVE 'RESUMO DO ROL' TO ROR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.

           MOVE 'FUNCIONARIOS NO DEPARTAMENTO NA DATA'
               TO ROR-RES-LABEL.
           MOVE WS-QTD-LISTA TO ROR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'CAPTURAS DO HISTORICO APLICADAS' TO ROR-RES-LABEL.
           MOVE WS-QTD-CAPT-HIST TO ROR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'CAPTURAS DO MESTRE APLICADAS' TO ROR-RES-LABEL.
           MOVE WS-QTD-CAPT-MESTRE TO ROR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'LANCAMENTOS DO JORNAL APLICADOS' TO ROR-RES-LABEL.
           MOVE WS-QTD-LANCAMENTOS TO ROR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'DESLIGAMENTOS RETROATIVOS DO JORNAL' TO ROR-RES-LABEL.
           MOVE WS-QTD-RETROATIVOS TO ROR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'DESLIGAMENTOS TOMADOS DO INDICE' TO ROR-RES-LABEL.
           MOVE WS-QTD-DESLIG-INDICE TO ROR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'CAPTURAS SEM MATRICULA (IGNORADAS)' TO ROR-RES-LABEL.
           MOVE WS-QTD-SEM-MATRICULA TO ROR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           IF WS-QTD-FORA-TABELA > ZERO
               MOVE 'MATRICULAS FORA DA TABELA - ROL INCOMPLETO'
                   TO ROR-RES-LABEL
               MOVE WS-QTD-FORA-TABELA TO ROR-RES-VALOR
               PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3310-IMPRIME-LINHA-RESUMO - IMPRIME UMA LINHA DO RESUMO JA
      * MONTADA EM ROR-RESUMO
      *****************************************************************
       3310-IMPRIME-LINHA-RESUMO.
           MOVE ROR-RESUMO TO RELATORIO-ROL-REC.
           WRITE RELATORIO-ROL-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       3310-EXIT.
           EXIT.

      *****************************************************************
      * 3910-IMPRIME-TITULO - IMPRIME UM TITULO DE SECAO DO RELATORIO
      *****************************************************************
       3910-IMPRIME-TITULO.
           MOVE ROR-TITULO TO RELATORIO-ROL-REC.
           WRITE RELATORIO-ROL-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3910-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONVERTE-DATA-EM-DIAS - CONVERTE A DATA EM WS-CNV-DATA
      * (AAAAMMDD) NO NUMERO DE DIAS CORRIDOS EM WS-CNV-DIAS, MESMA
      * FORMULA DO PROGCOB07 - A DIFERENCA ENTRE DUAS DATAS E O TEMPO
      * EM DIAS
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
      * 9000-FINALIZE - IMPRIME O RESUMO, FECHA O RELATORIO E DEVOLVE
      * RETURN CODE 4 QUANDO O ROL SAI VAZIO OU INCOMPLETO
      *****************************************************************
       9000-FINALIZE.
           PERFORM 3300-IMPRIME-RESUMO THRU 3300-EXIT.
           CLOSE RELATORIO-ROL.
           IF WS-QTD-LISTA = ZERO
               OR WS-QTD-FORA-TABELA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'ROL DO DEPARTAMENTO ' WS-DEPTO-PEDIDO ' EM '
               WS-DATA-REFERENCIA ' - FUNCIONARIOS ' WS-QTD-LISTA.
       9000-EXIT.
           EXIT.
