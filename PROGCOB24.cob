       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB24.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: BACKUP NOTURNO DO NOME-INDEX. O REBUILD DO PROGCOB09
      * RECONSTROI O INDICE SO A PARTIR DO NOME-MASTER, MAS OS
      * DESLIGAMENTOS, AS CORRECOES DO PROGCOB03/PROGCOB20 E AS
      * TRANSFERENCIAS SO EXISTEM NO INDICE - UM REBUILD DEPOIS DE UMA
      * PERDA DO INDICE REATIVA DESLIGADOS E DESFAZ CORRECOES. ESTE
      * JOB DESCARREGA O NOMEIDX NO ARQUIVO SEQUENCIAL NOMEBKP COMO
      * UMA NOVA GERACAO DATADA (ABERTURA, UM DETALHE POR FUNCIONARIO
      * E FECHAMENTO COM A QUANTIDADE) E MANTEM NO ARQUIVO APENAS AS
      * N GERACOES MAIS RECENTES (CARTAO BKPCARD, DEFAULT 7). GERACAO
      * INCOMPLETA DE UM BACKUP ABORTADO E EXPURGADA. O ARQUIVO E
      * REGRAVADO VIA ARQUIVO DE TRABALHO NOMEBKW, NOS MOLDES DO
      * EXPURGO DO PROGCOB07. A RECUPERACAO A PARTIR DE UMA GERACAO E
      * FEITA PELO RESTORE PROGCOB25.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   O GATE DO BACKUP RECUSA TAMBEM ENQUANTO O
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
       FILE-CONTROL.
           SELECT PARAMETRO    ASSIGN TO "BKPCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT NOME-INDEX   ASSIGN TO "NOMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-IDX-MATRICULA
               ALTERNATE RECORD KEY IS NOME-IDX-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT BACKUP-INDICE ASSIGN TO "NOMEBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT BACKUP-TRABALHO ASSIGN TO "NOMEBKW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.

           SELECT RELATORIO-BKP ASSIGN TO "BKPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT CICLO-CONTROLE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-CHAVE
               FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETRO
           LABEL RECORDS ARE STANDARD.
       COPY BKPCTL.

       FD  NOME-INDEX
           LABEL RECORDS ARE STANDARD.
       COPY NOMEIDX.

       FD  BACKUP-INDICE
           LABEL RECORDS ARE STANDARD.
       COPY NOMEBKP.

       FD  BACKUP-TRABALHO
           LABEL RECORDS ARE STANDARD.
       01  TRABALHO-REC                PIC X(74).

       FD  RELATORIO-BKP
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-BKP-REC           PIC X(132).

       FD  CICLO-CONTROLE
           LABEL RECORDS ARE STANDARD.
       COPY CICLREC.

       WORKING-STORAGE SECTION.
       77  WS-PARAMETRO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-INDEX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-BACKUP-STATUS        PIC X(02) VALUE SPACES.
       77  WS-TRABALHO-STATUS      PIC X(02) VALUE SPACES.
       77  WS-RELATORIO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-BKP-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-BACKUP               VALUE 'S'.
       77  WS-IDX-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-NOME-INDEX           VALUE 'S'.
       77  WS-TRAB-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-FIM-TRABALHO             VALUE 'S'.
       77  WS-BACKUP-AUSENTE-SW    PIC X(01) VALUE 'N'.
           88  WS-BACKUP-AUSENTE           VALUE 'S'.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-HORA-GERACAO         PIC 9(06) VALUE ZERO.
       77  WS-QTD-GERACOES         PIC 9(02) VALUE 7.
       77  WS-PAGINA-RPT           PIC 9(04) COMP VALUE 1.
       77  WS-LINHAS-PAGINA        PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-LINHAS-PAGINA    PIC 9(04) COMP VALUE 50.
       77  WS-QTD-DESCARREGADOS    PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-COMPLETAS        PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-A-EXPURGAR       PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-MANTIDAS         PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-EXPURGADAS       PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-DETALHES-GER     PIC 9(06) COMP VALUE ZERO.
       77  WS-IDX-GER              PIC 9(04) COMP VALUE ZERO.
       77  WS-IDX-TAB              PIC 9(04) COMP VALUE ZERO.
       77  WS-ORDEM-COMPLETA       PIC 9(04) COMP VALUE ZERO.
       77  WS-CICLO-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CICLO-MSG            PIC X(45) VALUE SPACES.
       77  WS-OVERRIDE-SW          PIC X(01) VALUE 'N'.
           88  WS-COM-OVERRIDE             VALUE 'S'.
       77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-STEP-CAPTURA         PIC X(08) VALUE 'PROGCB02'.
       77  WS-CICLO-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-FIM-CICLO                VALUE 'S'.

      *-----------------------------------------------------------------
      * TABELA DAS GERACOES JA GRAVADAS NO NOMEBKP, NA ORDEM DO
      * ARQUIVO (DA MAIS ANTIGA PARA A MAIS RECENTE). SITUACAO:
      * 'I' INCOMPLETA, 'C' COMPLETA, 'M' MANTIDA, 'X' EXPURGADA.
      *-----------------------------------------------------------------
       01  WS-TABELA-GERACOES.
           05  WS-QTD-TAB-GERACOES     PIC 9(04) COMP VALUE ZERO.
           05  WS-TAB-GERACAO          OCCURS 200 TIMES.
               10  WS-TAB-DATA         PIC 9(08).
               10  WS-TAB-HORA         PIC 9(06).
               10  WS-TAB-QTD          PIC 9(06).
               10  WS-TAB-SITUACAO     PIC X(01).
                   88  WS-TAB-INCOMPLETA      VALUE 'I'.
                   88  WS-TAB-COMPLETA        VALUE 'C'.
                   88  WS-TAB-MANTIDA         VALUE 'M'.
                   88  WS-TAB-EXPURGADA       VALUE 'X'.
       COPY DATNEGP.
       COPY BKPRPT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-MAPEIA-GERACOES THRU 2000-EXIT.
           PERFORM 2100-SELECIONA-GERACOES THRU 2100-EXIT.
           PERFORM 2200-COPIA-GERACOES THRU 2200-EXIT.
           PERFORM 2300-DESCARREGA-INDICE THRU 2300-EXIT.
           PERFORM 5000-RECARREGA-BACKUP THRU 5000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - LE A QUANTIDADE DE GERACOES NO CARTAO
      * BKPCARD, PASSA PELO GATE DO CONTROLE DE CICLO, ABRE O INDICE E
      * O RELATORIO E IMPRIME O CABECALHO
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
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO WS-HORA-GERACAO.
           OPEN INPUT PARAMETRO.
           IF WS-PARAMETRO-STATUS = '00'
               READ PARAMETRO INTO BACKUP-CTL
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARAMETRO-STATUS = '00'
                   AND BKC-QTD-GERACOES IS NUMERIC
                   AND BKC-QTD-GERACOES > ZERO
                   MOVE BKC-QTD-GERACOES TO WS-QTD-GERACOES
               END-IF
               IF WS-PARAMETRO-STATUS = '00'
                   AND BKC-COM-OVERRIDE
                   SET WS-COM-OVERRIDE TO TRUE
               END-IF
               CLOSE PARAMETRO
           END-IF.
           PERFORM 1050-VERIFICA-CICLO THRU 1050-EXIT.
           OPEN INPUT NOME-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NOME-INDEX AUSENTE OU INVALIDO - '
                   'FILE STATUS ' WS-INDEX-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT RELATORIO-BKP.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO BKPRPT - FILE STATUS '
                   WS-RELATORIO-STATUS
               CLOSE NOME-INDEX
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-VERIFICA-CICLO - GATE DO CONTROLE DE CICLO (CYCLCTL): O
      * BACKUP SO RODA QUANDO NENHUMA EXECUCAO DE CAPTURA (PROGCOB02,
      * UM REGISTRO POR MODO - 1055 VARRE TODOS) ESTA EM ANDAMENTO E
      * NEM O REBUILD DO PROGCOB09 NEM O RESTORE PROGCOB25 NEM O
      * ESTORNO DE CARGA RH PROGCOB26 ESTAO REGRAVANDO O NOMEIDX - UMA
      * GERACAO DESCARREGADA NO MEIO DE UMA ATUALIZACAO NAO SERVE DE
      * PONTO DE RECUPERACAO. CAPTURA DO DIA AUSENTE OU COM ERRO NAO
      * SEGURA O BACKUP: O INDICE E DESCARREGADO COMO ESTA. GATE
      * REPROVADO SEM O OVERRIDE DO CARTAO ABORTA COM RETURN CODE 12
      * PARA O SCHEDULER. AO PASSAR, O STEP E MARCADO EM EXECUCAO.
      *****************************************************************
       1050-VERIFICA-CICLO.
           PERFORM 1060-ABRE-CICLO THRU 1060-EXIT.
           MOVE SPACES TO WS-CICLO-MSG.
           PERFORM 1055-VERIFICA-CAPTURA THRU 1055-EXIT.
           IF WS-CICLO-MSG = SPACES
               MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO
               MOVE 'PROGCOB09' TO CIC-STEP
               READ CICLO-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CIC-EM-EXECUCAO
                           MOVE 'PROGCOB09 EM EXECUCAO NO NOMEIDX'
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
                   DISPLAY 'OVERRIDE DO OPERADOR ACEITO - BACKUP '
                       'LIBERADO'
               ELSE
                   DISPLAY 'BACKUP RECUSADO PELO CONTROLE DE '
                       'CICLO - ' WS-CICLO-MSG
                   DISPLAY 'PARA EMERGENCIA, INFORME S NO CAMPO DE '
                       'OVERRIDE DO CARTAO BKPCARD'
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
      * 1055-VERIFICA-CAPTURA - VARRE OS REGISTROS DE CAPTURA DA DATA
      * DE NEGOCIO (CHAVES 'PROGCB02' + MODO) PROCURANDO UMA EXECUCAO
      * AINDA EM ANDAMENTO
      *****************************************************************
       1055-VERIFICA-CAPTURA.
           MOVE 'N' TO WS-CICLO-EOF-SW.
           MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO.
           MOVE LOW-VALUES TO CIC-STEP.
           MOVE WS-STEP-CAPTURA TO CIC-STEP (1:8).
           START CICLO-CONTROLE KEY >= CIC-CHAVE
               INVALID KEY
                   SET WS-FIM-CICLO TO TRUE
           END-START.
           PERFORM 1056-VARRE-CAPTURA THRU 1056-EXIT
               UNTIL WS-FIM-CICLO.
       1055-EXIT.
           EXIT.

      *****************************************************************
      * 1056-VARRE-CAPTURA - LE O PROXIMO REGISTRO DO CONTROLE DE
      * CICLO E O CLASSIFICA ENQUANTO FOR UMA CAPTURA DA DATA
      *****************************************************************
       1056-VARRE-CAPTURA.
           READ CICLO-CONTROLE NEXT RECORD
               AT END
                   SET WS-FIM-CICLO TO TRUE
           END-READ.
           IF NOT WS-FIM-CICLO
               IF CIC-DATA-NEGOCIO NOT = WS-DATA-EXECUCAO
                   OR CIC-STEP (1:8) NOT = WS-STEP-CAPTURA
                   SET WS-FIM-CICLO TO TRUE
               ELSE
                   IF CIC-EM-EXECUCAO
                       MOVE 'CAPTURA DO DIA AINDA EM EXECUCAO'
                           TO WS-CICLO-MSG
                   END-IF
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
           MOVE 'PROGCOB24' TO CIC-STEP.
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
      * 2000-MAPEIA-GERACOES - PRIMEIRA PASSADA NO NOMEBKP: MONTA A
      * TABELA DAS GERACOES EXISTENTES, MARCANDO COMO COMPLETA SO A
      * GERACAO CUJO FECHAMENTO CONFERE COM A QUANTIDADE DE DETALHES
      * LIDOS. ARQUIVO AINDA NAO CRIADO = PRIMEIRA GERACAO.
      *****************************************************************
       2000-MAPEIA-GERACOES.
           OPEN INPUT BACKUP-INDICE.
           IF WS-BACKUP-STATUS = '35'
               SET WS-BACKUP-AUSENTE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEBKP - FILE STATUS '
                   WS-BACKUP-STATUS
               CLOSE NOME-INDEX RELATORIO-BKP
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-BKP-EOF-SW.
           PERFORM 2010-LE-BACKUP THRU 2010-EXIT.
           PERFORM 2020-MAPEIA-REGISTRO THRU 2020-EXIT
               UNTIL WS-FIM-BACKUP.
           CLOSE BACKUP-INDICE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2010-LE-BACKUP - LEITURA SEQUENCIAL DO ARQUIVO NOMEBKP
      *****************************************************************
       2010-LE-BACKUP.
           READ BACKUP-INDICE
               AT END
                   SET WS-FIM-BACKUP TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2020-MAPEIA-REGISTRO - TRATA UM REGISTRO DA PRIMEIRA PASSADA:
      * ABERTURA CRIA UMA ENTRADA NA TABELA, DETALHE E CONTADO NA
      * GERACAO CORRENTE, FECHAMENTO CONFERE A QUANTIDADE. ARQUIVO
      * COM MAIS GERACOES QUE A TABELA ABORTA O JOB SEM ALTERAR NADA.
      *****************************************************************
       2020-MAPEIA-REGISTRO.
           EVALUATE TRUE
               WHEN BKP-ABERTURA
                   IF WS-QTD-TAB-GERACOES >= 200
                       DISPLAY 'ARQUIVO NOMEBKP EXCEDE A TABELA DE '
                           'GERACOES - BACKUP ABORTADO SEM ALTERAR O '
                           'ARQUIVO'
                       CLOSE BACKUP-INDICE NOME-INDEX RELATORIO-BKP
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTD-TAB-GERACOES
                   MOVE WS-QTD-TAB-GERACOES TO WS-IDX-GER
                   MOVE BKP-DATA-GERACAO TO WS-TAB-DATA (WS-IDX-GER)
                   MOVE BKP-HORA-GERACAO TO WS-TAB-HORA (WS-IDX-GER)
                   MOVE ZERO TO WS-TAB-QTD (WS-IDX-GER)
                   SET WS-TAB-INCOMPLETA (WS-IDX-GER) TO TRUE
                   MOVE ZERO TO WS-QTD-DETALHES-GER
               WHEN BKP-DETALHE
                   ADD 1 TO WS-QTD-DETALHES-GER
               WHEN BKP-FECHAMENTO
                   IF WS-IDX-GER > ZERO
                       AND BKP-QTD-REGISTROS = WS-QTD-DETALHES-GER
                       MOVE WS-QTD-DETALHES-GER TO
                           WS-TAB-QTD (WS-IDX-GER)
                       SET WS-TAB-COMPLETA (WS-IDX-GER) TO TRUE
                       ADD 1 TO WS-QTD-COMPLETAS
                   END-IF
           END-EVALUATE.
           PERFORM 2010-LE-BACKUP THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

      *****************************************************************
      * 2100-SELECIONA-GERACOES - DECIDE O QUE FICA NO ARQUIVO: AS
      * (N - 1) GERACOES COMPLETAS MAIS RECENTES SAO MANTIDAS (A
      * GERACAO DE HOJE COMPLETA AS N); AS COMPLETAS MAIS ANTIGAS E
      * TODAS AS INCOMPLETAS SAO EXPURGADAS. IMPRIME A SITUACAO DE
      * CADA GERACAO.
      *****************************************************************
       2100-SELECIONA-GERACOES.
           MOVE ZERO TO WS-QTD-A-EXPURGAR.
           IF WS-QTD-COMPLETAS > WS-QTD-GERACOES - 1
               COMPUTE WS-QTD-A-EXPURGAR =
                   WS-QTD-COMPLETAS - (WS-QTD-GERACOES - 1)
           END-IF.
           MOVE ZERO TO WS-ORDEM-COMPLETA.
           MOVE SPACES TO BKR-TITULO.
           MOVE 'GERACOES DO ARQUIVO NOMEBKP' TO BKR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           PERFORM 2110-CLASSIFICA-GERACAO THRU 2110-EXIT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-TAB-GERACOES.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2110-CLASSIFICA-GERACAO - MARCA UMA GERACAO DA TABELA COMO
      * MANTIDA OU EXPURGADA E IMPRIME A LINHA DELA
      *****************************************************************
       2110-CLASSIFICA-GERACAO.
           MOVE SPACES TO BKR-DET-SITUACAO.
           IF WS-TAB-INCOMPLETA (WS-IDX-TAB)
               SET WS-TAB-EXPURGADA (WS-IDX-TAB) TO TRUE
               ADD 1 TO WS-QTD-EXPURGADAS
               MOVE 'INCOMPLETA-EXPURGADA' TO BKR-DET-SITUACAO
           ELSE
               ADD 1 TO WS-ORDEM-COMPLETA
               IF WS-ORDEM-COMPLETA <= WS-QTD-A-EXPURGAR
                   SET WS-TAB-EXPURGADA (WS-IDX-TAB) TO TRUE
                   ADD 1 TO WS-QTD-EXPURGADAS
                   MOVE 'EXPURGADA' TO BKR-DET-SITUACAO
               ELSE
                   SET WS-TAB-MANTIDA (WS-IDX-TAB) TO TRUE
                   ADD 1 TO WS-QTD-MANTIDAS
                   MOVE 'MANTIDA' TO BKR-DET-SITUACAO
               END-IF
           END-IF.
           MOVE WS-TAB-DATA (WS-IDX-TAB) TO BKR-DET-DATA.
           MOVE WS-TAB-HORA (WS-IDX-TAB) TO BKR-DET-HORA.
           MOVE WS-TAB-QTD (WS-IDX-TAB)  TO BKR-DET-QTD.
           PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2200-COPIA-GERACOES - SEGUNDA PASSADA NO NOMEBKP: COPIA PARA O
      * ARQUIVO DE TRABALHO NOMEBKW OS REGISTROS DAS GERACOES
      * MANTIDAS, NA ORDEM ORIGINAL
      *****************************************************************
       2200-COPIA-GERACOES.
           OPEN OUTPUT BACKUP-TRABALHO.
           IF WS-TRABALHO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEBKW - FILE STATUS '
                   WS-TRABALHO-STATUS
               CLOSE NOME-INDEX RELATORIO-BKP
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           IF WS-BACKUP-AUSENTE
               GO TO 2200-EXIT
           END-IF.
           OPEN INPUT BACKUP-INDICE.
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQUIVO NOMEBKP - FILE '
                   'STATUS ' WS-BACKUP-STATUS
               CLOSE NOME-INDEX RELATORIO-BKP BACKUP-TRABALHO
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-IDX-GER.
           MOVE 'N' TO WS-BKP-EOF-SW.
           PERFORM 2010-LE-BACKUP THRU 2010-EXIT.
           PERFORM 2210-COPIA-REGISTRO THRU 2210-EXIT
               UNTIL WS-FIM-BACKUP.
           CLOSE BACKUP-INDICE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-COPIA-REGISTRO - COPIA UM REGISTRO DO NOMEBKP PARA O
      * ARQUIVO DE TRABALHO QUANDO A GERACAO DELE FOI MANTIDA. A
      * GERACAO CORRENTE AVANCA A CADA REGISTRO DE ABERTURA, NA MESMA
      * ORDEM DA PRIMEIRA PASSADA. REGISTRO ANTERIOR A PRIMEIRA
      * ABERTURA NAO PERTENCE A NENHUMA GERACAO E E DESCARTADO.
      *****************************************************************
       2210-COPIA-REGISTRO.
           IF BKP-ABERTURA
               ADD 1 TO WS-IDX-GER
           END-IF.
           IF WS-IDX-GER > ZERO
               IF WS-TAB-MANTIDA (WS-IDX-GER)
                   WRITE TRABALHO-REC FROM BKP-REC
                   IF WS-TRABALHO-STATUS NOT = '00'
                       DISPLAY 'FALHA NA GRAVACAO DO NOMEBKW - FILE '
                           'STATUS ' WS-TRABALHO-STATUS
                       CLOSE BACKUP-INDICE BACKUP-TRABALHO
                           NOME-INDEX RELATORIO-BKP
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
           PERFORM 2010-LE-BACKUP THRU 2010-EXIT.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-DESCARREGA-INDICE - ACRESCENTA AO ARQUIVO DE TRABALHO A
      * GERACAO DE HOJE: ABERTURA, UM DETALHE POR REGISTRO DO NOMEIDX
      * EM ORDEM DE MATRICULA E O FECHAMENTO COM A QUANTIDADE
      *****************************************************************
       2300-DESCARREGA-INDICE.
           MOVE SPACES TO BKP-REC.
           SET BKP-ABERTURA TO TRUE.
           MOVE WS-DATA-EXECUCAO TO BKP-DATA-GERACAO.
           MOVE WS-HORA-GERACAO  TO BKP-HORA-GERACAO.
           PERFORM 2320-GRAVA-TRABALHO THRU 2320-EXIT.
           MOVE ZERO TO NOME-IDX-MATRICULA.
           START NOME-INDEX KEY >= NOME-IDX-MATRICULA
               INVALID KEY
                   SET WS-FIM-NOME-INDEX TO TRUE
           END-START.
           PERFORM 2310-DESCARREGA-REGISTRO THRU 2310-EXIT
               UNTIL WS-FIM-NOME-INDEX.
           MOVE SPACES TO BKP-REC.
           SET BKP-FECHAMENTO TO TRUE.
           MOVE WS-DATA-EXECUCAO TO BKP-DATA-GERACAO.
           MOVE WS-HORA-GERACAO  TO BKP-HORA-GERACAO.
           MOVE WS-QTD-DESCARREGADOS TO BKP-QTD-REGISTROS.
           PERFORM 2320-GRAVA-TRABALHO THRU 2320-EXIT.
           CLOSE BACKUP-TRABALHO.
           ADD 1 TO WS-QTD-MANTIDAS.
           MOVE WS-DATA-EXECUCAO     TO BKR-DET-DATA.
           MOVE WS-HORA-GERACAO      TO BKR-DET-HORA.
           MOVE WS-QTD-DESCARREGADOS TO BKR-DET-QTD.
           MOVE 'NOVA GERACAO'       TO BKR-DET-SITUACAO.
           PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2310-DESCARREGA-REGISTRO - LE O PROXIMO REGISTRO DO INDICE E O
      * GRAVA COMO DETALHE DA GERACAO DE HOJE
      *****************************************************************
       2310-DESCARREGA-REGISTRO.
           READ NOME-INDEX NEXT RECORD
               AT END
                   SET WS-FIM-NOME-INDEX TO TRUE
           END-READ.
           IF WS-FIM-NOME-INDEX
               GO TO 2310-EXIT
           END-IF.
           MOVE SPACES TO BKP-REC.
           SET BKP-DETALHE TO TRUE.
           MOVE WS-DATA-EXECUCAO TO BKP-DATA-GERACAO.
           MOVE WS-HORA-GERACAO  TO BKP-HORA-GERACAO.
           MOVE NOME-IDX-REC     TO BKP-DADOS.
           PERFORM 2320-GRAVA-TRABALHO THRU 2320-EXIT.
           ADD 1 TO WS-QTD-DESCARREGADOS.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 2320-GRAVA-TRABALHO - GRAVA BKP-REC NO ARQUIVO DE TRABALHO.
      * FALHA ABORTA O JOB ANTES DE REGRAVAR O NOMEBKP, QUE FICA
      * INTACTO COM AS GERACOES ANTERIORES.
      *****************************************************************
       2320-GRAVA-TRABALHO.
           WRITE TRABALHO-REC FROM BKP-REC.
           IF WS-TRABALHO-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO NOMEBKW - FILE STATUS '
                   WS-TRABALHO-STATUS
               CLOSE BACKUP-TRABALHO NOME-INDEX RELATORIO-BKP
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
       2320-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIME-CABECALHO - IMPRIME O CABECALHO DO RELATORIO COM
      * A DATA DE EXECUCAO E O NUMERO DA PAGINA
      *****************************************************************
       3000-IMPRIME-CABECALHO.
           MOVE WS-DATA-EXECUCAO TO BKR-CAB-DATA.
           MOVE WS-PAGINA-RPT    TO BKR-CAB-PAGINA.
           MOVE BKR-CABECALHO    TO RELATORIO-BKP-REC.
           WRITE RELATORIO-BKP-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-PAGINA-RPT.
           MOVE ZERO TO WS-LINHAS-PAGINA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-IMPRIME-DETALHE - IMPRIME A LINHA DE GERACAO JA MONTADA
      * EM BKR-DETALHE, CONTROLANDO A QUEBRA DE PAGINA
      *****************************************************************
       3100-IMPRIME-DETALHE.
           MOVE BKR-DETALHE TO RELATORIO-BKP-REC.
           WRITE RELATORIO-BKP-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3300-IMPRIME-RESUMO - IMPRIME O RESUMO DO BACKUP
      *****************************************************************
       3300-IMPRIME-RESUMO.
           MOVE SPACES TO BKR-TITULO.
           MOVE 'RESUMO DO BACKUP' TO BKR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.

           MOVE SPACES TO BKR-RESUMO.
           MOVE 'GERACOES A MANTER' TO BKR-RES-LABEL.
           MOVE WS-QTD-GERACOES TO BKR-RES-VALOR.
           MOVE BKR-RESUMO TO RELATORIO-BKP-REC.
           WRITE RELATORIO-BKP-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BKR-RESUMO.
           MOVE 'REGISTROS DESCARREGADOS' TO BKR-RES-LABEL.
           MOVE WS-QTD-DESCARREGADOS TO BKR-RES-VALOR.
           MOVE BKR-RESUMO TO RELATORIO-BKP-REC.
           WRITE RELATORIO-BKP-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BKR-RESUMO.
           MOVE 'GERACOES NO ARQUIVO' TO BKR-RES-LABEL.
           MOVE WS-QTD-MANTIDAS TO BKR-RES-VALOR.
           MOVE BKR-RESUMO TO RELATORIO-BKP-REC.
           WRITE RELATORIO-BKP-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES TO BKR-RESUMO.
           MOVE 'GERACOES EXPURGADAS' TO BKR-RES-LABEL.
           MOVE WS-QTD-EXPURGADAS TO BKR-RES-VALOR.
           MOVE BKR-RESUMO TO RELATORIO-BKP-REC.
           WRITE RELATORIO-BKP-REC AFTER ADVANCING 1 LINE.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3910-IMPRIME-TITULO - IMPRIME UM TITULO DE SECAO DO RELATORIO
      *****************************************************************
       3910-IMPRIME-TITULO.
           MOVE BKR-TITULO TO RELATORIO-BKP-REC.
           WRITE RELATORIO-BKP-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3910-EXIT.
           EXIT.

      *****************************************************************
      * 5000-RECARREGA-BACKUP - TERCEIRA PASSADA: REGRAVA O NOMEBKP A
      * PARTIR DO ARQUIVO DE TRABALHO (GERACOES MANTIDAS + GERACAO DE
      * HOJE). ATENCAO OPERACAO: APOS UM ABEND NESTA PASSADA O NOMEBKP
      * FICA PARCIAL E O NOMEBKW E A UNICA COPIA COMPLETA - ANTES DO
      * RERUN, COPIAR O NOMEBKW SOBRE O NOMEBKP (MESMO PROCEDIMENTO DO
      * NOMEWRK DO PROGCOB07).
      *****************************************************************
       5000-RECARREGA-BACKUP.
           OPEN INPUT BACKUP-TRABALHO.
           IF WS-TRABALHO-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQUIVO NOMEBKW - FILE '
                   'STATUS ' WS-TRABALHO-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKUP-INDICE.
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQUIVO NOMEBKP - FILE '
                   'STATUS ' WS-BACKUP-STATUS
               CLOSE BACKUP-TRABALHO
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-TRAB-EOF-SW.
           PERFORM 5010-LE-TRABALHO THRU 5010-EXIT.
           PERFORM 5020-COPIA-REGISTRO THRU 5020-EXIT
               UNTIL WS-FIM-TRABALHO.
           CLOSE BACKUP-TRABALHO.
           CLOSE BACKUP-INDICE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5010-LE-TRABALHO - LEITURA SEQUENCIAL DO ARQUIVO DE TRABALHO
      *****************************************************************
       5010-LE-TRABALHO.
           READ BACKUP-TRABALHO
               AT END
                   SET WS-FIM-TRABALHO TO TRUE
           END-READ.
       5010-EXIT.
           EXIT.

      *****************************************************************
      * 5020-COPIA-REGISTRO - COPIA UM REGISTRO DO ARQUIVO DE TRABALHO
      * DE VOLTA PARA O NOMEBKP
      *****************************************************************
       5020-COPIA-REGISTRO.
           WRITE BKP-REC FROM TRABALHO-REC.
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'FALHA NA REGRAVACAO DO NOMEBKP - FILE STATUS '
                   WS-BACKUP-STATUS
               CLOSE BACKUP-TRABALHO BACKUP-INDICE
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           PERFORM 5010-LE-TRABALHO THRU 5010-EXIT.
       5020-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - IMPRIME O RESUMO, FECHA O INDICE E O
      * RELATORIO E ENCERRA O STEP NO CONTROLE DE CICLO
      *****************************************************************
       9000-FINALIZE.
           PERFORM 3300-IMPRIME-RESUMO THRU 3300-EXIT.
           CLOSE NOME-INDEX.
           CLOSE RELATORIO-BKP.
           PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT.
           DISPLAY 'BACKUP CONCLUIDO - GERACAO ' WS-DATA-EXECUCAO ' '
               WS-HORA-GERACAO ' REGISTROS ' WS-QTD-DESCARREGADOS.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9200-GRAVA-CICLO-FIM - REGRAVA NO CONTROLE DE CICLO (CYCLCTL)
      * O REGISTRO DESTE STEP NA DATA DE NEGOCIO COMO CONCLUIDO, COM O
      * RETURN CODE FINAL - TAMBEM NOS ABORTOS CONTROLADOS, PARA O
      * REGISTRO NAO FICAR EM EXECUCAO SEGURANDO O REBUILD E O
      * RESTORE. UMA FALHA AQUI NAO DERRUBA O JOB, APENAS AVISA NO
      * CONSOLE.
      *****************************************************************
       9200-GRAVA-CICLO-FIM.
           OPEN I-O CICLO-CONTROLE.
           IF WS-CICLO-STATUS NOT = '00'
               DISPLAY 'FALHA AO ABRIR ARQUIVO CYCLCTL - FILE STATUS '
                   WS-CICLO-STATUS
               GO TO 9200-EXIT
           END-IF.
           MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO.
           MOVE 'PROGCOB24' TO CIC-STEP.
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
