       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB25.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: RESTORE DO NOME-INDEX A PARTIR DE UMA GERACAO DO
      * ARQUIVO NOMEBKP (BACKUP PROGCOB24) COM RECUPERACAO PARA A
      * FRENTE. A GERACAO E INFORMADA NO CARTAO RSTCARD (DATA
      * OBRIGATORIA; HORA ZERADA = ULTIMA GERACAO COMPLETA DA DATA).
      * O JOB:
      *   1. COPIA O INDICE ATUAL, SE LEGIVEL, PARA O ARQUIVO
      *      SEQUENCIAL NOMEIDXS (COPIA DE SEGURANCA E BASE DA
      *      CONFERENCIA);
      *   2. RECRIA O NOMEIDX COM OS REGISTROS DA GERACAO;
      *   3. REAPLICA, EM ORDEM DE DATA/HORA, AS CAPTURAS DO
      *      NOME-MASTER E OS LANCAMENTOS EFETIVADOS DO JORNAL
      *      (NOMEJRNL) POSTERIORES AO BACKUP - CORRECOES E
      *      DESATIVACOES APROVADAS (PROGCOB20), DESLIGAMENTOS E
      *      TRANSFERENCIAS DO PROGCOB02 (NOMETERM/NOMETRNF E
      *      LIBERACAO DA AGENDA) E REORGANIZACOES (PROGCOB08). NO
      *      EMPATE DE DATA/HORA A CAPTURA VEM ANTES. COMO SAO
      *      APLICADAS IMAGENS DEPOIS, A REAPLICACAO PODE SER REPETIDA
      *      SEM EFEITO DUPLO;
      *   4. CONFERE O INDICE RESTAURADO CONTRA A COPIA DO INDICE
      *      ANTERIOR E IMPRIME O RELATORIO DE RECUPERACAO COM OS
      *      TOTAIS DE CONTROLE.
      * RETURN CODE 4 QUANDO HA DIVERGENCIA NA CONFERENCIA OU
      * EXCECAO NA REAPLICACAO; 8 QUANDO A CARGA NAO CONFERE COM O
      * FECHAMENTO DA GERACAO; 12 PARA CARTAO AUSENTE, GERACAO NAO
      * ENCONTRADA OU GATE DO CONTROLE DE CICLO REPROVADO.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   REAPLICACAO DOS ESTORNOS DE CARGA RH DO
      *                  PROGCOB26 - EXCLUSAO DA MATRICULA INCLUIDA E
      *                  VOLTA DA RECONTRATADA AO DESLIGAMENTO
      * 2026-10-15 BFL   O GATE DO RESTORE RECUSA TAMBEM ENQUANTO O
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
           SELECT PARAMETRO    ASSIGN TO "RSTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT BACKUP-INDICE ASSIGN TO "NOMEBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT NOME-INDEX   ASSIGN TO "NOMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-IDX-MATRICULA
               ALTERNATE RECORD KEY IS NOME-IDX-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT INDICE-ANTERIOR ASSIGN TO "NOMEIDXS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTERIOR-STATUS.

           SELECT NOME-MASTER  ASSIGN TO "NOMEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT NOME-JORNAL  ASSIGN TO "NOMEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.

           SELECT RELATORIO-RST ASSIGN TO "RSTRPT"
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
       COPY RSTCTL.

       FD  BACKUP-INDICE
           LABEL RECORDS ARE STANDARD.
       COPY NOMEBKP.

       FD  NOME-INDEX
           LABEL RECORDS ARE STANDARD.
       COPY NOMEIDX.

       FD  INDICE-ANTERIOR
           LABEL RECORDS ARE STANDARD.
       01  ANTERIOR-REC                PIC X(59).

       FD  NOME-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY NOMEREC.

       FD  NOME-JORNAL
           LABEL RECORDS ARE STANDARD.
       COPY NOMEJRN.

       FD  RELATORIO-RST
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-RST-REC           PIC X(132).

       FD  CICLO-CONTROLE
           LABEL RECORDS ARE STANDARD.
       COPY CICLREC.

       WORKING-STORAGE SECTION.
       77  WS-PARAMETRO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-BACKUP-STATUS        PIC X(02) VALUE SPACES.
       77  WS-INDEX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-ANTERIOR-STATUS      PIC X(02) VALUE SPACES.
       77  WS-MASTER-STATUS        PIC X(02) VALUE SPACES.
       77  WS-JORNAL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-RELATORIO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-BKP-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-BACKUP               VALUE 'S'.
       77  WS-IDX-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-NOME-INDEX           VALUE 'S'.
       77  WS-ANT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-ANTERIOR             VALUE 'S'.
       77  WS-MST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-NOME-MASTER          VALUE 'S'.
       77  WS-JRN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-JORNAL               VALUE 'S'.
       77  WS-ANTERIOR-SW          PIC X(01) VALUE 'N'.
           88  WS-ANTERIOR-DISPONIVEL      VALUE 'S'.
       77  WS-ANTERIOR-PARCIAL-SW  PIC X(01) VALUE 'N'.
           88  WS-ANTERIOR-PARCIAL         VALUE 'S'.
       77  WS-JORNAL-AUSENTE-SW    PIC X(01) VALUE 'N'.
           88  WS-JORNAL-AUSENTE           VALUE 'S'.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-PAGINA-RPT           PIC 9(04) COMP VALUE 1.
       77  WS-LINHAS-PAGINA        PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-LINHAS-PAGINA    PIC 9(04) COMP VALUE 50.
       77  WS-ORDEM-LIDA           PIC 9(04) COMP VALUE ZERO.
       77  WS-ORDEM-ESCOLHIDA      PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-DETALHES-GER     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-GERACAO          PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-RECARREGADOS     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-FALHAS-CARGA     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-CAPTURAS         PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-RECONTRATADOS    PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-JA-PRESENTES     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-LANCAMENTOS      PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-IGNORADOS        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-EXCECOES         PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-ANTERIOR         PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-RESTAURADO       PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-DIVERGENCIAS     PIC 9(06) COMP VALUE ZERO.
       77  WS-CICLO-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CICLO-MSG            PIC X(45) VALUE SPACES.
       77  WS-OVERRIDE-SW          PIC X(01) VALUE 'N'.
           88  WS-COM-OVERRIDE             VALUE 'S'.
       77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-STEP-CAPTURA         PIC X(08) VALUE 'PROGCB02'.
       77  WS-CICLO-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-FIM-CICLO                VALUE 'S'.

      *-----------------------------------------------------------------
      * GERACAO PEDIDA NO CARTAO E GERACAO EFETIVAMENTE ESCOLHIDA
      *-----------------------------------------------------------------
       01  WS-GERACAO-PEDIDA.
           05  WS-PED-DATA             PIC 9(08) VALUE ZERO.
           05  WS-PED-HORA             PIC 9(06) VALUE ZERO.
       01  WS-GERACAO-CORRENTE.
           05  WS-COR-DATA             PIC 9(08) VALUE ZERO.
           05  WS-COR-HORA             PIC 9(06) VALUE ZERO.

      *-----------------------------------------------------------------
      * MARCAS DE DATA/HORA DA RECUPERACAO PARA A FRENTE: O BACKUP E
      * O PROXIMO REGISTRO PENDENTE DE CADA ARQUIVO (HIGH-VALUES NO
      * FIM DO ARQUIVO). COMPARADAS COMO CAMPO DE GRUPO.
      *-----------------------------------------------------------------
       01  WS-MARCA-BACKUP.
           05  WS-MBK-DATA             PIC 9(08) VALUE ZERO.
           05  WS-MBK-HORA             PIC 9(06) VALUE ZERO.
       01  WS-MARCA-MESTRE.
           05  WS-MMS-DATA             PIC 9(08) VALUE ZERO.
           05  WS-MMS-HORA             PIC 9(06) VALUE ZERO.
       01  WS-MARCA-JORNAL.
           05  WS-MJR-DATA             PIC 9(08) VALUE ZERO.
           05  WS-MJR-HORA             PIC 9(06) VALUE ZERO.

      *-----------------------------------------------------------------
      * REGISTRO DA COPIA DO INDICE ANTERIOR E IMAGENS IMPRESSAS NA
      * CONFERENCIA (NOME, DEPARTAMENTO, STATUS E DATA DESLIGAMENTO)
      *-----------------------------------------------------------------
       01  WS-ANTERIOR-REC.
           05  WS-ANT-NOME             PIC X(20).
           05  WS-ANT-MATRICULA        PIC 9(06).
           05  WS-ANT-DEPARTAMENTO     PIC X(10).
           05  WS-ANT-DATA-CAPT        PIC 9(08).
           05  WS-ANT-HORA-CAPT        PIC 9(06).
           05  WS-ANT-STATUS           PIC X(01).
           05  WS-ANT-DATA-DESLIG      PIC 9(08).
       01  WS-IMAGEM-CONFERENCIA.
           05  WS-IMG-NOME             PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-IMG-DEPARTAMENTO     PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-IMG-STATUS           PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACE.
       COPY DATNEGP.
       COPY RSTRPT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOCALIZA-GERACAO THRU 2000-EXIT.
           PERFORM 2100-SALVA-INDICE-ANTERIOR THRU 2100-EXIT.
           PERFORM 2200-RECARREGA-GERACAO THRU 2200-EXIT.
           PERFORM 2300-REAPLICA-ALTERACOES THRU 2300-EXIT.
           PERFORM 2500-CONFERE-INDICE THRU 2500-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - LE A GERACAO PEDIDA NO CARTAO RSTCARD (SEM
      * CARTAO OU SEM DATA O RESTORE NAO RODA), PASSA PELO GATE DO
      * CONTROLE DE CICLO, ABRE O RELATORIO E IMPRIME O CABECALHO
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
               READ PARAMETRO INTO RESTORE-CTL
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARAMETRO-STATUS = '00'
                   AND RSC-DATA-GERACAO IS NUMERIC
                   MOVE RSC-DATA-GERACAO TO WS-PED-DATA
                   IF RSC-HORA-GERACAO IS NUMERIC
                       MOVE RSC-HORA-GERACAO TO WS-PED-HORA
                   END-IF
               END-IF
               IF WS-PARAMETRO-STATUS = '00'
                   AND RSC-COM-OVERRIDE
                   SET WS-COM-OVERRIDE TO TRUE
               END-IF
               CLOSE PARAMETRO
           END-IF.
           IF WS-PED-DATA = ZERO
               DISPLAY 'CARTAO RSTCARD AUSENTE OU SEM A DATA DA '
                   'GERACAO - RESTORE NAO EXECUTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1050-VERIFICA-CICLO THRU 1050-EXIT.
           OPEN OUTPUT RELATORIO-RST.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO RSTRPT - FILE STATUS '
                   WS-RELATORIO-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-VERIFICA-CICLO - GATE DO CONTROLE DE CICLO (CYCLCTL): O
      * RESTORE SO RODA QUANDO NENHUMA EXECUCAO DE CAPTURA (PROGCOB02,
      * UM REGISTRO POR MODO - 1055 VARRE TODOS) ESTA EM ANDAMENTO -
      * UMA CAPTURA GRAVANDO NO INDICE DURANTE A RECARGA SE PERDERIA -
      * E QUANDO NEM O REBUILD (PROGCOB09) NEM O BACKUP (PROGCOB24)
      * NEM A EXTRACAO (PROGCOB06) NEM O ESTORNO DE CARGA RH
      * (PROGCOB26) ESTAO USANDO O NOMEIDX, NEM O
      * PROGCOB07 ESTA REGRAVANDO O NOMEMAST LIDO NA REAPLICACAO.
      * GATE REPROVADO SEM O OVERRIDE DO CARTAO ABORTA COM RETURN CODE
      * 12 PARA O SCHEDULER. AO PASSAR, O STEP E MARCADO EM EXECUCAO -
      * O REGISTRO 'E' SEGURA AS CAPTURAS, O REBUILD E O BACKUP ATE O
      * FIM DO RESTORE.
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
               MOVE 'PROGCOB06' TO CIC-STEP
               READ CICLO-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CIC-EM-EXECUCAO
                           MOVE 'PROGCOB06 EM EXECUCAO NO NOMEIDX'
                               TO WS-CICLO-MSG
                       END-IF
               END-READ
           END-IF.
           IF WS-CICLO-MSG = SPACES
               MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO
               MOVE 'PROGCOB07' TO CIC-STEP
               READ CICLO-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CIC-EM-EXECUCAO
                           MOVE 'PROGCOB07 EM EXECUCAO NO NOMEMAST'
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
                   DISPLAY 'OVERRIDE DO OPERADOR ACEITO - RESTORE '
                       'LIBERADO'
               ELSE
                   DISPLAY 'RESTORE RECUSADO PELO CONTROLE DE '
                       'CICLO - ' WS-CICLO-MSG
                   DISPLAY 'PARA EMERGENCIA, INFORME S NO CAMPO DE '
                       'OVERRIDE DO CARTAO RSTCARD'
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
           MOVE 'PROGCOB25' TO CIC-STEP.
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
      * 2000-LOCALIZA-GERACAO - PRIMEIRA PASSADA NO NOMEBKP: PROCURA A
      * GERACAO PEDIDA ENTRE AS GERACOES COMPLETAS (FECHAMENTO
      * CONFERE COM A QUANTIDADE DE DETALHES). COM HORA ZERADA NO
      * CARTAO, PREVALECE A ULTIMA GERACAO COMPLETA DA DATA. GERACAO
      * NAO ENCONTRADA ABORTA O JOB ANTES DE TOCAR NO INDICE.
      *****************************************************************
       2000-LOCALIZA-GERACAO.
           OPEN INPUT BACKUP-INDICE.
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NOMEBKP AUSENTE OU INVALIDO - FILE '
                   'STATUS ' WS-BACKUP-STATUS
               CLOSE RELATORIO-RST
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-ORDEM-LIDA.
           MOVE 'N' TO WS-BKP-EOF-SW.
           PERFORM 2010-LE-BACKUP THRU 2010-EXIT.
           PERFORM 2020-AVALIA-REGISTRO THRU 2020-EXIT
               UNTIL WS-FIM-BACKUP.
           CLOSE BACKUP-INDICE.
           IF WS-ORDEM-ESCOLHIDA = ZERO
               DISPLAY 'GERACAO ' WS-PED-DATA ' ' WS-PED-HORA
                   ' NAO ENCONTRADA OU INCOMPLETA NO NOMEBKP - '
                   'RESTORE NAO EXECUTADO'
               CLOSE RELATORIO-RST
               MOVE 12 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           MOVE WS-MBK-DATA TO RSR-GER-DATA.
           MOVE WS-MBK-HORA TO RSR-GER-HORA.
           MOVE RSR-GERACAO TO RELATORIO-RST-REC.
           WRITE RELATORIO-RST-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-LINHAS-PAGINA.
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
      * 2020-AVALIA-REGISTRO - TRATA UM REGISTRO DA PRIMEIRA PASSADA:
      * ABERTURA INICIA UMA GERACAO (NUMERADA NA ORDEM DO ARQUIVO),
      * DETALHE E CONTADO, FECHAMENTO QUE CONFERE TORNA A GERACAO
      * CANDIDATA SE A DATA/HORA BATE COM O CARTAO
      *****************************************************************
       2020-AVALIA-REGISTRO.
           EVALUATE TRUE
               WHEN BKP-ABERTURA
                   ADD 1 TO WS-ORDEM-LIDA
                   MOVE BKP-DATA-GERACAO TO WS-COR-DATA
                   MOVE BKP-HORA-GERACAO TO WS-COR-HORA
                   MOVE ZERO TO WS-QTD-DETALHES-GER
               WHEN BKP-DETALHE
                   ADD 1 TO WS-QTD-DETALHES-GER
               WHEN BKP-FECHAMENTO
                   IF WS-ORDEM-LIDA > ZERO
                       AND BKP-QTD-REGISTROS = WS-QTD-DETALHES-GER
                       AND WS-COR-DATA = WS-PED-DATA
                       AND (WS-PED-HORA = ZERO
                            OR WS-COR-HORA = WS-PED-HORA)
                       MOVE WS-ORDEM-LIDA TO WS-ORDEM-ESCOLHIDA
                       MOVE WS-COR-DATA TO WS-MBK-DATA
                       MOVE WS-COR-HORA TO WS-MBK-HORA
                       MOVE BKP-QTD-REGISTROS TO WS-QTD-GERACAO
                   END-IF
           END-EVALUATE.
           PERFORM 2010-LE-BACKUP THRU 2010-EXIT.
       2020-EXIT.
           EXIT.

      *****************************************************************
      * 2100-SALVA-INDICE-ANTERIOR - COPIA O NOMEIDX ATUAL, EM ORDEM
      * DE MATRICULA, PARA O ARQUIVO SEQUENCIAL NOMEIDXS ANTES DE
      * RECRIA-LO. INDICE AUSENTE OU ILEGIVEL NAO IMPEDE O RESTORE
      * (E O CASO NORMAL DE RECUPERACAO); A CONFERENCIA FINAL FICA
      * ENTAO SEM BASE OU PARCIAL E ISSO SAI NO RELATORIO.
      *****************************************************************
       2100-SALVA-INDICE-ANTERIOR.
           OPEN INPUT NOME-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'INDICE ATUAL AUSENTE OU ILEGIVEL - FILE '
                   'STATUS ' WS-INDEX-STATUS ' - SEM CONFERENCIA'
               GO TO 2100-EXIT
           END-IF.
           OPEN OUTPUT INDICE-ANTERIOR.
           IF WS-ANTERIOR-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEIDXS - FILE STATUS '
                   WS-ANTERIOR-STATUS
               CLOSE NOME-INDEX RELATORIO-RST
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           SET WS-ANTERIOR-DISPONIVEL TO TRUE.
           MOVE 'N' TO WS-IDX-EOF-SW.
           MOVE ZERO TO NOME-IDX-MATRICULA.
           START NOME-INDEX KEY >= NOME-IDX-MATRICULA
               INVALID KEY
                   SET WS-FIM-NOME-INDEX TO TRUE
           END-START.
           PERFORM 2110-COPIA-ANTERIOR THRU 2110-EXIT
               UNTIL WS-FIM-NOME-INDEX.
           CLOSE INDICE-ANTERIOR.
           CLOSE NOME-INDEX.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2110-COPIA-ANTERIOR - LE O PROXIMO REGISTRO DO INDICE ATUAL E
      * O GRAVA NA COPIA. ERRO DE LEITURA ENCERRA A COPIA, MARCADA
      * COMO PARCIAL.
      *****************************************************************
       2110-COPIA-ANTERIOR.
           READ NOME-INDEX NEXT RECORD
               AT END
                   SET WS-FIM-NOME-INDEX TO TRUE
           END-READ.
           IF WS-FIM-NOME-INDEX
               GO TO 2110-EXIT
           END-IF.
           IF WS-INDEX-STATUS NOT = '00'
               AND WS-INDEX-STATUS NOT = '02'
               DISPLAY 'ERRO NA LEITURA DO INDICE ATUAL - FILE '
                   'STATUS ' WS-INDEX-STATUS ' - COPIA PARCIAL'
               SET WS-ANTERIOR-PARCIAL TO TRUE
               SET WS-FIM-NOME-INDEX TO TRUE
               GO TO 2110-EXIT
           END-IF.
           WRITE ANTERIOR-REC FROM NOME-IDX-REC.
           ADD 1 TO WS-QTD-ANTERIOR.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2200-RECARREGA-GERACAO - RECRIA O NOMEIDX VAZIO E O CARREGA
      * COM OS DETALHES DA GERACAO ESCOLHIDA (SEGUNDA PASSADA NO
      * NOMEBKP). O INDICE FICA ABERTO EM I-O PARA A REAPLICACAO.
      *****************************************************************
       2200-RECARREGA-GERACAO.
           OPEN OUTPUT NOME-INDEX.
           IF WS-INDEX-STATUS = '00'
               CLOSE NOME-INDEX
               OPEN I-O NOME-INDEX
           END-IF.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'ERRO AO RECRIAR ARQUIVO NOMEIDX - FILE STATUS '
                   WS-INDEX-STATUS
               CLOSE RELATORIO-RST
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT BACKUP-INDICE.
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQUIVO NOMEBKP - FILE '
                   'STATUS ' WS-BACKUP-STATUS
               CLOSE NOME-INDEX RELATORIO-RST
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           MOVE ZERO TO WS-ORDEM-LIDA.
           MOVE 'N' TO WS-BKP-EOF-SW.
           PERFORM 2010-LE-BACKUP THRU 2010-EXIT.
           PERFORM 2210-CARREGA-REGISTRO THRU 2210-EXIT
               UNTIL WS-FIM-BACKUP.
           CLOSE BACKUP-INDICE.
           IF WS-QTD-RECARREGADOS NOT = WS-QTD-GERACAO
               DISPLAY 'CARGA NAO CONFERE COM O FECHAMENTO DA '
                   'GERACAO - RECARREGADOS ' WS-QTD-RECARREGADOS
                   ' ESPERADOS ' WS-QTD-GERACAO
               MOVE 8 TO RETURN-CODE
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-CARREGA-REGISTRO - GRAVA NO INDICE OS DETALHES QUE
      * PERTENCEM A GERACAO ESCOLHIDA (IDENTIFICADA PELA ORDEM DA
      * ABERTURA NO ARQUIVO, COMO NA PRIMEIRA PASSADA)
      *****************************************************************
       2210-CARREGA-REGISTRO.
           IF BKP-ABERTURA
               ADD 1 TO WS-ORDEM-LIDA
           END-IF.
           IF BKP-DETALHE
               AND WS-ORDEM-LIDA = WS-ORDEM-ESCOLHIDA
               MOVE BKP-DADOS TO NOME-IDX-REC
               WRITE NOME-IDX-REC
                   INVALID KEY
                       DISPLAY 'FALHA NA CARGA DO INDICE - MATRICULA '
                           NOME-IDX-MATRICULA ' FILE STATUS '
                           WS-INDEX-STATUS
                       ADD 1 TO WS-QTD-FALHAS-CARGA
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-RECARREGADOS
               END-WRITE
           END-IF.
           PERFORM 2010-LE-BACKUP THRU 2010-EXIT.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-REAPLICA-ALTERACOES - RECUPERACAO PARA A FRENTE: INTERCALA
      * POR DATA/HORA AS CAPTURAS DO NOME-MASTER E OS LANCAMENTOS
      * EFETIVADOS DO JORNAL A PARTIR DA DATA/HORA DO BACKUP, E
      * REAPLICA CADA UM NO INDICE. NO EMPATE A CAPTURA VEM ANTES (NA
      * CAPTURA O MESTRE E GRAVADO ANTES DO INDICE E DO JORNAL).
      * JORNAL AINDA NAO CRIADO = NENHUM LANCAMENTO A REAPLICAR.
      *****************************************************************
       2300-REAPLICA-ALTERACOES.
           OPEN INPUT NOME-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NOME-MASTER AUSENTE OU INVALIDO - '
                   'FILE STATUS ' WS-MASTER-STATUS
               CLOSE NOME-INDEX RELATORIO-RST
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           OPEN INPUT NOME-JORNAL.
           IF WS-JORNAL-STATUS = '35'
               SET WS-JORNAL-AUSENTE TO TRUE
               SET WS-FIM-JORNAL TO TRUE
               MOVE HIGH-VALUES TO WS-MARCA-JORNAL
           ELSE
               IF WS-JORNAL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEJRNL - FILE '
                       'STATUS ' WS-JORNAL-STATUS
                   CLOSE NOME-MASTER NOME-INDEX RELATORIO-RST
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
                   STOP RUN
               END-IF
           END-IF.
           MOVE SPACES TO RSR-TITULO.
           MOVE 'ALTERACOES REAPLICADAS APOS O BACKUP'
               TO RSR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           PERFORM 2310-PROXIMA-CAPTURA THRU 2310-EXIT.
           IF NOT WS-JORNAL-AUSENTE
               PERFORM 2320-PROXIMO-LANCAMENTO THRU 2320-EXIT
           END-IF.
           PERFORM 2330-REAPLICA-PROXIMO THRU 2330-EXIT
               UNTIL WS-FIM-NOME-MASTER AND WS-FIM-JORNAL.
           CLOSE NOME-MASTER.
           IF NOT WS-JORNAL-AUSENTE
               CLOSE NOME-JORNAL
           END-IF.
           CLOSE NOME-INDEX.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2310-PROXIMA-CAPTURA - LE O MESTRE ATE A PROXIMA CAPTURA COM
      * DATA/HORA IGUAL OU POSTERIOR A DO BACKUP. NO FIM DO ARQUIVO A
      * MARCA DO MESTRE FICA EM HIGH-VALUES.
      *****************************************************************
       2310-PROXIMA-CAPTURA.
           READ NOME-MASTER
               AT END
                   SET WS-FIM-NOME-MASTER TO TRUE
                   MOVE HIGH-VALUES TO WS-MARCA-MESTRE
                   GO TO 2310-EXIT
           END-READ.
           MOVE NOME-REC-DATA-CAPT TO WS-MMS-DATA.
           MOVE NOME-REC-HORA-CAPT TO WS-MMS-HORA.
           IF WS-MARCA-MESTRE < WS-MARCA-BACKUP
               GO TO 2310-PROXIMA-CAPTURA
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 2320-PROXIMO-LANCAMENTO - LE O JORNAL ATE O PROXIMO LANCAMENTO
      * EFETIVADO ('E') COM DATA/HORA IGUAL OU POSTERIOR A DO BACKUP.
      * LANCAMENTOS RECUSADOS NAO ALTERARAM O INDICE E SAO PULADOS.
      *****************************************************************
       2320-PROXIMO-LANCAMENTO.
           READ NOME-JORNAL
               AT END
                   SET WS-FIM-JORNAL TO TRUE
                   MOVE HIGH-VALUES TO WS-MARCA-JORNAL
                   GO TO 2320-EXIT
           END-READ.
           MOVE JRN-DATA TO WS-MJR-DATA.
           MOVE JRN-HORA TO WS-MJR-HORA.
           IF WS-MARCA-JORNAL < WS-MARCA-BACKUP
               OR NOT JRN-EFETIVADA
               GO TO 2320-PROXIMO-LANCAMENTO
           END-IF.
       2320-EXIT.
           EXIT.

      *****************************************************************
      * 2330-REAPLICA-PROXIMO - REAPLICA O REGISTRO PENDENTE MAIS
      * ANTIGO DOS DOIS ARQUIVOS E LE O PROXIMO DAQUELE ARQUIVO
      *****************************************************************
       2330-REAPLICA-PROXIMO.
           IF WS-MARCA-MESTRE NOT > WS-MARCA-JORNAL
               PERFORM 2400-REAPLICA-CAPTURA THRU 2400-EXIT
               PERFORM 2310-PROXIMA-CAPTURA THRU 2310-EXIT
           ELSE
               PERFORM 2450-REAPLICA-LANCAMENTO THRU 2450-EXIT
               PERFORM 2320-PROXIMO-LANCAMENTO THRU 2320-EXIT
           END-IF.
       2330-EXIT.
           EXIT.

      *****************************************************************
      * 2400-REAPLICA-CAPTURA - REFAZ NO INDICE UMA CAPTURA DO MESTRE
      * COMO O PROGCOB02 (2110/2120): MATRICULA NOVA E INCLUIDA;
      * MATRICULA EXISTENTE DESLIGADA E RECONTRATADA COM OS DADOS DA
      * CAPTURA; MATRICULA EXISTENTE ATIVA FICA COMO ESTA (JA
      * PRESENTE NA GERACAO OU EXCECAO JA NA CAPTURA ORIGINAL).
      *****************************************************************
       2400-REAPLICA-CAPTURA.
           MOVE SPACES TO RSR-DETALHE.
           MOVE NOME-REC-DATA-CAPT    TO RSR-DET-DATA.
           MOVE NOME-REC-HORA-CAPT    TO RSR-DET-HORA.
           MOVE 'MESTRE'              TO RSR-DET-ORIGEM.
           MOVE NOME-REC-MATRICULA    TO RSR-DET-MATRICULA.
           MOVE 'CAPTURA'             TO RSR-DET-OPERACAO.
           MOVE NOME-REC-NOME         TO RSR-DET-VALOR.
           MOVE NOME-REC-NOME         TO NOME-IDX-NOME.
           MOVE NOME-REC-MATRICULA    TO NOME-IDX-MATRICULA.
           MOVE NOME-REC-DEPARTAMENTO TO NOME-IDX-DEPARTAMENTO.
           MOVE NOME-REC-DATA-CAPT    TO NOME-IDX-DATA-CAPT.
           MOVE NOME-REC-HORA-CAPT    TO NOME-IDX-HORA-CAPT.
           SET NOME-IDX-ATIVO         TO TRUE.
           MOVE ZERO                  TO NOME-IDX-DATA-DESLIG.
           WRITE NOME-IDX-REC
               INVALID KEY
                   PERFORM 2410-REAPLICA-RECONTRATACAO THRU 2410-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CAPTURAS
                   MOVE 'INCLUIDO' TO RSR-DET-RESULTADO
           END-WRITE.
           PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2410-REAPLICA-RECONTRATACAO - A MATRICULA DA CAPTURA JA ESTA
      * NO INDICE: REATIVA SE ESTIVER DESLIGADA
      *****************************************************************
       2410-REAPLICA-RECONTRATACAO.
           READ NOME-INDEX
               INVALID KEY
                   ADD 1 TO WS-QTD-EXCECOES
                   MOVE 'FALHA NA LEITURA' TO RSR-DET-RESULTADO
                   GO TO 2410-EXIT
           END-READ.
           IF NOT NOME-IDX-DESLIGADO
               ADD 1 TO WS-QTD-JA-PRESENTES
               MOVE 'JA PRESENTE' TO RSR-DET-RESULTADO
               GO TO 2410-EXIT
           END-IF.
           MOVE NOME-REC-NOME         TO NOME-IDX-NOME.
           MOVE NOME-REC-DEPARTAMENTO TO NOME-IDX-DEPARTAMENTO.
           MOVE NOME-REC-DATA-CAPT    TO NOME-IDX-DATA-CAPT.
           MOVE NOME-REC-HORA-CAPT    TO NOME-IDX-HORA-CAPT.
           SET NOME-IDX-ATIVO         TO TRUE.
           MOVE ZERO                  TO NOME-IDX-DATA-DESLIG.
           REWRITE NOME-IDX-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-EXCECOES
                   MOVE 'FALHA NA REGRAVACAO' TO RSR-DET-RESULTADO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-RECONTRATADOS
                   MOVE 'RECONTRATADO' TO RSR-DET-RESULTADO
           END-REWRITE.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 2450-REAPLICA-LANCAMENTO - APLICA A IMAGEM DEPOIS DE UM
      * LANCAMENTO EFETIVADO DO JORNAL CONFORME O MOTIVO: NOME,
      * DEPARTAMENTO OU DESLIGAMENTO ('DESLIGADO AAAAMMDD'). O
      * ESTORNO DE UMA CARGA RH (PROGCOB26) EXCLUI A MATRICULA
      * INCLUIDA OU DEVOLVE A RECONTRATADA AO DESLIGAMENTO ANTERIOR.
      * MOTIVOS QUE NAO ALTERAM O INDICE SAO CONTADOS COMO IGNORADOS.
      *****************************************************************
       2450-REAPLICA-LANCAMENTO.
           MOVE SPACES TO RSR-DETALHE.
           MOVE JRN-DATA        TO RSR-DET-DATA.
           MOVE JRN-HORA        TO RSR-DET-HORA.
           MOVE 'JORNAL'        TO RSR-DET-ORIGEM.
           MOVE JRN-MATRICULA   TO RSR-DET-MATRICULA.
           MOVE JRN-MOTIVO      TO RSR-DET-OPERACAO.
           MOVE JRN-NOME-DEPOIS TO RSR-DET-VALOR.
           IF JRN-MOTIVO NOT = 'CORRECAO DE NOME'
               AND JRN-MOTIVO NOT = 'CORRECAO DE DEPARTAMENTO'
               AND JRN-MOTIVO NOT = 'TRANSFERENCIA DE DEPARTAMENTO'
               AND JRN-MOTIVO NOT = 'REORGANIZACAO DE DEPARTAMENTO'
               AND JRN-MOTIVO NOT = 'DESATIVACAO DE FUNCIONARIO'
               AND JRN-MOTIVO NOT = 'DESLIGAMENTO DE FUNCIONARIO'
               AND JRN-MOTIVO NOT = 'ESTORNO DE INCLUSAO RH'
               AND JRN-MOTIVO NOT = 'ESTORNO DE RECONTRATACAO RH'
               ADD 1 TO WS-QTD-IGNORADOS
               GO TO 2450-EXIT
           END-IF.
           MOVE JRN-MATRICULA TO NOME-IDX-MATRICULA.
           READ NOME-INDEX
               INVALID KEY
                   ADD 1 TO WS-QTD-EXCECOES
                   MOVE 'MATRICULA AUSENTE' TO RSR-DET-RESULTADO
                   PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT
                   GO TO 2450-EXIT
           END-READ.
           IF JRN-MOTIVO = 'ESTORNO DE INCLUSAO RH'
               DELETE NOME-INDEX RECORD
                   INVALID KEY
                       ADD 1 TO WS-QTD-EXCECOES
                       MOVE 'FALHA NA EXCLUSAO' TO RSR-DET-RESULTADO
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-LANCAMENTOS
                       MOVE 'REAPLICADO' TO RSR-DET-RESULTADO
               END-DELETE
               PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT
               GO TO 2450-EXIT
           END-IF.
           EVALUATE JRN-MOTIVO
               WHEN 'CORRECAO DE NOME'
                   MOVE JRN-NOME-DEPOIS TO NOME-IDX-NOME
               WHEN 'DESATIVACAO DE FUNCIONARIO'
               WHEN 'DESLIGAMENTO DE FUNCIONARIO'
               WHEN 'ESTORNO DE RECONTRATACAO RH'
                   SET NOME-IDX-DESLIGADO TO TRUE
                   IF JRN-NOME-DEPOIS (11:8) IS NUMERIC
                       MOVE JRN-NOME-DEPOIS (11:8) TO
                           NOME-IDX-DATA-DESLIG
                   END-IF
               WHEN OTHER
                   MOVE JRN-NOME-DEPOIS (1:10) TO
                       NOME-IDX-DEPARTAMENTO
           END-EVALUATE.
           REWRITE NOME-IDX-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-EXCECOES
                   MOVE 'FALHA NA REGRAVACAO' TO RSR-DET-RESULTADO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-LANCAMENTOS
                   MOVE 'REAPLICADO' TO RSR-DET-RESULTADO
           END-REWRITE.
           PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT.
       2450-EXIT.
           EXIT.

      *****************************************************************
      * 2500-CONFERE-INDICE - CONFERENCIA DO INDICE RESTAURADO CONTRA
      * A COPIA DO INDICE ANTERIOR (NOMEIDXS): BALANCE-LINE DOS DOIS
      * ARQUIVOS EM ORDEM DE MATRICULA, APONTANDO MATRICULAS SO EM UM
      * DELES E REGISTROS COM CAMPOS DIFERENTES. O INDICE RESTAURADO
      * E SEMPRE CONTADO, MESMO SEM COPIA ANTERIOR.
      *****************************************************************
       2500-CONFERE-INDICE.
           MOVE SPACES TO RSR-TITULO.
           MOVE 'CONFERENCIA COM O INDICE ANTERIOR' TO RSR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           OPEN INPUT NOME-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQUIVO NOMEIDX - FILE STATUS '
                   WS-INDEX-STATUS
               CLOSE RELATORIO-RST
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-IDX-EOF-SW.
           MOVE ZERO TO NOME-IDX-MATRICULA.
           START NOME-INDEX KEY >= NOME-IDX-MATRICULA
               INVALID KEY
                   SET WS-FIM-NOME-INDEX TO TRUE
           END-START.
           IF NOT WS-FIM-NOME-INDEX
               PERFORM 2510-LE-RESTAURADO THRU 2510-EXIT
           END-IF.
           IF WS-ANTERIOR-DISPONIVEL
               OPEN INPUT INDICE-ANTERIOR
               PERFORM 2520-LE-ANTERIOR THRU 2520-EXIT
           ELSE
               SET WS-FIM-ANTERIOR TO TRUE
           END-IF.
           PERFORM 2530-COMPARA-REGISTROS THRU 2530-EXIT
               UNTIL WS-FIM-NOME-INDEX AND WS-FIM-ANTERIOR.
           CLOSE NOME-INDEX.
           IF WS-ANTERIOR-DISPONIVEL
               CLOSE INDICE-ANTERIOR
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2510-LE-RESTAURADO - LE O PROXIMO REGISTRO DO INDICE
      * RESTAURADO
      *****************************************************************
       2510-LE-RESTAURADO.
           READ NOME-INDEX NEXT RECORD
               AT END
                   SET WS-FIM-NOME-INDEX TO TRUE
           END-READ.
           IF NOT WS-FIM-NOME-INDEX
               ADD 1 TO WS-QTD-RESTAURADO
           END-IF.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 2520-LE-ANTERIOR - LE O PROXIMO REGISTRO DA COPIA DO INDICE
      * ANTERIOR
      *****************************************************************
       2520-LE-ANTERIOR.
           READ INDICE-ANTERIOR INTO WS-ANTERIOR-REC
               AT END
                   SET WS-FIM-ANTERIOR TO TRUE
           END-READ.
       2520-EXIT.
           EXIT.

      *****************************************************************
      * 2530-COMPARA-REGISTROS - UM PASSO DO BALANCE-LINE: MATRICULA
      * MENOR DE UM LADO = SO NAQUELE ARQUIVO; MATRICULAS IGUAIS =
      * COMPARA O REGISTRO INTEIRO
      *****************************************************************
       2530-COMPARA-REGISTROS.
           EVALUATE TRUE
               WHEN WS-FIM-ANTERIOR
                   MOVE NOME-IDX-MATRICULA TO RSR-DIV-MATRICULA
                   MOVE 'SO NO RESTAURADO' TO RSR-DIV-TIPO
                   MOVE SPACES TO RSR-DIV-ANTERIOR
                   PERFORM 2540-IMAGEM-RESTAURADO THRU 2540-EXIT
                   PERFORM 3150-IMPRIME-DIVERGENCIA THRU 3150-EXIT
                   PERFORM 2510-LE-RESTAURADO THRU 2510-EXIT
               WHEN WS-FIM-NOME-INDEX
                   MOVE WS-ANT-MATRICULA TO RSR-DIV-MATRICULA
                   MOVE 'SO NO ANTERIOR' TO RSR-DIV-TIPO
                   PERFORM 2550-IMAGEM-ANTERIOR THRU 2550-EXIT
                   MOVE SPACES TO RSR-DIV-RESTAURADO
                   PERFORM 3150-IMPRIME-DIVERGENCIA THRU 3150-EXIT
                   PERFORM 2520-LE-ANTERIOR THRU 2520-EXIT
               WHEN NOME-IDX-MATRICULA < WS-ANT-MATRICULA
                   MOVE NOME-IDX-MATRICULA TO RSR-DIV-MATRICULA
                   MOVE 'SO NO RESTAURADO' TO RSR-DIV-TIPO
                   MOVE SPACES TO RSR-DIV-ANTERIOR
                   PERFORM 2540-IMAGEM-RESTAURADO THRU 2540-EXIT
                   PERFORM 3150-IMPRIME-DIVERGENCIA THRU 3150-EXIT
                   PERFORM 2510-LE-RESTAURADO THRU 2510-EXIT
               WHEN NOME-IDX-MATRICULA > WS-ANT-MATRICULA
                   MOVE WS-ANT-MATRICULA TO RSR-DIV-MATRICULA
                   MOVE 'SO NO ANTERIOR' TO RSR-DIV-TIPO
                   PERFORM 2550-IMAGEM-ANTERIOR THRU 2550-EXIT
                   MOVE SPACES TO RSR-DIV-RESTAURADO
                   PERFORM 3150-IMPRIME-DIVERGENCIA THRU 3150-EXIT
                   PERFORM 2520-LE-ANTERIOR THRU 2520-EXIT
               WHEN OTHER
                   IF NOME-IDX-REC NOT = WS-ANTERIOR-REC
                       MOVE NOME-IDX-MATRICULA TO RSR-DIV-MATRICULA
                       MOVE 'CAMPOS DIFEREM' TO RSR-DIV-TIPO
                       PERFORM 2550-IMAGEM-ANTERIOR THRU 2550-EXIT
                       PERFORM 2540-IMAGEM-RESTAURADO THRU 2540-EXIT
                       PERFORM 3150-IMPRIME-DIVERGENCIA THRU 3150-EXIT
                   END-IF
                   PERFORM 2510-LE-RESTAURADO THRU 2510-EXIT
                   PERFORM 2520-LE-ANTERIOR THRU 2520-EXIT
           END-EVALUATE.
       2530-EXIT.
           EXIT.

      *****************************************************************
      * 2540-IMAGEM-RESTAURADO - MONTA A IMAGEM DO REGISTRO DO INDICE
      * RESTAURADO NA LINHA DE DIVERGENCIA
      *****************************************************************
       2540-IMAGEM-RESTAURADO.
           MOVE NOME-IDX-NOME         TO WS-IMG-NOME.
           MOVE NOME-IDX-DEPARTAMENTO TO WS-IMG-DEPARTAMENTO.
           MOVE NOME-IDX-STATUS       TO WS-IMG-STATUS.
           MOVE WS-IMAGEM-CONFERENCIA TO RSR-DIV-RESTAURADO.
       2540-EXIT.
           EXIT.

      *****************************************************************
      * 2550-IMAGEM-ANTERIOR - MONTA A IMAGEM DO REGISTRO DO INDICE
      * ANTERIOR NA LINHA DE DIVERGENCIA
      *****************************************************************
       2550-IMAGEM-ANTERIOR.
           MOVE WS-ANT-NOME           TO WS-IMG-NOME.
           MOVE WS-ANT-DEPARTAMENTO   TO WS-IMG-DEPARTAMENTO.
           MOVE WS-ANT-STATUS         TO WS-IMG-STATUS.
           MOVE WS-IMAGEM-CONFERENCIA TO RSR-DIV-ANTERIOR.
       2550-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIME-CABECALHO - IMPRIME O CABECALHO DO RELATORIO COM
      * A DATA DE EXECUCAO E O NUMERO DA PAGINA
      *****************************************************************
       3000-IMPRIME-CABECALHO.
           MOVE WS-DATA-EXECUCAO TO RSR-CAB-DATA.
           MOVE WS-PAGINA-RPT    TO RSR-CAB-PAGINA.
           MOVE RSR-CABECALHO    TO RELATORIO-RST-REC.
           WRITE RELATORIO-RST-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-PAGINA-RPT.
           MOVE ZERO TO WS-LINHAS-PAGINA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-IMPRIME-DETALHE - IMPRIME A LINHA DE REAPLICACAO JA
      * MONTADA EM RSR-DETALHE, CONTROLANDO A QUEBRA DE PAGINA
      *****************************************************************
       3100-IMPRIME-DETALHE.
           MOVE RSR-DETALHE TO RELATORIO-RST-REC.
           WRITE RELATORIO-RST-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3150-IMPRIME-DIVERGENCIA - IMPRIME A LINHA DE DIVERGENCIA JA
      * MONTADA EM RSR-DIVERGENCIA E A CONTA
      *****************************************************************
       3150-IMPRIME-DIVERGENCIA.
           ADD 1 TO WS-QTD-DIVERGENCIAS.
           MOVE RSR-DIVERGENCIA TO RELATORIO-RST-REC.
           WRITE RELATORIO-RST-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3150-EXIT.
           EXIT.

      *****************************************************************
      * 3300-IMPRIME-RESUMO - IMPRIME OS TOTAIS DE CONTROLE DA
      * RECUPERACAO
      *****************************************************************
       3300-IMPRIME-RESUMO.
           MOVE SPACES TO RSR-TITULO.
           IF NOT WS-ANTERIOR-DISPONIVEL
               MOVE 'INDICE ANTERIOR ILEGIVEL - SEM CONFERENCIA'
                   TO RSR-TIT-TEXTO
               PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT
           END-IF.
           IF WS-ANTERIOR-PARCIAL
               MOVE 'COPIA DO INDICE ANTERIOR PARCIAL'
                   TO RSR-TIT-TEXTO
               PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT
           END-IF.
           MOVE 'RESUMO DA RECUPERACAO' TO RSR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.

           MOVE 'REGISTROS NA GERACAO' TO RSR-RES-LABEL.
           MOVE WS-QTD-GERACAO TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'REGISTROS RECARREGADOS' TO RSR-RES-LABEL.
           MOVE WS-QTD-RECARREGADOS TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'FALHAS NA CARGA' TO RSR-RES-LABEL.
           MOVE WS-QTD-FALHAS-CARGA TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'CAPTURAS REAPLICADAS' TO RSR-RES-LABEL.
           MOVE WS-QTD-CAPTURAS TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'RECONTRATACOES REAPLICADAS' TO RSR-RES-LABEL.
           MOVE WS-QTD-RECONTRATADOS TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'CAPTURAS JA PRESENTES' TO RSR-RES-LABEL.
           MOVE WS-QTD-JA-PRESENTES TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'LANCAMENTOS REAPLICADOS' TO RSR-RES-LABEL.
           MOVE WS-QTD-LANCAMENTOS TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'LANCAMENTOS SEM EFEITO' TO RSR-RES-LABEL.
           MOVE WS-QTD-IGNORADOS TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'EXCECOES NA REAPLICACAO' TO RSR-RES-LABEL.
           MOVE WS-QTD-EXCECOES TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'REGISTROS NO INDICE ANTERIOR' TO RSR-RES-LABEL.
           MOVE WS-QTD-ANTERIOR TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'REGISTROS NO INDICE RESTAURADO' TO RSR-RES-LABEL.
           MOVE WS-QTD-RESTAURADO TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'DIVERGENCIAS NA CONFERENCIA' TO RSR-RES-LABEL.
           MOVE WS-QTD-DIVERGENCIAS TO RSR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3310-IMPRIME-LINHA-RESUMO - IMPRIME UMA LINHA DO RESUMO JA
      * MONTADA EM RSR-RESUMO
      *****************************************************************
       3310-IMPRIME-LINHA-RESUMO.
           MOVE RSR-RESUMO TO RELATORIO-RST-REC.
           WRITE RELATORIO-RST-REC AFTER ADVANCING 1 LINE.
       3310-EXIT.
           EXIT.

      *****************************************************************
      * 3910-IMPRIME-TITULO - IMPRIME UM TITULO DE SECAO DO RELATORIO
      *****************************************************************
       3910-IMPRIME-TITULO.
           MOVE RSR-TITULO TO RELATORIO-RST-REC.
           WRITE RELATORIO-RST-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3910-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - IMPRIME O RESUMO, DEFINE O RETURN CODE
      * (DIVERGENCIA OU EXCECAO = 4, SEM REBAIXAR O 8 DA CARGA), FECHA
      * O RELATORIO E ENCERRA O STEP NO CONTROLE DE CICLO
      *****************************************************************
       9000-FINALIZE.
           PERFORM 3300-IMPRIME-RESUMO THRU 3300-EXIT.
           IF WS-QTD-FALHAS-CARGA > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 4
               AND (WS-QTD-DIVERGENCIAS > ZERO
                    OR WS-QTD-EXCECOES > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE RELATORIO-RST.
           PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT.
           DISPLAY 'RESTORE CONCLUIDO - GERACAO ' WS-MBK-DATA ' '
               WS-MBK-HORA ' RECARREGADOS ' WS-QTD-RECARREGADOS
               ' DIVERGENCIAS ' WS-QTD-DIVERGENCIAS.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9200-GRAVA-CICLO-FIM - REGRAVA NO CONTROLE DE CICLO (CYCLCTL)
      * O REGISTRO DESTE STEP NA DATA DE NEGOCIO COMO CONCLUIDO, COM O
      * RETURN CODE FINAL - TAMBEM NOS ABORTOS CONTROLADOS, PARA O
      * REGISTRO NAO FICAR EM EXECUCAO SEGURANDO AS CAPTURAS, O
      * REBUILD E O BACKUP. UMA FALHA AQUI NAO DERRUBA O JOB, APENAS
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
           MOVE 'PROGCOB25' TO CIC-STEP.
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
