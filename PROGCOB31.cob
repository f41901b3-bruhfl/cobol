       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB31.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: ANONIMIZACAO LGPD DOS FUNCIONARIOS DESLIGADOS HA MAIS
      * TEMPO QUE O PRAZO LEGAL DE GUARDA. O PROGCOB07 SO MOVE O
      * MESTRE PARA O NOMEHIST - NADA APAGA DADO PESSOAL. ESTE JOB:
      *   1. SELECIONA AS MATRICULAS DESLIGADAS ANTES DA DATA DE CORTE
      *      (DATA DE NEGOCIO MENOS LGC-ANOS-RETENCAO ANOS, CARTAO
      *      LGPCARD, PADRAO 10) PELO NOME-IDX-DATA-DESLIG; MATRICULA
      *      QUE SO EXISTE NO HISTORICO E SELECIONADA PELO
      *      ARC-DATA-DESLIG. MATRICULA ATIVA NO INDICE NUNCA E
      *      SELECIONADA (RECONTRATADO). AS MATRICULAS DA LISTA DE
      *      GUARDA LEGAL (LGPDHOLD) NAO SAO TOCADAS;
      *   2. TROCA O NOME PELO NOME FIXO LGP-NOME-ANONIMO NO JORNAL
      *      NOMEJRNL (IMAGENS ANTES/DEPOIS QUE SAO NOME - IMAGENS DE
      *      SITUACAO E DE DEPARTAMENTO FICAM), NAS GERACOES DE BACKUP
      *      NOMEBKP, NA COPIA DO INDICE ANTERIOR AO RESTORE NOMEIDXS
      *      (PROGCOB25), NAS PENDENCIAS DE CORRECAO DE NOME
      *      NOMEPEND, NO HISTORICO NOMEHIST, NO MESTRE NOMEMAST E,
      *      POR ULTIMO, NO NOME-INDEX. DEPARTAMENTO, DATAS, STATUS E
      *      MATRICULA NAO MUDAM - OS TOTAIS DO PROGCOB04, PROGCOB16 E
      *      PROGCOB17 FICAM IGUAIS;
      *   3. IMPRIME O RELATORIO LGPDRPT SO COM PARAMETROS E
      *      QUANTIDADES POR ARQUIVO (NENHUM NOME OU MATRICULA) E O
      *      QUADRO DE ASSINATURAS PARA A CONFERENCIA.
      * OS ARQUIVOS SEQUENCIAIS SAO REGRAVADOS VIA ARQUIVO DE TRABALHO
      * (NOMEJRW, NOMEBKW, NOMEIXW, NOMEHSW, NOMEWRK), NOS MOLDES DO
      * PROGCOB07.
      * LGC-SIMULACAO = 'S' FAZ TODA A CONTAGEM SEM ALTERAR NADA. A
      * MATRICULA JA ANONIMIZADA NO INDICE NAO E SELECIONADA DE NOVO,
      * DE MODO QUE UM RERUN SO PEGA O QUE FALTOU. STEP REGISTRADO NO
      * CYCLCTL: RECUSA RODAR (RC 12) COM QUALQUER OUTRO STEP DA DATA
      * EM EXECUCAO. RETURN CODE 4 QUANDO A TABELA DE MATRICULAS
      * ENCHE (RODAR DE NOVO); 12 PARA CARTAO INVALIDO OU LISTA DE
      * GUARDA AUSENTE OU INVALIDA; 16 PARA ERRO DE ARQUIVO.
      * ATENCAO OPERACAO: UM ABEND DURANTE A RECARGA DE UM ARQUIVO
      * SEQUENCIAL DEIXA O ARQUIVO PARCIAL - ANTES DO RERUN, COPIAR O
      * ARQUIVO DE TRABALHO CORRESPONDENTE SOBRE ELE.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   ANONIMIZA TAMBEM A COPIA NOMEIDXS DO INDICE
      *                  ANTERIOR AO RESTORE (PROGCOB25), VIA ARQUIVO DE
      *                  TRABALHO NOMEIXW, COM AS QUANTIDADES NO
      *                  RELATORIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO    ASSIGN TO "LGPCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETRO-STATUS.

           SELECT GUARDA-LEGAL ASSIGN TO "LGPDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUARDA-STATUS.

           SELECT NOME-INDEX   ASSIGN TO "NOMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-IDX-MATRICULA
               ALTERNATE RECORD KEY IS NOME-IDX-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT HISTORICO    ASSIGN TO "NOMEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT HISTORICO-TRABALHO ASSIGN TO "NOMEHSW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-TRAB-STATUS.

           SELECT NOME-MASTER  ASSIGN TO "NOMEMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MASTER-TRABALHO ASSIGN TO "NOMEWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-TRAB-STATUS.

           SELECT NOME-JORNAL  ASSIGN TO "NOMEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.

           SELECT JORNAL-TRABALHO ASSIGN TO "NOMEJRW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-TRAB-STATUS.

           SELECT BACKUP-INDICE ASSIGN TO "NOMEBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT BACKUP-TRABALHO ASSIGN TO "NOMEBKW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKP-TRAB-STATUS.

           SELECT INDICE-ANTERIOR ASSIGN TO "NOMEIDXS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANTERIOR-STATUS.

           SELECT ANTERIOR-TRABALHO ASSIGN TO "NOMEIXW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANT-TRAB-STATUS.

           SELECT NOME-PENDENTE ASSIGN TO "NOMEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-PEND-STATUS.

           SELECT DEPT-TABLE   ASSIGN TO "DEPTABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT RELATORIO-LGP ASSIGN TO "LGPDRPT"
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
       COPY LGPCTL.

       FD  GUARDA-LEGAL
           LABEL RECORDS ARE STANDARD.
       COPY LGPHLD.

       FD  NOME-INDEX
           LABEL RECORDS ARE STANDARD.
       COPY NOMEIDX.

       FD  HISTORICO
           LABEL RECORDS ARE STANDARD.
       COPY NOMEARC.

       FD  HISTORICO-TRABALHO
           LABEL RECORDS ARE STANDARD.
       01  HST-TRABALHO-REC            PIC X(67).

       FD  NOME-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY NOMEREC.

       FD  MASTER-TRABALHO
           LABEL RECORDS ARE STANDARD.
       01  MST-TRABALHO-REC            PIC X(59).

       FD  NOME-JORNAL
           LABEL RECORDS ARE STANDARD.
       COPY NOMEJRN.

       FD  JORNAL-TRABALHO
           LABEL RECORDS ARE STANDARD.
       01  JRN-TRABALHO-REC            PIC X(107).

       FD  BACKUP-INDICE
           LABEL RECORDS ARE STANDARD.
       COPY NOMEBKP.

       FD  BACKUP-TRABALHO
           LABEL RECORDS ARE STANDARD.
       01  BKP-TRABALHO-REC            PIC X(74).

       FD  INDICE-ANTERIOR
           LABEL RECORDS ARE STANDARD.
       01  ANTERIOR-REC                PIC X(59).

       FD  ANTERIOR-TRABALHO
           LABEL RECORDS ARE STANDARD.
       01  ANT-TRABALHO-REC            PIC X(59).

       FD  NOME-PENDENTE
           LABEL RECORDS ARE STANDARD.
       COPY NOMEPND.

       FD  DEPT-TABLE
           LABEL RECORDS ARE STANDARD.
       COPY DEPTREC.

       FD  RELATORIO-LGP
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-LGP-REC           PIC X(132).

       FD  CICLO-CONTROLE
           LABEL RECORDS ARE STANDARD.
       COPY CICLREC.

       WORKING-STORAGE SECTION.
       77  WS-PARAMETRO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-GUARDA-STATUS        PIC X(02) VALUE SPACES.
       77  WS-INDEX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-HISTORICO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-HST-TRAB-STATUS      PIC X(02) VALUE SPACES.
       77  WS-MASTER-STATUS        PIC X(02) VALUE SPACES.
       77  WS-MST-TRAB-STATUS      PIC X(02) VALUE SPACES.
       77  WS-JORNAL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-JRN-TRAB-STATUS      PIC X(02) VALUE SPACES.
       77  WS-BACKUP-STATUS        PIC X(02) VALUE SPACES.
       77  WS-BKP-TRAB-STATUS      PIC X(02) VALUE SPACES.
       77  WS-ANTERIOR-STATUS      PIC X(02) VALUE SPACES.
       77  WS-ANT-TRAB-STATUS      PIC X(02) VALUE SPACES.
       77  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
       77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-RELATORIO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-CICLO-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CICLO-MSG            PIC X(45) VALUE SPACES.
       77  WS-CICLO-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-FIM-CICLO                VALUE 'S'.
       77  WS-STEP-EM-EXECUCAO     PIC X(09) VALUE SPACES.
       77  WS-OVERRIDE-SW          PIC X(01) VALUE 'N'.
           88  WS-COM-OVERRIDE             VALUE 'S'.
       77  WS-SIMULACAO-SW         PIC X(01) VALUE 'N'.
           88  WS-SIMULACAO                VALUE 'S'.
       77  WS-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-FIM-ARQUIVO              VALUE 'S'.
       77  WS-ACHOU-SW             PIC X(01) VALUE 'N'.
           88  WS-ACHOU                    VALUE 'S'.
           88  WS-NAO-ACHOU                VALUE 'N'.
       77  WS-ALTERADO-SW          PIC X(01) VALUE 'N'.
           88  WS-ALTERADO                 VALUE 'S'.
       77  WS-PESSOAL-SW           PIC X(01) VALUE 'N'.
           88  WS-IMAGEM-PESSOAL           VALUE 'S'.
       77  WS-HIST-AUSENTE-SW      PIC X(01) VALUE 'N'.
           88  WS-HIST-AUSENTE             VALUE 'S'.
       77  WS-MASTER-AUSENTE-SW    PIC X(01) VALUE 'N'.
           88  WS-MASTER-AUSENTE           VALUE 'S'.
       77  WS-JORNAL-AUSENTE-SW    PIC X(01) VALUE 'N'.
           88  WS-JORNAL-AUSENTE           VALUE 'S'.
       77  WS-BACKUP-AUSENTE-SW    PIC X(01) VALUE 'N'.
           88  WS-BACKUP-AUSENTE           VALUE 'S'.
       77  WS-ANTERIOR-AUSENTE-SW  PIC X(01) VALUE 'N'.
           88  WS-ANTERIOR-AUSENTE         VALUE 'S'.
       77  WS-PEND-AUSENTE-SW      PIC X(01) VALUE 'N'.
           88  WS-PEND-AUSENTE             VALUE 'S'.
       77  WS-ORIGEM-SW            PIC X(01) VALUE SPACE.
           88  WS-ORIGEM-INDICE            VALUE 'I'.
           88  WS-ORIGEM-HISTORICO         VALUE 'H'.
       77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-ANOS-RETENCAO        PIC 9(02) VALUE 10.
       77  WS-MATRICULA-BUSCA      PIC 9(06) VALUE ZERO.
       77  WS-DEPTO-BUSCA          PIC X(10) VALUE SPACES.
       77  WS-IMAGEM-TESTE         PIC X(20) VALUE SPACES.
       77  WS-PAGINA-RPT           PIC 9(04) COMP VALUE 1.
       77  WS-LINHAS-PAGINA        PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-LINHAS-PAGINA    PIC 9(04) COMP VALUE 50.
       77  WS-IDX-TAB              PIC 9(04) COMP VALUE ZERO.
       77  WS-IDX-BUSCA            PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-GUARDA           PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-GUARDA           PIC 9(04) COMP VALUE 5000.
       77  WS-QTD-ELEGIVEIS        PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-ELEGIVEIS        PIC 9(04) COMP VALUE 5000.
       77  WS-QTD-DEPTOS           PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-DEPTOS           PIC 9(04) COMP VALUE 2000.
       77  WS-QTD-LINHAS-GUARDA    PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-GUARDA-USADA     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-PRAZO-VENCIDO    PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-JA-ANONIMOS      PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-ELEG-INDICE      PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-ELEG-HISTORICO   PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-FORA-TABELA      PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-IDX-LIDOS        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-IDX-ANONIMOS     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-HST-LIDOS        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-HST-ANONIMOS     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-MST-LIDOS        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-MST-ANONIMOS     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-JRN-LIDOS        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-JRN-ANONIMOS     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-JRN-IMAGENS      PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-BKP-LIDOS        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-BKP-ANONIMOS     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-ANT-LIDOS        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-ANT-ANONIMOS     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-PND-LIDOS        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-PND-ANONIMOS     PIC 9(06) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * DATA DE CORTE: DESLIGADO ANTES DELA ESTA COM O PRAZO DE GUARDA
      * VENCIDO. A DATA DE NEGOCIO MENOS OS ANOS DE RETENCAO (29/02
      * VIRA 28/02).
      *-----------------------------------------------------------------
       01  WS-DATA-CORTE           PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-DATA-CORTE.
           05  WS-CRT-ANO          PIC 9(04).
           05  WS-CRT-MES          PIC 9(02).
           05  WS-CRT-DIA          PIC 9(02).

      *-----------------------------------------------------------------
      * MOTIVOS DO JORNAL CUJAS IMAGENS SAO CODIGOS DE DEPARTAMENTO
      *-----------------------------------------------------------------
       01  WS-MOTIVO-TESTE         PIC X(30) VALUE SPACES.
           88  WS-MOTIVO-DEPARTAMENTO     VALUE
               'TRANSFERENCIA DE DEPARTAMENTO'
               'CORRECAO DE DEPARTAMENTO'
               'REORGANIZACAO DE DEPARTAMENTO'
               'DEPARTAMENTO NAO CADASTRADO'
               'DEPARTAMENTO NOVO INVALIDO'
               'DEPTO NOVO IGUAL AO ATUAL'
               'MATRICULA INVALIDA NO NOMETRNF'.

      *-----------------------------------------------------------------
      * IMAGEM DO REGISTRO DO INDICE GUARDADA NO DETALHE DO BACKUP E
      * NA COPIA NOMEIDXS
      *-----------------------------------------------------------------
       01  WS-IMAGEM-BACKUP.
           05  WS-IBK-NOME             PIC X(20).
           05  WS-IBK-MATRICULA        PIC 9(06).
           05  FILLER                  PIC X(33).

      *-----------------------------------------------------------------
      * LISTA DE GUARDA LEGAL - A MARCA INDICA QUE A MATRICULA TINHA O
      * PRAZO VENCIDO E FOI RETIDA PELA GUARDA
      *-----------------------------------------------------------------
       01  WS-TABELA-GUARDA.
           05  WS-HLD-ENTRADA          OCCURS 5000 TIMES.
               10  WS-HLD-MATRICULA    PIC 9(06).
               10  WS-HLD-USADA-SW     PIC X(01).
                   88  WS-HLD-USADA           VALUE 'S'.

      *-----------------------------------------------------------------
      * MATRICULAS SELECIONADAS PARA A ANONIMIZACAO
      *-----------------------------------------------------------------
       01  WS-TABELA-ELEGIVEIS.
           05  WS-ELG-MATRICULA        PIC 9(06) OCCURS 5000 TIMES.

      *-----------------------------------------------------------------
      * CODIGOS DE DEPARTAMENTO CONHECIDOS (DEPTABLE, INDICE E
      * HISTORICO) - IMAGEM DO JORNAL IGUAL A UM DELES NAO E NOME
      *-----------------------------------------------------------------
       01  WS-TABELA-DEPTOS.
           05  WS-DPT-CODIGO           PIC X(10) OCCURS 2000 TIMES.
       COPY DATNEGP.
       COPY LGPANON.
       COPY LGPRPT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SELECIONA-INDICE THRU 2000-EXIT.
           PERFORM 2100-SELECIONA-HISTORICO THRU 2100-EXIT.
           IF WS-QTD-ELEGIVEIS > ZERO
               PERFORM 4000-ANONIMIZA-JORNAL THRU 4000-EXIT
               PERFORM 4200-ANONIMIZA-BACKUP THRU 4200-EXIT
               PERFORM 4300-ANONIMIZA-ANTERIOR THRU 4300-EXIT
               PERFORM 4400-ANONIMIZA-PENDENCIAS THRU 4400-EXIT
               PERFORM 4500-ANONIMIZA-HISTORICO THRU 4500-EXIT
               PERFORM 4600-ANONIMIZA-MESTRE THRU 4600-EXIT
               PERFORM 4800-ANONIMIZA-INDICE THRU 4800-EXIT
           END-IF.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - LE O CARTAO LGPCARD, CALCULA A DATA DE CORTE,
      * CARREGA A LISTA DE GUARDA LEGAL E OS DEPARTAMENTOS, PASSA PELO
      * GATE DO CONTROLE DE CICLO E ABRE O RELATORIO
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
           PERFORM 1010-LE-PARAMETRO THRU 1010-EXIT.
           MOVE WS-DATA-EXECUCAO TO WS-DATA-CORTE.
           SUBTRACT WS-ANOS-RETENCAO FROM WS-CRT-ANO.
           IF WS-CRT-MES = 2 AND WS-CRT-DIA = 29
               MOVE 28 TO WS-CRT-DIA
           END-IF.
           PERFORM 1200-CARREGA-GUARDA THRU 1200-EXIT.
           PERFORM 1300-CARREGA-DEPTOS THRU 1300-EXIT.
           PERFORM 1050-VERIFICA-CICLO THRU 1050-EXIT.
           OPEN OUTPUT RELATORIO-LGP.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO LGPDRPT - FILE STATUS '
                   WS-RELATORIO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1010-LE-PARAMETRO - CARTAO LGPCARD OPCIONAL: ANOS DE RETENCAO
      * (ZERO OU AUSENTE = 10), SIMULACAO E OVERRIDE DO CICLO. PRAZO
      * NAO NUMERICO ABORTA COM RETURN CODE 12 - NUNCA ANONIMIZAR COM
      * UM PRAZO QUE NAO FOI O INFORMADO.
      *****************************************************************
       1010-LE-PARAMETRO.
           OPEN INPUT PARAMETRO.
           IF WS-PARAMETRO-STATUS NOT = '00'
               GO TO 1010-EXIT
           END-IF.
           READ PARAMETRO INTO LGP-CTL
               AT END
                   CLOSE PARAMETRO
                   GO TO 1010-EXIT
           END-READ.
           CLOSE PARAMETRO.
           IF LGC-ANOS-RETENCAO NOT NUMERIC
               AND LGC-ANOS-RETENCAO NOT = SPACES
               DISPLAY 'PRAZO DE RETENCAO INVALIDO NO LGPCARD - '
                   'ANONIMIZACAO ABORTADA'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LGC-ANOS-RETENCAO IS NUMERIC
               AND LGC-ANOS-RETENCAO > ZERO
               MOVE LGC-ANOS-RETENCAO TO WS-ANOS-RETENCAO
           END-IF.
           IF LGC-SO-SIMULACAO
               SET WS-SIMULACAO TO TRUE
           END-IF.
           IF LGC-COM-OVERRIDE
               SET WS-COM-OVERRIDE TO TRUE
           END-IF.
       1010-EXIT.
           EXIT.

      *****************************************************************
      * 1050-VERIFICA-CICLO - GATE DO CONTROLE DE CICLO (CYCLCTL): ESTE
      * JOB REGRAVA O MESTRE, O HISTORICO, O JORNAL, OS BACKUPS E O
      * INDICE, ENTAO NAO RODA COM NENHUM OUTRO STEP DA DATA EM
      * EXECUCAO (UMA EXECUCAO ANTERIOR DELE MESMO INTERROMPIDA NAO
      * CONTA). REPROVADO SEM O OVERRIDE DO CARTAO ABORTA COM RETURN
      * CODE 12. AO PASSAR, O STEP E MARCADO EM EXECUCAO.
      *****************************************************************
       1050-VERIFICA-CICLO.
           PERFORM 1060-ABRE-CICLO THRU 1060-EXIT.
           MOVE SPACES TO WS-CICLO-MSG.
           PERFORM 1055-VERIFICA-STEPS THRU 1055-EXIT.
           IF WS-STEP-EM-EXECUCAO NOT = SPACES
               STRING WS-STEP-EM-EXECUCAO ' AINDA EM EXECUCAO'
                   DELIMITED BY SIZE INTO WS-CICLO-MSG
           END-IF.
           IF WS-CICLO-MSG NOT = SPACES
               IF WS-COM-OVERRIDE
                   DISPLAY 'CONTROLE DE CICLO: ' WS-CICLO-MSG
                   DISPLAY 'OVERRIDE DO OPERADOR ACEITO - '
                       'ANONIMIZACAO LIBERADA'
               ELSE
                   DISPLAY 'ANONIMIZACAO RECUSADA PELO CONTROLE DE '
                       'CICLO - ' WS-CICLO-MSG
                   DISPLAY 'PARA EMERGENCIA, INFORME S NO CAMPO DE '
                       'OVERRIDE DO CARTAO LGPCARD'
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
      * CICLO E GUARDA O STEP QUE ESTIVER EM EXECUCAO NA DATA
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
           IF CIC-EM-EXECUCAO
               AND CIC-STEP NOT = 'PROGCOB31'
               MOVE CIC-STEP TO WS-STEP-EM-EXECUCAO
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
      * STEP NA DATA DE NEGOCIO COMO EM EXECUCAO. UM ABEND DEIXA O
      * REGISTRO ASSIM, SEGURANDO OS DEMAIS JOBS ATE A RECUPERACAO
      * MANUAL DOS ARQUIVOS.
      *****************************************************************
       1070-MARCA-CICLO-INICIO.
           MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO.
           MOVE 'PROGCOB31' TO CIC-STEP.
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
      * 1200-CARREGA-GUARDA - CARREGA A LISTA DE GUARDA LEGAL. LISTA
      * AUSENTE, COM MATRICULA INVALIDA OU MAIOR QUE A TABELA ABORTA
      * COM RETURN CODE 12: SEM A LISTA COMPLETA NAO HA COMO GARANTIR
      * QUE UMA MATRICULA EM PROCESSO NAO SERA ANONIMIZADA.
      *****************************************************************
       1200-CARREGA-GUARDA.
           OPEN INPUT GUARDA-LEGAL.
           IF WS-GUARDA-STATUS NOT = '00'
               DISPLAY 'LISTA DE GUARDA LEGAL LGPDHOLD AUSENTE - FILE '
                   'STATUS ' WS-GUARDA-STATUS
               DISPLAY 'SEM GUARDA LEGAL, INFORME UM LGPDHOLD VAZIO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1210-LE-GUARDA THRU 1210-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE GUARDA-LEGAL.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1210-LE-GUARDA - LE UMA LINHA DA LISTA DE GUARDA E A GUARDA NA
      * TABELA. LINHA EM BRANCO E IGNORADA.
      *****************************************************************
       1210-LE-GUARDA.
           READ GUARDA-LEGAL
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           ADD 1 TO WS-QTD-LINHAS-GUARDA.
           IF LGH-REC = SPACES
               GO TO 1210-EXIT
           END-IF.
           IF LGH-MATRICULA NOT NUMERIC
               OR LGH-MATRICULA = ZERO
               DISPLAY 'MATRICULA INVALIDA NA LINHA '
                   WS-QTD-LINHAS-GUARDA ' DO LGPDHOLD - '
                   'ANONIMIZACAO ABORTADA'
               CLOSE GUARDA-LEGAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-QTD-GUARDA NOT < WS-MAX-GUARDA
               DISPLAY 'LGPDHOLD MAIOR QUE A TABELA DE GUARDA ('
                   WS-MAX-GUARDA ') - ANONIMIZACAO ABORTADA'
               CLOSE GUARDA-LEGAL
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-GUARDA.
           MOVE LGH-MATRICULA TO WS-HLD-MATRICULA (WS-QTD-GUARDA).
           MOVE 'N' TO WS-HLD-USADA-SW (WS-QTD-GUARDA).
       1210-EXIT.
           EXIT.

      *****************************************************************
      * 1300-CARREGA-DEPTOS - CARREGA OS CODIGOS DO DEPTABLE NA TABELA
      * DE DEPARTAMENTOS CONHECIDOS. TABELA AUSENTE NAO ABORTA - OS
      * CODIGOS DO INDICE E DO HISTORICO AINDA ENTRAM NA SELECAO.
      *****************************************************************
       1300-CARREGA-DEPTOS.
           OPEN INPUT DEPT-TABLE.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'DEPTABLE INDISPONIVEL (FILE STATUS '
                   WS-DEPT-STATUS ')'
               GO TO 1300-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO DEP-CODIGO.
           START DEPT-TABLE KEY >= DEP-CODIGO
               INVALID KEY
                   SET WS-FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 1310-LE-DEPTO THRU 1310-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE DEPT-TABLE.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * 1310-LE-DEPTO - LE O PROXIMO DEPARTAMENTO DO DEPTABLE
      *****************************************************************
       1310-LE-DEPTO.
           READ DEPT-TABLE NEXT RECORD
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           MOVE DEP-CODIGO TO WS-DEPTO-BUSCA.
           PERFORM 2920-REGISTRA-DEPTO THRU 2920-EXIT.
       1310-EXIT.
           EXIT.

      *****************************************************************
      * 2000-SELECIONA-INDICE - VARRE O NOME-INDEX SELECIONANDO OS
      * DESLIGADOS COM O PRAZO DE GUARDA VENCIDO. SEM O INDICE NAO HA
      * SELECAO - RETURN CODE 16. O INDICE FICA ABERTO PARA A CONSULTA
      * DA SELECAO PELO HISTORICO.
      *****************************************************************
       2000-SELECIONA-INDICE.
           OPEN INPUT NOME-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NOME-INDEX AUSENTE OU INVALIDO - '
                   'FILE STATUS ' WS-INDEX-STATUS
               CLOSE RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE ZERO TO NOME-IDX-MATRICULA.
           START NOME-INDEX KEY >= NOME-IDX-MATRICULA
               INVALID KEY
                   SET WS-FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 2010-CLASSIFICA-INDICE THRU 2010-EXIT
               UNTIL WS-FIM-ARQUIVO.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2010-CLASSIFICA-INDICE - LE O PROXIMO REGISTRO DO INDICE,
      * GUARDA O SEU DEPARTAMENTO E O SELECIONA QUANDO DESLIGADO ANTES
      * DA DATA DE CORTE E AINDA NAO ANONIMIZADO
      *****************************************************************
       2010-CLASSIFICA-INDICE.
           READ NOME-INDEX NEXT RECORD
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 2010-EXIT
           END-READ.
           ADD 1 TO WS-QTD-IDX-LIDOS.
           MOVE NOME-IDX-DEPARTAMENTO TO WS-DEPTO-BUSCA.
           PERFORM 2920-REGISTRA-DEPTO THRU 2920-EXIT.
           IF NOT NOME-IDX-DESLIGADO
               GO TO 2010-EXIT
           END-IF.
           IF NOME-IDX-DATA-DESLIG NOT NUMERIC
               OR NOME-IDX-DATA-DESLIG = ZERO
               OR NOME-IDX-DATA-DESLIG NOT < WS-DATA-CORTE
               GO TO 2010-EXIT
           END-IF.
           ADD 1 TO WS-QTD-PRAZO-VENCIDO.
           IF NOME-IDX-NOME = LGP-NOME-ANONIMO
               ADD 1 TO WS-QTD-JA-ANONIMOS
               GO TO 2010-EXIT
           END-IF.
           MOVE NOME-IDX-MATRICULA TO WS-MATRICULA-BUSCA.
           SET WS-ORIGEM-INDICE TO TRUE.
           PERFORM 2300-INCLUI-ELEGIVEL THRU 2300-EXIT.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2100-SELECIONA-HISTORICO - VARRE O NOMEHIST: GUARDA OS
      * DEPARTAMENTOS E SELECIONA A MATRICULA DESLIGADA ANTES DA DATA
      * DE CORTE QUE NAO ESTA MAIS NO INDICE (ESTORNO DE INCLUSAO OU
      * REBUILD). A QUE ESTA NO INDICE JA FOI DECIDIDA POR ELE - UMA
      * RECONTRATADA NAO E ANONIMIZADA. HISTORICO AUSENTE NAO ABORTA.
      *****************************************************************
       2100-SELECIONA-HISTORICO.
           OPEN INPUT HISTORICO.
           IF WS-HISTORICO-STATUS NOT = '00'
               SET WS-HIST-AUSENTE TO TRUE
               DISPLAY 'HISTORICO NOMEHIST INDISPONIVEL (FILE STATUS '
                   WS-HISTORICO-STATUS ')'
               CLOSE NOME-INDEX
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 2110-CLASSIFICA-HISTORICO THRU 2110-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE HISTORICO.
           CLOSE NOME-INDEX.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2110-CLASSIFICA-HISTORICO - LE O PROXIMO REGISTRO DO HISTORICO
      * E O SELECIONA QUANDO FOR DESLIGAMENTO VENCIDO DE MATRICULA
      * AUSENTE DO INDICE
      *****************************************************************
       2110-CLASSIFICA-HISTORICO.
           READ HISTORICO
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 2110-EXIT
           END-READ.
           MOVE ARC-DEPARTAMENTO TO WS-DEPTO-BUSCA.
           PERFORM 2920-REGISTRA-DEPTO THRU 2920-EXIT.
           IF ARC-STATUS NOT = 'T'
               OR ARC-NOME = LGP-NOME-ANONIMO
               GO TO 2110-EXIT
           END-IF.
           IF ARC-MATRICULA NOT NUMERIC
               OR ARC-MATRICULA = ZERO
               GO TO 2110-EXIT
           END-IF.
           IF ARC-DATA-DESLIG NOT NUMERIC
               OR ARC-DATA-DESLIG = ZERO
               OR ARC-DATA-DESLIG NOT < WS-DATA-CORTE
               GO TO 2110-EXIT
           END-IF.
           MOVE ARC-MATRICULA TO NOME-IDX-MATRICULA.
           READ NOME-INDEX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2110-EXIT
           END-READ.
           MOVE ARC-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM 2900-BUSCA-ELEGIVEL THRU 2900-EXIT.
           IF WS-ACHOU
               GO TO 2110-EXIT
           END-IF.
           SET WS-ORIGEM-HISTORICO TO TRUE.
           PERFORM 2300-INCLUI-ELEGIVEL THRU 2300-EXIT.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2300-INCLUI-ELEGIVEL - INCLUI WS-MATRICULA-BUSCA NA TABELA DE
      * SELECIONADAS, SALVO SE ESTIVER NA GUARDA LEGAL (A ENTRADA DA
      * GUARDA E MARCADA COMO USADA). TABELA CHEIA = CONTADA PARA O
      * RERUN.
      *****************************************************************
       2300-INCLUI-ELEGIVEL.
           PERFORM 2910-BUSCA-GUARDA THRU 2910-EXIT.
           IF WS-ACHOU
               MOVE 'S' TO WS-HLD-USADA-SW (WS-IDX-BUSCA)
               GO TO 2300-EXIT
           END-IF.
           IF WS-QTD-ELEGIVEIS NOT < WS-MAX-ELEGIVEIS
               ADD 1 TO WS-QTD-FORA-TABELA
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ELEGIVEIS.
           MOVE WS-MATRICULA-BUSCA TO
               WS-ELG-MATRICULA (WS-QTD-ELEGIVEIS).
           IF WS-ORIGEM-INDICE
               ADD 1 TO WS-QTD-ELEG-INDICE
           ELSE
               ADD 1 TO WS-QTD-ELEG-HISTORICO
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2900-BUSCA-ELEGIVEL - LOCALIZA WS-MATRICULA-BUSCA NA TABELA DE
      * MATRICULAS SELECIONADAS
      *****************************************************************
       2900-BUSCA-ELEGIVEL.
           SET WS-NAO-ACHOU TO TRUE.
           PERFORM 2901-COMPARA-ELEGIVEL THRU 2901-EXIT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-ELEGIVEIS
                  OR WS-ACHOU.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 2901-COMPARA-ELEGIVEL - COMPARA A MATRICULA BUSCADA COM UMA
      * ENTRADA DA TABELA DE SELECIONADAS
      *****************************************************************
       2901-COMPARA-ELEGIVEL.
           IF WS-ELG-MATRICULA (WS-IDX-TAB) = WS-MATRICULA-BUSCA
               SET WS-ACHOU TO TRUE
           END-IF.
       2901-EXIT.
           EXIT.

      *****************************************************************
      * 2910-BUSCA-GUARDA - LOCALIZA WS-MATRICULA-BUSCA NA LISTA DE
      * GUARDA LEGAL, DEIXANDO O INDICE EM WS-IDX-BUSCA
      *****************************************************************
       2910-BUSCA-GUARDA.
           SET WS-NAO-ACHOU TO TRUE.
           MOVE ZERO TO WS-IDX-BUSCA.
           PERFORM 2911-COMPARA-GUARDA THRU 2911-EXIT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-GUARDA
                  OR WS-ACHOU.
       2910-EXIT.
           EXIT.

      *****************************************************************
      * 2911-COMPARA-GUARDA - COMPARA A MATRICULA BUSCADA COM UMA
      * ENTRADA DA LISTA DE GUARDA
      *****************************************************************
       2911-COMPARA-GUARDA.
           IF WS-HLD-MATRICULA (WS-IDX-TAB) = WS-MATRICULA-BUSCA
               SET WS-ACHOU TO TRUE
               MOVE WS-IDX-TAB TO WS-IDX-BUSCA
           END-IF.
       2911-EXIT.
           EXIT.

      *****************************************************************
      * 2920-REGISTRA-DEPTO - GUARDA WS-DEPTO-BUSCA NA TABELA DE
      * DEPARTAMENTOS CONHECIDOS, SE AINDA NAO ESTIVER LA. TABELA
      * CHEIA SO FAZ UMA IMAGEM DE DEPARTAMENTO SER TRATADA COMO NOME.
      *****************************************************************
       2920-REGISTRA-DEPTO.
           IF WS-DEPTO-BUSCA = SPACES
               GO TO 2920-EXIT
           END-IF.
           PERFORM 2930-BUSCA-DEPTO THRU 2930-EXIT.
           IF WS-ACHOU
               OR WS-QTD-DEPTOS NOT < WS-MAX-DEPTOS
               GO TO 2920-EXIT
           END-IF.
           ADD 1 TO WS-QTD-DEPTOS.
           MOVE WS-DEPTO-BUSCA TO WS-DPT-CODIGO (WS-QTD-DEPTOS).
       2920-EXIT.
           EXIT.

      *****************************************************************
      * 2930-BUSCA-DEPTO - LOCALIZA WS-DEPTO-BUSCA NA TABELA DE
      * DEPARTAMENTOS CONHECIDOS
      *****************************************************************
       2930-BUSCA-DEPTO.
           SET WS-NAO-ACHOU TO TRUE.
           PERFORM 2931-COMPARA-DEPTO THRU 2931-EXIT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-DEPTOS
                  OR WS-ACHOU.
       2930-EXIT.
           EXIT.

      *****************************************************************
      * 2931-COMPARA-DEPTO - COMPARA O CODIGO BUSCADO COM UMA ENTRADA
      * DA TABELA DE DEPARTAMENTOS
      *****************************************************************
       2931-COMPARA-DEPTO.
           IF WS-DPT-CODIGO (WS-IDX-TAB) = WS-DEPTO-BUSCA
               SET WS-ACHOU TO TRUE
           END-IF.
       2931-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIME-CABECALHO - IMPRIME O CABECALHO DO RELATORIO COM
      * A DATA DE EXECUCAO E O NUMERO DA PAGINA
      *****************************************************************
       3000-IMPRIME-CABECALHO.
           MOVE WS-DATA-EXECUCAO TO LGR-CAB-DATA.
           MOVE WS-PAGINA-RPT    TO LGR-CAB-PAGINA.
           MOVE LGR-CABECALHO    TO RELATORIO-LGP-REC.
           WRITE RELATORIO-LGP-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-PAGINA-RPT.
           MOVE ZERO TO WS-LINHAS-PAGINA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3300-IMPRIME-RESUMO - IMPRIME OS PARAMETROS, A SELECAO, AS
      * QUANTIDADES POR ARQUIVO E O QUADRO DE ASSINATURAS
      *****************************************************************
       3300-IMPRIME-RESUMO.
           MOVE SPACES TO LGR-TITULO.
           MOVE 'PARAMETROS DA EXECUCAO' TO LGR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           MOVE 'PRAZO DE GUARDA APOS O DESLIGAMENTO (ANOS)'
               TO LGR-CNT-LABEL.
           MOVE WS-ANOS-RETENCAO TO LGR-CNT-VALOR.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.
           MOVE 'DESLIGADOS ANTES DE (DATA DE CORTE)'
               TO LGR-CNT-LABEL.
           MOVE SPACES TO LGR-CNT-VALOR-X.
           MOVE WS-DATA-CORTE TO LGR-CNT-TEXTO.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.
           MOVE 'MODO DE EXECUCAO' TO LGR-CNT-LABEL.
           MOVE SPACES TO LGR-CNT-VALOR-X.
           IF WS-SIMULACAO
               MOVE 'SIMULACAO' TO LGR-CNT-TEXTO
           ELSE
               MOVE 'EFETIVA' TO LGR-CNT-TEXTO
           END-IF.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.

           MOVE SPACES TO LGR-TITULO.
           MOVE 'SELECAO DAS MATRICULAS' TO LGR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           MOVE 'NOMEIDX' TO LGR-CNT-ARQUIVO.
           MOVE 'DESLIGADOS COM PRAZO DE GUARDA VENCIDO'
               TO LGR-CNT-LABEL.
           MOVE WS-QTD-PRAZO-VENCIDO TO LGR-CNT-VALOR.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.
           MOVE 'NOMEIDX' TO LGR-CNT-ARQUIVO.
           MOVE 'JA ANONIMIZADOS EM EXECUCAO ANTERIOR'
               TO LGR-CNT-LABEL.
           MOVE WS-QTD-JA-ANONIMOS TO LGR-CNT-VALOR.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.
           MOVE 'LGPDHOLD' TO LGR-CNT-ARQUIVO.
           MOVE 'MATRICULAS NA LISTA DE GUARDA LEGAL'
               TO LGR-CNT-LABEL.
           MOVE WS-QTD-GUARDA TO LGR-CNT-VALOR.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.
           MOVE ZERO TO WS-QTD-GUARDA-USADA.
           PERFORM 3320-CONTA-GUARDA-USADA THRU 3320-EXIT
               VARYING WS-IDX-TAB FROM 1 BY 1
               UNTIL WS-IDX-TAB > WS-QTD-GUARDA.
           MOVE 'LGPDHOLD' TO LGR-CNT-ARQUIVO.
           MOVE 'PRAZO VENCIDO RETIDAS PELA GUARDA LEGAL'
               TO LGR-CNT-LABEL.
           MOVE WS-QTD-GUARDA-USADA TO LGR-CNT-VALOR.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.
           MOVE 'NOMEIDX' TO LGR-CNT-ARQUIVO.
           MOVE 'SELECIONADAS PELO INDICE' TO LGR-CNT-LABEL.
           MOVE WS-QTD-ELEG-INDICE TO LGR-CNT-VALOR.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.
           MOVE 'NOMEHIST' TO LGR-CNT-ARQUIVO.
           MOVE 'SELECIONADAS SO PELO HISTORICO' TO LGR-CNT-LABEL.
           MOVE WS-QTD-ELEG-HISTORICO TO LGR-CNT-VALOR.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.
           MOVE 'TOTAL DE MATRICULAS SELECIONADAS' TO LGR-CNT-LABEL.
           MOVE WS-QTD-ELEGIVEIS TO LGR-CNT-VALOR.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.
           IF WS-QTD-FORA-TABELA > ZERO
               MOVE 'NAO SELECIONADAS - TABELA CHEIA'
                   TO LGR-CNT-LABEL
               MOVE WS-QTD-FORA-TABELA TO LGR-CNT-VALOR
               MOVE 'RODAR DE NOVO' TO LGR-CNT-TEXTO
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           END-IF.

           MOVE SPACES TO LGR-TITULO.
           IF WS-SIMULACAO
               MOVE 'QUANTIDADES POR ARQUIVO - SIMULACAO, NENHUM '
                   & 'ARQUIVO ALTERADO' TO LGR-TIT-TEXTO
           ELSE
               MOVE 'QUANTIDADES POR ARQUIVO' TO LGR-TIT-TEXTO
           END-IF.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           IF WS-QTD-ELEGIVEIS = ZERO
               MOVE 'NENHUMA MATRICULA SELECIONADA - NADA ALTERADO'
                   TO LGR-CNT-LABEL
               MOVE SPACES TO LGR-CNT-VALOR-X
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           ELSE
               PERFORM 3400-IMPRIME-ARQUIVOS THRU 3400-EXIT
           END-IF.

           MOVE SPACES TO LGR-TITULO.
           MOVE 'CONFERENCIA E APROVACAO' TO LGR-TIT-TEXTO.
           PERFORM 3910-IMPRIME-TITULO THRU 3910-EXIT.
           MOVE 'RESPONSAVEL PELA EXECUCAO' TO LGR-ASS-PAPEL.
           PERFORM 3330-IMPRIME-ASSINATURA THRU 3330-EXIT.
           MOVE 'ENCARREGADO DE DADOS (DPO)' TO LGR-ASS-PAPEL.
           PERFORM 3330-IMPRIME-ASSINATURA THRU 3330-EXIT.
           MOVE 'GESTOR DE RECURSOS HUMANOS' TO LGR-ASS-PAPEL.
           PERFORM 3330-IMPRIME-ASSINATURA THRU 3330-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3310-IMPRIME-CONTAGEM - IMPRIME UMA LINHA DE CONTAGEM JA
      * MONTADA EM LGR-CONTAGEM E LIMPA O ARQUIVO E O TEXTO
      *****************************************************************
       3310-IMPRIME-CONTAGEM.
           MOVE LGR-CONTAGEM TO RELATORIO-LGP-REC.
           WRITE RELATORIO-LGP-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           MOVE SPACES TO LGR-CNT-ARQUIVO.
           MOVE SPACES TO LGR-CNT-TEXTO.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3310-EXIT.
           EXIT.

      *****************************************************************
      * 3320-CONTA-GUARDA-USADA - CONTA AS ENTRADAS DA GUARDA LEGAL
      * QUE RETIVERAM UMA MATRICULA COM PRAZO VENCIDO
      *****************************************************************
       3320-CONTA-GUARDA-USADA.
           IF WS-HLD-USADA (WS-IDX-TAB)
               ADD 1 TO WS-QTD-GUARDA-USADA
           END-IF.
       3320-EXIT.
           EXIT.

      *****************************************************************
      * 3330-IMPRIME-ASSINATURA - IMPRIME UMA LINHA DO QUADRO DE
      * ASSINATURAS, COM UMA LINHA EM BRANCO ANTES
      *****************************************************************
       3330-IMPRIME-ASSINATURA.
           MOVE LGR-ASSINATURA TO RELATORIO-LGP-REC.
           WRITE RELATORIO-LGP-REC AFTER ADVANCING 3 LINES.
           ADD 3 TO WS-LINHAS-PAGINA.
       3330-EXIT.
           EXIT.

      *****************************************************************
      * 3400-IMPRIME-ARQUIVOS - IMPRIME REGISTROS LIDOS E ANONIMIZADOS
      * DE CADA ARQUIVO. ARQUIVO AUSENTE SAI COM A INDICACAO.
      *****************************************************************
       3400-IMPRIME-ARQUIVOS.
           MOVE 'NOMEJRNL' TO LGR-CNT-ARQUIVO.
           IF WS-JORNAL-AUSENTE
               MOVE 'ARQUIVO AUSENTE - NAO PROCESSADO' TO LGR-CNT-LABEL
               MOVE SPACES TO LGR-CNT-VALOR-X
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           ELSE
               MOVE 'LANCAMENTOS LIDOS' TO LGR-CNT-LABEL
               MOVE WS-QTD-JRN-LIDOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
               MOVE 'NOMEJRNL' TO LGR-CNT-ARQUIVO
               MOVE 'LANCAMENTOS ANONIMIZADOS' TO LGR-CNT-LABEL
               MOVE WS-QTD-JRN-ANONIMOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
               MOVE 'NOMEJRNL' TO LGR-CNT-ARQUIVO
               MOVE 'IMAGENS ANTES/DEPOIS ANONIMIZADAS'
                   TO LGR-CNT-LABEL
               MOVE WS-QTD-JRN-IMAGENS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           END-IF.

           MOVE 'NOMEBKP' TO LGR-CNT-ARQUIVO.
           IF WS-BACKUP-AUSENTE
               MOVE 'ARQUIVO AUSENTE - NAO PROCESSADO' TO LGR-CNT-LABEL
               MOVE SPACES TO LGR-CNT-VALOR-X
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           ELSE
               MOVE 'REGISTROS LIDOS' TO LGR-CNT-LABEL
               MOVE WS-QTD-BKP-LIDOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
               MOVE 'NOMEBKP' TO LGR-CNT-ARQUIVO
               MOVE 'REGISTROS ANONIMIZADOS' TO LGR-CNT-LABEL
               MOVE WS-QTD-BKP-ANONIMOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           END-IF.

           MOVE 'NOMEIDXS' TO LGR-CNT-ARQUIVO.
           IF WS-ANTERIOR-AUSENTE
               MOVE 'ARQUIVO AUSENTE - NAO PROCESSADO' TO LGR-CNT-LABEL
               MOVE SPACES TO LGR-CNT-VALOR-X
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           ELSE
               MOVE 'REGISTROS LIDOS' TO LGR-CNT-LABEL
               MOVE WS-QTD-ANT-LIDOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
               MOVE 'NOMEIDXS' TO LGR-CNT-ARQUIVO
               MOVE 'REGISTROS ANONIMIZADOS' TO LGR-CNT-LABEL
               MOVE WS-QTD-ANT-ANONIMOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           END-IF.

           MOVE 'NOMEPEND' TO LGR-CNT-ARQUIVO.
           IF WS-PEND-AUSENTE
               MOVE 'ARQUIVO AUSENTE - NAO PROCESSADO' TO LGR-CNT-LABEL
               MOVE SPACES TO LGR-CNT-VALOR-X
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           ELSE
               MOVE 'REGISTROS LIDOS' TO LGR-CNT-LABEL
               MOVE WS-QTD-PND-LIDOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
               MOVE 'NOMEPEND' TO LGR-CNT-ARQUIVO
               MOVE 'PEDIDOS DE CORRECAO DE NOME ANONIMIZADOS'
                   TO LGR-CNT-LABEL
               MOVE WS-QTD-PND-ANONIMOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           END-IF.

           MOVE 'NOMEHIST' TO LGR-CNT-ARQUIVO.
           IF WS-HIST-AUSENTE
               MOVE 'ARQUIVO AUSENTE - NAO PROCESSADO' TO LGR-CNT-LABEL
               MOVE SPACES TO LGR-CNT-VALOR-X
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           ELSE
               MOVE 'REGISTROS LIDOS' TO LGR-CNT-LABEL
               MOVE WS-QTD-HST-LIDOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
               MOVE 'NOMEHIST' TO LGR-CNT-ARQUIVO
               MOVE 'REGISTROS ANONIMIZADOS' TO LGR-CNT-LABEL
               MOVE WS-QTD-HST-ANONIMOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           END-IF.

           MOVE 'NOMEMAST' TO LGR-CNT-ARQUIVO.
           IF WS-MASTER-AUSENTE
               MOVE 'ARQUIVO AUSENTE - NAO PROCESSADO' TO LGR-CNT-LABEL
               MOVE SPACES TO LGR-CNT-VALOR-X
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           ELSE
               MOVE 'REGISTROS LIDOS' TO LGR-CNT-LABEL
               MOVE WS-QTD-MST-LIDOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
               MOVE 'NOMEMAST' TO LGR-CNT-ARQUIVO
               MOVE 'REGISTROS ANONIMIZADOS' TO LGR-CNT-LABEL
               MOVE WS-QTD-MST-ANONIMOS TO LGR-CNT-VALOR
               PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT
           END-IF.

           MOVE 'NOMEIDX' TO LGR-CNT-ARQUIVO.
           MOVE 'REGISTROS LIDOS' TO LGR-CNT-LABEL.
           MOVE WS-QTD-IDX-LIDOS TO LGR-CNT-VALOR.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.
           MOVE 'NOMEIDX' TO LGR-CNT-ARQUIVO.
           MOVE 'REGISTROS ANONIMIZADOS' TO LGR-CNT-LABEL.
           MOVE WS-QTD-IDX-ANONIMOS TO LGR-CNT-VALOR.
           PERFORM 3310-IMPRIME-CONTAGEM THRU 3310-EXIT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3910-IMPRIME-TITULO - IMPRIME UM TITULO DE SECAO DO RELATORIO
      *****************************************************************
       3910-IMPRIME-TITULO.
           IF WS-LINHAS-PAGINA + 8 >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
           MOVE LGR-TITULO TO RELATORIO-LGP-REC.
           WRITE RELATORIO-LGP-REC AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINHAS-PAGINA.
       3910-EXIT.
           EXIT.

      *****************************************************************
      * 4000-ANONIMIZA-JORNAL - COPIA O JORNAL PARA O ARQUIVO DE
      * TRABALHO NOMEJRW ANONIMIZANDO AS IMAGENS DAS MATRICULAS
      * SELECIONADAS E, FORA DA SIMULACAO, RECARREGA O JORNAL A PARTIR
      * DELE. JORNAL AUSENTE NAO ABORTA.
      *****************************************************************
       4000-ANONIMIZA-JORNAL.
           OPEN INPUT NOME-JORNAL.
           IF WS-JORNAL-STATUS NOT = '00'
               SET WS-JORNAL-AUSENTE TO TRUE
               DISPLAY 'JORNAL NOMEJRNL INDISPONIVEL (FILE STATUS '
                   WS-JORNAL-STATUS ')'
               GO TO 4000-EXIT
           END-IF.
           OPEN OUTPUT JORNAL-TRABALHO.
           IF WS-JRN-TRAB-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEJRW - FILE STATUS '
                   WS-JRN-TRAB-STATUS
               CLOSE NOME-JORNAL RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4010-PROCESSA-LANCAMENTO THRU 4010-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE NOME-JORNAL.
           CLOSE JORNAL-TRABALHO.
           IF NOT WS-SIMULACAO
               PERFORM 4050-RECARREGA-JORNAL THRU 4050-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4010-PROCESSA-LANCAMENTO - LE UM LANCAMENTO, ANONIMIZA AS
      * IMAGENS QUE SAO NOME QUANDO A MATRICULA FOI SELECIONADA E O
      * GRAVA NO ARQUIVO DE TRABALHO
      *****************************************************************
       4010-PROCESSA-LANCAMENTO.
           READ NOME-JORNAL
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 4010-EXIT
           END-READ.
           ADD 1 TO WS-QTD-JRN-LIDOS.
           IF JRN-MATRICULA IS NUMERIC
               AND JRN-MATRICULA > ZERO
               MOVE JRN-MATRICULA TO WS-MATRICULA-BUSCA
               PERFORM 2900-BUSCA-ELEGIVEL THRU 2900-EXIT
               IF WS-ACHOU
                   PERFORM 4020-ANONIMIZA-IMAGENS THRU 4020-EXIT
               END-IF
           END-IF.
           WRITE JRN-TRABALHO-REC FROM JRN-REC.
           IF WS-JRN-TRAB-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO NOMEJRW - FILE STATUS '
                   WS-JRN-TRAB-STATUS
               CLOSE NOME-JORNAL JORNAL-TRABALHO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4010-EXIT.
           EXIT.

      *****************************************************************
      * 4020-ANONIMIZA-IMAGENS - TROCA PELO NOME FIXO AS IMAGENS ANTES
      * E DEPOIS DO LANCAMENTO QUE FOREM NOME
      *****************************************************************
       4020-ANONIMIZA-IMAGENS.
           MOVE 'N' TO WS-ALTERADO-SW.
           MOVE JRN-MOTIVO TO WS-MOTIVO-TESTE.
           MOVE JRN-NOME-ANTES TO WS-IMAGEM-TESTE.
           PERFORM 4030-CLASSIFICA-IMAGEM THRU 4030-EXIT.
           IF WS-IMAGEM-PESSOAL
               MOVE LGP-NOME-ANONIMO TO JRN-NOME-ANTES
               ADD 1 TO WS-QTD-JRN-IMAGENS
               SET WS-ALTERADO TO TRUE
           END-IF.
           MOVE JRN-NOME-DEPOIS TO WS-IMAGEM-TESTE.
           PERFORM 4030-CLASSIFICA-IMAGEM THRU 4030-EXIT.
           IF WS-IMAGEM-PESSOAL
               MOVE LGP-NOME-ANONIMO TO JRN-NOME-DEPOIS
               ADD 1 TO WS-QTD-JRN-IMAGENS
               SET WS-ALTERADO TO TRUE
           END-IF.
           IF WS-ALTERADO
               ADD 1 TO WS-QTD-JRN-ANONIMOS
           END-IF.
       4020-EXIT.
           EXIT.

      *****************************************************************
      * 4030-CLASSIFICA-IMAGEM - DECIDE SE A IMAGEM EM WS-IMAGEM-TESTE
      * E NOME. NAO SAO NOME: BRANCO, O NOME FIXO, AS IMAGENS DE
      * SITUACAO GRAVADAS PELOS PROGRAMAS ('ATIVO', 'DESLIGADO ...',
      * 'AGENDADO ...', 'CARGA RH ...', 'NAO CADASTRADO', 'EXCLUIDO DO
      * INDICE'), AS IMAGENS DE LANCAMENTO DE DEPARTAMENTO E UM CODIGO
      * DE DEPARTAMENTO CONHECIDO. O RESTO - CORRECOES DE NOME E AS
      * RECUSAS COM MOTIVO LIVRE DO SUPERVISOR - E TRATADO COMO NOME.
      *****************************************************************
       4030-CLASSIFICA-IMAGEM.
           MOVE 'N' TO WS-PESSOAL-SW.
           IF WS-IMAGEM-TESTE = SPACES
               OR WS-IMAGEM-TESTE = LGP-NOME-ANONIMO
               GO TO 4030-EXIT
           END-IF.
           IF WS-IMAGEM-TESTE (1:9) = 'DESLIGADO'
               OR WS-IMAGEM-TESTE (1:9) = 'AGENDADO '
               OR WS-IMAGEM-TESTE (1:9) = 'CARGA RH '
               OR WS-IMAGEM-TESTE = 'ATIVO'
               OR WS-IMAGEM-TESTE = 'NAO CADASTRADO'
               OR WS-IMAGEM-TESTE = 'EXCLUIDO DO INDICE'
               GO TO 4030-EXIT
           END-IF.
           IF WS-MOTIVO-DEPARTAMENTO
               GO TO 4030-EXIT
           END-IF.
           IF WS-IMAGEM-TESTE (11:10) = SPACES
               MOVE WS-IMAGEM-TESTE (1:10) TO WS-DEPTO-BUSCA
               PERFORM 2930-BUSCA-DEPTO THRU 2930-EXIT
               IF WS-ACHOU
                   GO TO 4030-EXIT
               END-IF
           END-IF.
           SET WS-IMAGEM-PESSOAL TO TRUE.
       4030-EXIT.
           EXIT.

      *****************************************************************
      * 4050-RECARREGA-JORNAL - REGRAVA O JORNAL A PARTIR DO ARQUIVO DE
      * TRABALHO NOMEJRW
      *****************************************************************
       4050-RECARREGA-JORNAL.
           OPEN INPUT JORNAL-TRABALHO.
           IF WS-JRN-TRAB-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQUIVO NOMEJRW - FILE '
                   'STATUS ' WS-JRN-TRAB-STATUS
               CLOSE RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NOME-JORNAL.
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQUIVO NOMEJRNL - FILE '
                   'STATUS ' WS-JORNAL-STATUS
               CLOSE JORNAL-TRABALHO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4060-COPIA-LANCAMENTO THRU 4060-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE JORNAL-TRABALHO.
           CLOSE NOME-JORNAL.
       4050-EXIT.
           EXIT.

      *****************************************************************
      * 4060-COPIA-LANCAMENTO - COPIA UM LANCAMENTO DO ARQUIVO DE
      * TRABALHO DE VOLTA PARA O JORNAL
      *****************************************************************
       4060-COPIA-LANCAMENTO.
           READ JORNAL-TRABALHO
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 4060-EXIT
           END-READ.
           WRITE JRN-REC FROM JRN-TRABALHO-REC.
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY 'FALHA NA REGRAVACAO DO JORNAL - FILE STATUS '
                   WS-JORNAL-STATUS
               CLOSE JORNAL-TRABALHO NOME-JORNAL RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4060-EXIT.
           EXIT.

      *****************************************************************
      * 4200-ANONIMIZA-BACKUP - COPIA AS GERACOES DE BACKUP NOMEBKP
      * PARA O ARQUIVO DE TRABALHO NOMEBKW ANONIMIZANDO OS DETALHES
      * DAS MATRICULAS SELECIONADAS - UM RESTORE (PROGCOB25) NAO PODE
      * TRAZER O NOME DE VOLTA - E, FORA DA SIMULACAO, RECARREGA O
      * NOMEBKP. OS REGISTROS DE ABERTURA E FECHAMENTO NAO MUDAM.
      *****************************************************************
       4200-ANONIMIZA-BACKUP.
           OPEN INPUT BACKUP-INDICE.
           IF WS-BACKUP-STATUS NOT = '00'
               SET WS-BACKUP-AUSENTE TO TRUE
               DISPLAY 'BACKUP NOMEBKP INDISPONIVEL (FILE STATUS '
                   WS-BACKUP-STATUS ')'
               GO TO 4200-EXIT
           END-IF.
           OPEN OUTPUT BACKUP-TRABALHO.
           IF WS-BKP-TRAB-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEBKW - FILE STATUS '
                   WS-BKP-TRAB-STATUS
               CLOSE BACKUP-INDICE RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4210-PROCESSA-BACKUP THRU 4210-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE BACKUP-INDICE.
           CLOSE BACKUP-TRABALHO.
           IF NOT WS-SIMULACAO
               PERFORM 4250-RECARREGA-BACKUP THRU 4250-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 4210-PROCESSA-BACKUP - LE UM REGISTRO DO BACKUP, ANONIMIZA O
      * DETALHE DA MATRICULA SELECIONADA E O GRAVA NO TRABALHO
      *****************************************************************
       4210-PROCESSA-BACKUP.
           READ BACKUP-INDICE
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 4210-EXIT
           END-READ.
           ADD 1 TO WS-QTD-BKP-LIDOS.
           IF BKP-DETALHE
               MOVE BKP-DADOS TO WS-IMAGEM-BACKUP
               IF WS-IBK-MATRICULA IS NUMERIC
                   AND WS-IBK-NOME NOT = LGP-NOME-ANONIMO
                   MOVE WS-IBK-MATRICULA TO WS-MATRICULA-BUSCA
                   PERFORM 2900-BUSCA-ELEGIVEL THRU 2900-EXIT
                   IF WS-ACHOU
                       MOVE LGP-NOME-ANONIMO TO WS-IBK-NOME
                       MOVE WS-IMAGEM-BACKUP TO BKP-DADOS
                       ADD 1 TO WS-QTD-BKP-ANONIMOS
                   END-IF
               END-IF
           END-IF.
           WRITE BKP-TRABALHO-REC FROM BKP-REC.
           IF WS-BKP-TRAB-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO NOMEBKW - FILE STATUS '
                   WS-BKP-TRAB-STATUS
               CLOSE BACKUP-INDICE BACKUP-TRABALHO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4210-EXIT.
           EXIT.

      *****************************************************************
      * 4250-RECARREGA-BACKUP - REGRAVA O NOMEBKP A PARTIR DO ARQUIVO
      * DE TRABALHO NOMEBKW
      *****************************************************************
       4250-RECARREGA-BACKUP.
           OPEN INPUT BACKUP-TRABALHO.
           IF WS-BKP-TRAB-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQUIVO NOMEBKW - FILE '
                   'STATUS ' WS-BKP-TRAB-STATUS
               CLOSE RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKUP-INDICE.
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQUIVO NOMEBKP - FILE '
                   'STATUS ' WS-BACKUP-STATUS
               CLOSE BACKUP-TRABALHO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4260-COPIA-BACKUP THRU 4260-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE BACKUP-TRABALHO.
           CLOSE BACKUP-INDICE.
       4250-EXIT.
           EXIT.

      *****************************************************************
      * 4260-COPIA-BACKUP - COPIA UM REGISTRO DO ARQUIVO DE TRABALHO
      * DE VOLTA PARA O NOMEBKP
      *****************************************************************
       4260-COPIA-BACKUP.
           READ BACKUP-TRABALHO
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 4260-EXIT
           END-READ.
           WRITE BKP-REC FROM BKP-TRABALHO-REC.
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY 'FALHA NA REGRAVACAO DO NOMEBKP - FILE STATUS '
                   WS-BACKUP-STATUS
               CLOSE BACKUP-TRABALHO BACKUP-INDICE RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4260-EXIT.
           EXIT.

      *****************************************************************
      * 4300-ANONIMIZA-ANTERIOR - COPIA O NOMEIDXS (COPIA DO INDICE
      * FEITA PELO PROGCOB25 ANTES DO RESTORE, MESMA IMAGEM DO
      * NOME-INDEX) PARA O ARQUIVO DE TRABALHO NOMEIXW ANONIMIZANDO
      * OS REGISTROS DAS MATRICULAS SELECIONADAS E, FORA DA SIMULACAO,
      * RECARREGA O NOMEIDXS. SEM RESTORE ANTERIOR O ARQUIVO NAO
      * EXISTE E SAI AUSENTE NO RELATORIO.
      *****************************************************************
       4300-ANONIMIZA-ANTERIOR.
           OPEN INPUT INDICE-ANTERIOR.
           IF WS-ANTERIOR-STATUS NOT = '00'
               SET WS-ANTERIOR-AUSENTE TO TRUE
               DISPLAY 'COPIA NOMEIDXS INDISPONIVEL (FILE STATUS '
                   WS-ANTERIOR-STATUS ')'
               GO TO 4300-EXIT
           END-IF.
           OPEN OUTPUT ANTERIOR-TRABALHO.
           IF WS-ANT-TRAB-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEIXW - FILE STATUS '
                   WS-ANT-TRAB-STATUS
               CLOSE INDICE-ANTERIOR RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4310-PROCESSA-ANTERIOR THRU 4310-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE INDICE-ANTERIOR.
           CLOSE ANTERIOR-TRABALHO.
           IF NOT WS-SIMULACAO
               PERFORM 4350-RECARREGA-ANTERIOR THRU 4350-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 4310-PROCESSA-ANTERIOR - LE UM REGISTRO DO NOMEIDXS, ANONIMIZA
      * O DA MATRICULA SELECIONADA E O GRAVA NO TRABALHO
      *****************************************************************
       4310-PROCESSA-ANTERIOR.
           READ INDICE-ANTERIOR
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 4310-EXIT
           END-READ.
           ADD 1 TO WS-QTD-ANT-LIDOS.
           MOVE ANTERIOR-REC TO WS-IMAGEM-BACKUP.
           IF WS-IBK-MATRICULA IS NUMERIC
               AND WS-IBK-NOME NOT = LGP-NOME-ANONIMO
               MOVE WS-IBK-MATRICULA TO WS-MATRICULA-BUSCA
               PERFORM 2900-BUSCA-ELEGIVEL THRU 2900-EXIT
               IF WS-ACHOU
                   MOVE LGP-NOME-ANONIMO TO WS-IBK-NOME
                   ADD 1 TO WS-QTD-ANT-ANONIMOS
               END-IF
           END-IF.
           WRITE ANT-TRABALHO-REC FROM WS-IMAGEM-BACKUP.
           IF WS-ANT-TRAB-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO NOMEIXW - FILE STATUS '
                   WS-ANT-TRAB-STATUS
               CLOSE INDICE-ANTERIOR ANTERIOR-TRABALHO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4310-EXIT.
           EXIT.

      *****************************************************************
      * 4350-RECARREGA-ANTERIOR - REGRAVA O NOMEIDXS A PARTIR DO
      * ARQUIVO DE TRABALHO NOMEIXW
      *****************************************************************
       4350-RECARREGA-ANTERIOR.
           OPEN INPUT ANTERIOR-TRABALHO.
           IF WS-ANT-TRAB-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQUIVO NOMEIXW - FILE '
                   'STATUS ' WS-ANT-TRAB-STATUS
               CLOSE RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INDICE-ANTERIOR.
           IF WS-ANTERIOR-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQUIVO NOMEIDXS - FILE '
                   'STATUS ' WS-ANTERIOR-STATUS
               CLOSE ANTERIOR-TRABALHO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4360-COPIA-ANTERIOR THRU 4360-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE ANTERIOR-TRABALHO.
           CLOSE INDICE-ANTERIOR.
       4350-EXIT.
           EXIT.

      *****************************************************************
      * 4360-COPIA-ANTERIOR - COPIA UM REGISTRO DO ARQUIVO DE TRABALHO
      * DE VOLTA PARA O NOMEIDXS
      *****************************************************************
       4360-COPIA-ANTERIOR.
           READ ANTERIOR-TRABALHO
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 4360-EXIT
           END-READ.
           WRITE ANTERIOR-REC FROM ANT-TRABALHO-REC.
           IF WS-ANTERIOR-STATUS NOT = '00'
               DISPLAY 'FALHA NA REGRAVACAO DO NOMEIDXS - FILE STATUS '
                   WS-ANTERIOR-STATUS
               CLOSE ANTERIOR-TRABALHO INDICE-ANTERIOR RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4360-EXIT.
           EXIT.

      *****************************************************************
      * 4400-ANONIMIZA-PENDENCIAS - ANONIMIZA AS IMAGENS DOS PEDIDOS DE
      * CORRECAO DE NOME (PROGCOB03/PROGCOB20) DAS MATRICULAS
      * SELECIONADAS. PEDIDOS DE DEPARTAMENTO E DE DESATIVACAO NAO
      * TEM NOME. ARQUIVO AUSENTE NAO ABORTA.
      *****************************************************************
       4400-ANONIMIZA-PENDENCIAS.
           IF WS-SIMULACAO
               OPEN INPUT NOME-PENDENTE
           ELSE
               OPEN I-O NOME-PENDENTE
           END-IF.
           IF WS-PEND-STATUS NOT = '00'
               SET WS-PEND-AUSENTE TO TRUE
               DISPLAY 'PENDENCIAS NOMEPEND INDISPONIVEIS (FILE '
                   'STATUS ' WS-PEND-STATUS ')'
               GO TO 4400-EXIT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO PND-CHAVE.
           START NOME-PENDENTE KEY >= PND-CHAVE
               INVALID KEY
                   SET WS-FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 4410-PROCESSA-PENDENCIA THRU 4410-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE NOME-PENDENTE.
       4400-EXIT.
           EXIT.

      *****************************************************************
      * 4410-PROCESSA-PENDENCIA - LE O PROXIMO PEDIDO E, SE FOR
      * CORRECAO DE NOME DE MATRICULA SELECIONADA, REGRAVA-O COM O
      * NOME FIXO NAS DUAS IMAGENS
      *****************************************************************
       4410-PROCESSA-PENDENCIA.
           READ NOME-PENDENTE NEXT RECORD
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 4410-EXIT
           END-READ.
           ADD 1 TO WS-QTD-PND-LIDOS.
           IF NOT PND-TIPO-NOME
               GO TO 4410-EXIT
           END-IF.
           IF PND-IMAGEM-ANTES = LGP-NOME-ANONIMO
               AND PND-IMAGEM-DEPOIS = LGP-NOME-ANONIMO
               GO TO 4410-EXIT
           END-IF.
           MOVE PND-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM 2900-BUSCA-ELEGIVEL THRU 2900-EXIT.
           IF WS-NAO-ACHOU
               GO TO 4410-EXIT
           END-IF.
           MOVE LGP-NOME-ANONIMO TO PND-IMAGEM-ANTES.
           MOVE LGP-NOME-ANONIMO TO PND-IMAGEM-DEPOIS.
           ADD 1 TO WS-QTD-PND-ANONIMOS.
           IF WS-SIMULACAO
               GO TO 4410-EXIT
           END-IF.
           REWRITE PND-REC
               INVALID KEY
                   DISPLAY 'FALHA NA REGRAVACAO DO NOMEPEND - FILE '
                       'STATUS ' WS-PEND-STATUS
                   CLOSE NOME-PENDENTE RELATORIO-LGP
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       4410-EXIT.
           EXIT.

      *****************************************************************
      * 4500-ANONIMIZA-HISTORICO - COPIA O HISTORICO PARA O ARQUIVO DE
      * TRABALHO NOMEHSW COM O NOME FIXO NAS MATRICULAS SELECIONADAS
      * E, FORA DA SIMULACAO, RECARREGA O NOMEHIST A PARTIR DELE
      *****************************************************************
       4500-ANONIMIZA-HISTORICO.
           IF WS-HIST-AUSENTE
               GO TO 4500-EXIT
           END-IF.
           OPEN INPUT HISTORICO.
           IF WS-HISTORICO-STATUS NOT = '00'
               SET WS-HIST-AUSENTE TO TRUE
               GO TO 4500-EXIT
           END-IF.
           OPEN OUTPUT HISTORICO-TRABALHO.
           IF WS-HST-TRAB-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEHSW - FILE STATUS '
                   WS-HST-TRAB-STATUS
               CLOSE HISTORICO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4510-PROCESSA-HISTORICO THRU 4510-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE HISTORICO.
           CLOSE HISTORICO-TRABALHO.
           IF NOT WS-SIMULACAO
               PERFORM 4550-RECARREGA-HISTORICO THRU 4550-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      *****************************************************************
      * 4510-PROCESSA-HISTORICO - LE UM REGISTRO DO HISTORICO,
      * ANONIMIZA-O SE A MATRICULA FOI SELECIONADA E O GRAVA NO
      * TRABALHO
      *****************************************************************
       4510-PROCESSA-HISTORICO.
           READ HISTORICO
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 4510-EXIT
           END-READ.
           ADD 1 TO WS-QTD-HST-LIDOS.
           IF ARC-MATRICULA IS NUMERIC
               AND ARC-NOME NOT = LGP-NOME-ANONIMO
               MOVE ARC-MATRICULA TO WS-MATRICULA-BUSCA
               PERFORM 2900-BUSCA-ELEGIVEL THRU 2900-EXIT
               IF WS-ACHOU
                   MOVE LGP-NOME-ANONIMO TO ARC-NOME
                   ADD 1 TO WS-QTD-HST-ANONIMOS
               END-IF
           END-IF.
           WRITE HST-TRABALHO-REC FROM ARC-REC.
           IF WS-HST-TRAB-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO NOMEHSW - FILE STATUS '
                   WS-HST-TRAB-STATUS
               CLOSE HISTORICO HISTORICO-TRABALHO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4510-EXIT.
           EXIT.

      *****************************************************************
      * 4550-RECARREGA-HISTORICO - REGRAVA O NOMEHIST A PARTIR DO
      * ARQUIVO DE TRABALHO NOMEHSW
      *****************************************************************
       4550-RECARREGA-HISTORICO.
           OPEN INPUT HISTORICO-TRABALHO.
           IF WS-HST-TRAB-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQUIVO NOMEHSW - FILE '
                   'STATUS ' WS-HST-TRAB-STATUS
               CLOSE RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT HISTORICO.
           IF WS-HISTORICO-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQUIVO NOMEHIST - FILE '
                   'STATUS ' WS-HISTORICO-STATUS
               CLOSE HISTORICO-TRABALHO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4560-COPIA-HISTORICO THRU 4560-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE HISTORICO-TRABALHO.
           CLOSE HISTORICO.
       4550-EXIT.
           EXIT.

      *****************************************************************
      * 4560-COPIA-HISTORICO - COPIA UM REGISTRO DO ARQUIVO DE
      * TRABALHO DE VOLTA PARA O HISTORICO
      *****************************************************************
       4560-COPIA-HISTORICO.
           READ HISTORICO-TRABALHO
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 4560-EXIT
           END-READ.
           WRITE ARC-REC FROM HST-TRABALHO-REC.
           IF WS-HISTORICO-STATUS NOT = '00'
               DISPLAY 'FALHA NA REGRAVACAO DO HISTORICO - FILE '
                   'STATUS ' WS-HISTORICO-STATUS
               CLOSE HISTORICO-TRABALHO HISTORICO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4560-EXIT.
           EXIT.

      *****************************************************************
      * 4600-ANONIMIZA-MESTRE - COPIA O MESTRE PARA O ARQUIVO DE
      * TRABALHO NOMEWRK COM O NOME FIXO NAS MATRICULAS SELECIONADAS
      * E, FORA DA SIMULACAO, RECARREGA O NOMEMAST A PARTIR DELE.
      * MESTRE AUSENTE NAO ABORTA.
      *****************************************************************
       4600-ANONIMIZA-MESTRE.
           OPEN INPUT NOME-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               SET WS-MASTER-AUSENTE TO TRUE
               DISPLAY 'ARQUIVO NOME-MASTER INDISPONIVEL (FILE STATUS '
                   WS-MASTER-STATUS ')'
               GO TO 4600-EXIT
           END-IF.
           OPEN OUTPUT MASTER-TRABALHO.
           IF WS-MST-TRAB-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEWRK - FILE STATUS '
                   WS-MST-TRAB-STATUS
               CLOSE NOME-MASTER RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4610-PROCESSA-MESTRE THRU 4610-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE NOME-MASTER.
           CLOSE MASTER-TRABALHO.
           IF NOT WS-SIMULACAO
               PERFORM 4650-RECARREGA-MESTRE THRU 4650-EXIT
           END-IF.
       4600-EXIT.
           EXIT.

      *****************************************************************
      * 4610-PROCESSA-MESTRE - LE UMA CAPTURA DO MESTRE, ANONIMIZA-A SE
      * A MATRICULA FOI SELECIONADA E A GRAVA NO TRABALHO
      *****************************************************************
       4610-PROCESSA-MESTRE.
           READ NOME-MASTER
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 4610-EXIT
           END-READ.
           ADD 1 TO WS-QTD-MST-LIDOS.
           IF NOME-REC-MATRICULA IS NUMERIC
               AND NOME-REC-NOME NOT = LGP-NOME-ANONIMO
               MOVE NOME-REC-MATRICULA TO WS-MATRICULA-BUSCA
               PERFORM 2900-BUSCA-ELEGIVEL THRU 2900-EXIT
               IF WS-ACHOU
                   MOVE LGP-NOME-ANONIMO TO NOME-REC-NOME
                   ADD 1 TO WS-QTD-MST-ANONIMOS
               END-IF
           END-IF.
           WRITE MST-TRABALHO-REC FROM NOME-REC.
           IF WS-MST-TRAB-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO NOMEWRK - FILE STATUS '
                   WS-MST-TRAB-STATUS
               CLOSE NOME-MASTER MASTER-TRABALHO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4610-EXIT.
           EXIT.

      *****************************************************************
      * 4650-RECARREGA-MESTRE - REGRAVA O NOMEMAST A PARTIR DO ARQUIVO
      * DE TRABALHO NOMEWRK
      *****************************************************************
       4650-RECARREGA-MESTRE.
           OPEN INPUT MASTER-TRABALHO.
           IF WS-MST-TRAB-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQUIVO NOMEWRK - FILE '
                   'STATUS ' WS-MST-TRAB-STATUS
               CLOSE RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NOME-MASTER.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR ARQUIVO NOME-MASTER - FILE '
                   'STATUS ' WS-MASTER-STATUS
               CLOSE MASTER-TRABALHO RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4660-COPIA-MESTRE THRU 4660-EXIT
               UNTIL WS-FIM-ARQUIVO.
           CLOSE MASTER-TRABALHO.
           CLOSE NOME-MASTER.
       4650-EXIT.
           EXIT.

      *****************************************************************
      * 4660-COPIA-MESTRE - COPIA UMA CAPTURA DO ARQUIVO DE TRABALHO
      * DE VOLTA PARA O MESTRE
      *****************************************************************
       4660-COPIA-MESTRE.
           READ MASTER-TRABALHO
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
                   GO TO 4660-EXIT
           END-READ.
           WRITE NOME-REC FROM MST-TRABALHO-REC.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'FALHA NA REGRAVACAO DO MESTRE - FILE STATUS '
                   WS-MASTER-STATUS
               CLOSE MASTER-TRABALHO NOME-MASTER RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       4660-EXIT.
           EXIT.

      *****************************************************************
      * 4800-ANONIMIZA-INDICE - POR ULTIMO, GRAVA O NOME FIXO NO
      * REGISTRO DO INDICE DE CADA MATRICULA SELECIONADA - O INDICE
      * ANONIMIZADO E O QUE TIRA A MATRICULA DA SELECAO NUM RERUN.
      * MATRICULA SELECIONADA SO PELO HISTORICO NAO ESTA NO INDICE.
      *****************************************************************
       4800-ANONIMIZA-INDICE.
           IF WS-SIMULACAO
               OPEN INPUT NOME-INDEX
           ELSE
               OPEN I-O NOME-INDEX
           END-IF.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ARQUIVO NOME-INDEX - FILE '
                   'STATUS ' WS-INDEX-STATUS
               CLOSE RELATORIO-LGP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4810-ANONIMIZA-REGISTRO THRU 4810-EXIT
               VARYING WS-IDX-BUSCA FROM 1 BY 1
               UNTIL WS-IDX-BUSCA > WS-QTD-ELEGIVEIS.
           CLOSE NOME-INDEX.
       4800-EXIT.
           EXIT.

      *****************************************************************
      * 4810-ANONIMIZA-REGISTRO - LE O REGISTRO DA MATRICULA NO INDICE
      * E O REGRAVA COM O NOME FIXO
      *****************************************************************
       4810-ANONIMIZA-REGISTRO.
           MOVE WS-ELG-MATRICULA (WS-IDX-BUSCA) TO NOME-IDX-MATRICULA.
           READ NOME-INDEX
               INVALID KEY
                   GO TO 4810-EXIT
           END-READ.
           IF NOME-IDX-NOME = LGP-NOME-ANONIMO
               GO TO 4810-EXIT
           END-IF.
           MOVE LGP-NOME-ANONIMO TO NOME-IDX-NOME.
           ADD 1 TO WS-QTD-IDX-ANONIMOS.
           IF WS-SIMULACAO
               GO TO 4810-EXIT
           END-IF.
           REWRITE NOME-IDX-REC
               INVALID KEY
                   DISPLAY 'FALHA NA REGRAVACAO DO NOME-INDEX - FILE '
                       'STATUS ' WS-INDEX-STATUS
                   CLOSE NOME-INDEX RELATORIO-LGP
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       4810-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - IMPRIME O RESUMO, FECHA O RELATORIO, DEVOLVE
      * RETURN CODE 4 QUANDO A TABELA ENCHEU E ENCERRA O STEP NO
      * CONTROLE DE CICLO
      *****************************************************************
       9000-FINALIZE.
           PERFORM 3300-IMPRIME-RESUMO THRU 3300-EXIT.
           CLOSE RELATORIO-LGP.
           IF WS-QTD-FORA-TABELA > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SIMULACAO
               DISPLAY 'ANONIMIZACAO LGPD EM SIMULACAO - NENHUM '
                   'ARQUIVO ALTERADO'
           END-IF.
           DISPLAY 'ANONIMIZACAO LGPD - CORTE ' WS-DATA-CORTE
               ' - MATRICULAS SELECIONADAS ' WS-QTD-ELEGIVEIS.
           PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9200-GRAVA-CICLO-FIM - REGRAVA NO CONTROLE DE CICLO (CYCLCTL)
      * O REGISTRO DESTE STEP COMO CONCLUIDO, COM O RETURN CODE FINAL.
      * UMA FALHA AQUI NAO DERRUBA O JOB, APENAS AVISA NO CONSOLE.
      *****************************************************************
       9200-GRAVA-CICLO-FIM.
           OPEN I-O CICLO-CONTROLE.
           IF WS-CICLO-STATUS NOT = '00'
               DISPLAY 'FALHA AO ABRIR ARQUIVO CYCLCTL - FILE STATUS '
                   WS-CICLO-STATUS
               GO TO 9200-EXIT
           END-IF.
           MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO.
           MOVE 'PROGCOB31' TO CIC-STEP.
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
