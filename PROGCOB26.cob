       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB26.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: TRANSACAO DE ESTORNO DE UMA CARGA DO EXTRATO RH -
      * UM EXTRATO ERRADO CARREGADO PELO PROGCOB02 (MODO HR) E
      * DESFEITO PELA DATA DE GERACAO DO EXTRATO (HR-CAB-DATA-GERACAO).
      * SO SUPERVISOR (OPR-NIVEL 3) ENTRA. A TRANSACAO:
      *   1. LOCALIZA NO JORNAL DE CORRECOES AS INCLUSOES E AS
      *      RECONTRATACOES FEITAS PELA CARGA (IMAGEM DEPOIS 'CARGA RH
      *      AAAAMMDD') AINDA NAO ESTORNADAS, EXIBE AS QUANTIDADES E
      *      PEDE A CONFIRMACAO;
      *   2. EXCLUI DO NOMEIDX AS MATRICULAS INCLUIDAS PELA CARGA E
      *      DEVOLVE AS RECONTRATADAS A SITUACAO DE DESLIGADO, COM A
      *      DATA DE DESLIGAMENTO ANTERIOR A CARGA (IMAGEM ANTES DO
      *      LANCAMENTO DA RECONTRATACAO);
      *   3. REGISTRA CADA ESTORNO NO JORNAL COMO UM NOVO LANCAMENTO
      *      EFETIVADO ('ESTORNO DE INCLUSAO RH' / 'ESTORNO DE
      *      RECONTRATACAO RH') - O HISTORICO NAO E APAGADO, E O
      *      RESTORE (PROGCOB25) REAPLICA OS ESTORNOS;
      *   4. RETIRA A DATA DE GERACAO DO ARQUIVO HRDATES, PARA QUE O
      *      EXTRATO CORRIGIDO POSSA SER CARREGADO;
      *   5. IMPRIME O RELATORIO DE ESTORNO (ESTRPT) COM UMA LINHA POR
      *      ESTORNO OU EXCECAO E O RESUMO.
      * O NOME-MASTER NAO E ALTERADO (ARQUIVO DE CAPTURAS, SOMENTE
      * ACRESCIMO). RECONTRATADO QUE JA FOI DESLIGADO DE NOVO DEPOIS
      * DA CARGA E MATRICULA AUSENTE DO INDICE SAO EXCECOES: NADA E
      * ALTERADO E A LINHA VAI PARA O RELATORIO. UM ESTORNO REPETIDO
      * NAO TEM EFEITO DUPLO - O LANCAMENTO JA ESTORNADO E IGNORADO.
      * RETURN CODE 4 QUANDO HA EXCECAO; 8 PARA ACESSO NEGADO OU
      * FALHA NA GRAVACAO DO INDICE OU DO HRDATES; 12 PARA CARGA NAO
      * ENCONTRADA OU GATE DO CONTROLE DE CICLO REPROVADO.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   DATA DE EXECUCAO E JRN-DATA LIDAS DO CONTROLE
      *                  DATANEG (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      * 2026-10-15 BFL   GATE DO CONTROLE DE CICLO TAMBEM RECUSA RODAR
      *                  COM A ANONIMIZACAO LGPD PROGCOB31 EM EXECUCAO.
      * 2026-10-15 BFL   GATE DO CONTROLE DE CICLO TAMBEM RECUSA RODAR
      *                  COM A EXTRACAO PROGCOB06 EM EXECUCAO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOME-INDEX   ASSIGN TO "NOMEIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOME-IDX-MATRICULA
               ALTERNATE RECORD KEY IS NOME-IDX-NOME
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT NOME-JORNAL  ASSIGN TO "NOMEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.

           SELECT DATAS-HR     ASSIGN TO "HRDATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAS-STATUS.

           SELECT DATAS-TRABALHO ASSIGN TO "HRDATESW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.

           SELECT RELATORIO-EST ASSIGN TO "ESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT CICLO-CONTROLE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-CHAVE
               FILE STATUS IS WS-CICLO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOME-INDEX
           LABEL RECORDS ARE STANDARD.
       COPY NOMEIDX.

       FD  NOME-JORNAL
           LABEL RECORDS ARE STANDARD.
       COPY NOMEJRN.

       FD  DATAS-HR
           LABEL RECORDS ARE STANDARD.
       COPY HRDATES.

       FD  DATAS-TRABALHO
           LABEL RECORDS ARE STANDARD.
       01  TRABALHO-REC                PIC X(08).

       FD  RELATORIO-EST
           LABEL RECORDS ARE STANDARD.
       01  RELATORIO-EST-REC           PIC X(132).

       FD  OPERADOR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY OPERREC.

       FD  CICLO-CONTROLE
           LABEL RECORDS ARE STANDARD.
       COPY CICLREC.

       WORKING-STORAGE SECTION.
       77  WS-INDEX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-JORNAL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-DATAS-STATUS         PIC X(02) VALUE SPACES.
       77  WS-TRABALHO-STATUS      PIC X(02) VALUE SPACES.
       77  WS-RELATORIO-STATUS     PIC X(02) VALUE SPACES.
       77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CICLO-STATUS         PIC X(02) VALUE SPACES.
       77  WS-CICLO-MSG            PIC X(45) VALUE SPACES.
       77  WS-STEP-CAPTURA         PIC X(08) VALUE 'PROGCB02'.
       77  WS-CICLO-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-FIM-CICLO                VALUE 'S'.
       77  WS-JRN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-JORNAL               VALUE 'S'.
       77  WS-JORNAL-AUSENTE-SW    PIC X(01) VALUE 'N'.
           88  WS-JORNAL-AUSENTE           VALUE 'S'.
       77  WS-DATAS-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-FIM-DATAS                VALUE 'S'.
       77  WS-TRABALHO-EOF-SW      PIC X(01) VALUE 'N'.
           88  WS-FIM-TRABALHO             VALUE 'S'.
       77  WS-DATA-REGISTRADA-SW   PIC X(01) VALUE 'N'.
           88  WS-DATA-REGISTRADA          VALUE 'S'.
       77  WS-CONFIRMA             PIC X(01) VALUE SPACE.
           88  WS-CONFIRMA-SIM             VALUE 'S'.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.
       77  WS-NIVEL-OPERADOR       PIC 9(01) VALUE ZERO.
       77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-DATA-CARGA           PIC 9(08) VALUE ZERO.
       77  WS-IMAGEM-CARGA         PIC X(20) VALUE SPACES.
       77  WS-IMAGEM-DEPOIS        PIC X(20) VALUE SPACES.
       77  WS-PAGINA-RPT           PIC 9(04) COMP VALUE 1.
       77  WS-LINHAS-PAGINA        PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-LINHAS-PAGINA    PIC 9(04) COMP VALUE 50.
       77  WS-IDX-CRG              PIC 9(04) COMP VALUE ZERO.
       77  WS-IDX-BUSCA            PIC 9(04) COMP VALUE ZERO.
       77  WS-MAX-CARGA            PIC 9(04) COMP VALUE 5000.
       77  WS-QTD-INCLUSOES        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-RECONTRATACOES   PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-JA-ESTORNADOS    PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-EXCLUIDOS        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-REDESLIGADOS     PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-EXCECOES         PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-FALHAS           PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-DATAS-MANTIDAS   PIC 9(06) COMP VALUE ZERO.

      *-----------------------------------------------------------------
      * LANCAMENTOS DA CARGA LOCALIZADOS NO JORNAL, NA ORDEM EM QUE
      * FORAM GRAVADOS: MATRICULA, TIPO (INCLUSAO OU RECONTRATACAO),
      * DATA DE DESLIGAMENTO ANTERIOR A RECONTRATACAO E MARCA DE
      * LANCAMENTO JA ESTORNADO POR UMA EXECUCAO ANTERIOR
      *-----------------------------------------------------------------
       01  WS-TABELA-CARGA.
           05  WS-QTD-CARGA            PIC 9(04) COMP VALUE ZERO.
           05  WS-CRG-ENTRADA          OCCURS 5000 TIMES.
               10  WS-CRG-MATRICULA    PIC 9(06).
               10  WS-CRG-TIPO         PIC X(01).
                   88  WS-CRG-INCLUSAO        VALUE 'I'.
                   88  WS-CRG-RECONTRATACAO   VALUE 'R'.
               10  WS-CRG-DATA-DESLIG  PIC 9(08).
               10  WS-CRG-ESTORNADA-SW PIC X(01).
                   88  WS-CRG-ESTORNADA       VALUE 'S'.
       COPY DATNEGP.
       COPY ESTRPT.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOCALIZA-CARGA THRU 2000-EXIT.
           PERFORM 2100-CONFIRMA-ESTORNO THRU 2100-EXIT.
           PERFORM 2200-ESTORNA-CARGA THRU 2200-EXIT.
           PERFORM 2400-RETIRA-DATA-CARGA THRU 2400-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - FAZ O SIGN-ON DO SUPERVISOR, LE A DATA DE
      * GERACAO DO EXTRATO A ESTORNAR E PASSA PELO GATE DO CONTROLE DE
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
           PERFORM 1040-ABRE-OPERADORES THRU 1040-EXIT.
           PERFORM 1045-IDENTIFICA-OPERADOR THRU 1045-EXIT.
           CLOSE OPERADOR-MASTER.
           DISPLAY 'DATA DE GERACAO DO EXTRATO RH A ESTORNAR '
               '(AAAAMMDD): '.
           ACCEPT WS-DATA-CARGA FROM CONSOLE.
           IF WS-DATA-CARGA NOT NUMERIC
               OR WS-DATA-CARGA = ZERO
               DISPLAY 'DATA DE GERACAO INVALIDA - ESTORNO NAO '
                   'EXECUTADO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-IMAGEM-CARGA.
           STRING 'CARGA RH ' WS-DATA-CARGA
               DELIMITED BY SIZE INTO WS-IMAGEM-CARGA.
           PERFORM 1050-VERIFICA-CICLO THRU 1050-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1040-ABRE-OPERADORES - ABRE O CADASTRO DE OPERADORES PARA O
      * SIGN-ON. SEM O CADASTRO NAO HA COMO VALIDAR O SUPERVISOR - A
      * TRANSACAO E ABORTADA, NO MESMO CRITERIO DO PROGCOB03.
      *****************************************************************
       1040-ABRE-OPERADORES.
           OPEN INPUT OPERADOR-MASTER.
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'CADASTRO OPERMAST AUSENTE OU INVALIDO - '
                   'FILE STATUS ' WS-OPER-STATUS
               DISPLAY 'CARREGUE O CADASTRO PELO PROGCOB14 ANTES DO '
                   'ESTORNO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-EXIT.
           EXIT.

      *****************************************************************
      * 1045-IDENTIFICA-OPERADOR - SIGN-ON: LE O ID DO OPERADOR E O
      * VALIDA CONTRA O CADASTRO OPERMAST. ID NAO CADASTRADO OU NIVEL
      * ABAIXO DE SUPERVISOR (3) = ACESSO NEGADO, RETURN CODE 8.
      *****************************************************************
       1045-IDENTIFICA-OPERADOR.
           DISPLAY 'OPERADOR (8 POSICOES): '.
           ACCEPT WS-OPERADOR FROM CONSOLE.
           MOVE WS-OPERADOR TO OPR-ID.
           READ OPERADOR-MASTER
               INVALID KEY
                   DISPLAY 'OPERADOR NAO CADASTRADO - ACESSO NEGADO'
                   CLOSE OPERADOR-MASTER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE OPR-NIVEL TO WS-NIVEL-OPERADOR
           END-READ.
           IF WS-NIVEL-OPERADOR < 3
               DISPLAY 'OPERADOR SEM AUTORIDADE PARA A TRANSACAO - '
                   'NIVEL SUPERVISOR (3) EXIGIDO'
               CLOSE OPERADOR-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'BEM-VINDO ' OPR-NOME.
       1045-EXIT.
           EXIT.

      *****************************************************************
      * 1050-VERIFICA-CICLO - GATE DO CONTROLE DE CICLO (CYCLCTL): O
      * ESTORNO SO RODA QUANDO NENHUMA EXECUCAO DE CAPTURA (PROGCOB02,
      * UM REGISTRO POR MODO - 1055 VARRE TODOS) ESTA EM ANDAMENTO -
      * UMA CARGA GRAVANDO NO INDICE E NO HRDATES DURANTE O ESTORNO
      * SE MISTURARIA A ELE - E QUANDO NEM O REBUILD (PROGCOB09) NEM
      * O BACKUP (PROGCOB24) NEM O RESTORE (PROGCOB25) NEM A EXTRACAO
      * (PROGCOB06) ESTAO USANDO O NOMEIDX. A TRANSACAO NAO TEM
      * CARTAO, ENTAO NAO HA OVERRIDE: GATE REPROVADO ABORTA COM
      * RETURN CODE 12 E O SUPERVISOR
      * AGUARDA O TERMINO DO STEP. AO PASSAR, O STEP E MARCADO EM
      * EXECUCAO - O REGISTRO 'E' SEGURA AS CAPTURAS, O REBUILD E O
      * BACKUP ATE O FIM DO ESTORNO.
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
               MOVE 'PROGCOB25' TO CIC-STEP
               READ CICLO-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CIC-EM-EXECUCAO
                           MOVE 'PROGCOB25 EM RESTORE DO NOMEIDX'
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
           IF WS-CICLO-MSG NOT = SPACES
               DISPLAY 'ESTORNO RECUSADO PELO CONTROLE DE CICLO - '
                   WS-CICLO-MSG
               DISPLAY 'AGUARDE O TERMINO DO STEP E REPITA O ESTORNO'
               CLOSE CICLO-CONTROLE
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
           MOVE 'PROGCOB26' TO CIC-STEP.
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
      * 2000-LOCALIZA-CARGA - PRIMEIRA PASSADA, SO LEITURA: PERCORRE O
      * JORNAL MONTANDO A TABELA DOS LANCAMENTOS DA CARGA E PROCURA A
      * DATA NO HRDATES. CARGA SEM LANCAMENTOS E SEM A DATA NO HRDATES
      * NAO EXISTE - RETURN CODE 12. MAIS LANCAMENTOS QUE A TABELA
      * COMPORTA ABORTA O ESTORNO ANTES DE TOCAR NO INDICE.
      *****************************************************************
       2000-LOCALIZA-CARGA.
           OPEN INPUT NOME-JORNAL.
           IF WS-JORNAL-STATUS = '35'
               SET WS-JORNAL-AUSENTE TO TRUE
               SET WS-FIM-JORNAL TO TRUE
           ELSE
               IF WS-JORNAL-STATUS NOT = '00'
                   DISPLAY 'ERRO AO ABRIR ARQUIVO NOME-JORNAL - FILE '
                       'STATUS ' WS-JORNAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 2010-LE-JORNAL THRU 2010-EXIT
               UNTIL WS-FIM-JORNAL.
           IF NOT WS-JORNAL-AUSENTE
               CLOSE NOME-JORNAL
           END-IF.
           PERFORM 2050-PROCURA-DATA-CARGA THRU 2050-EXIT.
           IF WS-QTD-CARGA = ZERO
               AND NOT WS-DATA-REGISTRADA
               DISPLAY 'CARGA NAO ENCONTRADA - NENHUM LANCAMENTO NO '
                   'JORNAL E DATA AUSENTE DO HRDATES: ' WS-DATA-CARGA
               MOVE 12 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2010-LE-JORNAL - LE UM LANCAMENTO DO JORNAL. INCLUSAO OU
      * RECONTRATACAO DA CARGA ENTRA NA TABELA; ESTORNO JA GRAVADO
      * PARA A CARGA MARCA A ENTRADA CORRESPONDENTE COMO ESTORNADA.
      *****************************************************************
       2010-LE-JORNAL.
           READ NOME-JORNAL
               AT END
                   SET WS-FIM-JORNAL TO TRUE
           END-READ.
           IF WS-FIM-JORNAL
               GO TO 2010-EXIT
           END-IF.
           IF NOT JRN-EFETIVADA
               GO TO 2010-EXIT
           END-IF.
           IF (JRN-MOTIVO = 'INCLUSAO POR CARGA RH'
               OR JRN-MOTIVO = 'RECONTRATACAO POR CARGA RH')
               AND JRN-NOME-DEPOIS = WS-IMAGEM-CARGA
               PERFORM 2020-GUARDA-LANCAMENTO THRU 2020-EXIT
               GO TO 2010-EXIT
           END-IF.
           IF (JRN-MOTIVO = 'ESTORNO DE INCLUSAO RH'
               OR JRN-MOTIVO = 'ESTORNO DE RECONTRATACAO RH')
               AND JRN-NOME-ANTES = WS-IMAGEM-CARGA
               PERFORM 2030-MARCA-ESTORNADA THRU 2030-EXIT
           END-IF.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2020-GUARDA-LANCAMENTO - ACRESCENTA O LANCAMENTO DA CARGA A
      * TABELA. NA RECONTRATACAO, A DATA DE DESLIGAMENTO ANTERIOR VEM
      * DA IMAGEM ANTES ('DESLIGADO AAAAMMDD').
      *****************************************************************
       2020-GUARDA-LANCAMENTO.
           IF WS-QTD-CARGA >= WS-MAX-CARGA
               DISPLAY 'CARGA COM MAIS DE ' WS-MAX-CARGA
                   ' LANCAMENTOS - AMPLIE WS-TABELA-CARGA'
               DISPLAY 'ESTORNO NAO EXECUTADO - NADA FOI ALTERADO'
               CLOSE NOME-JORNAL
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTD-CARGA.
           MOVE JRN-MATRICULA TO WS-CRG-MATRICULA (WS-QTD-CARGA).
           MOVE 'N' TO WS-CRG-ESTORNADA-SW (WS-QTD-CARGA).
           MOVE ZERO TO WS-CRG-DATA-DESLIG (WS-QTD-CARGA).
           IF JRN-MOTIVO = 'INCLUSAO POR CARGA RH'
               SET WS-CRG-INCLUSAO (WS-QTD-CARGA) TO TRUE
           ELSE
               SET WS-CRG-RECONTRATACAO (WS-QTD-CARGA) TO TRUE
               IF JRN-NOME-ANTES (11:8) IS NUMERIC
                   MOVE JRN-NOME-ANTES (11:8) TO
                       WS-CRG-DATA-DESLIG (WS-QTD-CARGA)
               END-IF
           END-IF.
       2020-EXIT.
           EXIT.

      *****************************************************************
      * 2030-MARCA-ESTORNADA - PROCURA, ENTRE OS LANCAMENTOS JA LIDOS,
      * O ULTIMO AINDA NAO ESTORNADO DA MATRICULA DO ESTORNO E O
      * MARCA. SE O EXTRATO CORRIGIDO VEIO COM A MESMA DATA DE
      * GERACAO, SO OS LANCAMENTOS GRAVADOS DEPOIS DO ESTORNO FICAM
      * PENDENTES.
      *****************************************************************
       2030-MARCA-ESTORNADA.
           MOVE ZERO TO WS-IDX-BUSCA.
           PERFORM 2035-COMPARA-ENTRADA THRU 2035-EXIT
               VARYING WS-IDX-CRG FROM 1 BY 1
               UNTIL WS-IDX-CRG > WS-QTD-CARGA.
           IF WS-IDX-BUSCA > ZERO
               MOVE 'S' TO WS-CRG-ESTORNADA-SW (WS-IDX-BUSCA)
           END-IF.
       2030-EXIT.
           EXIT.

      *****************************************************************
      * 2035-COMPARA-ENTRADA - GUARDA EM WS-IDX-BUSCA A ENTRADA DA
      * MATRICULA DO ESTORNO AINDA NAO ESTORNADA
      *****************************************************************
       2035-COMPARA-ENTRADA.
           IF WS-CRG-MATRICULA (WS-IDX-CRG) = JRN-MATRICULA
               AND NOT WS-CRG-ESTORNADA (WS-IDX-CRG)
               MOVE WS-IDX-CRG TO WS-IDX-BUSCA
           END-IF.
       2035-EXIT.
           EXIT.

      *****************************************************************
      * 2050-PROCURA-DATA-CARGA - PROCURA A DATA DE GERACAO NO ARQUIVO
      * HRDATES. ARQUIVO AUSENTE = DATA NAO REGISTRADA.
      *****************************************************************
       2050-PROCURA-DATA-CARGA.
           MOVE 'N' TO WS-DATAS-EOF-SW.
           OPEN INPUT DATAS-HR.
           IF WS-DATAS-STATUS = '00'
               PERFORM 2055-LE-DATA-CARGA THRU 2055-EXIT
                   UNTIL WS-FIM-DATAS
               CLOSE DATAS-HR
           END-IF.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * 2055-LE-DATA-CARGA - LE UMA DATA DO HRDATES E A COMPARA COM A
      * DATA DA CARGA A ESTORNAR
      *****************************************************************
       2055-LE-DATA-CARGA.
           READ DATAS-HR
               AT END
                   SET WS-FIM-DATAS TO TRUE
               NOT AT END
                   IF HRD-DATA-GERACAO = WS-DATA-CARGA
                       SET WS-DATA-REGISTRADA TO TRUE
                   END-IF
           END-READ.
       2055-EXIT.
           EXIT.

      *****************************************************************
      * 2100-CONFIRMA-ESTORNO - EXIBE O QUE A CARGA FEZ E O QUE JA FOI
      * ESTORNADO E PEDE A CONFIRMACAO DO SUPERVISOR. SEM CONFIRMACAO
      * NADA E ALTERADO.
      *****************************************************************
       2100-CONFIRMA-ESTORNO.
           PERFORM 2110-CONTA-ENTRADA THRU 2110-EXIT
               VARYING WS-IDX-CRG FROM 1 BY 1
               UNTIL WS-IDX-CRG > WS-QTD-CARGA.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'EXTRATO RH DE GERACAO....: ' WS-DATA-CARGA.
           DISPLAY 'INCLUSOES A ESTORNAR.....: ' WS-QTD-INCLUSOES.
           DISPLAY 'RECONTRATACOES A ESTORNAR: '
               WS-QTD-RECONTRATACOES.
           DISPLAY 'LANCAMENTOS JA ESTORNADOS: ' WS-QTD-JA-ESTORNADOS.
           IF WS-DATA-REGISTRADA
               DISPLAY 'DATA REGISTRADA NO HRDATES - SERA RETIRADA'
           ELSE
               DISPLAY 'DATA JA AUSENTE DO HRDATES'
           END-IF.
           IF WS-QTD-INCLUSOES = ZERO
               AND WS-QTD-RECONTRATACOES = ZERO
               AND NOT WS-DATA-REGISTRADA
               DISPLAY 'CARGA JA ESTORNADA - NADA A FAZER'
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           DISPLAY 'CONFIRMA ESTORNO (S/N): '.
           ACCEPT WS-CONFIRMA FROM CONSOLE.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY 'ESTORNO NAO CONFIRMADO - NADA FOI ALTERADO'
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2110-CONTA-ENTRADA - CONTA UMA ENTRADA DA TABELA POR TIPO OU
      * COMO JA ESTORNADA
      *****************************************************************
       2110-CONTA-ENTRADA.
           IF WS-CRG-ESTORNADA (WS-IDX-CRG)
               ADD 1 TO WS-QTD-JA-ESTORNADOS
           ELSE
               IF WS-CRG-INCLUSAO (WS-IDX-CRG)
                   ADD 1 TO WS-QTD-INCLUSOES
               ELSE
                   ADD 1 TO WS-QTD-RECONTRATACOES
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2200-ESTORNA-CARGA - ABRE O INDICE, O JORNAL (SOMENTE
      * ACRESCIMO) E O RELATORIO E ESTORNA CADA LANCAMENTO PENDENTE
      * DA TABELA, NA ORDEM EM QUE A CARGA OS GRAVOU
      *****************************************************************
       2200-ESTORNA-CARGA.
           OPEN I-O NOME-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEIDX - FILE STATUS '
                   WS-INDEX-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           OPEN EXTEND NOME-JORNAL.
           IF WS-JORNAL-STATUS = '35'
               OPEN OUTPUT NOME-JORNAL
               CLOSE NOME-JORNAL
               OPEN EXTEND NOME-JORNAL
           END-IF.
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOME-JORNAL - FILE '
                   'STATUS ' WS-JORNAL-STATUS
               CLOSE NOME-INDEX
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           OPEN EXTEND RELATORIO-EST.
           IF WS-RELATORIO-STATUS = '35'
               OPEN OUTPUT RELATORIO-EST
               CLOSE RELATORIO-EST
               OPEN EXTEND RELATORIO-EST
           END-IF.
           IF WS-RELATORIO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO ESTRPT - FILE STATUS '
                   WS-RELATORIO-STATUS
               CLOSE NOME-INDEX NOME-JORNAL
               MOVE 16 TO RETURN-CODE
               PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT
               STOP RUN
           END-IF.
           PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT.
           MOVE WS-DATA-CARGA TO ESR-CRG-DATA.
           MOVE WS-OPERADOR   TO ESR-CRG-SUPERVISOR.
           MOVE ESR-CARGA     TO RELATORIO-EST-REC.
           WRITE RELATORIO-EST-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RELATORIO-EST-REC.
           WRITE RELATORIO-EST-REC AFTER ADVANCING 1 LINE.
           PERFORM 2210-ESTORNA-ENTRADA THRU 2210-EXIT
               VARYING WS-IDX-CRG FROM 1 BY 1
               UNTIL WS-IDX-CRG > WS-QTD-CARGA.
           CLOSE NOME-INDEX.
           CLOSE NOME-JORNAL.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-ESTORNA-ENTRADA - LE NO INDICE A MATRICULA DE UM
      * LANCAMENTO PENDENTE E DESVIA PELO TIPO. MATRICULA AUSENTE E
      * EXCECAO.
      *****************************************************************
       2210-ESTORNA-ENTRADA.
           IF WS-CRG-ESTORNADA (WS-IDX-CRG)
               GO TO 2210-EXIT
           END-IF.
           MOVE SPACES TO ESR-DETALHE.
           MOVE WS-CRG-MATRICULA (WS-IDX-CRG) TO ESR-DET-MATRICULA.
           IF WS-CRG-INCLUSAO (WS-IDX-CRG)
               MOVE 'ESTORNO DE INCLUSAO RH' TO ESR-DET-OPERACAO
           ELSE
               MOVE 'ESTORNO DE RECONTRATACAO RH' TO ESR-DET-OPERACAO
           END-IF.
           MOVE WS-CRG-MATRICULA (WS-IDX-CRG) TO NOME-IDX-MATRICULA.
           READ NOME-INDEX
               INVALID KEY
                   ADD 1 TO WS-QTD-EXCECOES
                   MOVE 'MATRICULA AUSENTE DO INDICE'
                       TO ESR-DET-RESULTADO
                   PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT
                   GO TO 2210-EXIT
           END-READ.
           MOVE NOME-IDX-NOME TO ESR-DET-NOME.
           IF WS-CRG-INCLUSAO (WS-IDX-CRG)
               PERFORM 2220-ESTORNA-INCLUSAO THRU 2220-EXIT
           ELSE
               PERFORM 2230-ESTORNA-RECONTRATACAO THRU 2230-EXIT
           END-IF.
           PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2220-ESTORNA-INCLUSAO - EXCLUI DO INDICE A MATRICULA QUE A
      * CARGA INCLUIU E REGISTRA O ESTORNO NO JORNAL
      *****************************************************************
       2220-ESTORNA-INCLUSAO.
           IF NOME-IDX-ATIVO
               MOVE 'ATIVO' TO ESR-DET-SITUACAO
           ELSE
               MOVE SPACES TO ESR-DET-SITUACAO
               STRING 'DESLIGADO ' NOME-IDX-DATA-DESLIG
                   DELIMITED BY SIZE INTO ESR-DET-SITUACAO
           END-IF.
           DELETE NOME-INDEX RECORD
               INVALID KEY
                   ADD 1 TO WS-QTD-FALHAS
                   MOVE 'FALHA NA EXCLUSAO' TO ESR-DET-RESULTADO
                   GO TO 2220-EXIT
           END-DELETE.
           ADD 1 TO WS-QTD-EXCLUIDOS.
           MOVE 'EXCLUIDO DO INDICE' TO ESR-DET-RESULTADO.
           MOVE 'EXCLUIDO DO INDICE' TO WS-IMAGEM-DEPOIS.
           MOVE 'ESTORNO DE INCLUSAO RH' TO JRN-MOTIVO.
           PERFORM 2290-GRAVA-JORNAL THRU 2290-EXIT.
       2220-EXIT.
           EXIT.

      *****************************************************************
      * 2230-ESTORNA-RECONTRATACAO - DEVOLVE A MATRICULA RECONTRATADA
      * PELA CARGA A SITUACAO DE DESLIGADO, COM A DATA DE
      * DESLIGAMENTO ANTERIOR, E REGISTRA O ESTORNO NO JORNAL. QUEM
      * JA FOI DESLIGADO DE NOVO DEPOIS DA CARGA FICA COMO ESTA -
      * EXCECAO PARA ANALISE DO SUPERVISOR.
      *****************************************************************
       2230-ESTORNA-RECONTRATACAO.
           IF NOME-IDX-DESLIGADO
               MOVE SPACES TO ESR-DET-SITUACAO
               STRING 'DESLIGADO ' NOME-IDX-DATA-DESLIG
                   DELIMITED BY SIZE INTO ESR-DET-SITUACAO
               ADD 1 TO WS-QTD-EXCECOES
               MOVE 'JA DESLIGADO APOS A CARGA' TO ESR-DET-RESULTADO
               GO TO 2230-EXIT
           END-IF.
           MOVE 'ATIVO' TO ESR-DET-SITUACAO.
           SET NOME-IDX-DESLIGADO TO TRUE.
           MOVE WS-CRG-DATA-DESLIG (WS-IDX-CRG) TO NOME-IDX-DATA-DESLIG.
           REWRITE NOME-IDX-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-FALHAS
                   MOVE 'FALHA NA REGRAVACAO' TO ESR-DET-RESULTADO
                   GO TO 2230-EXIT
           END-REWRITE.
           ADD 1 TO WS-QTD-REDESLIGADOS.
           MOVE SPACES TO WS-IMAGEM-DEPOIS.
           STRING 'DESLIGADO ' NOME-IDX-DATA-DESLIG
               DELIMITED BY SIZE INTO WS-IMAGEM-DEPOIS.
           MOVE WS-IMAGEM-DEPOIS TO ESR-DET-RESULTADO.
           MOVE 'ESTORNO DE RECONTRATACAO RH' TO JRN-MOTIVO.
           PERFORM 2290-GRAVA-JORNAL THRU 2290-EXIT.
       2230-EXIT.
           EXIT.

      *****************************************************************
      * 2290-GRAVA-JORNAL - GRAVA NO JORNAL O LANCAMENTO EFETIVADO DO
      * ESTORNO. IMAGEM ANTES = A CARGA ESTORNADA ('CARGA RH
      * AAAAMMDD'); IMAGEM DEPOIS = A SITUACAO DEVOLVIDA. O MOTIVO VEM
      * DO CHAMADOR. UMA FALHA AQUI NAO DESFAZ O ESTORNO, APENAS AVISA
      * NO CONSOLE.
      *****************************************************************
       2290-GRAVA-JORNAL.
           MOVE WS-DATA-EXECUCAO TO JRN-DATA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6)          TO JRN-HORA.
           MOVE WS-OPERADOR                   TO JRN-OPERADOR.
           MOVE WS-CRG-MATRICULA (WS-IDX-CRG) TO JRN-MATRICULA.
           MOVE WS-IMAGEM-CARGA               TO JRN-NOME-ANTES.
           MOVE WS-IMAGEM-DEPOIS              TO JRN-NOME-DEPOIS.
           MOVE 'E'                           TO JRN-RESULTADO.
           MOVE SPACES                        TO JRN-APROVADOR.
           WRITE JRN-REC.
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO JORNAL - FILE STATUS '
                   WS-JORNAL-STATUS
           END-IF.
       2290-EXIT.
           EXIT.

      *****************************************************************
      * 2400-RETIRA-DATA-CARGA - RETIRA A DATA DE GERACAO DO HRDATES:
      * COPIA AS DEMAIS DATAS PARA O ARQUIVO DE TRABALHO HRDATESW E O
      * DEVOLVE AO HRDATES. COM FALHA NO INDICE A DATA FICA, PARA O
      * EXTRATO CORRIGIDO NAO SER CARREGADO SOBRE UM ESTORNO
      * INCOMPLETO - O SUPERVISOR REPETE O ESTORNO.
      *****************************************************************
       2400-RETIRA-DATA-CARGA.
           IF NOT WS-DATA-REGISTRADA
               GO TO 2400-EXIT
           END-IF.
           IF WS-QTD-FALHAS > ZERO
               DISPLAY 'ESTORNO COM FALHAS - DATA MANTIDA NO HRDATES'
               GO TO 2400-EXIT
           END-IF.
           OPEN INPUT DATAS-HR.
           OPEN OUTPUT DATAS-TRABALHO.
           IF WS-DATAS-STATUS NOT = '00'
               OR WS-TRABALHO-STATUS NOT = '00'
               DISPLAY 'FALHA AO ABRIR HRDATES/HRDATESW - FILE STATUS '
                   WS-DATAS-STATUS ' ' WS-TRABALHO-STATUS
               ADD 1 TO WS-QTD-FALHAS
               GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO WS-DATAS-EOF-SW.
           PERFORM 2410-COPIA-PARA-TRABALHO THRU 2410-EXIT
               UNTIL WS-FIM-DATAS.
           CLOSE DATAS-HR.
           CLOSE DATAS-TRABALHO.
           OPEN INPUT DATAS-TRABALHO.
           OPEN OUTPUT DATAS-HR.
           IF WS-DATAS-STATUS NOT = '00'
               OR WS-TRABALHO-STATUS NOT = '00'
               DISPLAY 'FALHA AO REGRAVAR HRDATES - FILE STATUS '
                   WS-DATAS-STATUS ' ' WS-TRABALHO-STATUS
               DISPLAY 'AS DATAS MANTIDAS ESTAO NO ARQUIVO HRDATESW'
               ADD 1 TO WS-QTD-FALHAS
               GO TO 2400-EXIT
           END-IF.
           MOVE 'N' TO WS-TRABALHO-EOF-SW.
           PERFORM 2420-DEVOLVE-AO-HRDATES THRU 2420-EXIT
               UNTIL WS-FIM-TRABALHO.
           CLOSE DATAS-TRABALHO.
           CLOSE DATAS-HR.
           DISPLAY 'DATA ' WS-DATA-CARGA ' RETIRADA DO HRDATES'.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2410-COPIA-PARA-TRABALHO - COPIA UMA DATA DO HRDATES PARA O
      * ARQUIVO DE TRABALHO, EXCETO A DATA DA CARGA ESTORNADA
      *****************************************************************
       2410-COPIA-PARA-TRABALHO.
           READ DATAS-HR
               AT END
                   SET WS-FIM-DATAS TO TRUE
           END-READ.
           IF WS-FIM-DATAS
               GO TO 2410-EXIT
           END-IF.
           IF HRD-DATA-GERACAO NOT = WS-DATA-CARGA
               MOVE HRD-REC TO TRABALHO-REC
               WRITE TRABALHO-REC
               ADD 1 TO WS-QTD-DATAS-MANTIDAS
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 2420-DEVOLVE-AO-HRDATES - COPIA UMA DATA DO ARQUIVO DE
      * TRABALHO DE VOLTA PARA O HRDATES
      *****************************************************************
       2420-DEVOLVE-AO-HRDATES.
           READ DATAS-TRABALHO
               AT END
                   SET WS-FIM-TRABALHO TO TRUE
           END-READ.
           IF WS-FIM-TRABALHO
               GO TO 2420-EXIT
           END-IF.
           MOVE TRABALHO-REC TO HRD-REC.
           WRITE HRD-REC.
       2420-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIME-CABECALHO - IMPRIME O CABECALHO DO RELATORIO COM
      * A DATA DE EXECUCAO E O NUMERO DA PAGINA
      *****************************************************************
       3000-IMPRIME-CABECALHO.
           MOVE WS-DATA-EXECUCAO TO ESR-CAB-DATA.
           MOVE WS-PAGINA-RPT    TO ESR-CAB-PAGINA.
           MOVE ESR-CABECALHO    TO RELATORIO-EST-REC.
           WRITE RELATORIO-EST-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-PAGINA-RPT.
           MOVE ZERO TO WS-LINHAS-PAGINA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-IMPRIME-DETALHE - IMPRIME A LINHA DE ESTORNO JA MONTADA
      * EM ESR-DETALHE, CONTROLANDO A QUEBRA DE PAGINA
      *****************************************************************
       3100-IMPRIME-DETALHE.
           MOVE ESR-DETALHE TO RELATORIO-EST-REC.
           WRITE RELATORIO-EST-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3300-IMPRIME-RESUMO - IMPRIME OS TOTAIS DO ESTORNO
      *****************************************************************
       3300-IMPRIME-RESUMO.
           MOVE SPACES TO RELATORIO-EST-REC.
           WRITE RELATORIO-EST-REC AFTER ADVANCING 1 LINE.

           MOVE 'INCLUSOES EXCLUIDAS' TO ESR-RES-LABEL.
           MOVE WS-QTD-EXCLUIDOS TO ESR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'RECONTRATACOES DESFEITAS' TO ESR-RES-LABEL.
           MOVE WS-QTD-REDESLIGADOS TO ESR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'LANCAMENTOS JA ESTORNADOS' TO ESR-RES-LABEL.
           MOVE WS-QTD-JA-ESTORNADOS TO ESR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'EXCECOES' TO ESR-RES-LABEL.
           MOVE WS-QTD-EXCECOES TO ESR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE 'FALHAS DE GRAVACAO' TO ESR-RES-LABEL.
           MOVE WS-QTD-FALHAS TO ESR-RES-VALOR.
           PERFORM 3310-IMPRIME-LINHA-RESUMO THRU 3310-EXIT.

           MOVE SPACES TO ESR-RESUMO.
           IF WS-DATA-REGISTRADA
               AND WS-QTD-FALHAS = ZERO
               MOVE 'DATA RETIRADA DO HRDATES' TO ESR-RES-LABEL
           ELSE
               IF WS-DATA-REGISTRADA
                   MOVE 'DATA MANTIDA NO HRDATES' TO ESR-RES-LABEL
               ELSE
                   MOVE 'DATA JA AUSENTE DO HRDATES' TO ESR-RES-LABEL
               END-IF
           END-IF.
           MOVE ESR-RESUMO TO RELATORIO-EST-REC.
           WRITE RELATORIO-EST-REC AFTER ADVANCING 1 LINE.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3310-IMPRIME-LINHA-RESUMO - IMPRIME UMA LINHA DO RESUMO JA
      * MONTADA EM ESR-RESUMO
      *****************************************************************
       3310-IMPRIME-LINHA-RESUMO.
           MOVE ESR-RESUMO TO RELATORIO-EST-REC.
           WRITE RELATORIO-EST-REC AFTER ADVANCING 1 LINE.
       3310-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - RETIRADA A DATA, IMPRIME O RESUMO, DEFINE O
      * RETURN CODE (FALHA = 8, EXCECAO = 4), FECHA O RELATORIO E
      * ENCERRA O STEP NO CONTROLE DE CICLO
      *****************************************************************
       9000-FINALIZE.
           PERFORM 3300-IMPRIME-RESUMO THRU 3300-EXIT.
           CLOSE RELATORIO-EST.
           IF WS-QTD-FALHAS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTD-EXCECOES > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 9200-GRAVA-CICLO-FIM THRU 9200-EXIT.
           DISPLAY 'ESTORNO ENCERRADO - CARGA ' WS-DATA-CARGA
               ' EXCLUIDOS ' WS-QTD-EXCLUIDOS
               ' RECONTRATACOES DESFEITAS ' WS-QTD-REDESLIGADOS
               ' EXCECOES ' WS-QTD-EXCECOES.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9200-GRAVA-CICLO-FIM - REGRAVA NO CONTROLE DE CICLO (CYCLCTL)
      * O REGISTRO DESTE STEP NA DATA DE NEGOCIO COMO CONCLUIDO, COM O
      * RETURN CODE FINAL - TAMBEM NOS ABORTOS CONTROLADOS E NA
      * DESISTENCIA DO SUPERVISOR, PARA O REGISTRO NAO FICAR EM
      * EXECUCAO SEGURANDO AS CAPTURAS. UMA FALHA AQUI NAO DERRUBA A
      * TRANSACAO, APENAS AVISA NO CONSOLE.
      *****************************************************************
       9200-GRAVA-CICLO-FIM.
           OPEN I-O CICLO-CONTROLE.
           IF WS-CICLO-STATUS NOT = '00'
               DISPLAY 'FALHA AO ABRIR ARQUIVO CYCLCTL - FILE STATUS '
                   WS-CICLO-STATUS
               GO TO 9200-EXIT
           END-IF.
           MOVE WS-DATA-EXECUCAO TO CIC-DATA-NEGOCIO.
           MOVE 'PROGCOB26' TO CIC-STEP.
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
