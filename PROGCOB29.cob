       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB29.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: TRANSACAO DE MANUTENCAO DA DATA DE NEGOCIO - O
      * SUPERVISOR (OPR-NIVEL 3) CADASTRA O CONTROLE DATANEG NA
      * IMPLANTACAO, AJUSTA A DATA EM ABERTO (FERIADO, DATA ERRADA),
      * LIGA O MODO DE RECUPERACAO PARA RODAR O CICLO DE UMA NOITE
      * PERDIDA E O DESLIGA. A DATA NAO VOLTA PARA TRAS (NOVA DATA
      * TEM DE SER POSTERIOR A ULTIMA FECHADA), NAO PULA UMA DATA COM
      * CICLO INICIADO E AINDA NAO FECHADO PELO PROGCOB28 E NAO PASSA
      * DO PROXIMO DIA UTIL DO RELOGIO. CADA ALTERACAO E CONFIRMADA E
      * CARIMBADA COM O SUPERVISOR, A DATA E A HORA DO RELOGIO.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   CONTROLE DATANEG MANTIDO EM IMAGEM DE
      *                  WORKING-STORAGE ENTRE AS OPCOES DO MENU E
      *                  GRAVADO POR WRITE FROM - O REGISTRO DO ARQUIVO
      *                  SO E USADO COM O ARQUIVO ABERTO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-NEGOCIO ASSIGN TO "DATANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.

           SELECT CICLO-CONTROLE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIC-CHAVE
               FILE STATUS IS WS-CICLO-STATUS.

           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-NEGOCIO
           LABEL RECORDS ARE STANDARD.
       COPY DATNEG.

       FD  CICLO-CONTROLE
           LABEL RECORDS ARE STANDARD.
       COPY CICLREC.

       FD  OPERADOR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WS-DATANEG-STATUS       PIC X(02) VALUE SPACES.
       77  WS-CICLO-STATUS         PIC X(02) VALUE SPACES.
       77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.
       77  WS-NIVEL-OPERADOR       PIC 9(01) VALUE ZERO.
       77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-DATA-LIMITE          PIC 9(08) VALUE ZERO.
       77  WS-NOVA-DATA            PIC 9(08) VALUE ZERO.
       77  WS-QTD-ALTERACOES       PIC 9(04) COMP VALUE ZERO.
       77  WS-OPCAO                PIC X(01) VALUE SPACE.
           88  WS-OPCAO-CADASTRA           VALUE 'I'.
           88  WS-OPCAO-ALTERA             VALUE 'A'.
           88  WS-OPCAO-RECUPERACAO        VALUE 'R'.
           88  WS-OPCAO-NORMAL             VALUE 'N'.
           88  WS-OPCAO-FIM                VALUE 'F'.
       77  WS-CONFIRMA             PIC X(01) VALUE SPACE.
           88  WS-CONFIRMA-SIM             VALUE 'S'.
       77  WS-FIM-SW               PIC X(01) VALUE 'N'.
           88  WS-FIM-PROGRAMA             VALUE 'S'.
       77  WS-CONTROLE-SW          PIC X(01) VALUE 'N'.
           88  WS-CONTROLE-EXISTE          VALUE 'S'.
       77  WS-CICLO-ABERTO-SW      PIC X(01) VALUE 'N'.
           88  WS-CICLO-EM-ABERTO          VALUE 'S'.
       77  WS-CICLO-FECHADO-SW     PIC X(01) VALUE 'N'.
           88  WS-CICLO-FECHADO            VALUE 'S'.
       77  WS-CICLO-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-FIM-CICLO                VALUE 'S'.
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
           PERFORM 2000-PROCESSA-OPCAO THRU 2000-EXIT
               UNTIL WS-FIM-PROGRAMA.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - FAZ O SIGN-ON DO SUPERVISOR E LE O CONTROLE
      * DATANEG. CONTROLE AUSENTE NAO ABORTA: E A IMPLANTACAO, E SO A
      * OPCAO I (CADASTRAR) FICA DISPONIVEL.
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1040-ABRE-OPERADORES THRU 1040-EXIT.
           PERFORM 1045-IDENTIFICA-OPERADOR THRU 1045-EXIT.
           PERFORM 1050-LE-CONTROLE THRU 1050-EXIT.
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
               DISPLAY 'CARREGUE O CADASTRO PELO PROGCOB14 ANTES DA '
                   'MANUTENCAO DA DATA'
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
      * 1050-LE-CONTROLE - LE O CONTROLE DATANEG PELA ROTINA PADRAO
      * (PROGCOB27, FUNCAO C) E GUARDA A DATA DO RELOGIO. CONTROLE
      * AUSENTE OU INVALIDO DEIXA O SWITCH DESLIGADO.
      *****************************************************************
       1050-LE-CONTROLE.
           MOVE 'N' TO WS-CONTROLE-SW.
           SET DNP-FUNC-CONSULTA TO TRUE.
           CALL 'PROGCOB27' USING DNP-PARAMETROS.
           MOVE DNP-DATA-SISTEMA TO WS-DATA-SISTEMA.
           IF DNP-DATA-ACEITA
               SET WS-CONTROLE-EXISTE TO TRUE
               MOVE DNP-DATA-NEGOCIO     TO WS-DNG-DATA-NEGOCIO
               MOVE DNP-DATA-ULT-FECHADA TO WS-DNG-DATA-ULT-FECHADA
               MOVE DNP-MODO             TO WS-DNG-MODO
           END-IF.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-OPCAO - EXIBE O CONTROLE ATUAL E LE A OPCAO DO
      * SUPERVISOR: I CADASTRA, A ALTERA A DATA, R LIGA O MODO DE
      * RECUPERACAO, N VOLTA AO MODO NORMAL, F ENCERRA
      *****************************************************************
       2000-PROCESSA-OPCAO.
           DISPLAY '-----------------------------------------------'.
           IF WS-CONTROLE-EXISTE
               DISPLAY 'DATA DE NEGOCIO EM ABERTO: ' WS-DNG-DATA-NEGOCIO
               DISPLAY 'ULTIMA DATA FECHADA......: '
                   WS-DNG-DATA-ULT-FECHADA
               IF WS-DNG-MODO-RECUPERACAO
                   DISPLAY 'MODO.....................: RECUPERACAO'
               ELSE
                   DISPLAY 'MODO.....................: NORMAL'
               END-IF
               DISPLAY 'OPCAO (A=ALTERA DATA R=RECUPERACAO N=NORMAL '
                   'F=FIM): '
           ELSE
               DISPLAY 'CONTROLE DATANEG NAO CADASTRADO'
               DISPLAY 'OPCAO (I=CADASTRA F=FIM): '
           END-IF.
           MOVE SPACE TO WS-OPCAO.
           ACCEPT WS-OPCAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-OPCAO-FIM
                   SET WS-FIM-PROGRAMA TO TRUE
               WHEN WS-OPCAO-CADASTRA AND NOT WS-CONTROLE-EXISTE
                   PERFORM 2100-CADASTRA-CONTROLE THRU 2100-EXIT
               WHEN WS-OPCAO-ALTERA AND WS-CONTROLE-EXISTE
                   PERFORM 2200-ALTERA-DATA THRU 2200-EXIT
               WHEN WS-OPCAO-RECUPERACAO AND WS-CONTROLE-EXISTE
                   PERFORM 2300-ALTERA-MODO THRU 2300-EXIT
               WHEN WS-OPCAO-NORMAL AND WS-CONTROLE-EXISTE
                   PERFORM 2300-ALTERA-MODO THRU 2300-EXIT
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-CADASTRA-CONTROLE - IMPLANTACAO: LE A PRIMEIRA DATA DE
      * NEGOCIO, CRITICA A DATA E O LIMITE DO RELOGIO E GRAVA O
      * CONTROLE EM MODO NORMAL, SEM DATA FECHADA
      *****************************************************************
       2100-CADASTRA-CONTROLE.
           PERFORM 2400-LE-NOVA-DATA THRU 2400-EXIT.
           IF WS-NOVA-DATA = ZERO
               GO TO 2100-EXIT
           END-IF.
           DISPLAY 'CADASTRAR ' WS-NOVA-DATA ' COMO DATA DE NEGOCIO '
               '(S=SIM N=NAO): '.
           ACCEPT WS-CONFIRMA FROM CONSOLE.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY 'CADASTRO CANCELADO'
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-NOVA-DATA TO WS-DNG-DATA-NEGOCIO.
           MOVE ZERO         TO WS-DNG-DATA-ULT-FECHADA.
           SET WS-DNG-MODO-NORMAL TO TRUE.
           PERFORM 2900-GRAVA-CONTROLE THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-ALTERA-DATA - AJUSTA A DATA EM ABERTO. RECUSA A DATA QUE
      * NAO E POSTERIOR A ULTIMA FECHADA (A DATA NAO VOLTA PARA TRAS)
      * E A TROCA DE UMA DATA CUJO CICLO JA COMECOU NO CYCLCTL E NAO
      * FOI FECHADO PELO PROGCOB28 (A DATA INACABADA NAO E PULADA).
      *****************************************************************
       2200-ALTERA-DATA.
           PERFORM 2500-VERIFICA-CICLO THRU 2500-EXIT.
           IF WS-CICLO-EM-ABERTO
               AND NOT WS-CICLO-FECHADO
               DISPLAY 'CICLO DE ' WS-DNG-DATA-NEGOCIO ' JA INICIADO E '
                   'NAO FECHADO - DATA NAO PODE SER TROCADA'
               DISPLAY 'TERMINE O CICLO E FECHE A DATA PELO PROGCOB28'
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2400-LE-NOVA-DATA THRU 2400-EXIT.
           IF WS-NOVA-DATA = ZERO
               GO TO 2200-EXIT
           END-IF.
           IF WS-NOVA-DATA NOT > WS-DNG-DATA-ULT-FECHADA
               DISPLAY 'DATA RECUSADA - NAO E POSTERIOR A ULTIMA DATA '
                   'FECHADA ' WS-DNG-DATA-ULT-FECHADA
               GO TO 2200-EXIT
           END-IF.
           IF WS-NOVA-DATA = WS-DNG-DATA-NEGOCIO
               DISPLAY 'DATA INFORMADA JA E A DATA EM ABERTO'
               GO TO 2200-EXIT
           END-IF.
           DISPLAY 'TROCAR ' WS-DNG-DATA-NEGOCIO ' POR ' WS-NOVA-DATA
               ' (S=SIM N=NAO): '.
           ACCEPT WS-CONFIRMA FROM CONSOLE.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY 'ALTERACAO CANCELADA'
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-NOVA-DATA TO WS-DNG-DATA-NEGOCIO.
           PERFORM 2900-GRAVA-CONTROLE THRU 2900-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-ALTERA-MODO - LIGA (R) OU DESLIGA (N) O MODO DE
      * RECUPERACAO, QUE LIBERA OS STEPS DO CICLO PARA UMA DATA JA
      * PASSADA PELO RELOGIO
      *****************************************************************
       2300-ALTERA-MODO.
           IF WS-DNG-MODO = WS-OPCAO
               DISPLAY 'CONTROLE JA ESTA NO MODO INFORMADO'
               GO TO 2300-EXIT
           END-IF.
           IF WS-OPCAO-RECUPERACAO
               DISPLAY 'LIGAR O MODO DE RECUPERACAO (S=SIM N=NAO): '
           ELSE
               DISPLAY 'VOLTAR AO MODO NORMAL (S=SIM N=NAO): '
           END-IF.
           ACCEPT WS-CONFIRMA FROM CONSOLE.
           IF NOT WS-CONFIRMA-SIM
               DISPLAY 'ALTERACAO CANCELADA'
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-OPCAO TO WS-DNG-MODO.
           PERFORM 2900-GRAVA-CONTROLE THRU 2900-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-LE-NOVA-DATA - LE A DATA (AAAAMMDD), CRITICA O CALENDARIO
      * PELA ROTINA PADRAO (FUNCAO D) E RECUSA A DATA POSTERIOR AO
      * PROXIMO DIA UTIL DO RELOGIO. DATA RECUSADA VOLTA ZERADA.
      *****************************************************************
       2400-LE-NOVA-DATA.
           DISPLAY 'DATA DE NEGOCIO (AAAAMMDD): '.
           MOVE ZERO TO WS-NOVA-DATA.
           ACCEPT WS-NOVA-DATA FROM CONSOLE.
           SET DNP-FUNC-CRITICA-DATA TO TRUE.
           MOVE WS-NOVA-DATA TO DNP-DATA-BASE.
           CALL 'PROGCOB27' USING DNP-PARAMETROS.
           IF NOT DNP-DATA-ACEITA
               DISPLAY 'DATA RECUSADA - ' DNP-MENSAGEM
               MOVE ZERO TO WS-NOVA-DATA
               GO TO 2400-EXIT
           END-IF.
           SET DNP-FUNC-PROXIMO-DIA TO TRUE.
           MOVE WS-DATA-SISTEMA TO DNP-DATA-BASE.
           CALL 'PROGCOB27' USING DNP-PARAMETROS.
           MOVE DNP-DATA-CALCULADA TO WS-DATA-LIMITE.
           IF WS-NOVA-DATA > WS-DATA-LIMITE
               DISPLAY 'DATA RECUSADA - POSTERIOR AO PROXIMO DIA UTIL '
                   WS-DATA-LIMITE
               MOVE ZERO TO WS-NOVA-DATA
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-VERIFICA-CICLO - VARRE OS REGISTROS DA DATA EM ABERTO NO
      * CONTROLE DE CICLO: QUALQUER STEP REGISTRADO INDICA CICLO
      * INICIADO; O PROGCOB28 CONCLUIDO INDICA CICLO FECHADO.
      * CYCLCTL AINDA NAO CRIADO = NENHUM CICLO INICIADO.
      *****************************************************************
       2500-VERIFICA-CICLO.
           MOVE 'N' TO WS-CICLO-ABERTO-SW.
           MOVE 'N' TO WS-CICLO-FECHADO-SW.
           OPEN INPUT CICLO-CONTROLE.
           IF WS-CICLO-STATUS = '35'
               GO TO 2500-EXIT
           END-IF.
           IF WS-CICLO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO CYCLCTL - FILE STATUS '
                   WS-CICLO-STATUS
               SET WS-CICLO-EM-ABERTO TO TRUE
               GO TO 2500-EXIT
           END-IF.
           MOVE 'N' TO WS-CICLO-EOF-SW.
           MOVE WS-DNG-DATA-NEGOCIO TO CIC-DATA-NEGOCIO.
           MOVE LOW-VALUES TO CIC-STEP.
           START CICLO-CONTROLE KEY >= CIC-CHAVE
               INVALID KEY
                   SET WS-FIM-CICLO TO TRUE
           END-START.
           PERFORM 2510-LE-STEP THRU 2510-EXIT
               UNTIL WS-FIM-CICLO.
           CLOSE CICLO-CONTROLE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2510-LE-STEP - LE O PROXIMO REGISTRO DO CONTROLE DE CICLO E O
      * CLASSIFICA ENQUANTO FOR DA DATA EM ABERTO
      *****************************************************************
       2510-LE-STEP.
           READ CICLO-CONTROLE NEXT RECORD
               AT END
                   SET WS-FIM-CICLO TO TRUE
           END-READ.
           IF WS-FIM-CICLO
               GO TO 2510-EXIT
           END-IF.
           IF CIC-DATA-NEGOCIO NOT = WS-DNG-DATA-NEGOCIO
               SET WS-FIM-CICLO TO TRUE
               GO TO 2510-EXIT
           END-IF.
           SET WS-CICLO-EM-ABERTO TO TRUE.
           IF CIC-STEP = 'PROGCOB28'
               AND CIC-CONCLUIDO
               AND CIC-RETURN-CODE = ZERO
               SET WS-CICLO-FECHADO TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 2900-GRAVA-CONTROLE - CARIMBA O SUPERVISOR, A DATA E A HORA DO
      * RELOGIO E REGRAVA O CONTROLE DATANEG (REGISTRO UNICO)
      *****************************************************************
       2900-GRAVA-CONTROLE.
           MOVE WS-OPERADOR     TO WS-DNG-OPERADOR.
           MOVE WS-DATA-SISTEMA TO WS-DNG-DATA-ALTERACAO.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO WS-DNG-HORA-ALTERACAO.
           OPEN OUTPUT DATA-NEGOCIO.
           IF WS-DATANEG-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR O CONTROLE DATANEG - FILE '
                   'STATUS ' WS-DATANEG-STATUS
               DISPLAY 'CONTROLE NAO ALTERADO'
               PERFORM 1050-LE-CONTROLE THRU 1050-EXIT
               GO TO 2900-EXIT
           END-IF.
           WRITE DNG-REC FROM WS-DATANEG-IMAGEM.
           CLOSE DATA-NEGOCIO.
           SET WS-CONTROLE-EXISTE TO TRUE.
           ADD 1 TO WS-QTD-ALTERACOES.
           DISPLAY 'CONTROLE DATANEG ATUALIZADO'.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - FECHA O CADASTRO DE OPERADORES E EXIBE O TOTAL
      * DE ALTERACOES
      *****************************************************************
       9000-FINALIZE.
           CLOSE OPERADOR-MASTER.
           DISPLAY 'MANUTENCAO DA DATA DE NEGOCIO ENCERRADA - '
               'ALTERACOES ' WS-QTD-ALTERACOES.
       9000-EXIT.
           EXIT.
