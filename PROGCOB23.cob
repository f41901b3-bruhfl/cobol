       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB23.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: TRANSACAO DE CANCELAMENTO DE MOVIMENTO AGENDADO -
      * DESLIGAMENTO OU TRANSFERENCIA DO RH COM DATA EFETIVA FUTURA,
      * GRAVADO NA AGENDA NOMEAGND PELO PROGCOB02, PODE SER CANCELADO
      * ANTES DE ENTRAR EM VIGOR (DESISTENCIA DO DESLIGAMENTO,
      * TRANSFERENCIA REVOGADA). SO SUPERVISOR (OPR-NIVEL 3) ENTRA. O
      * OPERADOR INFORMA A MATRICULA, A TRANSACAO EXIBE CADA MOVIMENTO
      * PENDENTE DA MATRICULA E PEDE A CONFIRMACAO E O MOTIVO. O
      * MOVIMENTO NAO E APAGADO: FICA NA AGENDA COMO CANCELADO, COM O
      * SUPERVISOR, A DATA E O MOTIVO, E O CANCELAMENTO ENTRA NO
      * JORNAL DE CORRECOES COMO RECUSADO, PARA A AUDITORIA.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   DATA DE EXECUCAO E JRN-DATA LIDAS DO CONTROLE
      *                  DATANEG (ROTINA PROGCOB27) NO LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-MOV   ASSIGN TO "NOMEAGND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT NOME-JORNAL  ASSIGN TO "NOMEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.

           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA-MOV
           LABEL RECORDS ARE STANDARD.
       COPY NOMEAGD.

       FD  NOME-JORNAL
           LABEL RECORDS ARE STANDARD.
       COPY NOMEJRN.

       FD  OPERADOR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WS-AGENDA-STATUS        PIC X(02) VALUE SPACES.
       77  WS-JORNAL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.
       77  WS-NIVEL-OPERADOR       PIC 9(01) VALUE ZERO.
       77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-MATRICULA-BUSCA      PIC 9(06) VALUE ZERO.
       77  WS-MOTIVO-CANCEL        PIC X(30) VALUE SPACES.
       77  WS-IMAGEM-ANTES         PIC X(20) VALUE SPACES.
       77  WS-IMAGEM-DEPOIS        PIC X(20) VALUE SPACES.
       77  WS-QTD-EXIBIDOS         PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-CANCELADOS       PIC 9(04) COMP VALUE ZERO.
       77  WS-CONFIRMA             PIC X(01) VALUE SPACE.
           88  WS-CONFIRMA-SIM             VALUE 'S'.
           88  WS-CONFIRMA-FIM             VALUE 'F'.
       77  WS-FIM-SW               PIC X(01) VALUE 'N'.
           88  WS-FIM-PROGRAMA             VALUE 'S'.
       77  WS-AGENDA-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-FIM-AGENDA               VALUE 'S'.
       COPY DATNEGP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESSA-MATRICULA THRU 2000-EXIT
               UNTIL WS-FIM-PROGRAMA.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - FAZ O SIGN-ON DO SUPERVISOR E ABRE A AGENDA
      * E O JORNAL DE CORRECOES
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
           PERFORM 1050-ABRE-AGENDA THRU 1050-EXIT.
           PERFORM 1060-ABRE-JORNAL THRU 1060-EXIT.
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
                   'CANCELAMENTO'
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
      * 1050-ABRE-AGENDA - ABRE A AGENDA DE MOVIMENTOS EM I-O. AGENDA
      * AINDA NAO CRIADA PELO PROGCOB02 = NADA A CANCELAR.
      *****************************************************************
       1050-ABRE-AGENDA.
           OPEN I-O AGENDA-MOV.
           IF WS-AGENDA-STATUS = '35'
               DISPLAY 'NENHUM MOVIMENTO AGENDADO'
               CLOSE OPERADOR-MASTER
               STOP RUN
           END-IF.
           IF WS-AGENDA-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEAGND - FILE STATUS '
                   WS-AGENDA-STATUS
               CLOSE OPERADOR-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1060-ABRE-JORNAL - ABRE O JORNAL DE CORRECOES EM EXTEND
      * (SOMENTE-ACRESCIMO), CRIANDO O ARQUIVO SE AINDA NAO EXISTIR
      *****************************************************************
       1060-ABRE-JORNAL.
           OPEN EXTEND NOME-JORNAL.
           IF WS-JORNAL-STATUS = '35'
               OPEN OUTPUT NOME-JORNAL
               CLOSE NOME-JORNAL
               OPEN EXTEND NOME-JORNAL
           END-IF.
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOME-JORNAL - FILE '
                   'STATUS ' WS-JORNAL-STATUS
               CLOSE OPERADOR-MASTER AGENDA-MOV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1060-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-MATRICULA - LE A MATRICULA (ZERO ENCERRA) E
      * PERCORRE A AGENDA EXIBINDO OS MOVIMENTOS PENDENTES DELA. A
      * CHAVE COMECA PELA DATA EFETIVA, ENTAO A AGENDA E LIDA DO
      * INICIO - SO OS PENDENTES DA MATRICULA SAO OFERECIDOS.
      *****************************************************************
       2000-PROCESSA-MATRICULA.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'MATRICULA (6 DIGITOS, 000000 = SAIR): '.
           ACCEPT WS-MATRICULA-BUSCA FROM CONSOLE.
           IF WS-MATRICULA-BUSCA NOT NUMERIC
               DISPLAY 'MATRICULA INVALIDA'
               GO TO 2000-EXIT
           END-IF.
           IF WS-MATRICULA-BUSCA = ZERO
               SET WS-FIM-PROGRAMA TO TRUE
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO WS-QTD-EXIBIDOS.
           MOVE 'N' TO WS-AGENDA-EOF-SW.
           MOVE LOW-VALUES TO AGD-CHAVE.
           START AGENDA-MOV KEY >= AGD-CHAVE
               INVALID KEY
                   SET WS-FIM-AGENDA TO TRUE
           END-START.
           PERFORM 2100-PROXIMO-MOVIMENTO THRU 2100-EXIT
               UNTIL WS-FIM-AGENDA.
           IF WS-QTD-EXIBIDOS = ZERO
               DISPLAY 'NENHUM MOVIMENTO PENDENTE PARA A MATRICULA'
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-PROXIMO-MOVIMENTO - LE O PROXIMO MOVIMENTO DA AGENDA; O
      * PENDENTE DA MATRICULA E EXIBIDO E O CANCELAMENTO E OFERECIDO
      *****************************************************************
       2100-PROXIMO-MOVIMENTO.
           READ AGENDA-MOV NEXT RECORD
               AT END
                   SET WS-FIM-AGENDA TO TRUE
           END-READ.
           IF WS-FIM-AGENDA
               GO TO 2100-EXIT
           END-IF.
           IF AGD-MATRICULA NOT = WS-MATRICULA-BUSCA
               OR NOT AGD-PENDENTE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-QTD-EXIBIDOS.
           DISPLAY 'DATA EFETIVA...: ' AGD-DATA-EFETIVA.
           IF AGD-TIPO-TERMINACAO
               DISPLAY 'MOVIMENTO......: DESLIGAMENTO EM '
                   AGD-DATA-DESLIG
           ELSE
               DISPLAY 'MOVIMENTO......: TRANSFERENCIA PARA '
                   AGD-DEPARTAMENTO
           END-IF.
           DISPLAY 'AGENDADO EM....: ' AGD-DATA-INCLUSAO.
           DISPLAY 'CANCELAR (S=SIM N=NAO F=FIM): '.
           ACCEPT WS-CONFIRMA FROM CONSOLE.
           IF WS-CONFIRMA-FIM
               SET WS-FIM-AGENDA TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF WS-CONFIRMA-SIM
               PERFORM 2200-CANCELA-MOVIMENTO THRU 2200-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-CANCELA-MOVIMENTO - LE O MOTIVO (OBRIGATORIO), MARCA O
      * MOVIMENTO COMO CANCELADO NA AGENDA E REGISTRA O CANCELAMENTO
      * NO JORNAL DE CORRECOES COMO RECUSADO, COM O MOTIVO. IMAGEM
      * ANTES = DATA EFETIVA AGENDADA; IMAGEM DEPOIS = O MOVIMENTO QUE
      * DEIXOU DE SER APLICADO (MESMO FORMATO DA DESATIVACAO DO
      * PROGCOB03 OU O DEPARTAMENTO DE DESTINO).
      *****************************************************************
       2200-CANCELA-MOVIMENTO.
           DISPLAY 'MOTIVO DO CANCELAMENTO (30 POSICOES): '.
           MOVE SPACES TO WS-MOTIVO-CANCEL.
           ACCEPT WS-MOTIVO-CANCEL FROM CONSOLE.
           IF WS-MOTIVO-CANCEL = SPACES
               OR WS-MOTIVO-CANCEL = LOW-VALUES
               DISPLAY 'MOTIVO OBRIGATORIO - MOVIMENTO MANTIDO'
               GO TO 2200-EXIT
           END-IF.
           SET AGD-CANCELADO TO TRUE.
           MOVE WS-DATA-EXECUCAO TO AGD-DATA-SITUACAO.
           MOVE WS-OPERADOR      TO AGD-OPERADOR-CANCEL.
           MOVE WS-MOTIVO-CANCEL TO AGD-MOTIVO-CANCEL.
           REWRITE AGD-REC
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO DA AGENDA - FILE '
                       'STATUS ' WS-AGENDA-STATUS
                   DISPLAY 'MOVIMENTO MANTIDO'
                   GO TO 2200-EXIT
           END-REWRITE.
           ADD 1 TO WS-QTD-CANCELADOS.
           MOVE SPACES TO WS-IMAGEM-ANTES.
           STRING 'AGENDADO ' AGD-DATA-EFETIVA
               DELIMITED BY SIZE INTO WS-IMAGEM-ANTES.
           MOVE SPACES TO WS-IMAGEM-DEPOIS.
           IF AGD-TIPO-TERMINACAO
               STRING 'DESLIGADO ' AGD-DATA-DESLIG
                   DELIMITED BY SIZE INTO WS-IMAGEM-DEPOIS
           ELSE
               MOVE AGD-DEPARTAMENTO TO WS-IMAGEM-DEPOIS
           END-IF.
           MOVE WS-DATA-EXECUCAO TO JRN-DATA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO JRN-HORA.
           MOVE WS-OPERADOR          TO JRN-OPERADOR.
           MOVE AGD-MATRICULA        TO JRN-MATRICULA.
           MOVE WS-IMAGEM-ANTES      TO JRN-NOME-ANTES.
           MOVE WS-IMAGEM-DEPOIS     TO JRN-NOME-DEPOIS.
           MOVE 'R'                  TO JRN-RESULTADO.
           MOVE WS-MOTIVO-CANCEL     TO JRN-MOTIVO.
           MOVE SPACES               TO JRN-APROVADOR.
           WRITE JRN-REC.
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO JORNAL - FILE STATUS '
                   WS-JORNAL-STATUS
           END-IF.
           DISPLAY 'MOVIMENTO CANCELADO'.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - FECHA OS ARQUIVOS E EXIBE O TOTAL CANCELADO
      *****************************************************************
       9000-FINALIZE.
           CLOSE AGENDA-MOV.
           CLOSE NOME-JORNAL.
           CLOSE OPERADOR-MASTER.
           DISPLAY 'CANCELAMENTO ENCERRADO - CANCELADOS '
               WS-QTD-CANCELADOS.
       9000-EXIT.
           EXIT.
