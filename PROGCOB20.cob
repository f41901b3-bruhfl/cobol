       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB20.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: TRANSACAO DE APROVACAO DAS ALTERACOES PENDENTES DO
      * PROGCOB03 (CONTROLE DE DUPLA CUSTODIA EXIGIDO PELA AUDITORIA).
      * SO SUPERVISOR (OPR-NIVEL 3) ENTRA. A TRANSACAO PERCORRE O
      * ARQUIVO NOMEPEND EM ORDEM DE CHEGADA, EXIBE CADA PEDIDO AINDA
      * PENDENTE (TIPO, MATRICULA, IMAGENS ANTES/DEPOIS, SOLICITANTE)
      * E PEDE A DECISAO: APROVAR, REJEITAR COM MOTIVO, PULAR OU
      * ENCERRAR. NINGUEM APROVA O PROPRIO PEDIDO. NA APROVACAO O
      * REGISTRO DO INDICE E RELIDO E CONFERIDO CONTRA A IMAGEM ANTES -
      * SE MUDOU DESDE O PEDIDO, O PEDIDO E REJEITADO AUTOMATICAMENTE.
      * SO A APROVADA REGRAVA O NOME-INDEX E ENTRA NO JORNAL COMO
      * EFETIVADA; A REJEITADA ENTRA NO JORNAL COMO RECUSADA COM O
      * MOTIVO DO SUPERVISOR. O JORNAL GUARDA O SOLICITANTE EM
      * JRN-OPERADOR E O SUPERVISOR EM JRN-APROVADOR.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      * 2026-10-15 BFL   DATA DE EXECUCAO, JRN-DATA E DATA DA DECISAO
      *                  LIDAS DO CONTROLE DATANEG (ROTINA PROGCOB27) NO
      *                  LUGAR DO RELOGIO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOME-PENDENTE ASSIGN TO "NOMEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-PEND-STATUS.

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

           SELECT DEPT-TABLE   ASSIGN TO "DEPTABLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT OPERADOR-MASTER ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOME-PENDENTE
           LABEL RECORDS ARE STANDARD.
       COPY NOMEPND.

       FD  NOME-INDEX
           LABEL RECORDS ARE STANDARD.
       COPY NOMEIDX.

       FD  NOME-JORNAL
           LABEL RECORDS ARE STANDARD.
       COPY NOMEJRN.

       FD  DEPT-TABLE
           LABEL RECORDS ARE STANDARD.
       COPY DEPTREC.

       FD  OPERADOR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
       77  WS-INDEX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-JORNAL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.
       77  WS-NIVEL-OPERADOR       PIC 9(01) VALUE ZERO.
       77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-MOTIVO-DECISAO       PIC X(30) VALUE SPACES.
       77  WS-IMAGEM-ATUAL         PIC X(20) VALUE SPACES.
       77  WS-TIPO-TEXTO           PIC X(20) VALUE SPACES.
       77  WS-QTD-EXIBIDOS         PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-APROVADOS        PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-REJEITADOS       PIC 9(04) COMP VALUE ZERO.
       77  WS-DECISAO              PIC X(01) VALUE SPACE.
           88  WS-DECISAO-APROVAR          VALUE 'A'.
           88  WS-DECISAO-REJEITAR         VALUE 'R'.
           88  WS-DECISAO-PULAR            VALUE 'P'.
           88  WS-DECISAO-FIM              VALUE 'F'.
       77  WS-PEND-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-FIM-PENDENTES            VALUE 'S'.
       77  WS-CONFERE-SW           PIC X(01) VALUE 'N'.
           88  WS-IMAGEM-CONFERE           VALUE 'S'.
           88  WS-IMAGEM-DIVERGE           VALUE 'N'.
       COPY DATNEGP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESSA-PENDENTES THRU 2000-EXIT.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - FAZ O SIGN-ON DO SUPERVISOR E ABRE OS
      * ARQUIVOS DA TRANSACAO
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
           PERFORM 1050-ABRE-PENDENTES THRU 1050-EXIT.
           PERFORM 1060-ABRE-NOME-INDEX THRU 1060-EXIT.
           PERFORM 1070-ABRE-JORNAL THRU 1070-EXIT.
           PERFORM 1080-ABRE-DEPT-TABLE THRU 1080-EXIT.
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
                   'APROVACAO'
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
      * 1050-ABRE-PENDENTES - ABRE O ARQUIVO DE PENDENCIAS EM I-O.
      * ARQUIVO AINDA NAO CRIADO PELO PROGCOB03 = NADA A APROVAR.
      *****************************************************************
       1050-ABRE-PENDENTES.
           OPEN I-O NOME-PENDENTE.
           IF WS-PEND-STATUS = '35'
               DISPLAY 'NENHUMA ALTERACAO PENDENTE DE APROVACAO'
               CLOSE OPERADOR-MASTER
               STOP RUN
           END-IF.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEPEND - FILE '
                   'STATUS ' WS-PEND-STATUS
               CLOSE OPERADOR-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 1060-ABRE-NOME-INDEX - ABRE O NOME-INDEX EM I-O PARA APLICAR
      * AS ALTERACOES APROVADAS
      *****************************************************************
       1060-ABRE-NOME-INDEX.
           OPEN I-O NOME-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOME-INDEX - FILE '
                   'STATUS ' WS-INDEX-STATUS
               CLOSE OPERADOR-MASTER NOME-PENDENTE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1060-EXIT.
           EXIT.

      *****************************************************************
      * 1070-ABRE-JORNAL - ABRE O JORNAL DE CORRECOES EM EXTEND
      * (SOMENTE-ACRESCIMO), CRIANDO O ARQUIVO SE AINDA NAO EXISTIR
      *****************************************************************
       1070-ABRE-JORNAL.
           OPEN EXTEND NOME-JORNAL.
           IF WS-JORNAL-STATUS = '35'
               OPEN OUTPUT NOME-JORNAL
               CLOSE NOME-JORNAL
               OPEN EXTEND NOME-JORNAL
           END-IF.
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOME-JORNAL - FILE '
                   'STATUS ' WS-JORNAL-STATUS
               CLOSE OPERADOR-MASTER NOME-PENDENTE NOME-INDEX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1070-EXIT.
           EXIT.

      *****************************************************************
      * 1080-ABRE-DEPT-TABLE - ABRE A TABELA DE DEPARTAMENTOS PARA
      * REVALIDAR NA APROVACAO O DEPARTAMENTO PEDIDO (O CODIGO PODE
      * TER SIDO REORGANIZADO PELO PROGCOB08 DEPOIS DO PEDIDO)
      *****************************************************************
       1080-ABRE-DEPT-TABLE.
           OPEN INPUT DEPT-TABLE.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'TABELA DEPT-TABLE AUSENTE OU INVALIDA - '
                   'FILE STATUS ' WS-DEPT-STATUS
               CLOSE OPERADOR-MASTER NOME-PENDENTE NOME-INDEX
                   NOME-JORNAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1080-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-PENDENTES - PERCORRE AS PENDENCIAS EM ORDEM DE
      * CHEGADA ATE O FIM DO ARQUIVO OU ATE O SUPERVISOR ENCERRAR
      *****************************************************************
       2000-PROCESSA-PENDENTES.
           MOVE LOW-VALUES TO PND-CHAVE.
           START NOME-PENDENTE KEY >= PND-CHAVE
               INVALID KEY
                   SET WS-FIM-PENDENTES TO TRUE
           END-START.
           PERFORM 2100-PROXIMA-PENDENCIA THRU 2100-EXIT
               UNTIL WS-FIM-PENDENTES.
           IF WS-QTD-EXIBIDOS = ZERO
               DISPLAY 'NENHUMA ALTERACAO PENDENTE DE APROVACAO'
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-PROXIMA-PENDENCIA - LE O PROXIMO PEDIDO; OS JA DECIDIDOS
      * SAO PULADOS. O PENDENTE E EXIBIDO E A DECISAO DO SUPERVISOR E
      * APLICADA.
      *****************************************************************
       2100-PROXIMA-PENDENCIA.
           READ NOME-PENDENTE NEXT RECORD
               AT END
                   SET WS-FIM-PENDENTES TO TRUE
           END-READ.
           IF WS-FIM-PENDENTES
               GO TO 2100-EXIT
           END-IF.
           IF NOT PND-PENDENTE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-QTD-EXIBIDOS.
           PERFORM 2110-EXIBE-PENDENCIA THRU 2110-EXIT.
           DISPLAY 'DECISAO (A=APROVAR R=REJEITAR P=PULAR F=FIM): '.
           ACCEPT WS-DECISAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-DECISAO-APROVAR
                   IF PND-OPERADOR-SOLIC = WS-OPERADOR
                       DISPLAY 'APROVACAO RECUSADA - O PEDIDO E DO '
                           'PROPRIO OPERADOR'
                   ELSE
                       PERFORM 2200-APROVA-PENDENCIA THRU 2200-EXIT
                   END-IF
               WHEN WS-DECISAO-REJEITAR
                   PERFORM 2300-REJEITA-PENDENCIA THRU 2300-EXIT
               WHEN WS-DECISAO-PULAR
                   DISPLAY 'PEDIDO MANTIDO PENDENTE'
               WHEN WS-DECISAO-FIM
                   SET WS-FIM-PENDENTES TO TRUE
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA - PEDIDO MANTIDO PENDENTE'
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2110-EXIBE-PENDENCIA - EXIBE OS DADOS DO PEDIDO PENDENTE
      *****************************************************************
       2110-EXIBE-PENDENCIA.
           EVALUATE TRUE
               WHEN PND-TIPO-NOME
                   MOVE 'CORRECAO DE NOME'     TO WS-TIPO-TEXTO
               WHEN PND-TIPO-DEPTO
                   MOVE 'CORRECAO DE DEPTO'    TO WS-TIPO-TEXTO
               WHEN OTHER
                   MOVE 'DESATIVACAO'          TO WS-TIPO-TEXTO
           END-EVALUATE.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'PEDIDO DE......: ' PND-DATA-SOLIC ' '
               PND-HORA-SOLIC.
           DISPLAY 'SOLICITANTE....: ' PND-OPERADOR-SOLIC.
           DISPLAY 'TIPO...........: ' WS-TIPO-TEXTO.
           DISPLAY 'MATRICULA......: ' PND-MATRICULA.
           DISPLAY 'ANTES..........: ' PND-IMAGEM-ANTES.
           DISPLAY 'DEPOIS.........: ' PND-IMAGEM-DEPOIS.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2200-APROVA-PENDENCIA - RELE O REGISTRO DO INDICE, CONFERE A
      * IMAGEM ANTES (O REGISTRO NAO PODE TER MUDADO DESDE O PEDIDO),
      * REVALIDA O DEPARTAMENTO PEDIDO E APLICA A ALTERACAO. PEDIDO
      * QUE NAO PODE MAIS SER APLICADO E REJEITADO AUTOMATICAMENTE COM
      * O MOTIVO. FALHA NA REGRAVACAO DEIXA O PEDIDO PENDENTE.
      *****************************************************************
       2200-APROVA-PENDENCIA.
           MOVE PND-MATRICULA TO NOME-IDX-MATRICULA.
           READ NOME-INDEX
               INVALID KEY
                   DISPLAY 'MATRICULA NAO ENCONTRADA NO INDICE'
                   MOVE 'MATRICULA NAO ENCONTRADA' TO
                       WS-MOTIVO-DECISAO
                   PERFORM 2400-REGISTRA-REJEICAO THRU 2400-EXIT
                   GO TO 2200-EXIT
           END-READ.
           PERFORM 2210-CONFERE-IMAGEM THRU 2210-EXIT.
           IF WS-IMAGEM-DIVERGE
               DISPLAY 'REGISTRO ALTERADO DESDE O PEDIDO - ATUAL: '
                   WS-IMAGEM-ATUAL
               MOVE 'IMAGEM ANTES DIVERGE DO INDICE' TO
                   WS-MOTIVO-DECISAO
               PERFORM 2400-REGISTRA-REJEICAO THRU 2400-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF PND-TIPO-DEPTO
               MOVE PND-IMAGEM-DEPOIS TO DEP-CODIGO
               READ DEPT-TABLE
                   INVALID KEY
                       DISPLAY 'DEPARTAMENTO PEDIDO NAO ESTA MAIS '
                           'CADASTRADO'
                       MOVE 'DEPARTAMENTO NAO CADASTRADO' TO
                           WS-MOTIVO-DECISAO
                       PERFORM 2400-REGISTRA-REJEICAO THRU 2400-EXIT
                       GO TO 2200-EXIT
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN PND-TIPO-NOME
                   MOVE PND-IMAGEM-DEPOIS TO NOME-IDX-NOME
                   MOVE 'CORRECAO DE NOME' TO JRN-MOTIVO
               WHEN PND-TIPO-DEPTO
                   MOVE PND-IMAGEM-DEPOIS TO NOME-IDX-DEPARTAMENTO
                   MOVE 'CORRECAO DE DEPARTAMENTO' TO JRN-MOTIVO
               WHEN OTHER
                   SET NOME-IDX-DESLIGADO TO TRUE
                   MOVE PND-DATA-DESLIG TO NOME-IDX-DATA-DESLIG
                   MOVE 'DESATIVACAO DE FUNCIONARIO' TO JRN-MOTIVO
           END-EVALUATE.
           REWRITE NOME-IDX-REC
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO DO INDICE - FILE '
                       'STATUS ' WS-INDEX-STATUS
                   DISPLAY 'PEDIDO MANTIDO PENDENTE'
                   GO TO 2200-EXIT
           END-REWRITE.
           MOVE 'E' TO JRN-RESULTADO.
           PERFORM 2500-GRAVA-JORNAL THRU 2500-EXIT.
           SET PND-APROVADA TO TRUE.
           MOVE 'APROVADA' TO WS-MOTIVO-DECISAO.
           PERFORM 2600-GRAVA-DECISAO THRU 2600-EXIT.
           ADD 1 TO WS-QTD-APROVADOS.
           DISPLAY 'ALTERACAO APROVADA E APLICADA NO INDICE'.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-CONFERE-IMAGEM - COMPARA O CAMPO ATUAL DO INDICE COM A
      * IMAGEM ANTES GUARDADA NO PEDIDO (NOME, DEPARTAMENTO OU, NA
      * DESATIVACAO, O STATUS ATIVO)
      *****************************************************************
       2210-CONFERE-IMAGEM.
           SET WS-IMAGEM-DIVERGE TO TRUE.
           EVALUATE TRUE
               WHEN PND-TIPO-NOME
                   MOVE NOME-IDX-NOME TO WS-IMAGEM-ATUAL
               WHEN PND-TIPO-DEPTO
                   MOVE NOME-IDX-DEPARTAMENTO TO WS-IMAGEM-ATUAL
               WHEN OTHER
                   IF NOME-IDX-DESLIGADO
                       MOVE 'DESLIGADO' TO WS-IMAGEM-ATUAL
                   ELSE
                       MOVE 'ATIVO' TO WS-IMAGEM-ATUAL
                   END-IF
           END-EVALUATE.
           IF WS-IMAGEM-ATUAL = PND-IMAGEM-ANTES
               SET WS-IMAGEM-CONFERE TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-REJEITA-PENDENCIA - LE O MOTIVO DA REJEICAO (OBRIGATORIO)
      * E REGISTRA A DECISAO
      *****************************************************************
       2300-REJEITA-PENDENCIA.
           DISPLAY 'MOTIVO DA REJEICAO (30 POSICOES): '.
           MOVE SPACES TO WS-MOTIVO-DECISAO.
           ACCEPT WS-MOTIVO-DECISAO FROM CONSOLE.
           IF WS-MOTIVO-DECISAO = SPACES
               OR WS-MOTIVO-DECISAO = LOW-VALUES
               DISPLAY 'MOTIVO OBRIGATORIO - PEDIDO MANTIDO PENDENTE'
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2400-REGISTRA-REJEICAO THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-REGISTRA-REJEICAO - GRAVA NO JORNAL A ALTERACAO COMO
      * RECUSADA COM O MOTIVO (WS-MOTIVO-DECISAO) E MARCA O PEDIDO
      * COMO REJEITADO
      *****************************************************************
       2400-REGISTRA-REJEICAO.
           MOVE 'R' TO JRN-RESULTADO.
           MOVE WS-MOTIVO-DECISAO TO JRN-MOTIVO.
           PERFORM 2500-GRAVA-JORNAL THRU 2500-EXIT.
           SET PND-REJEITADA TO TRUE.
           PERFORM 2600-GRAVA-DECISAO THRU 2600-EXIT.
           ADD 1 TO WS-QTD-REJEITADOS.
           DISPLAY 'PEDIDO REJEITADO - ' WS-MOTIVO-DECISAO.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-GRAVA-JORNAL - GRAVA NO JORNAL DE CORRECOES A DECISAO,
      * COM O RESULTADO E O MOTIVO JA MOVIDOS PELO CHAMADOR. O
      * SOLICITANTE VAI EM JRN-OPERADOR E O SUPERVISOR EM
      * JRN-APROVADOR.
      *****************************************************************
       2500-GRAVA-JORNAL.
           MOVE WS-DATA-EXECUCAO TO JRN-DATA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO JRN-HORA.
           MOVE PND-OPERADOR-SOLIC   TO JRN-OPERADOR.
           MOVE PND-MATRICULA        TO JRN-MATRICULA.
           MOVE PND-IMAGEM-ANTES     TO JRN-NOME-ANTES.
           MOVE PND-IMAGEM-DEPOIS    TO JRN-NOME-DEPOIS.
           MOVE WS-OPERADOR          TO JRN-APROVADOR.
           WRITE JRN-REC.
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO JORNAL - FILE STATUS '
                   WS-JORNAL-STATUS
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2600-GRAVA-DECISAO - REGRAVA O PEDIDO COM A SITUACAO JA
      * MARCADA PELO CHAMADOR, O SUPERVISOR, A DATA/HORA E O MOTIVO
      *****************************************************************
       2600-GRAVA-DECISAO.
           MOVE WS-OPERADOR          TO PND-OPERADOR-DECISAO.
           MOVE WS-DATA-EXECUCAO TO PND-DATA-DECISAO.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO PND-HORA-DECISAO.
           MOVE WS-MOTIVO-DECISAO    TO PND-MOTIVO-DECISAO.
           REWRITE PND-REC
               INVALID KEY
                   DISPLAY 'ERRO NA REGRAVACAO DA PENDENCIA - FILE '
                       'STATUS ' WS-PEND-STATUS
           END-REWRITE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - FECHA OS ARQUIVOS E EXIBE O TOTAL DE DECISOES
      *****************************************************************
       9000-FINALIZE.
           CLOSE NOME-PENDENTE.
           CLOSE NOME-INDEX.
           CLOSE NOME-JORNAL.
           CLOSE DEPT-TABLE.
           CLOSE OPERADOR-MASTER.
           DISPLAY 'APROVACAO ENCERRADA - APROVADOS ' WS-QTD-APROVADOS
               ' REJEITADOS ' WS-QTD-REJEITADOS.
       9000-EXIT.
           EXIT.
