      *                  PARA TODOS, CORRECOES (NOME/DEPARTAMENTO)
      *                  PARA O NIVEL 2 E DESATIVACAO DE FUNCIONARIO
      *                  SO PARA SUPERVISOR (NIVEL 3).
      * 2026-10-15 BFL   A CORRECAO DE NOME PASSA A RECEBER O NOME
      *                  COMPLETO (ATE 100 POSICOES) E A GRAVAR O NOME
      *                  ABREVIADO PELA ROTINA PADRAO DE CRACHA
      *                  (PROGCOB19), A MESMA USADA NA CAPTURA PELO
      *                  PROGCOB02, EM VEZ DE ACEITAR 20 POSICOES
      *                  DIGITADAS LIVREMENTE.
      * 2026-10-15 BFL   CONTROLE DE DUPLA CUSTODIA: CORRECAO DE NOME,
      *                  CORRECAO DE DEPARTAMENTO E DESATIVACAO DEIXAM
      *                  DE ATUALIZAR O NOME-INDEX NA HORA - VIRAM UM
      *                  PEDIDO NO ARQUIVO DE PENDENCIAS NOMEPEND COM
      *                  AS IMAGENS ANTES/DEPOIS E O OPERADOR
      *                  SOLICITANTE. SO O SUPERVISOR, NA TRANSACAO DE
      *                  APROVACAO (PROGCOB20), EFETIVA O PEDIDO NO
      *                  INDICE E NO JORNAL. TENTATIVAS RECUSADAS NA
      *                  DIGITACAO CONTINUAM INDO DIRETO AO JORNAL.
      * 2026-10-15 BFL   JRN-DATA, DATA DO PEDIDO PENDENTE E DATA DE
      *                  DESLIGAMENTO EM BRANCO PASSAM A SER A DATA DE
      *                  NEGOCIO DO CONTROLE DATANEG (ROTINA PROGCOB27).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT NOME-PENDENTE ASSIGN TO "NOMEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOME-INDEX
           LABEL RECORDS ARE STANDARD.
       COPY OPERREC.

       FD  NOME-PENDENTE
           LABEL RECORDS ARE STANDARD.
       COPY NOMEPND.

       WORKING-STORAGE SECTION.
       77  WS-INDEX-STATUS         PIC X(02) VALUE SPACES.
       77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
       77  WS-NIVEL-OPERADOR       PIC 9(01) VALUE ZERO.
       77  WS-JORNAL-STATUS        PIC X(02) VALUE SPACES.
       77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-PEND-STATUS          PIC X(02) VALUE SPACES.
       77  WS-TIPO-PENDENCIA       PIC X(01) VALUE SPACE.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.
       77  WS-IMAGEM-ANTES         PIC X(20) VALUE SPACES.
       77  WS-IMAGEM-DEPOIS        PIC X(20) VALUE SPACES.
       77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-DEPTO-NOVO           PIC X(10) VALUE SPACES.
       77  WS-DEPTO-SW             PIC X(01) VALUE 'N'.
           88  WS-DEPTO-VALIDO             VALUE 'S'.
       77  WS-DATA-DESLIG-TXT      PIC X(08) VALUE SPACES.
       77  WS-CHAVE-BUSCA          PIC X(20) VALUE SPACES.
       77  WS-NOME-NOVO            PIC X(20) VALUE SPACES.
       77  WS-NOME-NOVO-COMPLETO   PIC X(100) VALUE SPACES.
       77  WS-MATRICULA-BUSCA      PIC 9(06) VALUE ZERO.
       77  WS-QTD-EXIBIDOS         PIC 9(04) COMP VALUE ZERO.
       77  WS-FIM-SW               PIC X(01) VALUE 'N'.
           88  WS-FIM-PROGRAMA             VALUE 'S'.
       77  WS-CONSULTA-SW          PIC X(01) VALUE 'N'.
           88  WS-FIM-CONSULTA             VALUE 'S'.
       COPY DATNEGP.
       COPY NOMEABR.

       PROCEDURE DIVISION.
       0000-MAINLINE.

      *****************************************************************
      * 1000-INITIALIZE - FAZ O SIGN-ON DO OPERADOR CONTRA O CADASTRO
      * OPERMAST E ABRE O ARQUIVO INDEXADO NOME-INDEX, O JORNAL DE
      * CORRECOES E O ARQUIVO DE ALTERACOES PENDENTES
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
           PERFORM 1050-ABRE-NOME-INDEX THRU 1050-EXIT.
           PERFORM 1060-ABRE-JORNAL THRU 1060-EXIT.
           PERFORM 1070-ABRE-DEPT-TABLE THRU 1070-EXIT.
           PERFORM 1080-ABRE-PENDENTES THRU 1080-EXIT.
       1000-EXIT.
           EXIT.

       1070-EXIT.
           EXIT.

      *****************************************************************
      * 1080-ABRE-PENDENTES - ABRE O ARQUIVO DE ALTERACOES PENDENTES DE
      * APROVACAO EM I-O, CRIANDO-O NA PRIMEIRA EXECUCAO. SEM ELE NAO
      * HA COMO REGISTRAR NENHUMA ALTERACAO - A TRANSACAO E ABORTADA.
      *****************************************************************
       1080-ABRE-PENDENTES.
           OPEN I-O NOME-PENDENTE.
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT NOME-PENDENTE
               CLOSE NOME-PENDENTE
               OPEN I-O NOME-PENDENTE
           END-IF.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEPEND - FILE '
                   'STATUS ' WS-PEND-STATUS
               CLOSE NOME-INDEX NOME-JORNAL DEPT-TABLE
                   OPERADOR-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1080-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-MENU - EXIBE O MENU, VALIDA A AUTORIDADE DO
      * OPERADOR PARA A OPCAO E DESVIA: CONSULTA PARA TODOS, CORRECOES
           EXIT.

      *****************************************************************
      * 2210-ATUALIZA-NOME - REGISTRA O PEDIDO DE CORRECAO DO NOME NO
      * ARQUIVO DE PENDENCIAS, PARA APROVACAO DO SUPERVISOR (PROGCOB20)
      * - O INDICE SO E REGRAVADO NA APROVACAO. SE O OPERADOR DIGITAR
      * O MESMO NOME JA CADASTRADO, NAO HA NADA A PEDIR - TRATADO COMO
      * CORRECAO SEM EFEITO. A TENTATIVA RECUSADA NA DIGITACAO E
      * REGISTRADA NO JORNAL DE CORRECOES COM IMAGEM ANTES/DEPOIS.
      * O OPERADOR DIGITA O NOME COMPLETO E O NOME GRAVADO E O
      * ABREVIADO PELA ROTINA PADRAO DE CRACHA (PROGCOB19).
      *****************************************************************
       2210-ATUALIZA-NOME.
           MOVE NOME-IDX-NOME TO WS-IMAGEM-ANTES.
           DISPLAY 'NOME ATUAL: ' NOME-IDX-NOME.
           DISPLAY 'NOVO NOME COMPLETO: '.
           MOVE SPACES TO WS-NOME-NOVO-COMPLETO.
           ACCEPT WS-NOME-NOVO-COMPLETO FROM CONSOLE.
           MOVE WS-NOME-NOVO-COMPLETO TO ABR-NOME-COMPLETO.
           CALL 'PROGCOB19' USING ABR-PARAMETROS.
           MOVE ABR-NOME-CRACHA TO WS-NOME-NOVO.
           IF ABR-NOME-ABREVIADO
               DISPLAY 'NOME ABREVIADO PARA O CRACHA: ' WS-NOME-NOVO
           END-IF.
           IF ABR-NOME-TRUNCADO
               DISPLAY 'NOME NAO CABE ABREVIADO - TRUNCADO PARA: '
                   WS-NOME-NOVO
           END-IF.
           MOVE WS-NOME-NOVO TO WS-IMAGEM-DEPOIS.
           EVALUATE TRUE
               WHEN WS-NOME-NOVO = SPACES OR WS-NOME-NOVO = LOW-VALUES
                   MOVE 'NOME NOVO IGUAL AO ATUAL' TO JRN-MOTIVO
                   PERFORM 2220-GRAVA-JORNAL THRU 2220-EXIT
               WHEN OTHER
                   MOVE 'N' TO WS-TIPO-PENDENCIA
                   MOVE ZERO TO WS-DATA-DESLIG
                   PERFORM 2230-GRAVA-PENDENCIA THRU 2230-EXIT
           END-EVALUATE.
       2210-EXIT.
           EXIT.
      * PELO CHAMADOR (JRN-RESULTADO / JRN-MOTIVO)
      *****************************************************************
       2220-GRAVA-JORNAL.
           MOVE WS-DATA-EXECUCAO TO JRN-DATA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO JRN-HORA.
           MOVE WS-OPERADOR          TO JRN-OPERADOR.
           MOVE NOME-IDX-MATRICULA   TO JRN-MATRICULA.
           MOVE WS-IMAGEM-ANTES      TO JRN-NOME-ANTES.
           MOVE WS-IMAGEM-DEPOIS     TO JRN-NOME-DEPOIS.
           MOVE SPACES               TO JRN-APROVADOR.
           WRITE JRN-REC.
           IF WS-JORNAL-STATUS NOT = '00'
               DISPLAY 'FALHA NA GRAVACAO DO JORNAL - FILE STATUS '
       2220-EXIT.
           EXIT.

      *****************************************************************
      * 2230-GRAVA-PENDENCIA - GRAVA O PEDIDO DE ALTERACAO NO ARQUIVO
      * DE PENDENCIAS COM O TIPO (WS-TIPO-PENDENCIA), AS IMAGENS
      * ANTES/DEPOIS, A DATA DE DESLIGAMENTO (SO NA DESATIVACAO) E O
      * OPERADOR SOLICITANTE. FALHA NA GRAVACAO E REGISTRADA NO
      * JORNAL COMO RECUSADA.
      *****************************************************************
       2230-GRAVA-PENDENCIA.
           MOVE SPACES               TO PND-REC.
           MOVE WS-DATA-EXECUCAO TO PND-DATA-SOLIC.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO PND-HORA-SOLIC.
           MOVE NOME-IDX-MATRICULA   TO PND-MATRICULA.
           MOVE WS-TIPO-PENDENCIA    TO PND-TIPO.
           MOVE WS-OPERADOR          TO PND-OPERADOR-SOLIC.
           MOVE WS-IMAGEM-ANTES      TO PND-IMAGEM-ANTES.
           MOVE WS-IMAGEM-DEPOIS     TO PND-IMAGEM-DEPOIS.
           MOVE WS-DATA-DESLIG       TO PND-DATA-DESLIG.
           SET PND-PENDENTE          TO TRUE.
           MOVE ZERO                 TO PND-DATA-DECISAO.
           MOVE ZERO                 TO PND-HORA-DECISAO.
           WRITE PND-REC
               INVALID KEY
                   DISPLAY 'ERRO NA GRAVACAO DA PENDENCIA - FILE '
                       'STATUS ' WS-PEND-STATUS
                   MOVE 'R' TO JRN-RESULTADO
                   MOVE 'FALHA NA GRAVACAO DA PENDENCIA' TO JRN-MOTIVO
                   PERFORM 2220-GRAVA-JORNAL THRU 2220-EXIT
               NOT INVALID KEY
                   DISPLAY 'PEDIDO REGISTRADO - AGUARDANDO APROVACAO '
                       'DO SUPERVISOR'
           END-WRITE.
       2230-EXIT.
           EXIT.

      *****************************************************************
      * 2300-CORRIGE-DEPTO - LOCALIZA O REGISTRO PELA MATRICULA (CHAVE
      * PRIMARIA) E, SE ENCONTRADO, ACIONA A CORRECAO DO DEPARTAMENTO
           EXIT.

      *****************************************************************
      * 2310-ATUALIZA-DEPTO - REGISTRA O PEDIDO DE CORRECAO DO
      * DEPARTAMENTO, VALIDADO CONTRA A TABELA DE REFERENCIA
      * DEPT-TABLE - A MESMA REGRA APLICADA PELO PROGCOB02 NA CAPTURA -
      * NO ARQUIVO DE PENDENCIAS, PARA APROVACAO DO SUPERVISOR. A
      * TENTATIVA RECUSADA NA DIGITACAO E REGISTRADA NO JORNAL COM AS
      * IMAGENS ANTES/DEPOIS DO DEPARTAMENTO.
      *****************************************************************
       2310-ATUALIZA-DEPTO.
           MOVE NOME-IDX-DEPARTAMENTO TO WS-IMAGEM-ANTES.
                   MOVE 'DEPARTAMENTO NAO CADASTRADO' TO JRN-MOTIVO
                   PERFORM 2220-GRAVA-JORNAL THRU 2220-EXIT
               WHEN OTHER
                   MOVE 'D' TO WS-TIPO-PENDENCIA
                   MOVE ZERO TO WS-DATA-DESLIG
                   PERFORM 2230-GRAVA-PENDENCIA THRU 2230-EXIT
           END-EVALUATE.
       2310-EXIT.
           EXIT.
           EXIT.

      *****************************************************************
      * 2510-ATUALIZA-STATUS - APOS CONFIRMACAO DO OPERADOR, REGISTRA
      * O PEDIDO DE DESLIGAMENTO COM A DATA INFORMADA (BRANCO = HOJE)
      * NO ARQUIVO DE PENDENCIAS - O REGISTRO SO E MARCADO COMO
      * DESLIGADO NA APROVACAO DE OUTRO SUPERVISOR (PROGCOB20). A
      * TENTATIVA RECUSADA NA DIGITACAO E REGISTRADA NO JORNAL COM AS
      * IMAGENS ANTES/DEPOIS DO STATUS.
      *****************************************************************
       2510-ATUALIZA-STATUS.
           DISPLAY 'NOME..............: ' NOME-IDX-NOME.
           ACCEPT WS-DATA-DESLIG-TXT FROM CONSOLE.
           IF WS-DATA-DESLIG-TXT = SPACES
               OR WS-DATA-DESLIG-TXT = LOW-VALUES
               MOVE WS-DATA-EXECUCAO TO WS-DATA-DESLIG
           ELSE
               IF WS-DATA-DESLIG-TXT IS NUMERIC
                   MOVE WS-DATA-DESLIG-TXT TO WS-DATA-DESLIG
           MOVE SPACES TO WS-IMAGEM-DEPOIS.
           STRING 'DESLIGADO ' WS-DATA-DESLIG
               DELIMITED BY SIZE INTO WS-IMAGEM-DEPOIS.
           MOVE 'T' TO WS-TIPO-PENDENCIA.
           PERFORM 2230-GRAVA-PENDENCIA THRU 2230-EXIT.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - FECHA O ARQUIVO INDEXADO NOME-INDEX, O JORNAL
      * DE CORRECOES E O ARQUIVO DE ALTERACOES PENDENTES
      *****************************************************************
       9000-FINALIZE.
           CLOSE NOME-INDEX.
           CLOSE NOME-JORNAL.
           CLOSE DEPT-TABLE.
           CLOSE OPERADOR-MASTER.
           CLOSE NOME-PENDENTE.
       9000-EXIT.
           EXIT.
