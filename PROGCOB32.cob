       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB32.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: TRANSACAO DE MANUTENCAO (MENU) DO PLANO DE EFETIVO
      * (EFETPLAN) - EFETIVO APROVADO PELO FINANCEIRO POR
      * DEPARTAMENTO E MES (AAAAMM). INCLUI UM MES OU O ANO INTEIRO
      * DE UMA VEZ, CONSULTA, ALTERA, EXCLUI E LISTA O ANO DE UM
      * DEPARTAMENTO. MESMO SIGN-ON CONTRA O CADASTRO OPERMAST DO
      * PROGCOB08: CONSULTA E LISTAGEM PARA TODOS, QUALQUER ALTERACAO
      * DO PLANO SO PARA SUPERVISOR (NIVEL 3). CADA REGISTRO GRAVADO
      * LEVA O OPERADOR E A DATA DE NEGOCIO DA ALTERACAO. O PLANO E
      * LIDO PELO RELATORIO DE ORCADO X REALIZADO (PROGCOB33) E PELO
      * PROGCOB02 NA SINALIZACAO DE CAPTURAS ACIMA DO APROVADO.
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
           SELECT PLANO-EFETIVO ASSIGN TO "EFETPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CHAVE
               FILE STATUS IS WS-PLANO-STATUS.

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
       FD  PLANO-EFETIVO
           LABEL RECORDS ARE STANDARD.
       COPY PLANREC.

       FD  DEPT-TABLE
           LABEL RECORDS ARE STANDARD.
       COPY DEPTREC.

       FD  OPERADOR-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       77  WS-PLANO-STATUS         PIC X(02) VALUE SPACES.
       77  WS-DEPT-STATUS          PIC X(02) VALUE SPACES.
       77  WS-OPER-STATUS          PIC X(02) VALUE SPACES.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.
       77  WS-NIVEL-OPERADOR       PIC 9(01) VALUE ZERO.
       77  WS-DATA-EXECUCAO        PIC 9(08) VALUE ZERO.
       77  WS-CODIGO-BUSCA         PIC X(10) VALUE SPACES.
       77  WS-QTD-INFORMADA        PIC 9(06) VALUE ZERO.
       77  WS-ANO-INFORMADO        PIC 9(04) VALUE ZERO.
       77  WS-MES-LOOP             PIC 9(02) COMP VALUE ZERO.
       77  WS-QTD-INCLUIDOS        PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-JA-EXISTENTES    PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-LISTADOS         PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-ALTERACOES       PIC 9(06) COMP VALUE ZERO.
       77  WS-CONFIRMA             PIC X(01) VALUE SPACES.
       77  WS-CHAVE-SW             PIC X(01) VALUE 'N'.
           88  WS-CHAVE-VALIDA             VALUE 'S'.
       77  WS-PLN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-PLANO                VALUE 'S'.
       77  WS-OPCAO                PIC X(01) VALUE SPACES.
           88  WS-OPCAO-INCLUIR            VALUE '1'.
           88  WS-OPCAO-CONSULTAR          VALUE '2'.
           88  WS-OPCAO-ALTERAR            VALUE '3'.
           88  WS-OPCAO-EXCLUIR            VALUE '4'.
           88  WS-OPCAO-INCLUIR-ANO        VALUE '5'.
           88  WS-OPCAO-LISTAR-ANO         VALUE '6'.
           88  WS-OPCAO-SAIR               VALUE '0'.
       77  WS-FIM-SW               PIC X(01) VALUE 'N'.
           88  WS-FIM-PROGRAMA             VALUE 'S'.

       01  WS-MES-INFORMADO        PIC 9(06) VALUE ZERO.
       01  FILLER REDEFINES WS-MES-INFORMADO.
           05  WS-INF-ANO          PIC 9(04).
           05  WS-INF-MES          PIC 9(02).
       COPY DATNEGP.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESSA-MENU THRU 2000-EXIT
               UNTIL WS-FIM-PROGRAMA.
           PERFORM 9000-FINALIZE THRU 9000-EXIT.
           STOP RUN.

      *****************************************************************
      * 1000-INITIALIZE - LE A DATA DE NEGOCIO (CARIMBO DAS
      * ALTERACOES), FAZ O SIGN-ON DO OPERADOR CONTRA O CADASTRO
      * OPERMAST, ABRE A TABELA DE DEPARTAMENTOS E ABRE O PLANO EM
      * I-O, CRIANDO-O NA PRIMEIRA EXECUCAO SE AINDA NAO EXISTIR
      * (MESMA LOGICA DO PROGCOB08 PARA A DEPT-TABLE)
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
           PERFORM 1050-ABRE-DEPTOS THRU 1050-EXIT.
           OPEN I-O PLANO-EFETIVO.
           IF WS-PLANO-STATUS = '35'
               OPEN OUTPUT PLANO-EFETIVO
               CLOSE PLANO-EFETIVO
               OPEN I-O PLANO-EFETIVO
           END-IF.
           IF WS-PLANO-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO EFETPLAN - FILE '
                   'STATUS ' WS-PLANO-STATUS
               CLOSE OPERADOR-MASTER DEPT-TABLE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1040-ABRE-OPERADORES - ABRE O CADASTRO DE OPERADORES PARA O
      * SIGN-ON. SEM O CADASTRO (AINDA NAO CARREGADO PELO PROGCOB14)
      * NAO HA COMO VALIDAR O OPERADOR - A TRANSACAO E ABORTADA, NO
      * MESMO CRITERIO DO PROGCOB08.
      *****************************************************************
       1040-ABRE-OPERADORES.
           OPEN INPUT OPERADOR-MASTER.
           IF WS-OPER-STATUS NOT = '00'
               DISPLAY 'CADASTRO OPERMAST AUSENTE OU INVALIDO - '
                   'FILE STATUS ' WS-OPER-STATUS
               DISPLAY 'CARREGUE O CADASTRO PELO PROGCOB14 ANTES DA '
                   'MANUTENCAO DO PLANO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1040-EXIT.
           EXIT.

      *****************************************************************
      * 1045-IDENTIFICA-OPERADOR - SIGN-ON: LE O ID DO OPERADOR E O
      * VALIDA CONTRA O CADASTRO OPERMAST. ID NAO CADASTRADO = ACESSO
      * NEGADO, TRANSACAO ENCERRADA COM RETURN CODE 8. O NIVEL DE
      * AUTORIDADE FICA GUARDADO PARA A VALIDACAO POR OPCAO DO MENU.
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
                   DISPLAY 'BEM-VINDO ' OPR-NOME
           END-READ.
       1045-EXIT.
           EXIT.

      *****************************************************************
      * 1050-ABRE-DEPTOS - ABRE A TABELA DE DEPARTAMENTOS PARA VALIDAR
      * O CODIGO NA INCLUSAO. SEM A TABELA NAO HA COMO SABER SE O
      * DEPARTAMENTO EXISTE - A TRANSACAO E ABORTADA.
      *****************************************************************
       1050-ABRE-DEPTOS.
           OPEN INPUT DEPT-TABLE.
           IF WS-DEPT-STATUS NOT = '00'
               DISPLAY 'TABELA DEPTABLE AUSENTE OU INVALIDA - FILE '
                   'STATUS ' WS-DEPT-STATUS
               DISPLAY 'CADASTRE OS DEPARTAMENTOS PELO PROGCOB08 '
                   'ANTES DO PLANO'
               CLOSE OPERADOR-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1050-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-MENU - EXIBE O MENU, VALIDA A AUTORIDADE DO
      * OPERADOR PARA A OPCAO E DESVIA: CONSULTA E LISTAGEM PARA
      * TODOS, INCLUSAO, ALTERACAO E EXCLUSAO SO PARA SUPERVISOR
      * (NIVEL 3) - O PLANO E APROVADO PELO FINANCEIRO E NAO E
      * CORRIGIDO PELO OPERADOR DO DIA A DIA
      *****************************************************************
       2000-PROCESSA-MENU.
           PERFORM 2010-EXIBE-MENU THRU 2010-EXIT.
           IF (WS-OPCAO-INCLUIR OR WS-OPCAO-ALTERAR
               OR WS-OPCAO-EXCLUIR OR WS-OPCAO-INCLUIR-ANO)
               AND WS-NIVEL-OPERADOR < 3
               DISPLAY 'OPERADOR SEM AUTORIDADE PARA A OPCAO - '
                   'NIVEL SUPERVISOR (3) EXIGIDO'
               GO TO 2000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 2100-INCLUI-PLANO THRU 2100-EXIT
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 2200-CONSULTA-PLANO THRU 2200-EXIT
               WHEN WS-OPCAO-ALTERAR
                   PERFORM 2300-ALTERA-PLANO THRU 2300-EXIT
               WHEN WS-OPCAO-EXCLUIR
                   PERFORM 2400-EXCLUI-PLANO THRU 2400-EXIT
               WHEN WS-OPCAO-INCLUIR-ANO
                   PERFORM 2500-INCLUI-ANO THRU 2500-EXIT
               WHEN WS-OPCAO-LISTAR-ANO
                   PERFORM 2600-LISTA-ANO THRU 2600-EXIT
               WHEN WS-OPCAO-SAIR
                   SET WS-FIM-PROGRAMA TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2010-EXIBE-MENU - EXIBE AS OPCOES E LE A ESCOLHA DO OPERADOR
      *****************************************************************
       2010-EXIBE-MENU.
           DISPLAY '-----------------------------------------------'.
           DISPLAY ' PROGCOB32 - PLANO DE EFETIVO POR DEPARTAMENTO'.
           DISPLAY ' 1 - INCLUIR MES DO PLANO'.
           DISPLAY ' 2 - CONSULTAR MES DO PLANO'.
           DISPLAY ' 3 - ALTERAR EFETIVO APROVADO'.
           DISPLAY ' 4 - EXCLUIR MES DO PLANO'.
           DISPLAY ' 5 - INCLUIR ANO INTEIRO (12 MESES)'.
           DISPLAY ' 6 - LISTAR ANO DO DEPARTAMENTO'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY '-----------------------------------------------'.
           DISPLAY 'OPCAO: '.
           ACCEPT WS-OPCAO FROM CONSOLE.
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2050-LE-CHAVE - LE O DEPARTAMENTO E O MES DE REFERENCIA
      * (AAAAMM) E MONTA A CHAVE DO PLANO. MES FORA DE 01 A 12 OU
      * CODIGO EM BRANCO = CHAVE INVALIDA, OPCAO CANCELADA.
      *****************************************************************
       2050-LE-CHAVE.
           MOVE 'N' TO WS-CHAVE-SW.
           DISPLAY 'DEPARTAMENTO (10 POSICOES): '.
           ACCEPT WS-CODIGO-BUSCA FROM CONSOLE.
           IF WS-CODIGO-BUSCA = SPACES
               OR WS-CODIGO-BUSCA = LOW-VALUES
               DISPLAY 'DEPARTAMENTO INVALIDO - OPCAO CANCELADA'
               GO TO 2050-EXIT
           END-IF.
           DISPLAY 'MES DE REFERENCIA (AAAAMM): '.
           MOVE ZERO TO WS-MES-INFORMADO.
           ACCEPT WS-MES-INFORMADO FROM CONSOLE.
           IF WS-MES-INFORMADO NOT NUMERIC
               OR WS-INF-ANO = ZERO
               OR WS-INF-MES < 1
               OR WS-INF-MES > 12
               DISPLAY 'MES DE REFERENCIA INVALIDO - OPCAO CANCELADA'
               GO TO 2050-EXIT
           END-IF.
           MOVE WS-CODIGO-BUSCA  TO PLN-DEPARTAMENTO.
           MOVE WS-MES-INFORMADO TO PLN-MES-REFERENCIA.
           SET WS-CHAVE-VALIDA TO TRUE.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * 2060-LE-QUANTIDADE - LE O EFETIVO APROVADO. VALOR NAO NUMERICO
      * VOLTA COMO CHAVE INVALIDA, OPCAO CANCELADA. ZERO E ACEITO
      * (DEPARTAMENTO SEM VAGA APROVADA NO MES).
      *****************************************************************
       2060-LE-QUANTIDADE.
           DISPLAY 'EFETIVO APROVADO (6 POSICOES): '.
           MOVE ZERO TO WS-QTD-INFORMADA.
           ACCEPT WS-QTD-INFORMADA FROM CONSOLE.
           IF WS-QTD-INFORMADA NOT NUMERIC
               DISPLAY 'EFETIVO INVALIDO - OPCAO CANCELADA'
               MOVE 'N' TO WS-CHAVE-SW
           END-IF.
       2060-EXIT.
           EXIT.

      *****************************************************************
      * 2070-VALIDA-DEPTO - O DEPARTAMENTO DO PLANO TEM DE EXISTIR NA
      * DEPTABLE - UM CODIGO DIGITADO ERRADO NUNCA CASARIA COM O
      * NOME-INDEX E O ORCADO X REALIZADO SAIRIA COM O PLANO ORFAO
      *****************************************************************
       2070-VALIDA-DEPTO.
           MOVE WS-CODIGO-BUSCA TO DEP-CODIGO.
           READ DEPT-TABLE
               INVALID KEY
                   DISPLAY 'DEPARTAMENTO NAO CADASTRADO NA DEPTABLE - '
                       'OPCAO CANCELADA'
                   MOVE 'N' TO WS-CHAVE-SW
           END-READ.
       2070-EXIT.
           EXIT.

      *****************************************************************
      * 2100-INCLUI-PLANO - INCLUI O EFETIVO APROVADO DE UM
      * DEPARTAMENTO PARA UM MES
      *****************************************************************
       2100-INCLUI-PLANO.
           PERFORM 2050-LE-CHAVE THRU 2050-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2070-VALIDA-DEPTO THRU 2070-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2060-LE-QUANTIDADE THRU 2060-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-CODIGO-BUSCA  TO PLN-DEPARTAMENTO.
           MOVE WS-MES-INFORMADO TO PLN-MES-REFERENCIA.
           MOVE WS-QTD-INFORMADA TO PLN-QTD-APROVADA.
           MOVE WS-OPERADOR      TO PLN-OPERADOR.
           MOVE WS-DATA-EXECUCAO TO PLN-DATA-ATUALIZACAO.
           WRITE PLN-REC
               INVALID KEY
                   DISPLAY 'MES JA CADASTRADO NO PLANO - USE A '
                       'OPCAO 3 (ALTERAR)'
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERACOES
                   DISPLAY 'PLANO INCLUIDO COM SUCESSO'
           END-WRITE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-CONSULTA-PLANO - LOCALIZA E EXIBE O PLANO DE UM
      * DEPARTAMENTO PARA UM MES, COM O CARIMBO DA ULTIMA ALTERACAO
      *****************************************************************
       2200-CONSULTA-PLANO.
           PERFORM 2050-LE-CHAVE THRU 2050-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 2200-EXIT
           END-IF.
           READ PLANO-EFETIVO
               INVALID KEY
                   DISPLAY 'MES NAO CADASTRADO NO PLANO'
               NOT INVALID KEY
                   DISPLAY 'DEPARTAMENTO......: ' PLN-DEPARTAMENTO
                   DISPLAY 'MES DE REFERENCIA.: ' PLN-MES-REFERENCIA
                   DISPLAY 'EFETIVO APROVADO..: ' PLN-QTD-APROVADA
                   DISPLAY 'ALTERADO POR......: ' PLN-OPERADOR
                       ' EM ' PLN-DATA-ATUALIZACAO
           END-READ.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-ALTERA-PLANO - LOCALIZA O MES DO PLANO E REGRAVA O
      * EFETIVO APROVADO COM O CARIMBO DO SUPERVISOR
      *****************************************************************
       2300-ALTERA-PLANO.
           PERFORM 2050-LE-CHAVE THRU 2050-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 2300-EXIT
           END-IF.
           READ PLANO-EFETIVO
               INVALID KEY
                   DISPLAY 'MES NAO CADASTRADO NO PLANO'
                   GO TO 2300-EXIT
           END-READ.
           DISPLAY 'EFETIVO APROVADO ATUAL: ' PLN-QTD-APROVADA.
           PERFORM 2060-LE-QUANTIDADE THRU 2060-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-QTD-INFORMADA TO PLN-QTD-APROVADA.
           MOVE WS-OPERADOR      TO PLN-OPERADOR.
           MOVE WS-DATA-EXECUCAO TO PLN-DATA-ATUALIZACAO.
           REWRITE PLN-REC
               INVALID KEY
                   DISPLAY 'ERRO NA ALTERACAO - FILE STATUS '
                       WS-PLANO-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERACOES
                   DISPLAY 'PLANO ALTERADO COM SUCESSO'
           END-REWRITE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-EXCLUI-PLANO - EXCLUI O MES DO PLANO DE UM DEPARTAMENTO,
      * APOS CONFIRMACAO. O DEPARTAMENTO NAO PRECISA MAIS EXISTIR NA
      * DEPTABLE (PLANO DE UM CODIGO JA APOSENTADO PELO PROGCOB08).
      *****************************************************************
       2400-EXCLUI-PLANO.
           PERFORM 2050-LE-CHAVE THRU 2050-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 2400-EXIT
           END-IF.
           READ PLANO-EFETIVO
               INVALID KEY
                   DISPLAY 'MES NAO CADASTRADO NO PLANO'
                   GO TO 2400-EXIT
           END-READ.
           DISPLAY 'EFETIVO APROVADO: ' PLN-QTD-APROVADA.
           DISPLAY 'CONFIRMA EXCLUSAO (S/N): '.
           ACCEPT WS-CONFIRMA FROM CONSOLE.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'EXCLUSAO NAO CONFIRMADA'
               GO TO 2400-EXIT
           END-IF.
           DELETE PLANO-EFETIVO RECORD
               INVALID KEY
                   DISPLAY 'ERRO NA EXCLUSAO - FILE STATUS '
                       WS-PLANO-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-ALTERACOES
                   DISPLAY 'PLANO EXCLUIDO COM SUCESSO'
           END-DELETE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-INCLUI-ANO - INCLUI OS DOZE MESES DE UM ANO COM O MESMO
      * EFETIVO APROVADO (O ORCAMENTO ANUAL DO FINANCEIRO). MESES JA
      * CADASTRADOS SAO MANTIDOS E APENAS CONTADOS - O AJUSTE DE UM
      * MES E FEITO PELA OPCAO 3.
      *****************************************************************
       2500-INCLUI-ANO.
           MOVE 'N' TO WS-CHAVE-SW.
           DISPLAY 'DEPARTAMENTO (10 POSICOES): '.
           ACCEPT WS-CODIGO-BUSCA FROM CONSOLE.
           IF WS-CODIGO-BUSCA = SPACES
               OR WS-CODIGO-BUSCA = LOW-VALUES
               DISPLAY 'DEPARTAMENTO INVALIDO - OPCAO CANCELADA'
               GO TO 2500-EXIT
           END-IF.
           DISPLAY 'ANO (AAAA): '.
           MOVE ZERO TO WS-ANO-INFORMADO.
           ACCEPT WS-ANO-INFORMADO FROM CONSOLE.
           IF WS-ANO-INFORMADO NOT NUMERIC
               OR WS-ANO-INFORMADO = ZERO
               DISPLAY 'ANO INVALIDO - OPCAO CANCELADA'
               GO TO 2500-EXIT
           END-IF.
           SET WS-CHAVE-VALIDA TO TRUE.
           PERFORM 2070-VALIDA-DEPTO THRU 2070-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2060-LE-QUANTIDADE THRU 2060-EXIT.
           IF NOT WS-CHAVE-VALIDA
               GO TO 2500-EXIT
           END-IF.
           MOVE ZERO TO WS-QTD-INCLUIDOS.
           MOVE ZERO TO WS-QTD-JA-EXISTENTES.
           MOVE WS-ANO-INFORMADO TO WS-INF-ANO.
           PERFORM 2510-GRAVA-MES-ANO THRU 2510-EXIT
               VARYING WS-MES-LOOP FROM 1 BY 1
               UNTIL WS-MES-LOOP > 12.
           DISPLAY 'MESES INCLUIDOS.........: ' WS-QTD-INCLUIDOS.
           DISPLAY 'MESES JA CADASTRADOS....: ' WS-QTD-JA-EXISTENTES.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2510-GRAVA-MES-ANO - GRAVA UM MES DO ANO INFORMADO
      *****************************************************************
       2510-GRAVA-MES-ANO.
           MOVE WS-MES-LOOP      TO WS-INF-MES.
           MOVE WS-CODIGO-BUSCA  TO PLN-DEPARTAMENTO.
           MOVE WS-MES-INFORMADO TO PLN-MES-REFERENCIA.
           MOVE WS-QTD-INFORMADA TO PLN-QTD-APROVADA.
           MOVE WS-OPERADOR      TO PLN-OPERADOR.
           MOVE WS-DATA-EXECUCAO TO PLN-DATA-ATUALIZACAO.
           WRITE PLN-REC
               INVALID KEY
                   ADD 1 TO WS-QTD-JA-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-INCLUIDOS
                   ADD 1 TO WS-QTD-ALTERACOES
           END-WRITE.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 2600-LISTA-ANO - LISTA OS MESES CADASTRADOS NO PLANO PARA UM
      * DEPARTAMENTO E UM ANO, NA ORDEM DA CHAVE
      *****************************************************************
       2600-LISTA-ANO.
           DISPLAY 'DEPARTAMENTO (10 POSICOES): '.
           ACCEPT WS-CODIGO-BUSCA FROM CONSOLE.
           DISPLAY 'ANO (AAAA): '.
           MOVE ZERO TO WS-ANO-INFORMADO.
           ACCEPT WS-ANO-INFORMADO FROM CONSOLE.
           IF WS-ANO-INFORMADO NOT NUMERIC
               DISPLAY 'ANO INVALIDO - OPCAO CANCELADA'
               GO TO 2600-EXIT
           END-IF.
           MOVE WS-ANO-INFORMADO TO WS-INF-ANO.
           MOVE ZERO             TO WS-INF-MES.
           MOVE ZERO             TO WS-QTD-LISTADOS.
           MOVE 'N'              TO WS-PLN-EOF-SW.
           MOVE WS-CODIGO-BUSCA  TO PLN-DEPARTAMENTO.
           MOVE WS-MES-INFORMADO TO PLN-MES-REFERENCIA.
           START PLANO-EFETIVO KEY > PLN-CHAVE
               INVALID KEY
                   SET WS-FIM-PLANO TO TRUE
           END-START.
           MOVE 12 TO WS-INF-MES.
           PERFORM 2610-LE-PROXIMO THRU 2610-EXIT
               UNTIL WS-FIM-PLANO.
           DISPLAY 'MESES LISTADOS: ' WS-QTD-LISTADOS.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 2610-LE-PROXIMO - LE O PROXIMO MES DO PLANO E O EXIBE, ATE
      * MUDAR O DEPARTAMENTO OU PASSAR DO ANO INFORMADO
      *****************************************************************
       2610-LE-PROXIMO.
           READ PLANO-EFETIVO NEXT RECORD
               AT END
                   SET WS-FIM-PLANO TO TRUE
                   GO TO 2610-EXIT
           END-READ.
           IF PLN-DEPARTAMENTO NOT = WS-CODIGO-BUSCA
               OR PLN-MES-REFERENCIA > WS-MES-INFORMADO
               SET WS-FIM-PLANO TO TRUE
               GO TO 2610-EXIT
           END-IF.
           ADD 1 TO WS-QTD-LISTADOS.
           DISPLAY PLN-MES-REFERENCIA '  APROVADO: ' PLN-QTD-APROVADA
               '  ALTERADO POR ' PLN-OPERADOR ' EM '
               PLN-DATA-ATUALIZACAO.
       2610-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZE - FECHA OS ARQUIVOS E EXIBE O TOTAL DE
      * ALTERACOES FEITAS NO PLANO NA SESSAO
      *****************************************************************
       9000-FINALIZE.
           CLOSE PLANO-EFETIVO.
           CLOSE DEPT-TABLE.
           CLOSE OPERADOR-MASTER.
           DISPLAY 'ALTERACOES NO PLANO NA SESSAO: ' WS-QTD-ALTERACOES.
       9000-EXIT.
           EXIT.
