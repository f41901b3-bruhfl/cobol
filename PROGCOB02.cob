      *                  ESTIVEREM EM EXECUCAO NA DATA - OVERRIDE DE
      *                  EMERGENCIA VIA CTL-OVERRIDE-CICLO = 'S' NO
      *                  CARTAO CTLCARD.
      * 2026-10-15 BFL   O NOME DE 100 POSICOES (CONSOLE, NOME-INPUT E
      *                  EXTRATO DO RH) DEIXA DE SER CORTADO NA
      *                  POSICAO 20 - PASSA PELA ROTINA PADRAO DE
      *                  ABREVIACAO PARA CRACHA (PROGCOB19) EM TODOS
      *                  OS MODOS DE CAPTURA. AS EXCECOES 'NOME
      *                  TRUNCADO' FICAM RESTRITAS AO NOME QUE NEM
      *                  ABREVIADO CABE EM 20 POSICOES, E O RELATORIO
      *                  GANHA A SECAO DE NOMES ABREVIADOS (NOME DO
      *                  CRACHA AO LADO DO NOME COMPLETO) PARA
      *                  CONFERENCIA DO RH.
      * 2026-10-15 BFL   JRN-APROVADOR GRAVADO EM BRANCO NO JORNAL DA
      *                  TRANSFERENCIA (NOVO CAMPO DO LAYOUT NOMEJRN).
      * 2026-10-15 BFL   DESLIGAMENTOS E TRANSFERENCIAS PASSAM A TER
      *                  DATA EFETIVA (TRM-DATA-EFETIVA /
      *                  TRF-DATA-EFETIVA). MOVIMENTO COM DATA FUTURA
      *                  NAO E APLICADO: VAI PARA A AGENDA NOMEAGND E
      *                  SAI NO RELATORIO COMO AGENDADO. INCLUIDO O
      *                  MODO LIBERACAO (CTL-MODO-LIBERACAO) - APLICA
      *                  OS MOVIMENTOS DA AGENDA VENCIDOS ATE A DATA DE
      *                  EXECUCAO PELA MESMA LOGICA DOS MODOS
      *                  TERMINACAO E TRANSFERENCIA (EXCECOES E JORNAL
      *                  INCLUSIVE) E BAIXA CADA UM NA AGENDA. A
      *                  APLICACAO FOI SEPARADA DA LEITURA DOS ARQUIVOS
      *                  (2425-APLICA-TERMINACAO E
      *                  2625-APLICA-TRANSFERENCIA) PARA SERVIR AOS
      *                  DOIS CAMINHOS.
      * 2026-10-15 BFL   DESLIGAMENTOS (MODOS TERMINACAO E LIBERACAO)
      *                  PASSAM A SER REGISTRADOS NO JORNAL DE
      *                  CORRECOES, EFETIVADOS OU RECUSADOS, COMO AS
      *                  TRANSFERENCIAS - O JORNAL PASSA A CONTER TODA
      *                  ALTERACAO DO NOME-INDEX, BASE DA RECUPERACAO
      *                  PELO RESTORE DE GERACAO (PROGCOB25). O GATE DO
      *                  CONTROLE DE CICLO TAMBEM RECUSA A CARGA
      *                  ENQUANTO O RESTORE ESTA EM EXECUCAO.
      * 2026-10-15 BFL   O MODO RH PASSA A REGISTRAR NO JORNAL DE
      *                  CORRECOES CADA INCLUSAO E CADA RECONTRATACAO
      *                  FEITA PELA CARGA, COM A DATA DE GERACAO DO
      *                  EXTRATO ('CARGA RH AAAAMMDD') E A SITUACAO
      *                  ANTERIOR DA MATRICULA - BASE DO ESTORNO DE
      *                  CARGA RH (PROGCOB26). O GATE DO CONTROLE DE
      *                  CICLO TAMBEM RECUSA A CARGA DURANTE O ESTORNO.
      * 2026-10-15 BFL   DATA DE NEGOCIO LIDA DO CONTROLE DATANEG
      *                  (ROTINA PROGCOB27) NO LUGAR DO RELOGIO:
      *                  CIC-DATA-NEGOCIO, DATA DE CAPTURA, JRN-DATA E
      *                  RLOG-DATA-EXECUCAO. A CAPTURA RECUSA DATA
      *                  FUTURA E CICLO ATRASADO FORA DO MODO DE
      *                  RECUPERACAO.
      * 2026-10-15 BFL   GATE DO CONTROLE DE CICLO TAMBEM RECUSA RODAR
      *                  COM A ANONIMIZACAO LGPD PROGCOB31 EM EXECUCAO.
      * 2026-10-15 BFL   SINALIZACAO DE CAPTURA ACIMA DO EFETIVO
      *                  APROVADO - NOS MODOS DE CAPTURA (CONSOLE, BATCH
      *                  E RH) CARREGA O PLANO EFETPLAN DO MES DA DATA
      *                  DE NEGOCIO, CONTA OS ATIVOS DE CADA
      *                  DEPARTAMENTO PLANEJADO NO NOME-INDEX E, A CADA
      *                  ADMISSAO OU RECONTRATACAO QUE PASSA O
      *                  DEPARTAMENTO DO APROVADO, IMPRIME A LINHA ACIMA
      *                  DO PLANO E CONTA NO RESUMO. A CAPTURA NAO E
      *                  RECUSADA.
      * 2026-10-15 BFL   MOVIMENTO FUTURO CUJA CHAVE JA ESTA NA AGENDA
      *                  CANCELADA PELO PROGCOB23 E REAGENDADO NO MESMO
      *                  REGISTRO (REGRAVADO COMO PENDENTE) EM VEZ DE IR
      *                  PARA AS EXCECOES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CIC-CHAVE
               FILE STATUS IS WS-CICLO-STATUS.

           SELECT AGENDA-MOV   ASSIGN TO "NOMEAGND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-AGENDA-STATUS.

           SELECT PLANO-EFETIVO ASSIGN TO "EFETPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLN-CHAVE
               FILE STATUS IS WS-PLANO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE
           LABEL RECORDS ARE STANDARD.
       COPY CICLREC.

       FD  AGENDA-MOV
           LABEL RECORDS ARE STANDARD.
       COPY NOMEAGD.

       FD  PLANO-EFETIVO
           LABEL RECORDS ARE STANDARD.
       COPY PLANREC.

       WORKING-STORAGE SECTION.
       77  WRK-NOME                PIC X(20) VALUE SPACES.
       77  WRK-NOME-COMPLETO       PIC X(100) VALUE SPACES.
       77  WS-NOME-SW              PIC X(01) VALUE 'N'.
           88  WS-NOME-VALIDO               VALUE 'S'.
           88  WS-NOME-INVALIDO             VALUE 'N'.
       77  WS-CICLO-MSG            PIC X(45) VALUE SPACES.
       77  WS-CICLO-MARCADO-SW     PIC X(01) VALUE 'N'.
           88  WS-CICLO-MARCADO             VALUE 'S'.
       77  WS-QTD-ABREVIADOS       PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-ABREV-FORA       PIC 9(06) COMP VALUE ZERO.
       77  WS-IDX-ABREV            PIC 9(04) COMP VALUE ZERO.
       77  WS-AGENDA-STATUS        PIC X(02) VALUE SPACES.
       77  WS-AGENDA-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-FIM-AGENDA                VALUE 'S'.
       77  WS-QTD-AGENDADOS        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-LIBERADOS        PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-EXCECOES-ANTES   PIC 9(06) COMP VALUE ZERO.
       77  WS-MOV-TIPO             PIC X(01) VALUE SPACE.
       77  WS-MOV-MATRICULA        PIC 9(06) VALUE ZERO.
       77  WS-MOV-DATA-DESLIG      PIC 9(08) VALUE ZERO.
       77  WS-MOV-DEPARTAMENTO     PIC X(10) VALUE SPACES.
       77  WS-MOV-DATA-EFETIVA     PIC 9(08) VALUE ZERO.
       77  WS-PLANO-STATUS         PIC X(02) VALUE SPACES.
       77  WS-PLANO-SW             PIC X(01) VALUE 'N'.
           88  WS-PLANO-CARREGADO           VALUE 'S'.
       77  WS-PLN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-FIM-PLANO                 VALUE 'S'.
       77  WS-PLN-IDX-EOF-SW       PIC X(01) VALUE 'N'.
           88  WS-PLN-FIM-INDICE            VALUE 'S'.
       77  WS-MES-NEGOCIO          PIC 9(06) VALUE ZERO.
       77  WS-IDX-PLANO            PIC 9(04) COMP VALUE ZERO.
       77  WS-IDX-PLANO-ACHADO     PIC 9(04) COMP VALUE ZERO.
       77  WS-QTD-PLANO-FORA       PIC 9(06) COMP VALUE ZERO.
       77  WS-QTD-ACIMA-PLANO      PIC 9(06) COMP VALUE ZERO.

      *****************************************************************
      * EFETIVO APROVADO NO PLANO (EFETPLAN) PARA O MES DA DATA DE
      * NEGOCIO, COM OS ATIVOS ATUAIS DE CADA DEPARTAMENTO PLANEJADO -
      * BASE DA SINALIZACAO DE CAPTURA ACIMA DO APROVADO
      *****************************************************************
       01  WS-TABELA-PLANO.
           05  WS-QTD-TAB-PLANO        PIC 9(04) COMP VALUE ZERO.
           05  WS-PLN-ENTRADA          OCCURS 200 TIMES.
               10  WS-PLN-DEPARTAMENTO PIC X(10).
               10  WS-PLN-APROVADO     PIC 9(06) COMP.
               10  WS-PLN-ATIVOS       PIC 9(06) COMP.

      *****************************************************************
      * NOMES ABREVIADOS NA EXECUCAO - GUARDADOS PARA A SECAO DO
      * RELATORIO IMPRESSA ANTES DO RESUMO
      *****************************************************************
       01  WS-TABELA-ABREVIADOS.
           05  WS-QTD-TAB-ABREV        PIC 9(04) COMP VALUE ZERO.
           05  WS-ABREV-ENTRADA        OCCURS 5000 TIMES.
               10  WS-ABREV-MATRICULA  PIC 9(06).
               10  WS-ABREV-NOME       PIC X(20).
               10  WS-ABREV-COMPLETO   PIC X(100).
       COPY NOMEABR.
       COPY DATNEGP.
       COPY NOMERPT.

       PROCEDURE DIVISION.
                   PERFORM 2400-PROCESSA-TERMINACOES THRU 2400-EXIT
               WHEN CTL-MODO-TRANSFERENCIA
                   PERFORM 2600-PROCESSA-TRANSFERENCIAS THRU 2600-EXIT
               WHEN CTL-MODO-LIBERACAO
                   PERFORM 2800-PROCESSA-LIBERACAO THRU 2800-EXIT
               WHEN OTHER
                   PERFORM 2000-PROCESSA-NOME THRU 2000-EXIT
           END-EVALUATE.
      * MODO DE EXECUCAO E ABRE OS ARQUIVOS DO JOB
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
           SET CTL-MODO-CONSOLE TO TRUE.
           OPEN INPUT CONTROLE.
           IF WS-CONTROLE-STATUS = '00'
                   PERFORM 9100-GRAVA-RUN-LOG THRU 9100-EXIT
                   STOP RUN
               END-IF
               PERFORM 1080-ABRE-JORNAL THRU 1080-EXIT
           END-IF.
           IF CTL-MODO-TERMINACAO
               OPEN INPUT NOME-TERM
                   PERFORM 9100-GRAVA-RUN-LOG THRU 9100-EXIT
                   STOP RUN
               END-IF
               PERFORM 1080-ABRE-JORNAL THRU 1080-EXIT
           END-IF.
           IF CTL-MODO-TRANSFERENCIA
               OPEN INPUT NOME-TRANSF
               END-IF
               PERFORM 1080-ABRE-JORNAL THRU 1080-EXIT
           END-IF.
           IF CTL-MODO-TERMINACAO OR CTL-MODO-TRANSFERENCIA
               OR CTL-MODO-LIBERACAO
               PERFORM 1090-ABRE-AGENDA THRU 1090-EXIT
           END-IF.
           IF CTL-MODO-LIBERACAO
               PERFORM 1080-ABRE-JORNAL THRU 1080-EXIT
           END-IF.
           IF NOT CTL-MODO-TERMINACAO
               AND NOT CTL-MODO-TRANSFERENCIA
               AND NOT CTL-MODO-LIBERACAO
               PERFORM 1300-CARREGA-PLANO THRU 1300-EXIT
           END-IF.
           IF WS-SEQ-RESTART = ZERO
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
      *****************************************************************
      * 1005-VERIFICA-CICLO - VERIFICA NO CONTROLE DE CICLO (CYCLCTL)
      * QUE NENHUM STEP CONFLITANTE ESTA EM EXECUCAO NA DATA DE
      * NEGOCIO - O REWRITE DO NOMEMAST PELO PROGCOB07, O REBUILD DO
      * NOMEIDX PELO PROGCOB09, O RESTORE DO NOMEIDX PELO PROGCOB25 OU
      * O ESTORNO DE CARGA RH PELO PROGCOB26 POR CIMA DESTA CARGA
      * CORROMPERIA OS ARQUIVOS - E MARCA ESTE
      * STEP COMO EM EXECUCAO. CONFLITO SEM O OVERRIDE DO CARTAO
      * (CTL-OVERRIDE-CICLO = 'S') ABORTA COM RETURN CODE 12 PARA O
      * SCHEDULER.
      *****************************************************************
       1005-VERIFICA-CICLO.
           PERFORM 1006-ABRE-CICLO THRU 1006-EXIT.
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
               IF CTL-COM-OVERRIDE
                   DISPLAY 'CONTROLE DE CICLO: ' WS-CICLO-MSG
      * 1080-ABRE-JORNAL - ABRE O JORNAL DE CORRECOES EM EXTEND
      * (SOMENTE-ACRESCIMO), CRIANDO O ARQUIVO NA PRIMEIRA EXECUCAO SE
      * AINDA NAO EXISTIR - MESMA LOGICA DE 1060-ABRE-JORNAL DO
      * PROGCOB03. OS MODOS TRANSFERENCIA, TERMINACAO E LIBERACAO
      * REGISTRAM CADA MOVIMENTACAO NA MESMA TRILHA DE AUDITORIA DAS
      * CORRECOES MANUAIS; O MODO RH REGISTRA CADA INCLUSAO E
      * RECONTRATACAO COM A DATA DE GERACAO DO EXTRATO.
      *****************************************************************
       1080-ABRE-JORNAL.
           OPEN EXTEND NOME-JORNAL.
       1080-EXIT.
           EXIT.

      *****************************************************************
      * 1090-ABRE-AGENDA - ABRE A AGENDA DE MOVIMENTOS FUTUROS
      * (NOMEAGND) EM I-O, CRIANDO O ARQUIVO NA PRIMEIRA EXECUCAO SE
      * AINDA NAO EXISTIR. OS MODOS TERMINACAO E TRANSFERENCIA GRAVAM
      * NELA O MOVIMENTO COM DATA EFETIVA FUTURA; O MODO LIBERACAO LE
      * E BAIXA OS MOVIMENTOS VENCIDOS.
      *****************************************************************
       1090-ABRE-AGENDA.
           OPEN I-O AGENDA-MOV.
           IF WS-AGENDA-STATUS = '35'
               OPEN OUTPUT AGENDA-MOV
               CLOSE AGENDA-MOV
               OPEN I-O AGENDA-MOV
           END-IF.
           IF WS-AGENDA-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ARQUIVO NOMEAGND - FILE STATUS '
                   WS-AGENDA-STATUS
               CLOSE NOME-MASTER RELATORIO NOME-INDEX DEPT-TABLE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-GRAVA-RUN-LOG THRU 9100-EXIT
               STOP RUN
           END-IF.
       1090-EXIT.
           EXIT.

      *****************************************************************
      * 1100-VERIFICA-RESTART - VERIFICA SE EXISTE CHECKPOINT DE UMA
      * EXECUCAO ANTERIOR QUE TERMINOU SEM CONCLUIR O ARQUIVO
       1260-EXIT.
           EXIT.

      *****************************************************************
      * 1300-CARREGA-PLANO - MODOS DE CAPTURA (CONSOLE, BATCH E RH):
      * CARREGA DO PLANO EFETPLAN O EFETIVO APROVADO DE CADA
      * DEPARTAMENTO NO MES DA DATA DE NEGOCIO E CONTA NO NOME-INDEX OS
      * ATIVOS ATUAIS DESSES DEPARTAMENTOS. PLANO AUSENTE OU SEM MES
      * CADASTRADO NAO IMPEDE A CAPTURA - A VERIFICACAO FICA
      * DESLIGADA, COM AVISO NO CONSOLE. NO RESTART DO BATCH A
      * CONTAGEM JA INCLUI AS CAPTURAS DA EXECUCAO INTERROMPIDA.
      *****************************************************************
       1300-CARREGA-PLANO.
           MOVE WS-DATA-EXECUCAO(1:6) TO WS-MES-NEGOCIO.
           OPEN INPUT PLANO-EFETIVO.
           IF WS-PLANO-STATUS NOT = '00'
               DISPLAY 'PLANO EFETPLAN AUSENTE - FILE STATUS '
                   WS-PLANO-STATUS ' - CAPTURAS SEM VERIFICACAO DO '
                   'EFETIVO APROVADO'
               GO TO 1300-EXIT
           END-IF.
           MOVE LOW-VALUES TO PLN-CHAVE.
           START PLANO-EFETIVO KEY >= PLN-CHAVE
               INVALID KEY
                   SET WS-FIM-PLANO TO TRUE
           END-START.
           PERFORM 1310-LE-PLANO THRU 1310-EXIT
               UNTIL WS-FIM-PLANO.
           CLOSE PLANO-EFETIVO.
           IF WS-QTD-PLANO-FORA > ZERO
               DISPLAY 'PLANO DO MES EXCEDE A TABELA INTERNA - '
                   WS-QTD-PLANO-FORA ' DEPARTAMENTOS SEM VERIFICACAO'
           END-IF.
           IF WS-QTD-TAB-PLANO = ZERO
               DISPLAY 'PLANO EFETPLAN SEM O MES ' WS-MES-NEGOCIO
                   ' - CAPTURAS SEM VERIFICACAO DO EFETIVO APROVADO'
               GO TO 1300-EXIT
           END-IF.
           SET WS-PLANO-CARREGADO TO TRUE.
           MOVE ZERO TO NOME-IDX-MATRICULA.
           START NOME-INDEX KEY >= NOME-IDX-MATRICULA
               INVALID KEY
                   SET WS-PLN-FIM-INDICE TO TRUE
           END-START.
           PERFORM 1320-CONTA-ATIVOS THRU 1320-EXIT
               UNTIL WS-PLN-FIM-INDICE.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * 1310-LE-PLANO - LE O PROXIMO REGISTRO DO PLANO E GUARDA NA
      * TABELA O DEPARTAMENTO DO MES DA DATA DE NEGOCIO
      *****************************************************************
       1310-LE-PLANO.
           READ PLANO-EFETIVO NEXT RECORD
               AT END
                   SET WS-FIM-PLANO TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF PLN-MES-REFERENCIA NOT = WS-MES-NEGOCIO
               GO TO 1310-EXIT
           END-IF.
           IF WS-QTD-TAB-PLANO >= 200
               ADD 1 TO WS-QTD-PLANO-FORA
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-QTD-TAB-PLANO.
           MOVE PLN-DEPARTAMENTO TO
               WS-PLN-DEPARTAMENTO (WS-QTD-TAB-PLANO).
           MOVE PLN-QTD-APROVADA TO
               WS-PLN-APROVADO (WS-QTD-TAB-PLANO).
           MOVE ZERO TO WS-PLN-ATIVOS (WS-QTD-TAB-PLANO).
       1310-EXIT.
           EXIT.

      *****************************************************************
      * 1320-CONTA-ATIVOS - LE O PROXIMO REGISTRO DO INDICE E, SE
      * ATIVO EM DEPARTAMENTO PLANEJADO, SOMA NOS ATIVOS DO PLANO
      *****************************************************************
       1320-CONTA-ATIVOS.
           READ NOME-INDEX NEXT RECORD
               AT END
                   SET WS-PLN-FIM-INDICE TO TRUE
                   GO TO 1320-EXIT
           END-READ.
           IF NOME-IDX-DESLIGADO
               GO TO 1320-EXIT
           END-IF.
           PERFORM 2150-LOCALIZA-PLANO THRU 2150-EXIT.
           IF WS-IDX-PLANO-ACHADO > ZERO
               ADD 1 TO WS-PLN-ATIVOS (WS-IDX-PLANO-ACHADO)
           END-IF.
       1320-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSA-NOME - CAPTURA O NOME NO CONSOLE, VALIDANDO E
      * RE-SOLICITANDO ENQUANTO O NOME NAO FOR VALIDO, EXIBE O NOME
           PERFORM 2030-OBTEM-DADOS-FUNCIONARIO THRU 2030-EXIT.
           PERFORM 2040-VALIDA-DEPARTAMENTO THRU 2040-EXIT.
           IF WS-DEPTO-VALIDO
               PERFORM 2060-REGISTRA-ABREVIACAO THRU 2060-EXIT
               ADD 1 TO WS-QTD-ACEITOS
               PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT
               PERFORM 2100-GRAVA-NOME-MASTER THRU 2100-EXIT
           EXIT.

      *****************************************************************
      * 2010-OBTEM-NOME - LE O NOME COMPLETO NO CONSOLE, ABREVIA PARA
      * O CRACHA E VALIDA O CONTEUDO
      *****************************************************************
       2010-OBTEM-NOME.
           MOVE SPACES TO WRK-NOME-COMPLETO.
           ACCEPT WRK-NOME-COMPLETO FROM CONSOLE.
           PERFORM 2050-ABREVIA-NOME THRU 2050-EXIT.
           PERFORM 2020-VALIDA-NOME THRU 2020-EXIT.
       2010-EXIT.
           EXIT.
       2040-EXIT.
           EXIT.

      *****************************************************************
      * 2050-ABREVIA-NOME - ABREVIA O NOME COMPLETO (WRK-NOME-COMPLETO)
      * PARA AS 20 POSICOES DO CRACHA PELA ROTINA PADRAO PROGCOB19. O
      * RESULTADO FICA EM WRK-NOME E O INDICADOR EM ABR-RESULTADO.
      *****************************************************************
       2050-ABREVIA-NOME.
           MOVE WRK-NOME-COMPLETO TO ABR-NOME-COMPLETO.
           CALL 'PROGCOB19' USING ABR-PARAMETROS.
           MOVE ABR-NOME-CRACHA   TO WRK-NOME.
       2050-EXIT.
           EXIT.

      *****************************************************************
      * 2060-REGISTRA-ABREVIACAO - PARA O NOME ACEITO, GUARDA NA TABELA
      * DA SECAO DE NOMES ABREVIADOS O NOME DO CRACHA AO LADO DO NOME
      * COMPLETO. O NOME QUE NEM ABREVIADO CABE EM 20 POSICOES SAI
      * TAMBEM COMO EXCECAO.
      *****************************************************************
       2060-REGISTRA-ABREVIACAO.
           IF NOT ABR-NOME-ABREVIADO
               AND NOT ABR-NOME-TRUNCADO
               GO TO 2060-EXIT
           END-IF.
           IF ABR-NOME-TRUNCADO
               MOVE 'NOME TRUNCADO NA ABREVIACAO' TO WS-EXCECAO-MOTIVO
               PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ABREVIADOS.
           IF WS-QTD-TAB-ABREV NOT < 5000
               ADD 1 TO WS-QTD-ABREV-FORA
               GO TO 2060-EXIT
           END-IF.
           ADD 1 TO WS-QTD-TAB-ABREV.
           MOVE WS-EMP-MATRICULA  TO
               WS-ABREV-MATRICULA (WS-QTD-TAB-ABREV).
           MOVE WRK-NOME          TO WS-ABREV-NOME (WS-QTD-TAB-ABREV).
           MOVE WRK-NOME-COMPLETO TO
               WS-ABREV-COMPLETO (WS-QTD-TAB-ABREV).
       2060-EXIT.
           EXIT.

      *****************************************************************
      * 2100-GRAVA-NOME-MASTER - GRAVA O NOME CAPTURADO NO ARQUIVO
      * MESTRE, COM A DATA E HORA DA CAPTURA
           MOVE WRK-NOME             TO NOME-REC-NOME.
           MOVE WS-EMP-MATRICULA     TO NOME-REC-MATRICULA.
           MOVE WS-EMP-DEPARTAMENTO  TO NOME-REC-DEPARTAMENTO.
           MOVE WS-DATA-EXECUCAO TO NOME-REC-DATA-CAPT.
           ACCEPT WS-HORA-SISTEMA    FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO NOME-REC-HORA-CAPT.
           SET NOME-REC-ATIVO        TO TRUE.
               INVALID KEY
                   PERFORM 2120-TRATA-MATRICULA-EXISTENTE
                       THRU 2120-EXIT
               NOT INVALID KEY
                   PERFORM 2140-VERIFICA-EFETIVO-PLANO THRU 2140-EXIT
                   IF CTL-MODO-HR
                       MOVE 'NAO CADASTRADO' TO WS-IMAGEM-ANTES
                       MOVE 'INCLUSAO POR CARGA RH' TO JRN-MOTIVO
                       PERFORM 2130-GRAVA-JORNAL-CARGA THRU 2130-EXIT
                   END-IF
           END-WRITE.
       2110-EXIT.
           EXIT.
               GO TO 2120-EXIT
           END-IF.
           MOVE NOME-IDX-DATA-DESLIG  TO RPT-RHA-DATA-DESLIG.
           MOVE SPACES                TO WS-IMAGEM-ANTES.
           STRING 'DESLIGADO ' NOME-IDX-DATA-DESLIG
               DELIMITED BY SIZE INTO WS-IMAGEM-ANTES.
           MOVE NOME-REC-NOME         TO NOME-IDX-NOME.
           MOVE NOME-REC-DEPARTAMENTO TO NOME-IDX-DEPARTAMENTO.
           MOVE NOME-REC-DATA-CAPT    TO NOME-IDX-DATA-CAPT.
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-RECONTRATADOS
                   PERFORM 3250-IMPRIME-RECONTRATACAO THRU 3250-EXIT
                   PERFORM 2140-VERIFICA-EFETIVO-PLANO THRU 2140-EXIT
                   IF CTL-MODO-HR
                       MOVE 'RECONTRATACAO POR CARGA RH' TO JRN-MOTIVO
                       PERFORM 2130-GRAVA-JORNAL-CARGA THRU 2130-EXIT
                   END-IF
           END-REWRITE.
       2120-EXIT.
           EXIT.

      *****************************************************************
      * 2130-GRAVA-JORNAL-CARGA - REGISTRA NO JORNAL DE CORRECOES A
      * INCLUSAO OU RECONTRATACAO FEITA PELA CARGA DO EXTRATO RH, PARA
      * QUE UMA CARGA ERRADA POSSA SER ESTORNADA PELO PROGCOB26. A
      * IMAGEM DEPOIS IDENTIFICA A CARGA ('CARGA RH ' + DATA DE
      * GERACAO DO EXTRATO); A IMAGEM ANTES E A SITUACAO ANTERIOR DA
      * MATRICULA ('NAO CADASTRADO' OU 'DESLIGADO ' + DATA DO
      * DESLIGAMENTO), USADA NO ESTORNO DA RECONTRATACAO. O MOTIVO VEM
      * DO CHAMADOR. UMA FALHA AQUI NAO DERRUBA O JOB, APENAS AVISA NO
      * CONSOLE.
      *****************************************************************
       2130-GRAVA-JORNAL-CARGA.
           MOVE SPACES TO WS-IMAGEM-DEPOIS.
           STRING 'CARGA RH ' WS-HR-DATA-GERACAO
               DELIMITED BY SIZE INTO WS-IMAGEM-DEPOIS.
           MOVE NOME-IDX-MATRICULA TO JRN-MATRICULA.
           MOVE 'E' TO JRN-RESULTADO.
           PERFORM 2640-GRAVA-JORNAL-TRANSF THRU 2640-EXIT.
       2130-EXIT.
           EXIT.

      *****************************************************************
      * 2140-VERIFICA-EFETIVO-PLANO - CAPTURA EFETIVADA NO INDICE
      * (ADMISSAO OU RECONTRATACAO): SOMA O ATIVO NO DEPARTAMENTO DO
      * PLANO E, SE O DEPARTAMENTO PASSOU DO EFETIVO APROVADO NO MES,
      * IMPRIME A LINHA DE CAPTURA ACIMA DO PLANO. A CAPTURA NAO E
      * RECUSADA - O PLANO E DO FINANCEIRO, A ADMISSAO JA ACONTECEU;
      * A LINHA E O AVISO PARA A CONFERENCIA. DEPARTAMENTO SEM PLANO
      * NO MES NAO E SINALIZADO AQUI (SAI NO PROGCOB33).
      *****************************************************************
       2140-VERIFICA-EFETIVO-PLANO.
           IF NOT WS-PLANO-CARREGADO
               GO TO 2140-EXIT
           END-IF.
           PERFORM 2150-LOCALIZA-PLANO THRU 2150-EXIT.
           IF WS-IDX-PLANO-ACHADO = ZERO
               GO TO 2140-EXIT
           END-IF.
           ADD 1 TO WS-PLN-ATIVOS (WS-IDX-PLANO-ACHADO).
           IF WS-PLN-ATIVOS (WS-IDX-PLANO-ACHADO) >
                   WS-PLN-APROVADO (WS-IDX-PLANO-ACHADO)
               ADD 1 TO WS-QTD-ACIMA-PLANO
               PERFORM 3290-IMPRIME-ACIMA-PLANO THRU 3290-EXIT
           END-IF.
       2140-EXIT.
           EXIT.

      *****************************************************************
      * 2150-LOCALIZA-PLANO - PROCURA O DEPARTAMENTO DO REGISTRO DO
      * INDICE NA TABELA DO PLANO. DEVOLVE A POSICAO EM
      * WS-IDX-PLANO-ACHADO, OU ZERO SE O DEPARTAMENTO NAO TEM PLANO.
      *****************************************************************
       2150-LOCALIZA-PLANO.
           MOVE ZERO TO WS-IDX-PLANO-ACHADO.
           PERFORM 2160-COMPARA-PLANO THRU 2160-EXIT
               VARYING WS-IDX-PLANO FROM 1 BY 1
               UNTIL WS-IDX-PLANO > WS-QTD-TAB-PLANO
                  OR WS-IDX-PLANO-ACHADO > ZERO.
       2150-EXIT.
           EXIT.

      *****************************************************************
      * 2160-COMPARA-PLANO - COMPARA O DEPARTAMENTO DO INDICE COM UMA
      * ENTRADA DA TABELA DO PLANO
      *****************************************************************
       2160-COMPARA-PLANO.
           IF WS-PLN-DEPARTAMENTO (WS-IDX-PLANO) =
                   NOME-IDX-DEPARTAMENTO
               MOVE WS-IDX-PLANO TO WS-IDX-PLANO-ACHADO
           END-IF.
       2160-EXIT.
           EXIT.

      *****************************************************************
      * 2200-PROCESSA-BATCH - LE O ARQUIVO NOME-INPUT ATE O FIM,
      * PRODUZINDO PARA CADA REGISTRO A MESMA SAIDA DO MODO CONSOLE
               MOVE 'LINHA EXCEDE TAMANHO MAXIMO' TO WS-EXCECAO-MOTIVO
               PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
           ELSE
               MOVE NOME-INPUT-NOME         TO WRK-NOME-COMPLETO
               PERFORM 2050-ABREVIA-NOME THRU 2050-EXIT
               MOVE NOME-INPUT-MATRICULA    TO WS-EMP-MATRICULA
               MOVE NOME-INPUT-DEPARTAMENTO TO WS-EMP-DEPARTAMENTO
               PERFORM 2020-VALIDA-NOME THRU 2020-EXIT
                   PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
               END-IF
               IF WS-NOME-VALIDO AND WS-DEPTO-VALIDO
                   PERFORM 2060-REGISTRA-ABREVIACAO THRU 2060-EXIT
                   ADD 1 TO WS-QTD-ACEITOS
                   PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT
                   PERFORM 2100-GRAVA-NOME-MASTER THRU 2100-EXIT
           IF NOT HR-REG-DETALHE
               CONTINUE
           ELSE
               MOVE HR-NOME            TO WRK-NOME-COMPLETO
               PERFORM 2050-ABREVIA-NOME THRU 2050-EXIT
               MOVE HR-MATRICULA       TO WS-EMP-MATRICULA
               MOVE HR-DEPARTAMENTO    TO WS-EMP-DEPARTAMENTO
               PERFORM 2020-VALIDA-NOME THRU 2020-EXIT
                   PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
               END-IF
               IF WS-NOME-VALIDO AND WS-DEPTO-VALIDO
                   PERFORM 2060-REGISTRA-ABREVIACAO THRU 2060-EXIT
                   ADD 1 TO WS-QTD-ACEITOS
                   PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT
                   PERFORM 2100-GRAVA-NOME-MASTER THRU 2100-EXIT
           EXIT.

      *****************************************************************
      * 2420-PROCESSA-TERMINACAO - VALIDA A MATRICULA DO REGISTRO DE
      * NOME-TERM E DEFINE A DATA EFETIVA DO DESLIGAMENTO
      * (TRM-DATA-EFETIVA OU, SE NAO INFORMADA, A PROPRIA DATA DE
      * DESLIGAMENTO). DATA EFETIVA FUTURA VAI PARA A AGENDA NOMEAGND;
      * AS DEMAIS SAO APLICADAS NA HORA. MATRICULA INVALIDA VAI PARA A
      * SECAO DE EXCECOES - A MATRICULA DO ARQUIVO NOME-TERM E
      * IMPRESSA NA COLUNA DE NOME DA EXCECAO ENQUANTO O NOME NAO E
      * CONHECIDO, PARA O OPERADOR SABER QUAL REGISTRO DO ARQUIVO FOI
      * REJEITADO.
      *****************************************************************
       2420-PROCESSA-TERMINACAO.
           ADD 1 TO WS-QTD-ACEITOS.
               PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
               GO TO 2420-LE-PROXIMO
           END-IF.
           MOVE TRM-MATRICULA TO WS-MOV-MATRICULA.
           MOVE ZERO TO WS-MOV-DATA-DESLIG.
           IF TRM-DATA-DESLIG IS NUMERIC
               MOVE TRM-DATA-DESLIG TO WS-MOV-DATA-DESLIG
           END-IF.
           MOVE SPACES TO WS-MOV-DEPARTAMENTO.
           MOVE WS-MOV-DATA-DESLIG TO WS-MOV-DATA-EFETIVA.
           IF TRM-DATA-EFETIVA IS NUMERIC
               AND TRM-DATA-EFETIVA > ZERO
               MOVE TRM-DATA-EFETIVA TO WS-MOV-DATA-EFETIVA
           END-IF.
           IF WS-MOV-DATA-EFETIVA > WS-DATA-EXECUCAO
               MOVE 'T' TO WS-MOV-TIPO
               PERFORM 2700-AGENDA-MOVIMENTO THRU 2700-EXIT
               GO TO 2420-LE-PROXIMO
           END-IF.
           PERFORM 2425-APLICA-TERMINACAO THRU 2425-EXIT.
       2420-LE-PROXIMO.
           PERFORM 2410-LE-NOME-TERM THRU 2410-EXIT.
       2420-EXIT.
           EXIT.

      *****************************************************************
      * 2425-APLICA-TERMINACAO - LOCALIZA A MATRICULA DO MOVIMENTO
      * (WS-MOV-MATRICULA) NO NOME-INDEX E A MARCA COMO DESLIGADA COM
      * A DATA INFORMADA. MATRICULA INEXISTENTE OU JA DESLIGADA VAI
      * PARA A SECAO DE EXCECOES. USADO PELO MODO TERMINACAO E PELA
      * LIBERACAO DA AGENDA. O MESTRE NAO E ALTERADO - A TRILHA DE
      * AUDITORIA GUARDA AS CAPTURAS, E O STATUS VIVO FICA NO INDICE.
      *****************************************************************
       2425-APLICA-TERMINACAO.
           MOVE WS-MOV-MATRICULA TO WRK-NOME.
           MOVE WS-MOV-MATRICULA TO NOME-IDX-MATRICULA.
           READ NOME-INDEX
               INVALID KEY
                   MOVE 'MATRICULA NAO ENCONTRADA' TO
                       WS-EXCECAO-MOTIVO
                   PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
                   MOVE WS-MOV-MATRICULA TO JRN-MATRICULA
                   MOVE 'ATIVO' TO WS-IMAGEM-ANTES
                   MOVE SPACES TO WS-IMAGEM-DEPOIS
                   STRING 'DESLIGADO ' WS-MOV-DATA-DESLIG
                       DELIMITED BY SIZE INTO WS-IMAGEM-DEPOIS
                   MOVE 'R' TO JRN-RESULTADO
                   MOVE 'MATRICULA NAO ENCONTRADA' TO JRN-MOTIVO
                   PERFORM 2640-GRAVA-JORNAL-TRANSF THRU 2640-EXIT
               NOT INVALID KEY
                   PERFORM 2430-MARCA-DESLIGADO THRU 2430-EXIT
           END-READ.
       2425-EXIT.
           EXIT.

      *****************************************************************
      * 2430-MARCA-DESLIGADO - REGRAVA O REGISTRO DO INDICE COM O
      * STATUS DESLIGADO E A DATA DE DESLIGAMENTO DO MOVIMENTO
      * (DATA INVALIDA = DATA DA EXECUCAO) E REGISTRA O DESLIGAMENTO
      * NO JORNAL DE CORRECOES (IMAGEM DEPOIS 'DESLIGADO AAAAMMDD',
      * MESMO FORMATO DA DESATIVACAO DO PROGCOB03), PARA O JORNAL
      * CONTER TODA ALTERACAO DO INDICE POSTERIOR A UMA GERACAO DE
      * BACKUP - O RESTORE (PROGCOB25) REAPLICA O DESLIGAMENTO A
      * PARTIR DELE.
      *****************************************************************
       2430-MARCA-DESLIGADO.
           MOVE NOME-IDX-NOME      TO WRK-NOME.
           MOVE NOME-IDX-MATRICULA TO JRN-MATRICULA.
           IF NOME-IDX-DESLIGADO
               MOVE 'FUNCIONARIO JA DESLIGADO' TO WS-EXCECAO-MOTIVO
               PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
               MOVE 'DESLIGADO' TO WS-IMAGEM-ANTES
               MOVE 'DESLIGADO' TO WS-IMAGEM-DEPOIS
               MOVE 'R' TO JRN-RESULTADO
               MOVE 'FUNCIONARIO JA DESLIGADO' TO JRN-MOTIVO
               PERFORM 2640-GRAVA-JORNAL-TRANSF THRU 2640-EXIT
               GO TO 2430-EXIT
           END-IF.
           SET NOME-IDX-DESLIGADO TO TRUE.
           IF WS-MOV-DATA-DESLIG > ZERO
               MOVE WS-MOV-DATA-DESLIG TO NOME-IDX-DATA-DESLIG
           ELSE
               MOVE WS-DATA-EXECUCAO TO NOME-IDX-DATA-DESLIG
           END-IF.
           MOVE 'ATIVO' TO WS-IMAGEM-ANTES.
           MOVE SPACES TO WS-IMAGEM-DEPOIS.
           STRING 'DESLIGADO ' NOME-IDX-DATA-DESLIG
               DELIMITED BY SIZE INTO WS-IMAGEM-DEPOIS.
           REWRITE NOME-IDX-REC
               INVALID KEY
                   MOVE 'FALHA NA REGRAVACAO DO INDICE' TO
                       WS-EXCECAO-MOTIVO
                   PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
                   MOVE 'R' TO JRN-RESULTADO
                   MOVE 'FALHA NA REGRAVACAO' TO JRN-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
                   MOVE NOME-IDX-MATRICULA    TO WS-EMP-MATRICULA
                   MOVE NOME-IDX-DEPARTAMENTO TO WS-EMP-DEPARTAMENTO
                   PERFORM 3100-IMPRIME-DETALHE THRU 3100-EXIT
                   MOVE 'E' TO JRN-RESULTADO
                   MOVE 'DESLIGAMENTO DE FUNCIONARIO' TO JRN-MOTIVO
           END-REWRITE.
           PERFORM 2640-GRAVA-JORNAL-TRANSF THRU 2640-EXIT.
       2430-EXIT.
           EXIT.

           EXIT.

      *****************************************************************
      * 2620-PROCESSA-TRANSFERENCIA - VALIDA A MATRICULA DO REGISTRO
      * DE NOME-TRANSF. TRANSFERENCIA COM DATA EFETIVA FUTURA VAI PARA
      * A AGENDA NOMEAGND SEM VALIDAR O DEPARTAMENTO (O CODIGO NOVO DE
      * UMA REORGANIZACAO PODE SER CADASTRADO PELO PROGCOB08 SO ATE A
      * DATA) - A VALIDACAO COMPLETA OCORRE NA LIBERACAO. AS DEMAIS
      * SAO APLICADAS NA HORA. MATRICULA INVALIDA VAI PARA A SECAO DE
      * EXCECOES, COM A MATRICULA DO ARQUIVO NA COLUNA DE NOME (MESMO
      * CRITERIO DO MODO TERMINACAO), E TAMBEM PARA O JORNAL DE
      * CORRECOES, PARA A AUDITORIA VER O ARQUIVO DO RH INTEIRO E NAO
      * SO O QUE FOI EFETIVADO.
      *****************************************************************
       2620-PROCESSA-TRANSFERENCIA.
           ADD 1 TO WS-QTD-ACEITOS.
               PERFORM 2640-GRAVA-JORNAL-TRANSF THRU 2640-EXIT
               GO TO 2620-LE-PROXIMO
           END-IF.
           MOVE TRF-MATRICULA    TO WS-MOV-MATRICULA.
           MOVE TRF-DEPARTAMENTO TO WS-MOV-DEPARTAMENTO.
           MOVE ZERO             TO WS-MOV-DATA-DESLIG.
           MOVE ZERO             TO WS-MOV-DATA-EFETIVA.
           IF TRF-DATA-EFETIVA IS NUMERIC
               MOVE TRF-DATA-EFETIVA TO WS-MOV-DATA-EFETIVA
           END-IF.
           IF WS-MOV-DATA-EFETIVA > WS-DATA-EXECUCAO
               MOVE 'X' TO WS-MOV-TIPO
               PERFORM 2700-AGENDA-MOVIMENTO THRU 2700-EXIT
               GO TO 2620-LE-PROXIMO
           END-IF.
           PERFORM 2625-APLICA-TRANSFERENCIA THRU 2625-EXIT.
       2620-LE-PROXIMO.
           PERFORM 2610-LE-NOME-TRANSF THRU 2610-EXIT.
       2620-EXIT.
           EXIT.

      *****************************************************************
      * 2625-APLICA-TRANSFERENCIA - VALIDA O NOVO DEPARTAMENTO DO
      * MOVIMENTO (WS-MOV-DEPARTAMENTO) CONTRA A DEPT-TABLE (MESMA
      * REGRA DA CAPTURA), LOCALIZA A MATRICULA NO NOME-INDEX E ACIONA
      * A EFETIVACAO. MATRICULA INEXISTENTE E DEPARTAMENTO NAO
      * CADASTRADO VAO PARA A SECAO DE EXCECOES E PARA O JORNAL DE
      * CORRECOES. USADO PELO MODO TRANSFERENCIA E PELA LIBERACAO DA
      * AGENDA.
      *****************************************************************
       2625-APLICA-TRANSFERENCIA.
           MOVE WS-MOV-MATRICULA TO WRK-NOME.
           MOVE WS-MOV-DEPARTAMENTO TO WS-EMP-DEPARTAMENTO.
           PERFORM 2040-VALIDA-DEPARTAMENTO THRU 2040-EXIT.
           IF WS-DEPTO-INVALIDO
               MOVE 'DEPARTAMENTO NAO CADASTRADO' TO
                   WS-EXCECAO-MOTIVO
               PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
               MOVE WS-MOV-MATRICULA    TO JRN-MATRICULA
               MOVE SPACES              TO WS-IMAGEM-ANTES
               MOVE WS-MOV-DEPARTAMENTO TO WS-IMAGEM-DEPOIS
               MOVE 'R' TO JRN-RESULTADO
               MOVE 'DEPARTAMENTO NAO CADASTRADO' TO JRN-MOTIVO
               PERFORM 2640-GRAVA-JORNAL-TRANSF THRU 2640-EXIT
               GO TO 2625-EXIT
           END-IF.
           MOVE WS-MOV-MATRICULA TO NOME-IDX-MATRICULA.
           READ NOME-INDEX
               INVALID KEY
                   MOVE 'MATRICULA NAO ENCONTRADA' TO
                       WS-EXCECAO-MOTIVO
                   PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
                   MOVE WS-MOV-MATRICULA    TO JRN-MATRICULA
                   MOVE SPACES              TO WS-IMAGEM-ANTES
                   MOVE WS-MOV-DEPARTAMENTO TO WS-IMAGEM-DEPOIS
                   MOVE 'R' TO JRN-RESULTADO
                   MOVE 'MATRICULA NAO ENCONTRADA' TO JRN-MOTIVO
                   PERFORM 2640-GRAVA-JORNAL-TRANSF THRU 2640-EXIT
               NOT INVALID KEY
                   PERFORM 2630-EFETIVA-TRANSFERENCIA THRU 2630-EXIT
           END-READ.
       2625-EXIT.
           EXIT.

      *****************************************************************
           MOVE NOME-IDX-NOME         TO WRK-NOME.
           MOVE NOME-IDX-MATRICULA    TO JRN-MATRICULA.
           MOVE NOME-IDX-DEPARTAMENTO TO WS-IMAGEM-ANTES.
           MOVE WS-MOV-DEPARTAMENTO   TO WS-IMAGEM-DEPOIS.
           IF NOME-IDX-DEPARTAMENTO = WS-MOV-DEPARTAMENTO
               MOVE 'JA LOTADO NO DEPARTAMENTO' TO WS-EXCECAO-MOTIVO
               PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
               MOVE 'R' TO JRN-RESULTADO
               PERFORM 2640-GRAVA-JORNAL-TRANSF THRU 2640-EXIT
               GO TO 2630-EXIT
           END-IF.
           MOVE WS-MOV-DEPARTAMENTO TO NOME-IDX-DEPARTAMENTO.
           REWRITE NOME-IDX-REC
               INVALID KEY
                   MOVE 'FALHA NA REGRAVACAO DO INDICE' TO

      *****************************************************************
      * 2640-GRAVA-JORNAL-TRANSF - GRAVA NO JORNAL DE CORRECOES O
      * REGISTRO DA TRANSFERENCIA, DO DESLIGAMENTO OU DA CARGA RH, COM
      * AS IMAGENS ANTES/DEPOIS (DEPARTAMENTO OU SITUACAO) E O
      * RESULTADO/MOTIVO JA MOVIDOS PELO CHAMADOR
      * (MESMO LAYOUT DAS CORRECOES DO PROGCOB03 - O OPERADOR E O
      * PROPRIO PROGRAMA BATCH). UMA FALHA AQUI NAO DERRUBA O JOB,
      * APENAS AVISA NO CONSOLE.
      *****************************************************************
       2640-GRAVA-JORNAL-TRANSF.
           MOVE WS-DATA-EXECUCAO TO JRN-DATA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO JRN-HORA.
           MOVE WS-OPERADOR-BATCH    TO JRN-OPERADOR.
           MOVE SPACES               TO JRN-APROVADOR.
           MOVE WS-IMAGEM-ANTES      TO JRN-NOME-ANTES.
           MOVE WS-IMAGEM-DEPOIS     TO JRN-NOME-DEPOIS.
           WRITE JRN-REC.
       2640-EXIT.
           EXIT.

      *****************************************************************
      * 2700-AGENDA-MOVIMENTO - GRAVA NA AGENDA NOMEAGND O MOVIMENTO
      * COM DATA EFETIVA FUTURA (TIPO, MATRICULA, DATA DE DESLIGAMENTO
      * OU NOVO DEPARTAMENTO JA MOVIDOS PARA WS-MOV-*) E IMPRIME A
      * LINHA DE AGENDAMENTO. A CHAVE JA EXISTENTE NA AGENDA VAI PARA
      * 2710: O MOVIMENTO CANCELADO PELO PROGCOB23 E REAGENDADO NO
      * MESMO REGISTRO; O MESMO MOVIMENTO AINDA PENDENTE OU JA BAIXADO
      * NA MESMA DATA (ARQUIVO DO RH REENVIADO) VAI PARA A SECAO DE
      * EXCECOES.
      *****************************************************************
       2700-AGENDA-MOVIMENTO.
           MOVE WS-MOV-MATRICULA    TO WRK-NOME.
           PERFORM 2705-MONTA-AGENDA THRU 2705-EXIT.
           WRITE AGD-REC
               INVALID KEY
                   PERFORM 2710-REAGENDA-CANCELADO THRU 2710-EXIT
                   GO TO 2700-EXIT
           END-WRITE.
           ADD 1 TO WS-QTD-AGENDADOS.
           PERFORM 3280-IMPRIME-AGENDAMENTO THRU 3280-EXIT.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * 2705-MONTA-AGENDA - MONTA O REGISTRO DA AGENDA A PARTIR DOS
      * CAMPOS WS-MOV-*, PENDENTE NA DATA DE EXECUCAO E SEM DADOS DE
      * CANCELAMENTO
      *****************************************************************
       2705-MONTA-AGENDA.
           MOVE WS-MOV-DATA-EFETIVA TO AGD-DATA-EFETIVA.
           MOVE WS-MOV-MATRICULA    TO AGD-MATRICULA.
           MOVE WS-MOV-TIPO         TO AGD-TIPO.
           MOVE WS-MOV-DATA-DESLIG  TO AGD-DATA-DESLIG.
           MOVE WS-MOV-DEPARTAMENTO TO AGD-DEPARTAMENTO.
           MOVE WS-DATA-EXECUCAO    TO AGD-DATA-INCLUSAO.
           SET AGD-PENDENTE TO TRUE.
           MOVE WS-DATA-EXECUCAO    TO AGD-DATA-SITUACAO.
           MOVE SPACES              TO AGD-OPERADOR-CANCEL.
           MOVE SPACES              TO AGD-MOTIVO-CANCEL.
       2705-EXIT.
           EXIT.

      *****************************************************************
      * 2710-REAGENDA-CANCELADO - CHAVE DUPLICADA NA AGENDA: LE O
      * REGISTRO EXISTENTE. SE FOI CANCELADO, O MOVIMENTO VOLTA A
      * AGENDA NO MESMO REGISTRO (REMONTADO COMO PENDENTE E
      * REGRAVADO) E CONTA COMO AGENDAMENTO NORMAL. PENDENTE, APLICADO
      * OU LIBERADO COM EXCECAO E O MESMO MOVIMENTO JA AGENDADO.
      *****************************************************************
       2710-REAGENDA-CANCELADO.
           READ AGENDA-MOV
               INVALID KEY
                   MOVE 'FALHA NA LEITURA DA AGENDA' TO
                       WS-EXCECAO-MOTIVO
                   PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
                   GO TO 2710-EXIT
           END-READ.
           IF NOT AGD-CANCELADO
               MOVE 'MOVIMENTO JA AGENDADO NA DATA' TO
                   WS-EXCECAO-MOTIVO
               PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
               GO TO 2710-EXIT
           END-IF.
           PERFORM 2705-MONTA-AGENDA THRU 2705-EXIT.
           REWRITE AGD-REC
               INVALID KEY
                   MOVE 'FALHA NA REGRAVACAO DA AGENDA' TO
                       WS-EXCECAO-MOTIVO
                   PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
                   GO TO 2710-EXIT
           END-REWRITE.
           ADD 1 TO WS-QTD-AGENDADOS.
           PERFORM 3280-IMPRIME-AGENDAMENTO THRU 3280-EXIT.
       2710-EXIT.
           EXIT.

      *****************************************************************
      * 2800-PROCESSA-LIBERACAO - MODO LIBERACAO: PERCORRE A AGENDA
      * NOMEAGND EM ORDEM DE DATA EFETIVA E APLICA OS MOVIMENTOS
      * PENDENTES VENCIDOS ATE A DATA DE EXECUCAO (INCLUSIVE OS DE
      * NOITES EM QUE A LIBERACAO NAO RODOU). PARA NO PRIMEIRO
      * MOVIMENTO COM DATA POSTERIOR.
      *****************************************************************
       2800-PROCESSA-LIBERACAO.
           MOVE LOW-VALUES TO AGD-CHAVE.
           START AGENDA-MOV KEY >= AGD-CHAVE
               INVALID KEY
                   SET WS-FIM-AGENDA TO TRUE
           END-START.
           PERFORM 2810-LIBERA-MOVIMENTO THRU 2810-EXIT
               UNTIL WS-FIM-AGENDA.
       2800-EXIT.
           EXIT.

      *****************************************************************
      * 2810-LIBERA-MOVIMENTO - LE O PROXIMO MOVIMENTO DA AGENDA E, SE
      * PENDENTE E VENCIDO, O APLICA PELA MESMA LOGICA DOS MODOS
      * TERMINACAO (2425) E TRANSFERENCIA (2625) - EXCECOES E JORNAL
      * INCLUSIVE. O MOVIMENTO E BAIXADO NA AGENDA COMO APLICADO, OU
      * COMO LIBERADO COM EXCECAO QUANDO A APLICACAO FOI RECUSADA (A
      * EXCECAO FICA NO RELATORIO DA NOITE).
      *****************************************************************
       2810-LIBERA-MOVIMENTO.
           READ AGENDA-MOV NEXT RECORD
               AT END
                   SET WS-FIM-AGENDA TO TRUE
           END-READ.
           IF WS-FIM-AGENDA
               GO TO 2810-EXIT
           END-IF.
           IF AGD-DATA-EFETIVA > WS-DATA-EXECUCAO
               SET WS-FIM-AGENDA TO TRUE
               GO TO 2810-EXIT
           END-IF.
           IF NOT AGD-PENDENTE
               GO TO 2810-EXIT
           END-IF.
           ADD 1 TO WS-QTD-ACEITOS.
           MOVE WS-QTD-EXCECOES     TO WS-QTD-EXCECOES-ANTES.
           MOVE AGD-MATRICULA       TO WS-MOV-MATRICULA.
           MOVE AGD-DATA-DESLIG     TO WS-MOV-DATA-DESLIG.
           MOVE AGD-DEPARTAMENTO    TO WS-MOV-DEPARTAMENTO.
           MOVE AGD-DATA-EFETIVA    TO WS-MOV-DATA-EFETIVA.
           IF AGD-TIPO-TERMINACAO
               PERFORM 2425-APLICA-TERMINACAO THRU 2425-EXIT
           ELSE
               PERFORM 2625-APLICA-TRANSFERENCIA THRU 2625-EXIT
           END-IF.
           IF WS-QTD-EXCECOES > WS-QTD-EXCECOES-ANTES
               SET AGD-LIBERADO-COM-EXCECAO TO TRUE
           ELSE
               SET AGD-APLICADO TO TRUE
           END-IF.
           MOVE WS-DATA-EXECUCAO TO AGD-DATA-SITUACAO.
           REWRITE AGD-REC
               INVALID KEY
                   MOVE AGD-MATRICULA TO WRK-NOME
                   MOVE 'FALHA NA BAIXA DA AGENDA' TO
                       WS-EXCECAO-MOTIVO
                   PERFORM 3200-IMPRIME-EXCECAO THRU 3200-EXIT
                   GO TO 2810-EXIT
           END-REWRITE.
           ADD 1 TO WS-QTD-LIBERADOS.
       2810-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIME-CABECALHO - IMPRIME O CABECALHO DO RELATORIO COM
      * A DATA DE EXECUCAO E O NUMERO DA PAGINA
       3250-EXIT.
           EXIT.

      *****************************************************************
      * 3260-IMPRIME-ABREVIADOS - SECAO DE NOMES ABREVIADOS, IMPRESSA
      * ANTES DO RESUMO: MATRICULA, NOME DO CRACHA E NOME COMPLETO
      * RECEBIDO, PARA O RH CONFERIR CADA ABREVIACAO
      *****************************************************************
       3260-IMPRIME-ABREVIADOS.
           IF WS-QTD-ABREVIADOS = ZERO
               GO TO 3260-EXIT
           END-IF.
           MOVE SPACES             TO RPT-TITULO.
           MOVE 'NOMES ABREVIADOS PARA O CRACHA' TO RPT-TIT-TEXTO.
           MOVE RPT-TITULO         TO RELATORIO-REC.
           WRITE RELATORIO-REC AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-LINHAS-PAGINA.
           PERFORM 3270-IMPRIME-LINHA-ABREV THRU 3270-EXIT
               VARYING WS-IDX-ABREV FROM 1 BY 1
               UNTIL WS-IDX-ABREV > WS-QTD-TAB-ABREV.
           IF WS-QTD-ABREV-FORA > ZERO
               MOVE SPACES         TO RPT-RESUMO
               MOVE 'ABREVIADOS NAO LISTADOS' TO RPT-RES-LABEL
               MOVE WS-QTD-ABREV-FORA TO RPT-RES-VALOR
               MOVE RPT-RESUMO     TO RELATORIO-REC
               WRITE RELATORIO-REC AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.
       3260-EXIT.
           EXIT.

      *****************************************************************
      * 3270-IMPRIME-LINHA-ABREV - IMPRIME UMA LINHA DA SECAO DE NOMES
      * ABREVIADOS, CONTROLANDO A QUEBRA DE PAGINA
      *****************************************************************
       3270-IMPRIME-LINHA-ABREV.
           MOVE SPACES             TO RPT-ABREVIACAO.
           MOVE WS-ABREV-MATRICULA (WS-IDX-ABREV) TO RPT-ABR-MATRICULA.
           MOVE WS-ABREV-NOME (WS-IDX-ABREV)      TO RPT-ABR-NOME.
           MOVE WS-ABREV-COMPLETO (WS-IDX-ABREV)  TO
               RPT-ABR-NOME-COMPLETO.
           MOVE RPT-ABREVIACAO     TO RELATORIO-REC.
           WRITE RELATORIO-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3270-EXIT.
           EXIT.

      *****************************************************************
      * 3280-IMPRIME-AGENDAMENTO - IMPRIME A LINHA DO MOVIMENTO
      * GRAVADO NA AGENDA (TIPO, MATRICULA, DEPARTAMENTO NOVO E DATA
      * EFETIVA), CONTROLANDO A QUEBRA DE PAGINA
      *****************************************************************
       3280-IMPRIME-AGENDAMENTO.
           IF AGD-TIPO-TERMINACAO
               MOVE 'DESLIGAMENTO'  TO RPT-AGD-TIPO
           ELSE
               MOVE 'TRANSFERENCIA' TO RPT-AGD-TIPO
           END-IF.
           MOVE AGD-MATRICULA      TO RPT-AGD-MATRICULA.
           MOVE AGD-DEPARTAMENTO   TO RPT-AGD-DEPARTAMENTO.
           MOVE AGD-DATA-EFETIVA   TO RPT-AGD-DATA-EFETIVA.
           MOVE RPT-AGENDAMENTO    TO RELATORIO-REC.
           WRITE RELATORIO-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3280-EXIT.
           EXIT.

      *****************************************************************
      * 3290-IMPRIME-ACIMA-PLANO - IMPRIME A LINHA DE CAPTURA QUE
      * LEVOU O DEPARTAMENTO ACIMA DO EFETIVO APROVADO NO PLANO, LOGO
      * APOS O DETALHE DA CAPTURA, COM O APROVADO E OS ATIVOS JA
      * CONTANDO A CAPTURA, CONTROLANDO A QUEBRA DE PAGINA
      *****************************************************************
       3290-IMPRIME-ACIMA-PLANO.
           MOVE NOME-IDX-NOME         TO RPT-APL-NOME.
           MOVE NOME-IDX-MATRICULA    TO RPT-APL-MATRICULA.
           MOVE NOME-IDX-DEPARTAMENTO TO RPT-APL-DEPARTAMENTO.
           MOVE WS-PLN-APROVADO (WS-IDX-PLANO-ACHADO) TO
               RPT-APL-APROVADO.
           MOVE WS-PLN-ATIVOS (WS-IDX-PLANO-ACHADO) TO RPT-APL-ATIVOS.
           MOVE RPT-ACIMA-PLANO       TO RELATORIO-REC.
           WRITE RELATORIO-REC AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
           IF WS-LINHAS-PAGINA >= WS-MAX-LINHAS-PAGINA
               PERFORM 3000-IMPRIME-CABECALHO THRU 3000-EXIT
           END-IF.
       3290-EXIT.
           EXIT.

      *****************************************************************
      * 3300-IMPRIME-RESUMO - IMPRIME O RESUMO DE RECONCILIACAO DE FIM
      * DE EXECUCAO (NOMES ACEITOS, GRAVADOS E EXCECOES)
           MOVE RPT-RESUMO         TO RELATORIO-REC.
           WRITE RELATORIO-REC AFTER ADVANCING 1 LINE.

           MOVE SPACES             TO RPT-RESUMO.
           MOVE 'NOMES ABREVIADOS' TO RPT-RES-LABEL.
           MOVE WS-QTD-ABREVIADOS  TO RPT-RES-VALOR.
           MOVE RPT-RESUMO         TO RELATORIO-REC.
           WRITE RELATORIO-REC AFTER ADVANCING 1 LINE.

           IF CTL-MODO-TERMINACAO OR CTL-MODO-TRANSFERENCIA
               MOVE SPACES         TO RPT-RESUMO
               MOVE 'MOVIMENTOS AGENDADOS' TO RPT-RES-LABEL
               MOVE WS-QTD-AGENDADOS TO RPT-RES-VALOR
               MOVE RPT-RESUMO     TO RELATORIO-REC
               WRITE RELATORIO-REC AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-PLANO-CARREGADO
               MOVE SPACES         TO RPT-RESUMO
               MOVE 'CAPTURAS ACIMA DO PLANO' TO RPT-RES-LABEL
               MOVE WS-QTD-ACIMA-PLANO TO RPT-RES-VALOR
               MOVE RPT-RESUMO     TO RELATORIO-REC
               WRITE RELATORIO-REC AFTER ADVANCING 1 LINE
           END-IF.

           IF CTL-MODO-LIBERACAO
               MOVE SPACES         TO RPT-RESUMO
               MOVE 'MOVIMENTOS LIBERADOS' TO RPT-RES-LABEL
               MOVE WS-QTD-LIBERADOS TO RPT-RES-VALOR
               MOVE RPT-RESUMO     TO RELATORIO-REC
               WRITE RELATORIO-REC AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES             TO RPT-RESUMO.
           MOVE 'EXCECOES' TO RPT-RES-LABEL.
           MOVE WS-QTD-EXCECOES    TO RPT-RES-VALOR.
      * ARQUIVOS DO JOB
      *****************************************************************
       9000-FINALIZE.
           PERFORM 3260-IMPRIME-ABREVIADOS THRU 3260-EXIT.
           PERFORM 3300-IMPRIME-RESUMO THRU 3300-EXIT.
           CLOSE NOME-MASTER.
           CLOSE RELATORIO.
           END-IF.
           IF CTL-MODO-HR
               CLOSE NOME-HR
               CLOSE NOME-JORNAL
           END-IF.
           IF CTL-MODO-TERMINACAO
               CLOSE NOME-TERM
               CLOSE NOME-JORNAL
           END-IF.
           IF CTL-MODO-TRANSFERENCIA
               CLOSE NOME-TRANSF
               CLOSE NOME-JORNAL
           END-IF.
           IF CTL-MODO-LIBERACAO
               CLOSE NOME-JORNAL
           END-IF.
           IF CTL-MODO-TERMINACAO OR CTL-MODO-TRANSFERENCIA
               OR CTL-MODO-LIBERACAO
               CLOSE AGENDA-MOV
           END-IF.
           PERFORM 9100-GRAVA-RUN-LOG THRU 9100-EXIT.
       9000-EXIT.
           EXIT.
