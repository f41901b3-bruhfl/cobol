       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB27.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: ROTINA PADRAO DE DATA DE NEGOCIO, CHAMADA (CALL) POR
      * TODOS OS PROGRAMAS NO LUGAR DO ACCEPT FROM DATE. QUANDO A
      * JANELA DO BATCH ERA PERDIDA E O CICLO DE TERCA RODAVA DEPOIS DA
      * MEIA-NOITE, OU QUANDO DUAS NOITES ERAM RECUPERADAS EM SEGUIDA,
      * TUDO SAIA CARIMBADO COM A DATA ERRADA E OS GATES DO CYCLCTL
      * PROCURAVAM O DIA ERRADO. A DATA AGORA VEM DO REGISTRO DE
      * CONTROLE DATANEG (COPYBOOK DATNEG). NA VALIDACAO DE UM STEP DO
      * CICLO (FUNCAO V) A ROTINA RECUSA:
      *   - DATA DE NEGOCIO POSTERIOR AO RELOGIO (O CICLO DE UM DIA
      *     QUE AINDA NAO CHEGOU);
      *   - CICLO ATRASADO - O DIA UTIL SEGUINTE A DATA DE NEGOCIO JA
      *     PASSOU NO RELOGIO - FORA DO MODO DE RECUPERACAO. RODAR O
      *     CICLO DE TERCA NA MADRUGADA DE QUARTA E NORMAL; RODA-LO NA
      *     QUINTA EXIGE QUE O SUPERVISOR ATIVE A RECUPERACAO NO
      *     PROGCOB29.
      * DIAS UTEIS SAO DE SEGUNDA A SEXTA; FERIADOS SAO PULADOS PELO
      * SUPERVISOR NO PROGCOB29. O CALCULO DO DIA DA SEMANA USA A
      * MESMA CONVERSAO EM DIAS CORRIDOS DO PROGCOB07. PARAMETROS NO
      * COPYBOOK DATNEGP.
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
           SELECT DATA-NEGOCIO ASSIGN TO "DATANEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATANEG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-NEGOCIO
           LABEL RECORDS ARE STANDARD.
       COPY DATNEG.

       WORKING-STORAGE SECTION.
       77  WS-DATANEG-STATUS       PIC X(02) VALUE SPACES.
       77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
       77  WS-DIA-SEMANA           PIC 9(01) VALUE ZERO.
       77  WS-QUOCIENTE            PIC 9(08) COMP VALUE ZERO.
       77  WS-RESTO-4              PIC 9(04) COMP VALUE ZERO.
       77  WS-RESTO-100            PIC 9(04) COMP VALUE ZERO.
       77  WS-RESTO-400            PIC 9(04) COMP VALUE ZERO.
       77  WS-DIAS-NO-MES          PIC 9(02) VALUE ZERO.
       77  WS-DIA-UTIL-SW          PIC X(01) VALUE 'N'.
           88  WS-DIA-UTIL                 VALUE 'S'.
       77  WS-DATA-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-DATA-OK                  VALUE 'S'.

      *-----------------------------------------------------------------
      * DIAS DE CADA MES (FEVEREIRO AJUSTADO NO ANO BISSEXTO)
      *-----------------------------------------------------------------
       01  WS-TABELA-MESES.
           05  FILLER                  PIC X(24) VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-TABELA-MESES.
           05  WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.

      *-----------------------------------------------------------------
      * DATA EM CALCULO E CONVERSAO EM DIAS CORRIDOS (MESMA FORMULA DO
      * 7000-CONVERTE-DATA-EM-DIAS DO PROGCOB07)
      *-----------------------------------------------------------------
       01  WS-CNV-DATA             PIC 9(08) VALUE ZERO.
       01  FILLER REDEFINES WS-CNV-DATA.
           05  WS-CNV-ANO          PIC 9(04).
           05  WS-CNV-MES          PIC 9(02).
           05  WS-CNV-DIA          PIC 9(02).
       77  WS-CNV-DIAS             PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-A                PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-M                PIC 9(04) COMP VALUE ZERO.
       77  WS-CNV-D4               PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-D100             PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-D400             PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-T                PIC 9(08) COMP VALUE ZERO.
       77  WS-CNV-T10              PIC 9(08) COMP VALUE ZERO.

       LINKAGE SECTION.
       COPY DATNEGP.

       PROCEDURE DIVISION USING DNP-PARAMETROS.
       0000-MAINLINE.
           SET DNP-DATA-ACEITA TO TRUE.
           MOVE ZERO   TO DNP-RETURN-CODE.
           MOVE SPACES TO DNP-MENSAGEM.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO DNP-DATA-SISTEMA.
           EVALUATE TRUE
               WHEN DNP-FUNC-PROXIMO-DIA
                   PERFORM 3000-PROXIMO-DIA-UTIL THRU 3000-EXIT
               WHEN DNP-FUNC-CRITICA-DATA
                   MOVE DNP-DATA-BASE TO WS-CNV-DATA
                   PERFORM 2000-CRITICA-DATA THRU 2000-EXIT
               WHEN OTHER
                   PERFORM 1000-LE-CONTROLE THRU 1000-EXIT
                   IF DNP-DATA-ACEITA
                       AND DNP-FUNC-VALIDA
                       PERFORM 1100-VALIDA-DATA THRU 1100-EXIT
                   END-IF
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * 1000-LE-CONTROLE - LE O REGISTRO DE CONTROLE DATANEG E DEVOLVE
      * A DATA DE NEGOCIO, A ULTIMA DATA FECHADA E O MODO. CONTROLE
      * AUSENTE OU VAZIO = NENHUM PROGRAMA RODA (RETURN CODE 16), NO
      * MESMO CRITERIO DO CADASTRO OPERMAST.
      *****************************************************************
       1000-LE-CONTROLE.
           OPEN INPUT DATA-NEGOCIO.
           IF WS-DATANEG-STATUS NOT = '00'
               SET DNP-CONTROLE-AUSENTE TO TRUE
               MOVE 16 TO DNP-RETURN-CODE
               MOVE 'CONTROLE DATANEG AUSENTE - CADASTRE PELO PROGCOB29'
                   TO DNP-MENSAGEM
               GO TO 1000-EXIT
           END-IF.
           READ DATA-NEGOCIO
               AT END
                   SET DNP-CONTROLE-AUSENTE TO TRUE
           END-READ.
           CLOSE DATA-NEGOCIO.
           IF DNP-CONTROLE-AUSENTE
               OR DNG-DATA-NEGOCIO NOT NUMERIC
               SET DNP-CONTROLE-AUSENTE TO TRUE
               MOVE 16 TO DNP-RETURN-CODE
               MOVE 'CONTROLE DATANEG INVALIDO - REVEJA NO PROGCOB29'
                   TO DNP-MENSAGEM
               GO TO 1000-EXIT
           END-IF.
           MOVE DNG-DATA-NEGOCIO     TO DNP-DATA-NEGOCIO.
           MOVE DNG-DATA-ULT-FECHADA TO DNP-DATA-ULT-FECHADA.
           MOVE DNG-MODO             TO DNP-MODO.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-VALIDA-DATA - VALIDACAO PARA UM STEP DO CICLO: RECUSA A
      * DATA DE NEGOCIO POSTERIOR AO RELOGIO E, FORA DO MODO DE
      * RECUPERACAO, O CICLO ATRASADO (DIA UTIL SEGUINTE A DATA DE
      * NEGOCIO ANTERIOR AO RELOGIO)
      *****************************************************************
       1100-VALIDA-DATA.
           IF DNG-DATA-NEGOCIO > WS-DATA-SISTEMA
               SET DNP-DATA-FUTURA TO TRUE
               MOVE 12 TO DNP-RETURN-CODE
               STRING 'DATA DE NEGOCIO ' DNG-DATA-NEGOCIO
                   ' AINDA NAO CHEGOU NO RELOGIO'
                   DELIMITED BY SIZE INTO DNP-MENSAGEM
               GO TO 1100-EXIT
           END-IF.
           IF DNG-MODO-RECUPERACAO
               GO TO 1100-EXIT
           END-IF.
           MOVE DNG-DATA-NEGOCIO TO DNP-DATA-BASE.
           PERFORM 3000-PROXIMO-DIA-UTIL THRU 3000-EXIT.
           IF DNP-DATA-ACEITA
               AND DNP-DATA-CALCULADA < WS-DATA-SISTEMA
               SET DNP-DATA-ATRASADA TO TRUE
               MOVE 12 TO DNP-RETURN-CODE
               STRING 'CICLO DE ' DNG-DATA-NEGOCIO
                   ' ATRASADO - ATIVE A RECUPERACAO NO PROGCOB29'
                   DELIMITED BY SIZE INTO DNP-MENSAGEM
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CRITICA-DATA - CRITICA A DATA EM WS-CNV-DATA: NUMERICA,
      * MES DE 1 A 12 E DIA DENTRO DO MES (29 DE FEVEREIRO SO NO ANO
      * BISSEXTO). DATA INVALIDA = RETURN CODE 12.
      *****************************************************************
       2000-CRITICA-DATA.
           MOVE 'N' TO WS-DATA-OK-SW.
           IF WS-CNV-DATA IS NUMERIC
               AND WS-CNV-MES >= 1 AND WS-CNV-MES <= 12
               AND WS-CNV-DIA >= 1
               PERFORM 2100-DIAS-NO-MES THRU 2100-EXIT
               IF WS-CNV-DIA <= WS-DIAS-NO-MES
                   SET WS-DATA-OK TO TRUE
               END-IF
           END-IF.
           IF NOT WS-DATA-OK
               SET DNP-DATA-INVALIDA TO TRUE
               MOVE 12 TO DNP-RETURN-CODE
               STRING 'DATA ' WS-CNV-DATA ' INVALIDA'
                   DELIMITED BY SIZE INTO DNP-MENSAGEM
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-DIAS-NO-MES - QUANTIDADE DE DIAS DO MES DE WS-CNV-DATA.
      * BISSEXTO: DIVISIVEL POR 4 E NAO POR 100, OU DIVISIVEL POR 400.
      *****************************************************************
       2100-DIAS-NO-MES.
           MOVE WS-DIAS-MES (WS-CNV-MES) TO WS-DIAS-NO-MES.
           IF WS-CNV-MES = 2
               DIVIDE WS-CNV-ANO BY 4   GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-4
               DIVIDE WS-CNV-ANO BY 100 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-100
               DIVIDE WS-CNV-ANO BY 400 GIVING WS-QUOCIENTE
                   REMAINDER WS-RESTO-400
               IF WS-RESTO-4 = ZERO
                   AND (WS-RESTO-100 NOT = ZERO
                        OR WS-RESTO-400 = ZERO)
                   MOVE 29 TO WS-DIAS-NO-MES
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-PROXIMO-DIA-UTIL - AVANCA DNP-DATA-BASE DIA A DIA ATE O
      * PRIMEIRO DIA DE SEGUNDA A SEXTA E O DEVOLVE EM
      * DNP-DATA-CALCULADA
      *****************************************************************
       3000-PROXIMO-DIA-UTIL.
           MOVE DNP-DATA-BASE TO WS-CNV-DATA.
           PERFORM 2000-CRITICA-DATA THRU 2000-EXIT.
           IF NOT WS-DATA-OK
               GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WS-DIA-UTIL-SW.
           PERFORM 3100-AVANCA-UM-DIA THRU 3100-EXIT
               UNTIL WS-DIA-UTIL.
           MOVE WS-CNV-DATA TO DNP-DATA-CALCULADA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-AVANCA-UM-DIA - SOMA UM DIA A WS-CNV-DATA, VIRANDO O MES
      * E O ANO, E VERIFICA SE O NOVO DIA E UTIL
      *****************************************************************
       3100-AVANCA-UM-DIA.
           PERFORM 2100-DIAS-NO-MES THRU 2100-EXIT.
           IF WS-CNV-DIA < WS-DIAS-NO-MES
               ADD 1 TO WS-CNV-DIA
           ELSE
               MOVE 1 TO WS-CNV-DIA
               IF WS-CNV-MES < 12
                   ADD 1 TO WS-CNV-MES
               ELSE
                   MOVE 1 TO WS-CNV-MES
                   ADD 1 TO WS-CNV-ANO
               END-IF
           END-IF.
           PERFORM 7000-CONVERTE-DATA-EM-DIAS THRU 7000-EXIT.
           DIVIDE WS-CNV-DIAS BY 7 GIVING WS-QUOCIENTE
               REMAINDER WS-DIA-SEMANA.
      *    RESTO 0 = DOMINGO, 6 = SABADO
           IF WS-DIA-SEMANA NOT = 0
               AND WS-DIA-SEMANA NOT = 6
               SET WS-DIA-UTIL TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONVERTE-DATA-EM-DIAS - CONVERTE A DATA EM WS-CNV-DATA
      * (AAAAMMDD) EM NUMERO DE DIAS CORRIDOS (WS-CNV-DIAS). AS
      * DIVISOES SAO FEITAS EM COMANDOS DIVIDE SEPARADOS PARA GARANTIR
      * O TRUNCAMENTO INTEIRO DE CADA TERMO DA FORMULA.
      *****************************************************************
       7000-CONVERTE-DATA-EM-DIAS.
           IF WS-CNV-MES > 2
               MOVE WS-CNV-ANO TO WS-CNV-A
               MOVE WS-CNV-MES TO WS-CNV-M
           ELSE
               COMPUTE WS-CNV-A = WS-CNV-ANO - 1
               COMPUTE WS-CNV-M = WS-CNV-MES + 12
           END-IF.
           DIVIDE WS-CNV-A BY 4   GIVING WS-CNV-D4.
           DIVIDE WS-CNV-A BY 100 GIVING WS-CNV-D100.
           DIVIDE WS-CNV-A BY 400 GIVING WS-CNV-D400.
           COMPUTE WS-CNV-T = 306 * (WS-CNV-M + 1).
           DIVIDE WS-CNV-T BY 10  GIVING WS-CNV-T10.
           COMPUTE WS-CNV-DIAS = 365 * WS-CNV-A
               + WS-CNV-D4 - WS-CNV-D100 + WS-CNV-D400
               + WS-CNV-T10 + WS-CNV-DIA - 428.
       7000-EXIT.
           EXIT.
