       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB19.
      *****************************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = BRUNO LIMA - BFL
      * OBJETIVO: ROTINA PADRAO DE ABREVIACAO DE NOME PARA CRACHA,
      * CHAMADA (CALL) POR TODO PROGRAMA QUE GRAVA NOME NO MESTRE OU
      * NO INDICE. HR-NOME E NOME-INPUT-NOME TEM 100 POSICOES, MAS
      * NOME-REC-NOME E NOME-IDX-NOME SO 20 - CORTAR NA POSICAO 20
      * PARTIA O NOME NO MEIO DA PALAVRA, E ESSE TEXTO IA DIRETO PARA
      * A EMPRESA DE CRACHAS (EXT-DET-NOME). REGRAS FIXAS, APLICADAS
      * EM NIVEIS ATE O NOME CABER EM 20 POSICOES:
      *   NIVEL 0 - NOME COMPLETO (SO OS ESPACOS EXTRAS SAO RETIRADOS)
      *   NIVEL 1 - NOMES DO MEIO REDUZIDOS A INICIAL COM PONTO
      *   NIVEL 2 - PARTICULAS (DA/DE/DO/DAS/DOS/E) DO MEIO RETIRADAS
      *   NIVEL 3 - INICIAIS DO MEIO SEM PONTO
      *   NIVEL 4 - SO O PRIMEIRO E O ULTIMO NOME
      * O PRIMEIRO E O ULTIMO NOME SAO SEMPRE MANTIDOS POR EXTENSO. SE
      * NEM O NIVEL 4 CABE, O RESULTADO E CORTADO EM 20 POSICOES E
      * DEVOLVIDO COMO TRUNCADO, PARA O CHAMADOR REPORTAR A EXCECAO.
      * EXEMPLO: MARIA APARECIDA DOS SANTOS OLIVEIRA -> MARIA A. S.
      * OLIVEIRA. PARAMETROS NO COPYBOOK NOMEABR.
      * DATA: XX/XX/XXXX
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO PROGRAMA
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-POS                  PIC 9(04) COMP VALUE ZERO.
       77  WS-IDX-PAL              PIC 9(04) COMP VALUE ZERO.
       77  WS-PONTEIRO             PIC 9(04) COMP VALUE ZERO.
       77  WS-TAM-SAIDA            PIC 9(04) COMP VALUE ZERO.
       77  WS-NIVEL                PIC 9(01) VALUE ZERO.
       77  WS-NIVEL-USADO          PIC 9(01) VALUE ZERO.
       77  WS-CARACTER             PIC X(01) VALUE SPACE.
       77  WS-PARTICULA            PIC X(03) VALUE SPACES.
       77  WS-SAIDA                PIC X(100) VALUE SPACES.
       77  WS-PALAVRA-SW           PIC X(01) VALUE 'N'.
           88  WS-DENTRO-PALAVRA           VALUE 'S'.
           88  WS-FORA-PALAVRA             VALUE 'N'.
       77  WS-CABE-SW              PIC X(01) VALUE 'N'.
           88  WS-NOME-CABE                VALUE 'S'.
           88  WS-NOME-NAO-CABE            VALUE 'N'.

      *****************************************************************
      * TABELA DE PALAVRAS DO NOME - POSICAO INICIAL E TAMANHO DE CADA
      * PALAVRA DENTRO DE ABR-NOME-COMPLETO E SE E PARTICULA. 100
      * POSICOES COMPORTAM NO MAXIMO 50 PALAVRAS.
      *****************************************************************
       01  WS-TABELA-PALAVRAS.
           05  WS-QTD-PALAVRAS         PIC 9(04) COMP VALUE ZERO.
           05  WS-PALAVRA              OCCURS 50 TIMES.
               10  WS-PAL-INICIO       PIC 9(04) COMP.
               10  WS-PAL-TAM          PIC 9(04) COMP.
               10  WS-PAL-TIPO         PIC X(01).
                   88  WS-PAL-PARTICULA        VALUE 'P'.
                   88  WS-PAL-NOME             VALUE 'N'.

       LINKAGE SECTION.
       COPY NOMEABR.

       PROCEDURE DIVISION USING ABR-PARAMETROS.
       0000-MAINLINE.
           PERFORM 1000-SEPARA-PALAVRAS THRU 1000-EXIT.
           PERFORM 2000-ABREVIA-NOME THRU 2000-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-SEPARA-PALAVRAS - PERCORRE O NOME COMPLETO POSICAO A
      * POSICAO, MONTANDO A TABELA DE PALAVRAS (QUALQUER QUANTIDADE DE
      * ESPACOS SEPARA DUAS PALAVRAS) E CLASSIFICA CADA PALAVRA
      *****************************************************************
       1000-SEPARA-PALAVRAS.
           MOVE ZERO TO WS-QTD-PALAVRAS.
           SET WS-FORA-PALAVRA TO TRUE.
           PERFORM 1010-EXAMINA-CARACTER THRU 1010-EXIT
               VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > 100.
           PERFORM 1020-CLASSIFICA-PALAVRA THRU 1020-EXIT
               VARYING WS-IDX-PAL FROM 1 BY 1
               UNTIL WS-IDX-PAL > WS-QTD-PALAVRAS.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1010-EXAMINA-CARACTER - ABRE UMA PALAVRA NOVA NO PRIMEIRO
      * CARACTER DEPOIS DE UM ESPACO, OU ESTENDE A PALAVRA CORRENTE
      *****************************************************************
       1010-EXAMINA-CARACTER.
           MOVE ABR-NOME-COMPLETO(WS-POS:1) TO WS-CARACTER.
           IF WS-CARACTER = SPACE
               SET WS-FORA-PALAVRA TO TRUE
               GO TO 1010-EXIT
           END-IF.
           IF WS-DENTRO-PALAVRA
               ADD 1 TO WS-PAL-TAM (WS-QTD-PALAVRAS)
               GO TO 1010-EXIT
           END-IF.
           SET WS-DENTRO-PALAVRA TO TRUE.
           ADD 1 TO WS-QTD-PALAVRAS.
           MOVE WS-POS TO WS-PAL-INICIO (WS-QTD-PALAVRAS).
           MOVE 1      TO WS-PAL-TAM (WS-QTD-PALAVRAS).
           SET WS-PAL-NOME (WS-QTD-PALAVRAS) TO TRUE.
       1010-EXIT.
           EXIT.

      *****************************************************************
      * 1020-CLASSIFICA-PALAVRA - MARCA COMO PARTICULA AS PALAVRAS
      * DA, DE, DO, DAS, DOS E E (MAIUSCULAS OU MINUSCULAS)
      *****************************************************************
       1020-CLASSIFICA-PALAVRA.
           IF WS-PAL-TAM (WS-IDX-PAL) > 3
               GO TO 1020-EXIT
           END-IF.
           MOVE SPACES TO WS-PARTICULA.
           MOVE ABR-NOME-COMPLETO(WS-PAL-INICIO (WS-IDX-PAL):
               WS-PAL-TAM (WS-IDX-PAL)) TO WS-PARTICULA.
           INSPECT WS-PARTICULA CONVERTING 'adeos' TO 'ADEOS'.
           IF WS-PARTICULA = 'DA' OR 'DE' OR 'DO' OR 'DAS' OR 'DOS'
               OR 'E'
               SET WS-PAL-PARTICULA (WS-IDX-PAL) TO TRUE
           END-IF.
       1020-EXIT.
           EXIT.

      *****************************************************************
      * 2000-ABREVIA-NOME - MONTA O NOME NIVEL A NIVEL ATE CABER EM 20
      * POSICOES E DEVOLVE O RESULTADO E O INDICADOR AO CHAMADOR
      *****************************************************************
       2000-ABREVIA-NOME.
           MOVE SPACES TO ABR-NOME-CRACHA.
           IF WS-QTD-PALAVRAS = ZERO
               SET ABR-NOME-EM-BRANCO TO TRUE
               GO TO 2000-EXIT
           END-IF.
           SET WS-NOME-NAO-CABE TO TRUE.
           PERFORM 2100-MONTA-NOME THRU 2100-EXIT
               VARYING WS-NIVEL FROM 0 BY 1
               UNTIL WS-NIVEL > 4
                  OR WS-NOME-CABE.
           MOVE WS-SAIDA(1:20) TO ABR-NOME-CRACHA.
           EVALUATE TRUE
               WHEN WS-NOME-NAO-CABE
                   SET ABR-NOME-TRUNCADO TO TRUE
               WHEN WS-NIVEL-USADO = ZERO
                   SET ABR-NOME-INTEGRO TO TRUE
               WHEN OTHER
                   SET ABR-NOME-ABREVIADO TO TRUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-MONTA-NOME - MONTA EM WS-SAIDA O NOME NO NIVEL WS-NIVEL E
      * VERIFICA SE CABE NAS 20 POSICOES DO CRACHA
      *****************************************************************
       2100-MONTA-NOME.
           MOVE SPACES TO WS-SAIDA.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM 2110-ACRESCENTA-PALAVRA THRU 2110-EXIT
               VARYING WS-IDX-PAL FROM 1 BY 1
               UNTIL WS-IDX-PAL > WS-QTD-PALAVRAS.
           COMPUTE WS-TAM-SAIDA = WS-PONTEIRO - 1.
           IF WS-TAM-SAIDA NOT > 20
               SET WS-NOME-CABE TO TRUE
               MOVE WS-NIVEL TO WS-NIVEL-USADO
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2110-ACRESCENTA-PALAVRA - ACRESCENTA A WS-SAIDA A PALAVRA
      * WS-IDX-PAL NA FORMA QUE O NIVEL CORRENTE DETERMINA: POR
      * EXTENSO, INICIAL COM PONTO, INICIAL SEM PONTO OU OMITIDA
      *****************************************************************
       2110-ACRESCENTA-PALAVRA.
           IF WS-IDX-PAL = 1
               OR WS-IDX-PAL = WS-QTD-PALAVRAS
               PERFORM 2120-ACRESCENTA-EXTENSO THRU 2120-EXIT
               GO TO 2110-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-NIVEL = 0
                   PERFORM 2120-ACRESCENTA-EXTENSO THRU 2120-EXIT
               WHEN WS-NIVEL = 4
                   CONTINUE
               WHEN WS-PAL-PARTICULA (WS-IDX-PAL)
                   IF WS-NIVEL = 1
                       PERFORM 2120-ACRESCENTA-EXTENSO THRU 2120-EXIT
                   END-IF
               WHEN WS-NIVEL = 3
                   PERFORM 2130-ACRESCENTA-INICIAL THRU 2130-EXIT
               WHEN OTHER
                   PERFORM 2130-ACRESCENTA-INICIAL THRU 2130-EXIT
                   STRING '.' DELIMITED BY SIZE
                       INTO WS-SAIDA WITH POINTER WS-PONTEIRO
                   END-STRING
           END-EVALUATE.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2120-ACRESCENTA-EXTENSO - ACRESCENTA A PALAVRA POR EXTENSO,
      * SEPARADA POR UM ESPACO DA PALAVRA ANTERIOR
      *****************************************************************
       2120-ACRESCENTA-EXTENSO.
           PERFORM 2140-ACRESCENTA-ESPACO THRU 2140-EXIT.
           STRING ABR-NOME-COMPLETO(WS-PAL-INICIO (WS-IDX-PAL):
                      WS-PAL-TAM (WS-IDX-PAL))
                  DELIMITED BY SIZE
               INTO WS-SAIDA WITH POINTER WS-PONTEIRO
           END-STRING.
       2120-EXIT.
           EXIT.

      *****************************************************************
      * 2130-ACRESCENTA-INICIAL - ACRESCENTA SO A PRIMEIRA LETRA DA
      * PALAVRA, SEPARADA POR UM ESPACO DA PALAVRA ANTERIOR
      *****************************************************************
       2130-ACRESCENTA-INICIAL.
           PERFORM 2140-ACRESCENTA-ESPACO THRU 2140-EXIT.
           STRING ABR-NOME-COMPLETO(WS-PAL-INICIO (WS-IDX-PAL):1)
                  DELIMITED BY SIZE
               INTO WS-SAIDA WITH POINTER WS-PONTEIRO
           END-STRING.
       2130-EXIT.
           EXIT.

      *****************************************************************
      * 2140-ACRESCENTA-ESPACO - SEPARA A PROXIMA PALAVRA DA ANTERIOR
      * (NADA A FAZER ANTES DA PRIMEIRA PALAVRA)
      *****************************************************************
       2140-ACRESCENTA-ESPACO.
           IF WS-PONTEIRO > 1
               STRING ' ' DELIMITED BY SIZE
                   INTO WS-SAIDA WITH POINTER WS-PONTEIRO
               END-STRING
           END-IF.
       2140-EXIT.
           EXIT.
