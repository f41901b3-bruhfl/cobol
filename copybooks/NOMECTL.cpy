      *                  CICLO (ARQUIVO CYCLCTL): O PROGCOB02 IGNORA O
      *                  CONFLITO COM OUTRO STEP EM EXECUCAO E O
      *                  PROGCOB07 IGNORA O GATE DA CAPTURA DO DIA
      * 2026-10-15 BFL   INCLUIDO CTL-MODO-LIBERACAO ('L') - APLICA OS
      *                  DESLIGAMENTOS E TRANSFERENCIAS DA AGENDA DE
      *                  MOVIMENTOS FUTUROS (NOMEAGND) COM DATA EFETIVA
      *                  ATE A DATA DE EXECUCAO
      *****************************************************************
       01  NOME-CTL.
           05  CTL-MODO-ENTRADA        PIC X(01).
               88  CTL-MODO-HR                VALUE 'H'.
               88  CTL-MODO-TERMINACAO        VALUE 'T'.
               88  CTL-MODO-TRANSFERENCIA     VALUE 'X'.
               88  CTL-MODO-LIBERACAO         VALUE 'L'.
           05  CTL-TAM-SUBSTRING       PIC 9(02).
           05  CTL-DIAS-RETENCAO       PIC 9(04).
           05  CTL-OVERRIDE-CICLO      PIC X(01).
