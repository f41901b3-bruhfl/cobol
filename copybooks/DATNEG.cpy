      *****************************************************************
      * COPYBOOK.....: DATNEG
      * DESCRICAO....: REGISTRO DE CONTROLE DA DATA DE NEGOCIO (ARQUIVO
      *                DATANEG, UM UNICO REGISTRO). E A DATA DO CICLO EM
      *                ABERTO, USADA POR TODOS OS PROGRAMAS NO LUGAR DO
      *                RELOGIO (CIC-DATA-NEGOCIO, JRN-DATA, DATA DE
      *                CAPTURA, CABECALHOS E CARIMBOS DE ARQUIVO), VIA
      *                ROTINA PROGCOB27. MANTIDO PELO SUPERVISOR NO
      *                PROGCOB29 E AVANCADO PARA O PROXIMO DIA UTIL PELO
      *                FECHAMENTO DO CICLO (PROGCOB28). O MODO DE
      *                RECUPERACAO ('R') LIBERA O CICLO DE UMA DATA JA
      *                PASSADA (NOITE PERDIDA); O FECHAMENTO VOLTA AO
      *                MODO NORMAL QUANDO O CICLO ALCANCA O RELOGIO.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  DNG-REC.
           05  DNG-DATA-NEGOCIO        PIC 9(08).
           05  DNG-DATA-ULT-FECHADA    PIC 9(08).
           05  DNG-MODO                PIC X(01).
               88  DNG-MODO-NORMAL            VALUE 'N'.
               88  DNG-MODO-RECUPERACAO       VALUE 'R'.
           05  DNG-OPERADOR            PIC X(08).
           05  DNG-DATA-ALTERACAO      PIC 9(08).
           05  DNG-HORA-ALTERACAO      PIC 9(06).
