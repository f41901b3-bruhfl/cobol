      *****************************************************************
      * COPYBOOK.....: NOMEBKP
      * DESCRICAO....: REGISTRO DO ARQUIVO SEQUENCIAL DE BACKUP DO
      *                NOME-INDEX (NOMEBKP). O ARQUIVO GUARDA AS
      *                GERACOES DATADAS DO INDICE, DA MAIS ANTIGA PARA
      *                A MAIS RECENTE: CADA GERACAO E UM REGISTRO DE
      *                ABERTURA ('H'), UM REGISTRO DE DETALHE ('D') POR
      *                FUNCIONARIO COM A IMAGEM DE NOME-IDX-REC E UM
      *                REGISTRO DE FECHAMENTO ('T') COM A QUANTIDADE DE
      *                DETALHES. GERACAO SEM O FECHAMENTO (BACKUP
      *                ABORTADO) NAO E RESTAURAVEL. GRAVADO PELO
      *                BACKUP NOTURNO (PROGCOB24), QUE MANTEM AS N
      *                GERACOES MAIS RECENTES, E LIDO PELO RESTORE
      *                (PROGCOB25).
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  BKP-REC.
           05  BKP-TIPO                PIC X(01).
               88  BKP-ABERTURA               VALUE 'H'.
               88  BKP-DETALHE                VALUE 'D'.
               88  BKP-FECHAMENTO             VALUE 'T'.
           05  BKP-DATA-GERACAO        PIC 9(08).
           05  BKP-HORA-GERACAO        PIC 9(06).
           05  BKP-DADOS               PIC X(59).
           05  BKP-DADOS-CONTROLE REDEFINES BKP-DADOS.
               10  BKP-QTD-REGISTROS   PIC 9(06).
               10  FILLER              PIC X(53).
