      *****************************************************************
      * COPYBOOK.....: NOMEPND
      * DESCRICAO....: REGISTRO DO ARQUIVO INDEXADO DE ALTERACOES
      *                PENDENTES DE APROVACAO (NOMEPEND). CADA CORRECAO
      *                DE NOME OU DEPARTAMENTO E CADA DESATIVACAO
      *                SOLICITADA NO PROGCOB03 GERA UM REGISTRO COM AS
      *                IMAGENS ANTES/DEPOIS E O OPERADOR SOLICITANTE. O
      *                SUPERVISOR DECIDE NO PROGCOB20 (APROVA OU
      *                REJEITA COM MOTIVO) - SO A APROVADA ATUALIZA O
      *                NOME-INDEX. A CHAVE (DATA + HORA + MATRICULA)
      *                MANTEM OS PEDIDOS EM ORDEM DE CHEGADA.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  PND-REC.
           05  PND-CHAVE.
               10  PND-DATA-SOLIC      PIC 9(08).
               10  PND-HORA-SOLIC      PIC 9(06).
               10  PND-MATRICULA       PIC 9(06).
           05  PND-TIPO                PIC X(01).
               88  PND-TIPO-NOME              VALUE 'N'.
               88  PND-TIPO-DEPTO             VALUE 'D'.
               88  PND-TIPO-DESATIVACAO       VALUE 'T'.
           05  PND-OPERADOR-SOLIC      PIC X(08).
           05  PND-IMAGEM-ANTES        PIC X(20).
           05  PND-IMAGEM-DEPOIS       PIC X(20).
           05  PND-DATA-DESLIG         PIC 9(08).
           05  PND-SITUACAO            PIC X(01).
               88  PND-PENDENTE               VALUE 'P'.
               88  PND-APROVADA               VALUE 'A'.
               88  PND-REJEITADA              VALUE 'R'.
           05  PND-OPERADOR-DECISAO    PIC X(08).
           05  PND-DATA-DECISAO        PIC 9(08).
           05  PND-HORA-DECISAO        PIC 9(06).
           05  PND-MOTIVO-DECISAO      PIC X(30).
