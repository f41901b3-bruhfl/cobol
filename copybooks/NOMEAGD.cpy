      *****************************************************************
      * COPYBOOK.....: NOMEAGD
      * DESCRICAO....: REGISTRO DO ARQUIVO INDEXADO DA AGENDA DE
      *                MOVIMENTOS FUTUROS (NOMEAGND). DESLIGAMENTO
      *                (NOMETERM) OU TRANSFERENCIA (NOMETRNF) COM DATA
      *                EFETIVA POSTERIOR A DATA DE EXECUCAO NAO E
      *                APLICADO - O PROGCOB02 GRAVA AQUI O MOVIMENTO
      *                PENDENTE E O MODO LIBERACAO ('L') O APLICA NA
      *                NOITE DA DATA EFETIVA PELA MESMA LOGICA DOS
      *                MODOS TERMINACAO E TRANSFERENCIA. A CHAVE (DATA
      *                EFETIVA + MATRICULA + TIPO) MANTEM A AGENDA EM
      *                ORDEM DE VENCIMENTO. O MOVIMENTO PENDENTE PODE
      *                SER CANCELADO PELO PROGCOB23 ANTES DA DATA.
      *                NENHUM REGISTRO E APAGADO - A SITUACAO GUARDA O
      *                DESTINO DE CADA MOVIMENTO.
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      * 2026-10-15 BFL   MOVIMENTO CANCELADO VOLTA A PENDENTE QUANDO O
      *                  RH REENVIA O MESMO MOVIMENTO (MESMA CHAVE) - O
      *                  PROGCOB02 REGRAVA O REGISTRO.
      *****************************************************************
       01  AGD-REC.
           05  AGD-CHAVE.
               10  AGD-DATA-EFETIVA    PIC 9(08).
               10  AGD-MATRICULA       PIC 9(06).
               10  AGD-TIPO            PIC X(01).
                   88  AGD-TIPO-TERMINACAO    VALUE 'T'.
                   88  AGD-TIPO-TRANSFERENCIA VALUE 'X'.
           05  AGD-DATA-DESLIG         PIC 9(08).
           05  AGD-DEPARTAMENTO        PIC X(10).
           05  AGD-DATA-INCLUSAO       PIC 9(08).
           05  AGD-SITUACAO            PIC X(01).
               88  AGD-PENDENTE               VALUE 'P'.
               88  AGD-APLICADO               VALUE 'A'.
               88  AGD-LIBERADO-COM-EXCECAO   VALUE 'E'.
               88  AGD-CANCELADO              VALUE 'C'.
           05  AGD-DATA-SITUACAO       PIC 9(08).
           05  AGD-OPERADOR-CANCEL     PIC X(08).
           05  AGD-MOTIVO-CANCEL       PIC X(30).
