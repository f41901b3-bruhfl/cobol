      *****************************************************************
      * COPYBOOK.....: DATNEGP
      * DESCRICAO....: AREA DE PARAMETROS DA ROTINA PADRAO DE DATA DE
      *                NEGOCIO (PROGCOB27). FUNCOES:
      *                V - LE O CONTROLE DATANEG E VALIDA A DATA PARA UM
      *                    STEP DO CICLO (RECUSA DATA POSTERIOR AO
      *                    RELOGIO E CICLO ATRASADO FORA DO MODO DE
      *                    RECUPERACAO);
      *                C - SO LE O CONTROLE (TRANSACOES E RELATORIOS);
      *                P - CALCULA O DIA UTIL SEGUINTE A DNP-DATA-BASE
      *                    EM DNP-DATA-CALCULADA;
      *                D - CRITICA A DATA INFORMADA EM DNP-DATA-BASE.
      *                DATA RECUSADA DEVOLVE A MENSAGEM E O RETURN CODE
      *                QUE O CHAMADOR DEVE USAR (16 CONTROLE AUSENTE,
      *                12 DATA RECUSADA OU INVALIDA).
      * AUTHOR.......: BRUNO LIMA - BFL
      *-----------------------------------------------------------------
      * HISTORICO DE ALTERACOES
      * DATA       INIC  DESCRICAO
      * ---------- ----  ---------------------------------------------
      * 2026-10-15 BFL   CRIACAO DO LAYOUT
      *****************************************************************
       01  DNP-PARAMETROS.
           05  DNP-FUNCAO              PIC X(01).
               88  DNP-FUNC-VALIDA            VALUE 'V'.
               88  DNP-FUNC-CONSULTA          VALUE 'C'.
               88  DNP-FUNC-PROXIMO-DIA       VALUE 'P'.
               88  DNP-FUNC-CRITICA-DATA      VALUE 'D'.
           05  DNP-DATA-BASE           PIC 9(08).
           05  DNP-DATA-CALCULADA      PIC 9(08).
           05  DNP-DATA-NEGOCIO        PIC 9(08).
           05  DNP-DATA-ULT-FECHADA    PIC 9(08).
           05  DNP-DATA-SISTEMA        PIC 9(08).
           05  DNP-MODO                PIC X(01).
               88  DNP-MODO-NORMAL            VALUE 'N'.
               88  DNP-MODO-RECUPERACAO       VALUE 'R'.
           05  DNP-RESULTADO           PIC X(01).
               88  DNP-DATA-ACEITA            VALUE 'A'.
               88  DNP-CONTROLE-AUSENTE       VALUE 'X'.
               88  DNP-DATA-FUTURA            VALUE 'F'.
               88  DNP-DATA-ATRASADA          VALUE 'T'.
               88  DNP-DATA-INVALIDA          VALUE 'I'.
           05  DNP-RETURN-CODE         PIC 9(02).
           05  DNP-MENSAGEM            PIC X(60).
