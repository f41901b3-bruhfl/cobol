      *                  CAMPO CORRIGIDO (NOME OU DEPARTAMENTO,
      *                  CONFORME O MOTIVO) - INCLUIDA A CORRECAO DE
      *                  DEPARTAMENTO NO PROGCOB03
      * 2026-10-15 BFL   INCLUIDO JRN-APROVADOR - SUPERVISOR QUE
      *                  APROVOU OU REJEITOU A ALTERACAO PENDENTE DO
      *                  PROGCOB03 (PROGCOB20). JRN-OPERADOR CONTINUA
      *                  SENDO QUEM SOLICITOU. BRANCO NOS REGISTROS
      *                  GRAVADOS SEM APROVACAO (PROGCOB02/PROGCOB08 E
      *                  TENTATIVAS RECUSADAS NA DIGITACAO).
      * 2026-10-15 BFL   OS DESLIGAMENTOS DO PROGCOB02 (NOMETERM E
      *                  LIBERACAO DA AGENDA) PASSAM A SER REGISTRADOS,
      *                  COM IMAGEM DEPOIS 'DESLIGADO AAAAMMDD'. O
      *                  JORNAL E A BASE DA REAPLICACAO NO RESTORE DO
      *                  NOMEIDX (PROGCOB25), QUE APLICA AS IMAGENS
      *                  DEPOIS DOS LANCAMENTOS EFETIVADOS.
      * 2026-10-15 BFL   A CARGA DO EXTRATO RH (PROGCOB02 MODO HR) PASSA
      *                  A REGISTRAR INCLUSOES E RECONTRATACOES, COM
      *                  IMAGEM DEPOIS 'CARGA RH AAAAMMDD' E IMAGEM
      *                  ANTES 'NAO CADASTRADO' OU 'DESLIGADO
      *                  AAAAMMDD'. O ESTORNO DA CARGA (PROGCOB26)
      *                  GRAVA 'ESTORNO DE INCLUSAO RH' / 'ESTORNO DE
      *                  RECONTRATACAO RH' COM IMAGEM ANTES 'CARGA RH
      *                  AAAAMMDD'
      * 2026-10-15 BFL   JRN-DATA PASSA A SER A DATA DE NEGOCIO DO
      *                  CONTROLE DATANEG (ROTINA PROGCOB27), NAO MAIS O
      *                  RELOGIO. A HORA CONTINUA SENDO A DO RELOGIO.
      *****************************************************************
       01  JRN-REC.
           05  JRN-DATA                PIC 9(08).
               88  JRN-EFETIVADA              VALUE 'E'.
               88  JRN-RECUSADA               VALUE 'R'.
           05  JRN-MOTIVO              PIC X(30).
           05  JRN-APROVADOR           PIC X(08).
