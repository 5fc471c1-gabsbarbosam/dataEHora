      * Purpose:  Layout for DTEHR-REJ-REC, o registro de suspense
      *           gravado para cada transacao de lote recusada, com o
      *           motivo da recusa, a data da gravacao e a transacao
      *           original completa. O motivo "RA" e gravado pelo
      *           DTEHRAPR para a entrada em dia nao util recusada
      *           pelo supervisor na fila de aprovacao. A origem
      *           (modo "B" lote ou "R" reprocesso do suspense, lote
      *           e sequencia no lote) fica em REJ-MODO-ORIGEM,
      *           REJ-LOTE-ID e REJ-SEQ-ORIGINAL; no reprocesso o lote
      *           e a sequencia sao os do lote original.
      * Used by:  DTEHR (writer no modo batch; reader da versao
      *           corrigida no modo de reprocessamento). DTEHRAPR
      *           (recusas da fila de aprovacao). DTEHRRJR (analise).
      *           DTEHRTRC (rastreamento de lote).
      ******************************************************************
           05  REJ-MOTIVO                PIC X(02).
               88  REJ-DATA-INVALIDA        VALUE "DT".
               88  REJ-TERM-NAO-AUTORIZADO  VALUE "TR".
               88  REJ-NIVEL-INSUFICIENTE   VALUE "NV".
               88  REJ-DUPLICATA            VALUE "DP".
               88  REJ-RECUSA-APROVACAO     VALUE "RA".
           05  REJ-DATA-GRAVACAO         PIC 9(08).
           05  REJ-SEQ-ORIGINAL          PIC 9(06).
           05  REJ-TRANS-DADOS.
               10  REJ-OPERADOR          PIC X(08).
               10  REJ-TERMINAL          PIC X(08).
               10  REJ-TIPO              PIC X(01).
           05  REJ-MODO-ORIGEM           PIC X(01).
           05  REJ-LOTE-ID               PIC X(08).
