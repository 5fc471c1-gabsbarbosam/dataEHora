      ******************************************************************
      * Copybook: DTEHRSUB
      * Purpose:  Layout for DTEHR-SUB-REC, o controle de assinantes
      *           da interface acumulativa: para cada assinante a
      *           ultima geracao entregue (extracao por geracao) e a
      *           data/hora dessa extracao. SUB-SITUACAO "I" marca o
      *           assinante desativado, que deixa de segurar o expurgo
      *           da interface; registros antigos, sem situacao, sao
      *           tratados como ativos.
      * Used by:  DTEHREXT (le e regrava). DTEHRIHK (expurgo da
      *           interface e relatorio de atraso dos assinantes).
      ******************************************************************
           05  SUB-ASSINANTE             PIC X(08).
           05  SUB-ULT-GERACAO           PIC 9(06).
           05  SUB-DATA-ULT-EXT          PIC 9(08).
           05  SUB-HORA-ULT-EXT          PIC 9(08).
           05  SUB-SITUACAO              PIC X(01).
               88  SUB-ATIVO             VALUES "A" " ".
               88  SUB-INATIVO           VALUE "I".
