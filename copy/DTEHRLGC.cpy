      ******************************************************************
      * Copybook: DTEHRLGC
      * Purpose:  Layout for DTEHR-LGC-REC, o controle do encadeamento
      *           do log de auditoria: a ultima sequencia de auditoria
      *           gravada, o seu valor de controle e a data/hora da
      *           gravacao. Registro unico, regravado a cada registro
      *           de log. Permite ao verificador apontar registros
      *           excluidos do fim do log.
      * Used by:  DTEHRCHN (grava). DTEHRVCA (verificador).
      ******************************************************************
           05  LGC-ULTIMA-SEQ            PIC 9(09).
           05  LGC-ULTIMO-VALOR          PIC 9(10).
           05  LGC-DATA-GRAVACAO         PIC 9(08).
           05  LGC-HORA-GRAVACAO         PIC 9(08).
