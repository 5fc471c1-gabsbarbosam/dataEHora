      ******************************************************************
      * Copybook: DTEHRSDL
      * Purpose:  Layout for DTEHR-SDL-REC, o diario de entregas da
      *           interface: um registro por extracao com assinante,
      *           data/hora, modo ("G" por geracao, "D" reentrega por
      *           faixa de datas), faixa de geracoes entregues, faixa
      *           de datas pedida e quantidade de registros.
      * Used by:  DTEHREXT (grava). DTEHRIHK (relatorio de atraso dos
      *           assinantes).
      ******************************************************************
           05  SDL-ASSINANTE             PIC X(08).
           05  SDL-DATA-EXTRACAO         PIC 9(08).
           05  SDL-HORA-EXTRACAO         PIC 9(08).
           05  SDL-MODO                  PIC X(01).
               88  SDL-MODO-GERACAO      VALUE "G".
               88  SDL-MODO-DATAS        VALUE "D".
           05  SDL-GERACAO-DE            PIC 9(06).
           05  SDL-GERACAO-ATE           PIC 9(06).
           05  SDL-DATA-INI              PIC 9(08).
           05  SDL-DATA-FIM              PIC 9(08).
           05  SDL-QTD-REGISTROS         PIC 9(07).
