      ******************************************************************
      * Copybook: DTEHRIPC
      * Purpose:  Layout for DTEHR-IPC-REC, o checkpoint de reinicio do
      *           expurgo da interface: a ultima fase concluida e os
      *           totais apurados. Fase "1" ou "2" significa expurgo
      *           interrompido - enquanto isso nenhum programa pode
      *           acrescentar registros a DTEHRIFC nem extrair dela.
      * Used by:  DTEHRIHK (grava). DTEHR, DTEHRAPR, DTEHREST,
      *           DTEHRRVL e DTEHREXT (trava durante o expurgo).
      ******************************************************************
           05  IPC-FASE                  PIC X(01).
               88  IPC-EXPURGO-PENDENTE  VALUES "1" "2".
           05  IPC-QTD-LIDOS             PIC 9(07).
           05  IPC-QTD-ARQUIVADOS        PIC 9(07).
           05  IPC-QTD-MANTIDOS          PIC 9(07).
           05  IPC-GERACAO-CORTE         PIC 9(06).
           05  IPC-RETENCAO-DIAS         PIC 9(03).
           05  IPC-GERACAO-MIN           PIC 9(06).
           05  IPC-GERACAO-MAX           PIC 9(06).
           05  IPC-DATA-MIN              PIC 9(08).
           05  IPC-DATA-MAX              PIC 9(08).
           05  IPC-QTD-RETIDOS           PIC 9(07).
