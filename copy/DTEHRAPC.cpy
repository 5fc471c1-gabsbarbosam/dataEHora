      ******************************************************************
      * Copybook: DTEHRAPC
      * Purpose:  Layout for DTEHR-APC-REC, o checkpoint de reinicio do
      *           expurgo do log de auditoria: a ultima fase concluida,
      *           os totais apurados e as sequencias de auditoria da
      *           emenda entre o arquivo morto e o log vivo. Fase "1"
      *           ou "2" significa expurgo interrompido - enquanto
      *           isso nenhum programa pode acrescentar registros ao
      *           DTEHRLOG.
      * Used by:  DTEHRARC (grava). DTEHR, DTEHRAPR, DTEHREST (trava
      *           durante o expurgo) e DTEHRJOB (trava de passo).
      ******************************************************************
           05  APC-FASE                  PIC X(01).
               88  APC-EXPURGO-PENDENTE  VALUES "1" "2".
           05  APC-QTD-LIDOS             PIC 9(07).
           05  APC-QTD-ARQUIVADOS        PIC 9(07).
           05  APC-QTD-MANTIDOS          PIC 9(07).
           05  APC-DATA-MIN              PIC 9(08).
           05  APC-DATA-MAX              PIC 9(08).
           05  APC-QTD-RETIDOS           PIC 9(07).
           05  APC-SEQ-ULT-ARQUIVADA     PIC 9(09).
           05  APC-SEQ-PRI-MANTIDA       PIC 9(09).
