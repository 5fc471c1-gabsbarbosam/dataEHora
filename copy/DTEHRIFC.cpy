      *           (DTEHR-IFC-GERACAO, sequencia DTEHRIFG) com a
      *           sequencia do registro dentro da geracao e a data da
      *           geracao, permitindo extracoes incrementais por
      *           assinante (DTEHREXT). Estornos feitos pelo
      *           DTEHREST saem numa geracao propria com
      *           DTEHR-IFC-TIPO-MOV "E" e a sequencia do master da
      *           entrada estornada, para o assinante desfazer a
      *           entrada recebida antes. Entrada em dia nao util
      *           aprovada pelo DTEHRAPR leva o supervisor que a
      *           aprovou em DTEHR-IFC-APROVADOR. Entradas do master
      *           corrigidas pela revalidacao (DTEHRRVL) saem numa
      *           geracao propria com DTEHR-IFC-TIPO-MOV "R", os
      *           valores recalculados e a sequencia do master, para
      *           o assinante substituir a entrada recebida antes.
      *           A origem da entrada (modo "I" interativo, "B" lote,
      *           "R" reprocesso do suspense; lote e sequencia no
      *           lote) vai em DTEHR-IFC-MODO-ORIGEM, DTEHR-IFC-LOTE-ID
      *           e DTEHR-IFC-SEQ-ORIGINAL. DTEHR-IFC-SITE e o site
      *           (CFG-SITE) onde a entrada foi confirmada.
      * Used by:  DTEHR (writer). DTEHREXT (extracao por assinante).
      *           DTEHRCON (conciliacao diaria). DTEHRIHK (expurgo
      *           das geracoes ja entregues para o arquivo morto
      *           DTEHRIFA, com o mesmo layout). Any job that needs
      *           "the date/time the operator confirmed" reads
      *           DTEHRIFC with this same layout.
      ******************************************************************
           05  DTEHR-IFC-SEQ-GER         PIC 9(06).
           05  DTEHR-IFC-DATA-GERACAO    PIC 9(08).
           05  FILLER                    PIC X(02).
           05  DTEHR-IFC-TIPO-MOV        PIC X(01).
               88  DTEHR-IFC-MOV-CONFIRMACAO VALUES "C" " ".
               88  DTEHR-IFC-MOV-ESTORNO VALUE "E".
               88  DTEHR-IFC-MOV-REVALIDACAO VALUE "R".
           05  DTEHR-IFC-SEQ-CONFIRMACAO PIC 9(06).
           05  DTEHR-IFC-MOTIVO-ESTORNO  PIC X(02).
           05  DTEHR-IFC-APROVADOR       PIC X(08).
           05  DTEHR-IFC-MODO-ORIGEM     PIC X(01).
           05  DTEHR-IFC-LOTE-ID         PIC X(08).
           05  DTEHR-IFC-SEQ-ORIGINAL    PIC 9(06).
           05  DTEHR-IFC-SITE            PIC X(03).
