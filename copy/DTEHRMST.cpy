      *           chave alternada (com duplicatas): data informada
      *           (ANO/MES/DIA). O registro de sequencia zero e o
      *           registro de controle, guardando em MST-CTL-ULTIMO-SEQ
      *           a ultima sequencia usada. Uma entrada estornada
      *           nao e excluida: fica com MST-SITUACAO "C" e os dados
      *           do estorno; na correcao, a entrada nova aponta a
      *           estornada em MST-SEQ-CORRIGIDA e a estornada aponta
      *           a nova em MST-SEQ-SUBSTITUTA. Entrada em dia nao
      *           util aprovada pelo DTEHRAPR leva o supervisor que a
      *           aprovou em MST-APROVADOR. A origem da entrada
      *           (modo "I" interativo, "B" lote, "R" reprocesso do
      *           suspense; lote e sequencia no lote) fica em
      *           MST-MODO-ORIGEM, MST-LOTE-ID e MST-SEQ-ORIGINAL;
      *           entradas antigas tem a origem em branco.
      *           MST-SITE e o site (CFG-SITE) onde a entrada foi
      *           confirmada; entradas antigas tem o site em branco.
      * Used by:  DTEHR (writer). DTEHREST (estorno/correcao).
      *           DTEHRAPR (aprovacao de pendencias).
      *           DTEHRINQ (consulta por data). DTEHRCON (conciliacao).
      *           DTEHRRVL (revalidacao de dia util e UTC).
      *           DTEHRTRC (rastreamento de lote).
      *           DTEHRSXT (extrato do site para a consolidacao).
      *           DTEHRANM (excecoes de captura).
      ******************************************************************
           05  MST-SEQ-CONFIRMACAO       PIC 9(06).
           05  MST-DETALHE.
               10  MST-TERMINAL          PIC X(08).
               10  MST-DATA-SISTEMA      PIC 9(08).
               10  MST-HORA-SISTEMA      PIC 9(08).
               10  MST-SITUACAO          PIC X(01).
                   88  MST-SIT-ATIVA     VALUES "A" " ".
                   88  MST-SIT-CANCELADA VALUE "C".
               10  MST-DATA-ESTORNO      PIC 9(08).
               10  MST-HORA-ESTORNO      PIC 9(08).
               10  MST-SUPERVISOR-EST    PIC X(08).
               10  MST-MOTIVO-ESTORNO    PIC X(02).
               10  MST-SEQ-SUBSTITUTA    PIC 9(06).
               10  MST-SEQ-CORRIGIDA     PIC 9(06).
               10  MST-APROVADOR         PIC X(08).
               10  MST-MODO-ORIGEM       PIC X(01).
                   88  MST-ORIGEM-INTERATIVA VALUE "I".
                   88  MST-ORIGEM-LOTE   VALUE "B".
                   88  MST-ORIGEM-REPROCESSO VALUE "R".
               10  MST-LOTE-ID           PIC X(08).
               10  MST-SEQ-ORIGINAL      PIC 9(06).
               10  MST-SITE              PIC X(03).
           05  MST-CONTROLE REDEFINES MST-DETALHE.
               10  MST-CTL-ULTIMO-SEQ    PIC 9(06).
               10  FILLER                PIC X(119).
