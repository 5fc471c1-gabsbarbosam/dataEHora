      * Purpose:  Layout for DTEHR-LOG-REC, the audit-log record that
      *           DTEHR grava para cada entrada confirmada.
      * Used by:  DTEHR (writer). DTEHRRPT (relatorio de atividade)
      *           le DTEHRLOG com este mesmo layout. DTEHREST grava os
      *           registros de estorno (LOG-TIPO-MOV "E"), que repetem
      *           os dados da entrada estornada com a data do estorno
      *           em LOG-DATA-SISTEMA. Registros antigos, sem tipo de
      *           movimento, sao tratados como confirmacao. A
      *           confirmacao de entrada em dia nao util aprovada pelo
      *           DTEHRAPR leva o supervisor em LOG-APROVADOR. Cada
      *           registro e encadeado ao anterior pelo subprograma
      *           DTEHRCHN: LOG-SEQ-AUDITORIA e LOG-VALOR-CONTROLE,
      *           conferidos pelo verificador DTEHRVCA; registros
      *           antigos, gravados antes do encadeamento, tem os dois
      *           campos em branco. A origem da entrada (modo "I"
      *           interativo, "B" lote, "R" reprocesso do suspense;
      *           lote e sequencia no lote) vai em LOG-MODO-ORIGEM,
      *           LOG-LOTE-ID e LOG-SEQ-ORIGINAL; o estorno repete a
      *           origem da entrada estornada. Lido pelo rastreamento
      *           de lote DTEHRTRC. LOG-SITE e o site (CFG-SITE)
      *           onde o movimento foi gravado; registros antigos tem
      *           o site em branco.
      ******************************************************************
           05  LOG-DIA                   PIC 9(02).
           05  LOG-MES                   PIC 9(02).
           05  LOG-DIA-UTC               PIC 9(02).
           05  LOG-MES-UTC               PIC 9(02).
           05  LOG-ANO-UTC               PIC 9(04).
           05  LOG-TIPO-MOV              PIC X(01).
               88  LOG-MOV-CONFIRMACAO   VALUES "C" " ".
               88  LOG-MOV-ESTORNO       VALUE "E".
           05  LOG-SEQ-CONFIRMACAO       PIC 9(06).
           05  LOG-MOTIVO-ESTORNO        PIC X(02).
           05  LOG-SUPERVISOR            PIC X(08).
           05  LOG-APROVADOR             PIC X(08).
           05  LOG-SEQ-AUDITORIA         PIC 9(09).
           05  LOG-VALOR-CONTROLE        PIC 9(10).
           05  LOG-MODO-ORIGEM           PIC X(01).
               88  LOG-ORIGEM-INTERATIVA VALUE "I".
               88  LOG-ORIGEM-LOTE       VALUE "B".
               88  LOG-ORIGEM-REPROCESSO VALUE "R".
           05  LOG-LOTE-ID               PIC X(08).
           05  LOG-SEQ-ORIGINAL          PIC 9(06).
           05  LOG-SITE                  PIC X(03).
