      ******************************************************************
      * Copybook: DTEHRCMS
      * Purpose:  Layout for DTEHR-CMS-REC, o master corporativo
      *           indexado que consolida os masters dos sites. Chave
      *           primaria: site de origem + sequencia de confirmacao
      *           no site (CMS-CHAVE). CMS-IMAGEM-MST guarda o
      *           registro DTEHRMST do site como recebido no extrato;
      *           a data informada da imagem (CMS-IMG-DATA-ENTRADA) e
      *           chave alternada com duplicatas, para a consulta por
      *           data. CMS-CHAVE-ENTRADA repete a data/hora
      *           informada, o fuso e o operador (a mesma chave de
      *           duplicidade do DTEHR) e e a segunda chave alternada,
      *           usada para achar a mesma entrada confirmada em dois
      *           sites: a entrada ativa assim duplicada aponta em
      *           CMS-DUP-SITE e CMS-DUP-SEQ a do outro site. Data e
      *           hora da ultima consolidacao que incluiu ou alterou o
      *           registro em CMS-DATA-CONSOLIDACAO e
      *           CMS-HORA-CONSOLIDACAO.
      * Used by:  DTEHRCSL (consolidacao, grava). DTEHRINQ (consulta
      *           por data com filtro de site).
      ******************************************************************
           05  CMS-CHAVE.
               10  CMS-SITE-ORIGEM       PIC X(03).
               10  CMS-SEQ-ORIGEM        PIC 9(06).
           05  CMS-IMAGEM-MST.
               10  CMS-IMG-SEQ           PIC 9(06).
               10  CMS-IMG-DATA-ENTRADA  PIC 9(08).
               10  CMS-IMG-RESTO         PIC X(117).
           05  CMS-CHAVE-ENTRADA.
               10  CMS-ENT-DIA           PIC 9(02).
               10  CMS-ENT-MES           PIC 9(02).
               10  CMS-ENT-ANO           PIC 9(04).
               10  CMS-ENT-HR            PIC 9(02).
               10  CMS-ENT-MINU          PIC 9(02).
               10  CMS-ENT-TZ-CODE       PIC X(03).
               10  CMS-ENT-OPERADOR      PIC X(08).
           05  CMS-DUP-SITE              PIC X(03).
           05  CMS-DUP-SEQ               PIC 9(06).
           05  CMS-DATA-CONSOLIDACAO     PIC 9(08).
           05  CMS-HORA-CONSOLIDACAO     PIC 9(08).
           05  FILLER                    PIC X(12).
