      ******************************************************************
      * Copybook: DTEHRPND
      * Purpose:  Layout for DTEHR-PND-REC, a fila indexada de
      *           entradas em dia nao util digitadas por operador sem
      *           o nivel exigido, aguardando a aprovacao de um
      *           supervisor (dupla custodia). Chave primaria: numero
      *           da pendencia; o registro de numero zero e o registro
      *           de controle, guardando em PND-CTL-ULTIMO-NUM o ultimo
      *           numero usado. A pendencia nunca e excluida: fica
      *           com PND-SITUACAO "A" (aprovada, com a sequencia de
      *           confirmacao do master) ou "R" (recusada, enviada ao
      *           suspense DTEHRREJ com motivo "RA"), o supervisor e a
      *           data/hora da decisao.
      * Used by:  DTEHR (inclui as pendencias). DTEHRAPR (aprovacao,
      *           recusa e relacao de pendencias a escalar).
      *           DTEHRTRC (rastreamento de lote).
      ******************************************************************
           05  PND-NUMERO                PIC 9(06).
           05  PND-DETALHE.
               10  PND-SITUACAO          PIC X(01).
                   88  PND-SIT-PENDENTE  VALUE "P".
                   88  PND-SIT-APROVADA  VALUE "A".
                   88  PND-SIT-RECUSADA  VALUE "R".
               10  PND-DATA-INCLUSAO     PIC 9(08).
               10  PND-HORA-INCLUSAO     PIC 9(08).
               10  PND-MODO-ORIGEM       PIC X(01).
               10  PND-LOTE-ID           PIC X(08).
               10  PND-SEQ-ORIGINAL      PIC 9(06).
               10  PND-TRANS-DADOS.
                   15  PND-DIA           PIC 9(02).
                   15  PND-MES           PIC 9(02).
                   15  PND-ANO           PIC 9(04).
                   15  PND-HR            PIC 9(02).
                   15  PND-MINU          PIC 9(02).
                   15  PND-TZ-CODE       PIC X(03).
                   15  PND-OPERADOR      PIC X(08).
                   15  PND-TERMINAL      PIC X(08).
                   15  PND-TIPO          PIC X(01).
               10  PND-SUPERVISOR        PIC X(08).
               10  PND-DATA-DECISAO      PIC 9(08).
               10  PND-HORA-DECISAO      PIC 9(08).
               10  PND-SEQ-CONFIRMACAO   PIC 9(06).
           05  PND-CONTROLE REDEFINES PND-DETALHE.
               10  PND-CTL-ULTIMO-NUM    PIC 9(06).
               10  FILLER                PIC X(88).
