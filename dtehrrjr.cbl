      * 02/09/2026 GB  Registra cada execucao no diario compartilhado
      *                DTEHRJRN (via DTEHRJNL) para o resumo de
      *                operacoes DTEHRJRP.
      * 15/10/2026 GB  Motivo RA (entrada em dia nao util recusada na
      *                fila de aprovacao do DTEHRAPR).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRRJR.
      * Abertura por motivo (tabela fixa dos codigos do copybook
      * DTEHRREJ mais a faixa OUTROS)
      * ----------------------------------------------------------
       77  WS-QTD-MOTIVOS          PIC 9(02) VALUE 11 COMP.
       01  WS-TABELA-MOTIVOS.
           05  WS-MOT-ENTRY         OCCURS 11 TIMES.
               10  WS-MOT-CODIGO        PIC X(02).
               10  WS-MOT-DESC          PIC X(24).
               10  WS-MOT-QTD           PIC 9(07) COMP.
           MOVE "NIVEL INSUFICIENTE" TO WS-MOT-DESC(8)
           MOVE "DP" TO WS-MOT-CODIGO(9)
           MOVE "DUPLICATA" TO WS-MOT-DESC(9)
           MOVE "RA" TO WS-MOT-CODIGO(10)
           MOVE "RECUSADA NA APROVACAO" TO WS-MOT-DESC(10)
           MOVE "??" TO WS-MOT-CODIGO(11)
           MOVE "OUTROS MOTIVOS" TO WS-MOT-DESC(11)
           PERFORM 1110-ZERA-MOTIVO THRU 1110-EXIT
              VARYING WS-IDX-MOT FROM 1 BY 1
              UNTIL WS-IDX-MOT > WS-QTD-MOTIVOS.
           MOVE "N" TO WS-SW-ACHADO
           PERFORM 2210-PROCURA-MOTIVO THRU 2210-EXIT
              VARYING WS-IDX-MOT FROM 1 BY 1
              UNTIL WS-IDX-MOT > 10
                 OR WS-ACHADO
           IF NOT WS-ACHADO
              ADD 1 TO WS-MOT-QTD(11)
           END-IF.
       2200-EXIT.
           EXIT.
