      * 02/09/2026 GB  Registra cada execucao no diario compartilhado
      *                DTEHRJRN (via DTEHRJNL) para o resumo de
      *                operacoes DTEHRJRP.
      * 15/10/2026 GB  Controle de assinantes e diario de entregas
      *                passam aos copybooks DTEHRSUB e DTEHRSDL; o
      *                controle ganha a situacao do assinante (novo
      *                entra ativo) e a extracao fica bloqueada com o
      *                expurgo da interface (DTEHRIHK) interrompido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHREXT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SDL.

           SELECT OPTIONAL DTEHR-IPC-FILE
               ASSIGN TO "DTEHRIPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IPC.

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-EXP-FILE.

       FD  DTEHR-SUB-FILE.
       01  DTEHR-SUB-REC.
           COPY DTEHRSUB.

       FD  DTEHR-IFC-FILE.
       01  DTEHR-INTERFACE-REC.

       FD  DTEHR-SDL-FILE.
       01  DTEHR-SDL-REC.
           COPY DTEHRSDL.

       FD  DTEHR-IPC-FILE.
       01  DTEHR-IPC-REC.
           COPY DTEHRIPC.

       WORKING-STORAGE SECTION.

       77  WS-FS-IFC               PIC X(02) VALUE "00".
       77  WS-FS-SAI               PIC X(02) VALUE "00".
       77  WS-FS-SDL               PIC X(02) VALUE "00".
       77  WS-FS-IPC               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
               10  WS-ASS-ULT-GERACAO   PIC 9(06).
               10  WS-ASS-DATA-ULT      PIC 9(08).
               10  WS-ASS-HORA-ULT      PIC 9(08).
               10  WS-ASS-SITUACAO      PIC X(01).
       77  WS-IDX-ASS              PIC 9(02) VALUE ZERO COMP.
       77  WS-IDX-ASS-ACHADO       PIC 9(02) VALUE ZERO COMP.

              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1150-VERIFICA-EXPURGO-IFC THRU 1150-EXIT
           PERFORM 1200-CARREGA-ASSINANTES THRU 1200-EXIT
           PERFORM 1300-POSICIONA-ASSINANTE THRU 1300-EXIT
           OPEN OUTPUT DTEHR-SAI-FILE
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-VERIFICA-EXPURGO-IFC  -  com o expurgo da interface
      *       (DTEHRIHK) parado nas fases 1 ou 2 a interface viva esta
      *       incompleta e nada e extraido
      ******************************************************************
       1150-VERIFICA-EXPURGO-IFC.
           OPEN INPUT DTEHR-IPC-FILE
           IF WS-FS-IPC NOT = "00"
              GO TO 1150-FECHA
           END-IF
           READ DTEHR-IPC-FILE
              AT END
                 GO TO 1150-FECHA
           END-READ
           IF WS-FS-IPC = "00"
              IF IPC-EXPURGO-PENDENTE
                 DISPLAY "DTEHREXT - EXPURGO DA INTERFACE (DTEHRIHK) "
                         "INTERROMPIDO NA FASE " IPC-FASE
                         " - REINICIE O EXPURGO ANTES DE EXTRAIR"
                 CLOSE DTEHR-IPC-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       1150-FECHA.
           CLOSE DTEHR-IPC-FILE.
       1150-EXIT.
           EXIT.

       1200-CARREGA-ASSINANTES.
           MOVE ZERO TO WS-QTD-ASSINANTES
           MOVE "N" TO WS-SW-EOF-SUB
                    TO WS-ASS-DATA-ULT(WS-QTD-ASSINANTES)
                 MOVE SUB-HORA-ULT-EXT
                    TO WS-ASS-HORA-ULT(WS-QTD-ASSINANTES)
                 MOVE SUB-SITUACAO
                    TO WS-ASS-SITUACAO(WS-QTD-ASSINANTES)
           END-READ.
       1210-EXIT.
           EXIT.
              MOVE ZEROS TO WS-ASS-ULT-GERACAO(WS-QTD-ASSINANTES)
              MOVE ZEROS TO WS-ASS-DATA-ULT(WS-QTD-ASSINANTES)
              MOVE ZEROS TO WS-ASS-HORA-ULT(WS-QTD-ASSINANTES)
              MOVE "A" TO WS-ASS-SITUACAO(WS-QTD-ASSINANTES)
              MOVE WS-QTD-ASSINANTES TO WS-IDX-ASS-ACHADO
              DISPLAY "DTEHREXT - ASSINANTE " WS-ASSINANTE
                      " NOVO NO CONTROLE - PRIMEIRA EXTRACAO"
           END-IF
           IF WS-ASS-SITUACAO(WS-IDX-ASS-ACHADO) = "I"
              DISPLAY "DTEHREXT - AVISO: ASSINANTE " WS-ASSINANTE
                      " INATIVO NO CONTROLE - GERACOES JA EXPURGADAS "
                      "DA INTERFACE NAO SERAO ENTREGUES"
           END-IF
           MOVE WS-ASS-ULT-GERACAO(WS-IDX-ASS-ACHADO)
              TO WS-ULT-GERACAO-ASS.
       1300-EXIT.
           MOVE WS-ASS-ULT-GERACAO(WS-IDX-ASS) TO SUB-ULT-GERACAO
           MOVE WS-ASS-DATA-ULT(WS-IDX-ASS) TO SUB-DATA-ULT-EXT
           MOVE WS-ASS-HORA-ULT(WS-IDX-ASS) TO SUB-HORA-ULT-EXT
           MOVE WS-ASS-SITUACAO(WS-IDX-ASS) TO SUB-SITUACAO
           WRITE DTEHR-SUB-REC
           IF WS-FS-SUB NOT = "00"
              DISPLAY "DTEHREXT - FALHA AO GRAVAR ASSINANTE - "
