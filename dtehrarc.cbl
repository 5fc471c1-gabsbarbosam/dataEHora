      *                  (DTEHRAWK) E NOVO LOG VIVO (DTEHRLGN)
      *          FASE 2: ANEXA DTEHRAWK AO ARQUIVO MORTO DTEHRLGA
      *          FASE 3: REGRAVA DTEHRLOG A PARTIR DE DTEHRLGN
      *          O ARQUIVO MORTO RECEBE SEMPRE UM TRECHO INICIAL
      *          CONTINUO DO LOG, PARA QUE A CADEIA DE AUDITORIA
      *          (DTEHRCHN) SIGA SEM INTERRUPCAO DO DTEHRLGA PARA O
      *          DTEHRLOG.
      * Tectonics: cobc
      *
      * Modification History
      *                inicializacao e fim no resumo com os totais do
      *                expurgo, a fase e o codigo de retorno, para o
      *                resumo de operacoes DTEHRJRP.
      * 15/10/2026 GB  Preserva a cadeia de auditoria: so arquiva o
      *                trecho inicial do log ate o primeiro registro
      *                mantido (registro antigo depois dele fica no
      *                log vivo e e contado a parte) e informa no
      *                resumo a sequencia de auditoria da emenda
      *                entre o arquivo morto e o log vivo.
      * 15/10/2026 GB  Layout do checkpoint DTEHRAPC passa ao copybook
      *                DTEHRAPC, compartilhado com os programas que
      *                travam durante o expurgo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRARC.

       FD  DTEHR-APC-FILE.
       01  DTEHR-APC-REC.
           COPY DTEHRAPC.

       WORKING-STORAGE SECTION.

       77  WS-SW-EOF-LGN           PIC X(01) VALUE "N".
           88  WS-EOF-LGN             VALUE "S".

       77  WS-SW-MANTENDO          PIC X(01) VALUE "N".
           88  WS-MANTENDO            VALUE "S".

       01  WS-FASE-CKPT-GRP.
           05  WS-FASE-CKPT         PIC X(01) VALUE "0".
       01  WS-FASE-CKPT-NUM REDEFINES WS-FASE-CKPT-GRP
       77  WS-QTD-MANTIDOS         PIC 9(07) VALUE ZERO COMP.
       77  WS-DATA-MIN             PIC 9(08) VALUE 99999999.
       77  WS-DATA-MAX             PIC 9(08) VALUE ZEROS.
       77  WS-QTD-RETIDOS          PIC 9(07) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Emenda da cadeia de auditoria entre arquivo morto e log
      * ----------------------------------------------------------
       77  WS-SEQ-ULT-ARQUIVADA    PIC 9(09) VALUE ZEROS.
       77  WS-SEQ-PRI-MANTIDA      PIC 9(09) VALUE ZEROS.

      * ----------------------------------------------------------
      * Diario de execucoes (DTEHRJRN, gravado pelo subprograma
                 MOVE APC-QTD-MANTIDOS TO WS-QTD-MANTIDOS
                 MOVE APC-DATA-MIN TO WS-DATA-MIN
                 MOVE APC-DATA-MAX TO WS-DATA-MAX
                 IF APC-QTD-RETIDOS NUMERIC
                    MOVE APC-QTD-RETIDOS TO WS-QTD-RETIDOS
                 END-IF
                 IF APC-SEQ-ULT-ARQUIVADA NUMERIC
                    MOVE APC-SEQ-ULT-ARQUIVADA TO WS-SEQ-ULT-ARQUIVADA
                 END-IF
                 IF APC-SEQ-PRI-MANTIDA NUMERIC
                    MOVE APC-SEQ-PRI-MANTIDA TO WS-SEQ-PRI-MANTIDA
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-APC-FILE
           MOVE WS-QTD-MANTIDOS TO APC-QTD-MANTIDOS
           MOVE WS-DATA-MIN TO APC-DATA-MIN
           MOVE WS-DATA-MAX TO APC-DATA-MAX
           MOVE WS-QTD-RETIDOS TO APC-QTD-RETIDOS
           MOVE WS-SEQ-ULT-ARQUIVADA TO APC-SEQ-ULT-ARQUIVADA
           MOVE WS-SEQ-PRI-MANTIDA TO APC-SEQ-PRI-MANTIDA
           WRITE DTEHR-APC-REC
           IF WS-FS-APC NOT = "00"
              DISPLAY "DTEHRARC - AVISO: FALHA NO CHECKPOINT - "
      ******************************************************************
      * 2100-SEPARA-LOG  -  fase 1: separa o log vivo em trabalho de
      *       arquivo (anteriores ao corte) e novo log vivo; o log
      *       original nao e alterado nesta fase. Depois do primeiro
      *       registro mantido tudo fica no log vivo, mesmo anterior
      *       ao corte, para nao partir a cadeia de auditoria
      ******************************************************************
       2100-SEPARA-LOG.
           MOVE ZERO TO WS-QTD-LIDOS
           MOVE ZERO TO WS-QTD-ARQUIVADOS
           MOVE ZERO TO WS-QTD-MANTIDOS
           MOVE ZERO TO WS-QTD-RETIDOS
           MOVE ZEROS TO WS-SEQ-ULT-ARQUIVADA
           MOVE ZEROS TO WS-SEQ-PRI-MANTIDA
           MOVE "N" TO WS-SW-MANTENDO
           MOVE 99999999 TO WS-DATA-MIN
           MOVE ZEROS TO WS-DATA-MAX
           MOVE "N" TO WS-SW-EOF-LOG
                 ADD 1 TO WS-QTD-LIDOS
                 MOVE LOG-DATA-SISTEMA(1:6) TO WS-REG-AAAAMM
                 IF WS-REG-AAAAMM < WS-CORTE-AAAAMM
                    AND WS-MANTENDO
                    ADD 1 TO WS-QTD-RETIDOS
                 END-IF
                 IF WS-REG-AAAAMM < WS-CORTE-AAAAMM
                    AND NOT WS-MANTENDO
                    ADD 1 TO WS-QTD-ARQUIVADOS
                    IF LOG-SEQ-AUDITORIA NUMERIC
                       AND LOG-SEQ-AUDITORIA > 0
                       MOVE LOG-SEQ-AUDITORIA TO WS-SEQ-ULT-ARQUIVADA
                    END-IF
                    IF LOG-DATA-SISTEMA < WS-DATA-MIN
                       MOVE LOG-DATA-SISTEMA TO WS-DATA-MIN
                    END-IF
                       STOP RUN
                    END-IF
                 ELSE
                    MOVE "S" TO WS-SW-MANTENDO
                    ADD 1 TO WS-QTD-MANTIDOS
                    IF WS-SEQ-PRI-MANTIDA = ZEROS
                       AND LOG-SEQ-AUDITORIA NUMERIC
                       AND LOG-SEQ-AUDITORIA > 0
                       MOVE LOG-SEQ-AUDITORIA TO WS-SEQ-PRI-MANTIDA
                    END-IF
                    WRITE DTEHR-LGN-REC FROM DTEHR-LOG-REC
                    IF WS-FS-LGN NOT = "00"
                       DISPLAY "DTEHRARC - FALHA AO GRAVAR O NOVO "
           ELSE
              DISPLAY "  NENHUM REGISTRO A ARQUIVAR"
           END-IF
           IF WS-QTD-RETIDOS > 0
              DISPLAY "  ANTIGOS RETIDOS....: " WS-QTD-RETIDOS
                      " (APOS REGISTRO MANTIDO - CADEIA PRESERVADA)"
           END-IF
           IF WS-SEQ-ULT-ARQUIVADA > 0
              DISPLAY "  CADEIA: ULTIMA SEQ ARQUIVADA "
                      WS-SEQ-ULT-ARQUIVADA
           END-IF
           IF WS-SEQ-PRI-MANTIDA > 0
              DISPLAY "  CADEIA: PRIMEIRA SEQ NO LOG VIVO "
                      WS-SEQ-PRI-MANTIDA
           END-IF
           MOVE "0" TO WS-FASE-CKPT
           PERFORM 1500-GRAVA-CHECKPOINT THRU 1500-EXIT
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
