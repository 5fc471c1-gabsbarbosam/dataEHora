      * 02/09/2026 GB  Registra cada execucao no diario compartilhado
      *                DTEHRJRN (via DTEHRJNL) para o resumo de
      *                operacoes DTEHRJRP.
      * 15/10/2026 GB  Estornos gravados no log pelo DTEHREST sao
      *                contados a parte (por dia, por operador e no
      *                total geral) e ficam fora das entradas, dos
      *                terminais e da distribuicao por hora.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRRPT.
           05  CLASS-OPERADOR            PIC X(08).
           05  CLASS-DATA-SISTEMA        PIC 9(08).
           05  CLASS-TERMINAL            PIC X(08).
           05  CLASS-TIPO-MOV            PIC X(01).
               88  CLASS-MOV-ESTORNO        VALUE "E".

       WORKING-STORAGE SECTION.

       77  WS-QTD-DIA              PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-OPERADOR         PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-GERAL            PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-DIA-EST          PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-OPERADOR-EST     PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-GERAL-EST        PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-OPERADORES       PIC 9(04) VALUE ZERO COMP.

       77  WS-OPER-ANTERIOR        PIC X(08) VALUE SPACES.
           05  LIN-DIA-ANO          PIC 9(04).
           05  FILLER               PIC X(12) VALUE "  ENTRADAS: ".
           05  LIN-DIA-QTD          PIC Z(06)9.
           05  FILLER               PIC X(12) VALUE "  ESTORNOS: ".
           05  LIN-DIA-EST          PIC Z(06)9.

       01  WS-LIN-TERM.
           05  FILLER               PIC X(11) VALUE "  TERMINAL ".
           05  LIN-SUBT-CODIGO      PIC X(08).
           05  FILLER               PIC X(02) VALUE ": ".
           05  LIN-SUBT-QTD         PIC Z(06)9.
           05  FILLER               PIC X(12) VALUE "  ESTORNOS: ".
           05  LIN-SUBT-EST         PIC Z(06)9.

       01  WS-LIN-GERAL.
           05  FILLER               PIC X(25) VALUE
               "TOTAL GERAL DE ENTRADAS: ".
           05  LIN-GERAL-QTD        PIC Z(06)9.

       01  WS-LIN-GERAL-EST.
           05  FILLER               PIC X(25) VALUE
               "TOTAL GERAL DE ESTORNOS: ".
           05  LIN-GERAL-EST        PIC Z(06)9.

       01  WS-LIN-OPERS.
           05  FILLER               PIC X(25) VALUE
               "OPERADORES NO PERIODO:   ".
                INPUT PROCEDURE IS 2000-SELECIONA THRU 2000-EXIT
                OUTPUT PROCEDURE IS 3000-RELATORIO THRU 3000-EXIT
           DISPLAY "DTEHRRPT - RELATORIO GERADO COM " WS-QTD-GERAL
                   " ENTRADAS E " WS-QTD-GERAL-EST " ESTORNOS"
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT
           STOP RUN.

           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           COMPUTE JNL-QTD-LIDOS = WS-QTD-GERAL + WS-QTD-GERAL-EST
           MOVE WS-QTD-GERAL TO JNL-QTD-ACEITOS
           MOVE ZEROS TO JNL-QTD-REJEITADOS
           MOVE RETURN-CODE TO JNL-RETURN-CODE

      ******************************************************************
      * 2000-SELECIONA  -  le o log de auditoria, libera os campos de
      *       classificacao e acumula a distribuicao por hora (so
      *       das confirmacoes; estornos nao sao entradas)
      ******************************************************************
       2000-SELECIONA.
           MOVE "N" TO WS-SW-EOF-LOG
                 MOVE LOG-OPERADOR TO CLASS-OPERADOR
                 MOVE LOG-DATA-SISTEMA TO CLASS-DATA-SISTEMA
                 MOVE LOG-TERMINAL TO CLASS-TERMINAL
                 IF LOG-MOV-ESTORNO
                    MOVE "E" TO CLASS-TIPO-MOV
                 ELSE
                    MOVE "C" TO CLASS-TIPO-MOV
                 END-IF
                 RELEASE CLASS-REG
                 MOVE LOG-HORA-SISTEMA(1:2) TO WS-HORA-LOG
                 IF WS-HORA-LOG < 24 AND NOT LOG-MOV-ESTORNO
                    COMPUTE WS-IDX-HORA = WS-HORA-LOG + 1
                    ADD 1 TO WS-DIST-HORA(WS-IDX-HORA)
                 END-IF
           MOVE "S" TO WS-SW-PRIMEIRO
           PERFORM 3100-RECEBE-CLASSIFICADO THRU 3100-EXIT
              UNTIL WS-FIM-SORT
           IF WS-QTD-GERAL > 0 OR WS-QTD-GERAL-EST > 0
              PERFORM 3300-QUEBRA-DIA THRU 3300-EXIT
              PERFORM 3400-QUEBRA-OPERADOR THRU 3400-EXIT
           ELSE
           MOVE WS-QTD-GERAL TO LIN-GERAL-QTD
           MOVE WS-LIN-GERAL TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
           MOVE WS-QTD-GERAL-EST TO LIN-GERAL-EST
           MOVE WS-LIN-GERAL-EST TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
           MOVE WS-QTD-OPERADORES TO LIN-OPERS-QTD
           MOVE WS-LIN-OPERS TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
                 END-IF
              END-IF
           END-IF
           IF CLASS-MOV-ESTORNO
              ADD 1 TO WS-QTD-DIA-EST
              ADD 1 TO WS-QTD-OPERADOR-EST
              ADD 1 TO WS-QTD-GERAL-EST
              GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-QTD-DIA
           ADD 1 TO WS-QTD-OPERADOR
           ADD 1 TO WS-QTD-GERAL
       3250-INICIA-OPERADOR.
           MOVE CLASS-OPERADOR TO WS-OPER-ANTERIOR
           MOVE ZERO TO WS-QTD-OPERADOR
           MOVE ZERO TO WS-QTD-OPERADOR-EST
           MOVE ZERO TO WS-QTD-TERMINAIS
           MOVE "N" TO WS-SW-TERM-CHEIA
           MOVE SPACES TO WS-LINHA-IMPRESSAO

       3260-INICIA-DIA.
           MOVE CLASS-DATA-SISTEMA TO WS-DATA-ANTERIOR
           MOVE ZERO TO WS-QTD-DIA
           MOVE ZERO TO WS-QTD-DIA-EST.
       3260-EXIT.
           EXIT.

           MOVE WS-CAP-MES TO LIN-DIA-MES
           MOVE WS-CAP-ANO TO LIN-DIA-ANO
           MOVE WS-QTD-DIA TO LIN-DIA-QTD
           MOVE WS-QTD-DIA-EST TO LIN-DIA-EST
           MOVE WS-LIN-DIA TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT.
       3300-EXIT.
              UNTIL WS-IDX-TERM > WS-QTD-TERMINAIS
           MOVE WS-OPER-ANTERIOR TO LIN-SUBT-CODIGO
           MOVE WS-QTD-OPERADOR TO LIN-SUBT-QTD
           MOVE WS-QTD-OPERADOR-EST TO LIN-SUBT-EST
           MOVE WS-LIN-SUBT TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
           ADD 1 TO WS-QTD-OPERADORES.
