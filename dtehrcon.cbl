      * 02/09/2026 GB  Registra cada execucao no diario compartilhado
      *                DTEHRJRN (via DTEHRJNL) para o resumo de
      *                operacoes DTEHRJRP.
      * 15/10/2026 GB  Estornos (DTEHREST) conciliados a parte: o
      *                tipo de movimento entra na chave do cruzamento,
      *                o master contribui com as entradas estornadas
      *                no dia (MST-DATA-ESTORNO) e o relatorio traz os
      *                totais de estornos do log, do master e da
      *                interface, tambem exigidos no balanco.
      * 15/10/2026 GB  Registros de revalidacao da interface (tipo
      *                "R", gravados pelo DTEHRRVL) nao entram no
      *                cruzamento do dia: sao apenas contados e
      *                informados no relatorio.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRCON.
       77  WS-QTD-CONF             PIC 9(04) VALUE ZERO COMP.
       01  WS-TABELA-CONF.
           05  WS-CONF-ENTRY        OCCURS 5000 TIMES.
               10  WS-CONF-CHAVE        PIC X(24).
               10  WS-CONF-NO-MST       PIC X(01).
               10  WS-CONF-NO-IFC       PIC X(01).
       77  WS-IDX-CONF             PIC 9(04) VALUE ZERO COMP.
           05  WS-CHV-MINU          PIC 9(02).
           05  WS-CHV-TZ-CODE       PIC X(03).
           05  WS-CHV-OPERADOR      PIC X(08).
           05  WS-CHV-TIPO-MOV      PIC X(01).

      * ----------------------------------------------------------
      * Contadores do cruzamento
       77  WS-QTD-LOG-DIA          PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-MST-DIA          PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-IFC-DIA          PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-LOG-EST          PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-MST-EST          PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-IFC-EST          PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-IFC-REV          PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-DIVERGENCIAS     PIC 9(07) VALUE ZERO COMP.

      * ----------------------------------------------------------
       01  WS-LIN-DIVERG.
           05  FILLER               PIC X(04) VALUE "*** ".
           05  LIN-DIV-TEXTO        PIC X(28).
           05  LIN-DIV-CHAVE        PIC X(24).

       01  WS-LIN-RESULTADO.
           05  LIN-RES-TEXTO        PIC X(44).

      ******************************************************************
      * 2000-CARREGA-LOG-DIA  -  o log de auditoria e a referencia do
      *       cruzamento: as confirmacoes e os estornos do dia
      *       entram na tabela, distinguidos pelo tipo de movimento
      *       na chave, com as marcas de conferencia zeradas
      ******************************************************************
       2000-CARREGA-LOG-DIA.
           MOVE "N" TO WS-SW-EOF-LOG
                 MOVE "S" TO WS-SW-EOF-LOG
              NOT AT END
                 IF LOG-DATA-SISTEMA = WS-DATA-FECHAMENTO
                    IF LOG-MOV-ESTORNO
                       ADD 1 TO WS-QTD-LOG-EST
                       MOVE "E" TO WS-CHV-TIPO-MOV
                    ELSE
                       ADD 1 TO WS-QTD-LOG-DIA
                       MOVE "C" TO WS-CHV-TIPO-MOV
                    END-IF
                    IF WS-QTD-CONF < WS-MAX-CONF
                       ADD 1 TO WS-QTD-CONF
                       MOVE LOG-DIA TO WS-CHV-DIA
                          MOVE "S" TO WS-SW-TAB-CHEIA
                          MOVE "S" TO WS-SW-DESBALANCO
                          DISPLAY "DTEHRCON - *** LOG DO DIA EXCEDE "
                                  WS-MAX-CONF " MOVIMENTOS - "
                                  "CRUZAMENTO PARCIAL"
                       END-IF
                    END-IF

      ******************************************************************
      * 3000-CONFERE-MASTER  -  percorre o master e marca cada
      *       confirmacao do dia encontrada (estornada ou nao) e
      *       cada entrada estornada no dia; registro do dia no
      *       master sem par no log e divergencia
      ******************************************************************
       3000-CONFERE-MASTER.
                 MOVE "S" TO WS-SW-EOF-MST
              NOT AT END
                 IF MST-SEQ-CONFIRMACAO > 0
                    MOVE MST-DIA TO WS-CHV-DIA
                    MOVE MST-MES TO WS-CHV-MES
                    MOVE MST-ANO TO WS-CHV-ANO
                    MOVE MST-MINU TO WS-CHV-MINU
                    MOVE MST-TZ-CODE TO WS-CHV-TZ-CODE
                    MOVE MST-OPERADOR TO WS-CHV-OPERADOR
                    IF MST-DATA-SISTEMA = WS-DATA-FECHAMENTO
                       ADD 1 TO WS-QTD-MST-DIA
                       MOVE "C" TO WS-CHV-TIPO-MOV
                       PERFORM 3200-MARCA-NO-MASTER THRU 3200-EXIT
                    END-IF
                    IF MST-SIT-CANCELADA
                       AND MST-DATA-ESTORNO = WS-DATA-FECHAMENTO
                       ADD 1 TO WS-QTD-MST-EST
                       MOVE "E" TO WS-CHV-TIPO-MOV
                       PERFORM 3200-MARCA-NO-MASTER THRU 3200-EXIT
                    END-IF
                 END-IF
           END-READ.
       3100-EXIT.
                 MOVE "S" TO WS-SW-EOF-IFC
              NOT AT END
                 IF DTEHR-IFC-DATA-GERACAO = WS-DATA-FECHAMENTO
                    AND DTEHR-IFC-MOV-REVALIDACAO
                    ADD 1 TO WS-QTD-IFC-REV
                 END-IF
                 IF DTEHR-IFC-DATA-GERACAO = WS-DATA-FECHAMENTO
                    AND NOT DTEHR-IFC-MOV-REVALIDACAO
                    IF DTEHR-IFC-MOV-ESTORNO
                       ADD 1 TO WS-QTD-IFC-EST
                       MOVE "E" TO WS-CHV-TIPO-MOV
                    ELSE
                       ADD 1 TO WS-QTD-IFC-DIA
                       MOVE "C" TO WS-CHV-TIPO-MOV
                    END-IF
                    MOVE DTEHR-IFC-DIA TO WS-CHV-DIA
                    MOVE DTEHR-IFC-MES TO WS-CHV-MES
                    MOVE DTEHR-IFC-ANO TO WS-CHV-ANO
           MOVE WS-QTD-IFC-DIA TO LIN-CONTA-QTD
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "ESTORNOS NO LOG.........:" TO LIN-CONTA-FONTE
           MOVE WS-QTD-LOG-EST TO LIN-CONTA-QTD
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "ESTORNOS NO MASTER......:" TO LIN-CONTA-FONTE
           MOVE WS-QTD-MST-EST TO LIN-CONTA-QTD
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "ESTORNOS NA IFC.........:" TO LIN-CONTA-FONTE
           MOVE WS-QTD-IFC-EST TO LIN-CONTA-QTD
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           IF WS-QTD-IFC-REV > 0
              MOVE "REVALIDACOES NA IFC.....:" TO LIN-CONTA-FONTE
              MOVE WS-QTD-IFC-REV TO LIN-CONTA-QTD
              MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF
           MOVE "DIVERGENCIAS............:" TO LIN-CONTA-FONTE
           MOVE WS-QTD-DIVERGENCIAS TO LIN-CONTA-QTD
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           IF WS-QTD-LOG-DIA NOT = WS-QTD-MST-DIA
              OR WS-QTD-LOG-DIA NOT = WS-QTD-IFC-DIA
              OR WS-QTD-LOG-EST NOT = WS-QTD-MST-EST
              OR WS-QTD-LOG-EST NOT = WS-QTD-IFC-EST
              MOVE "S" TO WS-SW-DESBALANCO
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
                   " MASTER " WS-QTD-MST-DIA
                   " IFC " WS-QTD-IFC-DIA
                   " DIVERGENCIAS " WS-QTD-DIVERGENCIAS
           DISPLAY "DTEHRCON - ESTORNOS: LOG " WS-QTD-LOG-EST
                   " MASTER " WS-QTD-MST-EST
                   " IFC " WS-QTD-IFC-EST
           IF WS-DESBALANCO
              DISPLAY "DTEHRCON - *** FORA DE BALANCO - RETURN-CODE "
                      "8 PARA SEGURAR OS JOBS DEPENDENTES"
