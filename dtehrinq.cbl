      *          OPCIONAIS DE OPERADOR E DIA UTIL) VIRA UMA SECAO DO
      *          RELATORIO PAGINADO DTEHRINL COM SEUS PROPRIOS
      *          TOTAIS, PERMITINDO AGENDAR CONSULTAS A NOITE.
      *          COM O MASTER CORPORATIVO (DTEHRCMS, CONSOLIDADO PELO
      *          DTEHRCSL) PRESENTE, A CONSULTA PODE SER FEITA NELE,
      *          COM FILTRO OPCIONAL DE SITE: NA TELA O PROGRAMA
      *          PERGUNTA; NO LOTE A REQUISICAO INDICA O ARQUIVO E O
      *          SITE.
      * Tectonics: cobc
      *
      * Modification History
      * 02/09/2026 GB  Registra cada execucao no diario compartilhado
      *                DTEHRJRN (via DTEHRJNL) para o resumo de
      *                operacoes DTEHRJRP.
      * 15/10/2026 GB  Entradas estornadas pelo DTEHREST aparecem
      *                marcadas como ESTORNADA (com data, supervisor,
      *                motivo e sequencia substituta na consulta em
      *                tela) e sao totalizadas a parte das
      *                confirmacoes ativas.
      * 15/10/2026 GB  Mostra na consulta em tela o supervisor que
      *                aprovou a entrada pela fila do DTEHRAPR.
      * 15/10/2026 GB  Consulta ao master corporativo DTEHRCMS com
      *                filtro de site, na tela e no lote (INR-ARQUIVO
      *                "C" e INR-SITE); a linha mostra o site de origem
      *                e a entrada duplicada em outro site.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRINQ.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MST.

           SELECT OPTIONAL DTEHR-CMS-FILE
               ASSIGN TO "DTEHRCMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMS-CHAVE
               ALTERNATE RECORD KEY IS CMS-IMG-DATA-ENTRADA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CMS-CHAVE-ENTRADA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CMS.

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-INR-FILE.
           05  INR-DATA-FIM              PIC 9(08).
           05  INR-OPERADOR              PIC X(08).
           05  INR-DIA-UTIL              PIC X(01).
           05  INR-ARQUIVO               PIC X(01).
               88  INR-CORPORATIVO          VALUE "C".
           05  INR-SITE                  PIC X(03).
           05  FILLER                    PIC X(10).

       FD  DTEHR-INL-FILE.
       01  DTEHR-INL-REC                 PIC X(80).
       01  DTEHR-MST-REC.
           COPY DTEHRMST.

       FD  DTEHR-CMS-FILE.
       01  DTEHR-CMS-REC.
           COPY DTEHRCMS.

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
       77  WS-SW-FIM-FAIXA         PIC X(01) VALUE "N".
           88  WS-FIM-FAIXA           VALUE "S".

       77  WS-SW-MST-ABERTO        PIC X(01) VALUE "N".
           88  WS-MST-ABERTO          VALUE "S".

       77  WS-SW-CMS-ABERTO        PIC X(01) VALUE "N".
           88  WS-CMS-ABERTO          VALUE "S".

       77  WS-SW-CORPORATIVO       PIC X(01) VALUE "N".
           88  WS-CONSULTA-CORPORATIVA VALUE "S".

      * ----------------------------------------------------------
      * Status dos arquivos e contadores
      * ----------------------------------------------------------
       77  WS-FS-MST               PIC X(02) VALUE "00".
       77  WS-FS-INR               PIC X(02) VALUE "00".
       77  WS-FS-INL               PIC X(02) VALUE "00".
       77  WS-FS-CMS               PIC X(02) VALUE "00".
       77  WS-QTD-ACHADAS          PIC 9(05) VALUE ZERO COMP.
       77  WS-QTD-ESTORNADAS       PIC 9(05) VALUE ZERO COMP.
       77  WS-QTD-REQUISICOES      PIC 9(05) VALUE ZERO COMP.
       77  WS-QTD-SECAO            PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-GERAL-LOTE       PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-SECAO-EST        PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-GERAL-EST        PIC 9(07) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Requisicao corrente do modo lote (faixa sobre a chave
           05  WS-REQ-FIM-N         PIC 9(08).
       77  WS-REQ-OPERADOR         PIC X(08) VALUE SPACES.
       77  WS-REQ-DIA-UTIL         PIC X(01) VALUE SPACE.
       77  WS-REQ-SITE             PIC X(03) VALUE SPACES.

      * ----------------------------------------------------------
      * Data do sistema e controle de paginacao do relatorio
           05  FILLER               PIC X(11) VALUE "  DIA UTIL ".
           05  LIN-SEC-DIA-UTIL     PIC X(05).

       01  WS-LIN-SECAO-CORP.
           05  FILLER               PIC X(40) VALUE
               "          MASTER CORPORATIVO (DTEHRCMS)".
           05  FILLER               PIC X(07) VALUE "  SITE ".
           05  LIN-SEC-SITE         PIC X(05).

       01  WS-LIN-DET.
           05  LIN-DET-ROTULO       PIC X(04) VALUE "SEQ ".
           05  LIN-DET-SEQ          PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-DIA          PIC 9(02).
           05  LIN-DET-TERMINAL     PIC X(08).
           05  FILLER               PIC X(06) VALUE " UTIL ".
           05  LIN-DET-DIA-UTIL     PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-SITUACAO     PIC X(09).

       01  WS-LIN-TOT-SECAO.
           05  FILLER               PIC X(26) VALUE
               "TOTAL DA CONSULTA.......: ".
           05  LIN-TOT-SEC-QTD      PIC Z(06)9.

       01  WS-LIN-TOT-SECAO-EST.
           05  FILLER               PIC X(26) VALUE
               "ESTORNADAS NA CONSULTA..: ".
           05  LIN-TOT-SEC-EST      PIC Z(06)9.

       01  WS-LIN-TOT-GERAL.
           05  FILLER               PIC X(26) VALUE
               "TOTAL GERAL DO LOTE.....: ".
           05  LIN-TOT-GER-QTD      PIC Z(06)9.

       01  WS-LIN-TOT-GERAL-EST.
           05  FILLER               PIC X(26) VALUE
               "ESTORNADAS NO LOTE......: ".
           05  LIN-TOT-GER-EST      PIC Z(06)9.

      * ----------------------------------------------------------
      * Diario de execucoes (DTEHRJRN, gravado pelo subprograma
      * DTEHRJNL)
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  abre o master de confirmacoes e, quando
      *       presente, o master corporativo; com o arquivo de
      *       requisicoes DTEHRINR presente a execucao segue em modo
      *       lote e abre o relatorio DTEHRINL
      ******************************************************************
       1000-INICIALIZA.
           ACCEPT WS-DATA-SISTEMA-GRP FROM DATE YYYYMMDD
              CLOSE DTEHR-INR-FILE
           END-IF
           OPEN INPUT DTEHR-MST-FILE
           IF WS-FS-MST = "00"
              MOVE "S" TO WS-SW-MST-ABERTO
           ELSE
              DISPLAY "DTEHRINQ - MASTER DE CONFIRMACOES (DTEHRMST) "
                      "INDISPONIVEL - STATUS " WS-FS-MST
           END-IF
           OPEN INPUT DTEHR-CMS-FILE
           IF WS-FS-CMS = "00"
              MOVE "S" TO WS-SW-CMS-ABERTO
           ELSE
              CLOSE DTEHR-CMS-FILE
           END-IF
           IF NOT WS-MST-ABERTO AND NOT WS-CMS-ABERTO
              IF WS-MODO-LOTE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           MOVE WS-MES TO WS-CONS-MES
           MOVE WS-DIA TO WS-CONS-DIA

           MOVE "N" TO WS-SW-CORPORATIVO
           MOVE SPACES TO WS-REQ-SITE
           IF WS-CMS-ABERTO
              PERFORM 2050-ESCOLHE-ARQUIVO THRU 2050-EXIT
           END-IF

           MOVE ZERO TO WS-QTD-ACHADAS
           MOVE ZERO TO WS-QTD-ESTORNADAS
           MOVE "N" TO WS-SW-FIM-DATA
           IF WS-CONSULTA-CORPORATIVA
              MOVE WS-DATA-CONSULTA TO CMS-IMG-DATA-ENTRADA
              START DTEHR-CMS-FILE
                 KEY IS = CMS-IMG-DATA-ENTRADA
                 INVALID KEY
                    MOVE "S" TO WS-SW-FIM-DATA
              END-START
              PERFORM 2150-LE-CORPORATIVO THRU 2150-EXIT
                 UNTIL WS-FIM-DATA
           ELSE
              MOVE WS-DATA-CONSULTA TO MST-DATA-ENTRADA
              START DTEHR-MST-FILE
                 KEY IS = MST-DATA-ENTRADA
                 INVALID KEY
                    MOVE "S" TO WS-SW-FIM-DATA
              END-START
              PERFORM 2100-LE-CONFIRMACAO THRU 2100-EXIT
                 UNTIL WS-FIM-DATA
           END-IF

           IF WS-QTD-ACHADAS = 0 AND WS-QTD-ESTORNADAS = 0
              DISPLAY "NENHUMA CONFIRMACAO PARA " WS-DIA "/"
                      WS-MES "/" WS-ANO
           ELSE
              DISPLAY "TOTAL DE CONFIRMACOES: " WS-QTD-ACHADAS
              DISPLAY "TOTAL DE ESTORNADAS..: " WS-QTD-ESTORNADAS
           END-IF.

       2000-PERGUNTA.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-ESCOLHE-ARQUIVO  -  com o master corporativo disponivel,
      *       pergunta se a consulta e nele (sem o master local, e
      *       sempre nele) e o site desejado
      ******************************************************************
       2050-ESCOLHE-ARQUIVO.
           IF WS-MST-ABERTO
              DISPLAY "CONSULTAR O MASTER CORPORATIVO (S/N)?"
                 ACCEPT WS-RESPOSTA
              IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
                 GO TO 2050-EXIT
              END-IF
           END-IF
           MOVE "S" TO WS-SW-CORPORATIVO
           DISPLAY "INFORME O SITE (EM BRANCO = TODOS)"
              ACCEPT WS-REQ-SITE.
       2050-EXIT.
           EXIT.

       2100-LE-CONFIRMACAO.
           READ DTEHR-MST-FILE NEXT
              AT END
                    MOVE "S" TO WS-SW-FIM-DATA
                 ELSE
                    IF MST-SEQ-CONFIRMACAO > 0
                       IF MST-SIT-CANCELADA
                          ADD 1 TO WS-QTD-ESTORNADAS
                       ELSE
                          ADD 1 TO WS-QTD-ACHADAS
                       END-IF
                       PERFORM 2200-EXIBE-CONFIRMACAO THRU 2200-EXIT
                    END-IF
                 END-IF
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-LE-CORPORATIVO  -  entradas da data no corporativo, do
      *       site pedido; a imagem do master do site e exibida como
      *       a do master local
      ******************************************************************
       2150-LE-CORPORATIVO.
           READ DTEHR-CMS-FILE NEXT
              AT END
                 MOVE "S" TO WS-SW-FIM-DATA
                 GO TO 2150-EXIT
           END-READ
           IF CMS-IMG-DATA-ENTRADA NOT = WS-DATA-CONSULTA
              MOVE "S" TO WS-SW-FIM-DATA
              GO TO 2150-EXIT
           END-IF
           IF WS-REQ-SITE NOT = SPACES
              AND CMS-SITE-ORIGEM NOT = WS-REQ-SITE
              GO TO 2150-EXIT
           END-IF
           MOVE CMS-IMAGEM-MST TO DTEHR-MST-REC
           IF MST-SIT-CANCELADA
              ADD 1 TO WS-QTD-ESTORNADAS
           ELSE
              ADD 1 TO WS-QTD-ACHADAS
           END-IF
           PERFORM 2200-EXIBE-CONFIRMACAO THRU 2200-EXIT.
       2150-EXIT.
           EXIT.

       2200-EXIBE-CONFIRMACAO.
           DISPLAY "SEQ " MST-SEQ-CONFIRMACAO
                   " " MST-DIA "/" MST-MES "/" MST-ANO
                   " DE " MST-DIA-UTC "/" MST-MES-UTC "/" MST-ANO-UTC
                   " OPERADOR " MST-OPERADOR
                   " TERMINAL " MST-TERMINAL
                   " DIA UTIL: " MST-DIA-UTIL
           IF MST-SIT-CANCELADA
              DISPLAY "    *** ESTORNADA EM " MST-DATA-ESTORNO
                      " POR " MST-SUPERVISOR-EST
                      " MOTIVO " MST-MOTIVO-ESTORNO
                      " SUBSTITUTA " MST-SEQ-SUBSTITUTA
           END-IF
           IF MST-SEQ-CORRIGIDA NUMERIC AND MST-SEQ-CORRIGIDA > 0
              DISPLAY "    CORRECAO DA SEQUENCIA " MST-SEQ-CORRIGIDA
           END-IF
           IF MST-APROVADOR NOT = SPACES
              DISPLAY "    APROVADA POR " MST-APROVADOR
           END-IF
           IF WS-CONSULTA-CORPORATIVA
              DISPLAY "    SITE " CMS-SITE-ORIGEM
              IF CMS-DUP-SITE NOT = SPACES AND MST-SIT-ATIVA
                 DISPLAY "    *** DUPLICADA NO SITE " CMS-DUP-SITE
                         " SEQ " CMS-DUP-SEQ
              END-IF
           END-IF.
       2200-EXIT.
           EXIT.

           IF WS-REQ-DIA-UTIL NOT = "S" AND WS-REQ-DIA-UTIL NOT = "N"
              MOVE SPACE TO WS-REQ-DIA-UTIL
           END-IF
           IF INR-CORPORATIVO
              MOVE "S" TO WS-SW-CORPORATIVO
              MOVE INR-SITE TO WS-REQ-SITE
           ELSE
              MOVE "N" TO WS-SW-CORPORATIVO
              MOVE SPACES TO WS-REQ-SITE
           END-IF
           IF WS-CONSULTA-CORPORATIVA AND NOT WS-CMS-ABERTO
              DISPLAY "DTEHRINQ - REQUISICAO " WS-QTD-REQUISICOES
                      " - MASTER CORPORATIVO (DTEHRCMS) INDISPONIVEL"
                      " - IGNORADA"
              GO TO 3100-EXIT
           END-IF
           IF NOT WS-CONSULTA-CORPORATIVA AND NOT WS-MST-ABERTO
              DISPLAY "DTEHRINQ - REQUISICAO " WS-QTD-REQUISICOES
                      " - MASTER DE CONFIRMACOES (DTEHRMST) "
                      "INDISPONIVEL - IGNORADA"
              GO TO 3100-EXIT
           END-IF
           PERFORM 3300-IMPRIME-SECAO THRU 3300-EXIT
           MOVE ZERO TO WS-QTD-SECAO
           MOVE ZERO TO WS-QTD-SECAO-EST
           MOVE "N" TO WS-SW-FIM-FAIXA
           IF WS-CONSULTA-CORPORATIVA
              MOVE WS-REQ-INI-N TO CMS-IMG-DATA-ENTRADA
              START DTEHR-CMS-FILE
                 KEY IS >= CMS-IMG-DATA-ENTRADA
                 INVALID KEY
                    MOVE "S" TO WS-SW-FIM-FAIXA
              END-START
              PERFORM 3250-LE-FAIXA-CORPORATIVO THRU 3250-EXIT
                 UNTIL WS-FIM-FAIXA
           ELSE
              MOVE WS-REQ-INI TO MST-DATA-ENTRADA
              START DTEHR-MST-FILE
                 KEY IS >= MST-DATA-ENTRADA
                 INVALID KEY
                    MOVE "S" TO WS-SW-FIM-FAIXA
              END-START
              PERFORM 3200-LE-FAIXA THRU 3200-EXIT
                 UNTIL WS-FIM-FAIXA
           END-IF
           MOVE WS-QTD-SECAO TO LIN-TOT-SEC-QTD
           MOVE WS-LIN-TOT-SECAO TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-QTD-SECAO-EST TO LIN-TOT-SEC-EST
           MOVE WS-LIN-TOT-SECAO-EST TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3100-EXIT.
       3200-EXIT.
           EXIT.

       3250-LE-FAIXA-CORPORATIVO.
           READ DTEHR-CMS-FILE NEXT
              AT END
                 MOVE "S" TO WS-SW-FIM-FAIXA
                 GO TO 3250-EXIT
           END-READ
           IF CMS-IMG-DATA-ENTRADA > WS-REQ-FIM-N
              MOVE "S" TO WS-SW-FIM-FAIXA
              GO TO 3250-EXIT
           END-IF
           IF WS-REQ-SITE NOT = SPACES
              AND CMS-SITE-ORIGEM NOT = WS-REQ-SITE
              GO TO 3250-EXIT
           END-IF
           MOVE CMS-IMAGEM-MST TO DTEHR-MST-REC
           PERFORM 3400-FILTRA-E-IMPRIME THRU 3400-EXIT.
       3250-EXIT.
           EXIT.

       3300-IMPRIME-SECAO.
           MOVE WS-QTD-REQUISICOES TO LIN-SEC-NUM
           MOVE WS-REQ-INI-N TO LIN-SEC-INI
              MOVE WS-REQ-DIA-UTIL TO LIN-SEC-DIA-UTIL
           END-IF
           MOVE WS-LIN-SECAO TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           IF WS-CONSULTA-CORPORATIVA
              IF WS-REQ-SITE = SPACES
                 MOVE "TODOS" TO LIN-SEC-SITE
              ELSE
                 MOVE WS-REQ-SITE TO LIN-SEC-SITE
              END-IF
              MOVE WS-LIN-SECAO-CORP TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

              AND MST-DIA-UTIL NOT = WS-REQ-DIA-UTIL
              GO TO 3400-EXIT
           END-IF
           IF MST-SIT-CANCELADA
              ADD 1 TO WS-QTD-SECAO-EST
              ADD 1 TO WS-QTD-GERAL-EST
              MOVE "ESTORNADA" TO LIN-DET-SITUACAO
           ELSE
              ADD 1 TO WS-QTD-SECAO
              ADD 1 TO WS-QTD-GERAL-LOTE
              MOVE SPACES TO LIN-DET-SITUACAO
              IF WS-CONSULTA-CORPORATIVA
                 AND CMS-DUP-SITE NOT = SPACES
                 MOVE "DUPLICADA" TO LIN-DET-SITUACAO
              END-IF
           END-IF
           IF WS-CONSULTA-CORPORATIVA
              MOVE CMS-SITE-ORIGEM TO LIN-DET-ROTULO
           ELSE
              MOVE "SEQ " TO LIN-DET-ROTULO
           END-IF
           MOVE MST-SEQ-CONFIRMACAO TO LIN-DET-SEQ
           MOVE MST-DIA TO LIN-DET-DIA
           MOVE MST-MES TO LIN-DET-MES
           MOVE WS-QTD-GERAL-LOTE TO LIN-TOT-GER-QTD
           MOVE WS-LIN-TOT-GERAL TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-QTD-GERAL-EST TO LIN-TOT-GER-EST
           MOVE WS-LIN-TOT-GERAL-EST TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           DISPLAY "DTEHRINQ - LOTE CONCLUIDO: "
                   WS-QTD-REQUISICOES " REQUISICOES, "
                   WS-QTD-GERAL-LOTE " CONFIRMACOES E "
                   WS-QTD-GERAL-EST " ESTORNADAS LISTADAS".
       3800-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      * 9000-FINALIZA  -  fecha os masters e, no modo lote, as
      *       requisicoes e o relatorio
      ******************************************************************
       9000-FINALIZA.
           IF WS-MST-ABERTO
              CLOSE DTEHR-MST-FILE
           END-IF
           IF WS-CMS-ABERTO
              CLOSE DTEHR-CMS-FILE
           END-IF
           IF WS-MODO-LOTE
              CLOSE DTEHR-INR-FILE
              CLOSE DTEHR-INL-FILE
