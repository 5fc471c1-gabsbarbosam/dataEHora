      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: EXTRATO DO MASTER DO SITE PARA A CONSOLIDACAO
      *          CORPORATIVA: LE O MASTER INDEXADO (DTEHRMST) INTEIRO
      *          E GRAVA EM DTEHRMXT UM BLOCO COM HEADER, UM DETALHE
      *          POR ENTRADA (IMAGEM DO REGISTRO, COM O SITE DA
      *          INSTALACAO QUANDO A ENTRADA NAO O TRAZ) E TRAILER COM
      *          OS TOTAIS ENVIADOS (ENTRADAS, ATIVAS, ESTORNADAS E
      *          SOMA DAS SEQUENCIAS), CONFERIDOS PELO DTEHRCSL. O
      *          SITE VEM DE DTEHRCFG (CFG-SITE); SEM ELE O EXTRATO
      *          NAO E GERADO (RETORNO 16).
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRSXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-CFG-FILE
               ASSIGN TO "DTEHRCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFG.

           SELECT DTEHR-MST-FILE
               ASSIGN TO "DTEHRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-SEQ-CONFIRMACAO
               ALTERNATE RECORD KEY IS MST-DATA-ENTRADA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MST.

           SELECT DTEHR-MXT-FILE
               ASSIGN TO "DTEHRMXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MXT.

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-CFG-FILE.
       01  DTEHR-CFG-REC.
           05  CFG-ORDEM-DATA            PIC X(01).
           05  CFG-MODO                  PIC X(01).
           05  CFG-RETENCAO-MESES        PIC 9(03).
           05  CFG-SITE                  PIC X(03).
           05  FILLER                    PIC X(12).

       FD  DTEHR-MST-FILE.
       01  DTEHR-MST-REC.
           COPY DTEHRMST.

       FD  DTEHR-MXT-FILE.
       01  DTEHR-MXT-REC.
           COPY DTEHRMXT.

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-CFG               PIC X(02) VALUE "00".
       77  WS-FS-MST               PIC X(02) VALUE "00".
       77  WS-FS-MXT               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-EOF-MST           PIC X(01) VALUE "N".
           88  WS-EOF-MST             VALUE "S".

      * ----------------------------------------------------------
      * Site da instalacao e totais enviados
      * ----------------------------------------------------------
       77  WS-SITE                 PIC X(03) VALUE SPACES.

       77  WS-QTD-ENVIADOS         PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-ATIVAS           PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-CANCELADAS       PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-SEM-SITE         PIC 9(07) VALUE ZERO COMP.
       77  WS-SOMA-SEQ             PIC 9(12) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Diario de execucoes (DTEHRJRN, gravado pelo subprograma
      * DTEHRJNL)
      * ----------------------------------------------------------
       01  DTEHR-JNL-AREA.
           COPY DTEHRJNL.
           05  JNL-RETORNO               PIC X(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           PERFORM 2000-EXTRAI-MASTER THRU 2000-EXIT
           PERFORM 9000-FINALIZA THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  site da instalacao (DTEHRCFG), abertura do
      *       master e do extrato e registro de header
      ******************************************************************
       1000-INICIALIZA.
           PERFORM 1100-LE-CONFIGURACAO THRU 1100-EXIT
           IF WS-SITE = SPACES
              DISPLAY "DTEHRSXT - SITE NAO CONFIGURADO EM DTEHRCFG "
                      "(CFG-SITE) - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT DTEHR-MST-FILE
           IF WS-FS-MST NOT = "00"
              DISPLAY "DTEHRSXT - FALHA AO ABRIR O MASTER (DTEHRMST) "
                      "- STATUS " WS-FS-MST " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT DTEHR-MXT-FILE
           IF WS-FS-MXT NOT = "00"
              DISPLAY "DTEHRSXT - FALHA AO ABRIR O EXTRATO (DTEHRMXT) "
                      "- STATUS " WS-FS-MXT " - EXECUCAO ABORTADA"
              CLOSE DTEHR-MST-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1900-JORNAL-INICIO THRU 1900-EXIT
           MOVE SPACES TO DTEHR-MXT-REC
           MOVE "H" TO MXT-TIPO-REG
           MOVE WS-SITE TO MXT-SITE
           ACCEPT MXT-DATA-EXTRACAO FROM DATE YYYYMMDD
           ACCEPT MXT-HORA-EXTRACAO FROM TIME
           PERFORM 8000-GRAVA-EXTRATO THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

       1100-LE-CONFIGURACAO.
           OPEN INPUT DTEHR-CFG-FILE
           IF WS-FS-CFG = "00"
              READ DTEHR-CFG-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-CFG = "00"
                 MOVE CFG-SITE TO WS-SITE
              END-IF
           END-IF
           CLOSE DTEHR-CFG-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1900-JORNAL-INICIO  -  registra o inicio da execucao no
      *       diario compartilhado DTEHRJRN (via DTEHRJNL)
      ******************************************************************
       1900-JORNAL-INICIO.
           MOVE SPACES TO DTEHR-JNL-AREA
           MOVE "I" TO JNL-TIPO-REG
           MOVE "DTEHRSXT" TO JNL-PROGRAMA
           MOVE SPACE TO JNL-MODO
           MOVE SPACES TO JNL-LOTE-ID
           ACCEPT JNL-DATA-INICIO FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-INICIO FROM TIME
           MOVE ZEROS TO JNL-DATA-FIM
           MOVE ZEROS TO JNL-HORA-FIM
           MOVE ZEROS TO JNL-QTD-LIDOS
           MOVE ZEROS TO JNL-QTD-ACEITOS
           MOVE ZEROS TO JNL-QTD-REJEITADOS
           MOVE ZEROS TO JNL-SEQ-CHECKPOINT
           MOVE ZEROS TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       1900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXTRAI-MASTER  -  um detalhe por entrada do master (o
      *       registro de controle, sequencia zero, nao e enviado)
      ******************************************************************
       2000-EXTRAI-MASTER.
           MOVE "N" TO WS-SW-EOF-MST
           PERFORM 2100-LE-MASTER THRU 2100-EXIT
              UNTIL WS-EOF-MST
           CLOSE DTEHR-MST-FILE.
       2000-EXIT.
           EXIT.

       2100-LE-MASTER.
           READ DTEHR-MST-FILE NEXT
              AT END
                 MOVE "S" TO WS-SW-EOF-MST
                 GO TO 2100-EXIT
           END-READ
           IF WS-FS-MST NOT = "00" AND WS-FS-MST NOT = "02"
              DISPLAY "DTEHRSXT - ERRO DE LEITURA DO MASTER - STATUS "
                      WS-FS-MST " - EXECUCAO ABORTADA"
              CLOSE DTEHR-MST-FILE
              CLOSE DTEHR-MXT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-JORNAL-FIM THRU 9900-EXIT
              STOP RUN
           END-IF
           IF MST-SEQ-CONFIRMACAO = 0
              GO TO 2100-EXIT
           END-IF
           IF MST-SITE = SPACES
              MOVE WS-SITE TO MST-SITE
              ADD 1 TO WS-QTD-SEM-SITE
           END-IF
           MOVE SPACES TO DTEHR-MXT-REC
           MOVE "D" TO MXT-TIPO-REG
           MOVE WS-SITE TO MXT-SITE
           MOVE DTEHR-MST-REC TO MXT-CORPO
           PERFORM 8000-GRAVA-EXTRATO THRU 8000-EXIT
           ADD 1 TO WS-QTD-ENVIADOS
           IF MST-SIT-CANCELADA
              ADD 1 TO WS-QTD-CANCELADAS
           ELSE
              ADD 1 TO WS-QTD-ATIVAS
           END-IF
           ADD MST-SEQ-CONFIRMACAO TO WS-SOMA-SEQ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 8000-GRAVA-EXTRATO  -  falha de gravacao invalida o extrato
      ******************************************************************
       8000-GRAVA-EXTRATO.
           WRITE DTEHR-MXT-REC
           IF WS-FS-MXT NOT = "00"
              DISPLAY "DTEHRSXT - FALHA AO GRAVAR O EXTRATO - STATUS "
                      WS-FS-MXT " - EXECUCAO ABORTADA"
              CLOSE DTEHR-MST-FILE
              CLOSE DTEHR-MXT-FILE
              MOVE 16 TO RETURN-CODE
              PERFORM 9900-JORNAL-FIM THRU 9900-EXIT
              STOP RUN
           END-IF.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZA  -  trailer com os totais enviados
      ******************************************************************
       9000-FINALIZA.
           MOVE SPACES TO DTEHR-MXT-REC
           MOVE "T" TO MXT-TIPO-REG
           MOVE WS-SITE TO MXT-SITE
           MOVE WS-QTD-ENVIADOS TO MXT-QTD-ENVIADOS
           MOVE WS-QTD-ATIVAS TO MXT-QTD-ATIVAS
           MOVE WS-QTD-CANCELADAS TO MXT-QTD-CANCELADAS
           MOVE WS-SOMA-SEQ TO MXT-SOMA-SEQ
           PERFORM 8000-GRAVA-EXTRATO THRU 8000-EXIT
           CLOSE DTEHR-MXT-FILE
           DISPLAY "DTEHRSXT - EXTRATO DO SITE " WS-SITE
                   ": ENTRADAS " WS-QTD-ENVIADOS
                   " ATIVAS " WS-QTD-ATIVAS
                   " ESTORNADAS " WS-QTD-CANCELADAS
           IF WS-QTD-SEM-SITE > 0
              DISPLAY "DTEHRSXT - ENTRADAS SEM SITE NO MASTER, "
                      "ENVIADAS COM O SITE DA INSTALACAO: "
                      WS-QTD-SEM-SITE
           END-IF
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9900-JORNAL-FIM  -  registra o fim da execucao no diario
      *       compartilhado com os totais enviados e o retorno
      ******************************************************************
       9900-JORNAL-FIM.
           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           MOVE WS-QTD-ENVIADOS TO JNL-QTD-LIDOS
           MOVE WS-QTD-ENVIADOS TO JNL-QTD-ACEITOS
           MOVE ZEROS TO JNL-QTD-REJEITADOS
           MOVE RETURN-CODE TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       9900-EXIT.
           EXIT.

       END PROGRAM DTEHRSXT.
