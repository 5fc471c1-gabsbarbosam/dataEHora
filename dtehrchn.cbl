      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: SUBPROGRAMA CHAMAVEL DE ENCADEAMENTO DO LOG DE
      *          AUDITORIA (COPYBOOK DTEHRCHN). CADA REGISTRO GRAVADO
      *          NO DTEHRLOG RECEBE A PROXIMA SEQUENCIA DE AUDITORIA
      *          E UM VALOR DE CONTROLE CALCULADO SOBRE A SEQUENCIA, O
      *          VALOR DO REGISTRO ANTERIOR E A IMAGEM DO REGISTRO
      *          (FUNCAO EN); APOS A GRAVACAO O GRAVADOR CONFIRMA O
      *          ELO (FUNCAO CF) E O CONTROLE DTEHRLGC PASSA A APONTAR
      *          O NOVO FIM DA CADEIA. SEM O CONTROLE, O FIM DA CADEIA
      *          E OBTIDO DO ULTIMO REGISTRO ENCADEADO DO LOG VIVO OU,
      *          SE O EXPURGO LEVOU TUDO, DO ARQUIVO MORTO DTEHRLGA. A
      *          FUNCAO CK SO CALCULA O VALOR, PARA O VERIFICADOR
      *          DTEHRVCA.
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRCHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-LGC-FILE
               ASSIGN TO "DTEHRLGC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGC.

           SELECT OPTIONAL DTEHR-LOG-FILE
               ASSIGN TO "DTEHRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT OPTIONAL DTEHR-LGA-FILE
               ASSIGN TO "DTEHRLGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGA.

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-LGC-FILE.
       01  DTEHR-LGC-REC.
           COPY DTEHRLGC.

       FD  DTEHR-LOG-FILE.
       01  DTEHR-LOG-REC.
           COPY DTEHRLOG.

       FD  DTEHR-LGA-FILE.
       01  DTEHR-LGA-REC.
           COPY DTEHRLOG REPLACING LEADING ==LOG== BY ==LGA==.

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-LGC               PIC X(02) VALUE "00".
       77  WS-FS-LOG               PIC X(02) VALUE "00".
       77  WS-FS-LGA               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-EOF               PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "S".

       77  WS-SW-ACHADO            PIC X(01) VALUE "N".
           88  WS-ACHADO              VALUE "S".

      * ----------------------------------------------------------
      * Fim da cadeia (ultima sequencia e seu valor de controle)
      * ----------------------------------------------------------
       77  WS-ULTIMA-SEQ           PIC 9(09) VALUE ZEROS.
       77  WS-ULTIMO-VALOR         PIC 9(10) VALUE ZEROS.

       01  WS-DATA-SISTEMA-GRP.
           05  WS-ANO-SISTEMA       PIC 9(04).
           05  WS-MES-SISTEMA       PIC 9(02).
           05  WS-DIA-SISTEMA       PIC 9(02).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA-GRP
                                     PIC 9(08).
       77  WS-HORA-SISTEMA-8       PIC 9(08) VALUE ZEROS.

      * ----------------------------------------------------------
      * Entrada do calculo: sequencia, valor anterior e imagem do
      * registro, vista byte a byte
      * ----------------------------------------------------------
       01  WS-HASH-ENTRADA.
           05  WS-HASH-SEQ          PIC 9(09).
           05  WS-HASH-ANTERIOR     PIC 9(10).
           05  WS-HASH-REGISTRO     PIC X(200).
       01  WS-HASH-CARACTERES REDEFINES WS-HASH-ENTRADA.
           05  WS-HASH-CAR          PIC X(01) OCCURS 219 TIMES.

       01  WS-BYTE-AREA.
           05  WS-BYTE-ALTO         PIC X(01).
           05  WS-BYTE-BAIXO        PIC X(01).
       01  WS-BYTE-NUM REDEFINES WS-BYTE-AREA
                                     PIC 9(04) COMP.

       77  WS-IDX-CAR              PIC 9(03) VALUE ZERO COMP.
       77  WS-HASH-ACUM            PIC S9(18) VALUE ZERO COMP.
       77  WS-HASH-QUOC            PIC S9(18) VALUE ZERO COMP.
       77  WS-HASH-MULT            PIC 9(03) VALUE ZERO COMP.
       77  WS-HASH-MODULO          PIC 9(10) VALUE 9999999967.
       77  WS-HASH-CALCULADO       PIC 9(10) VALUE ZERO.

       LINKAGE SECTION.
       01  DTEHRCHN-AREA.
           COPY DTEHRCHN.

       PROCEDURE DIVISION USING DTEHRCHN-AREA.

      ******************************************************************
      * 0000-PRINCIPAL  -  despacha a funcao pedida
      ******************************************************************
       0000-PRINCIPAL.
           MOVE "00" TO CHN-RETORNO
           EVALUATE TRUE
              WHEN CHN-FN-ENCADEIA
                 PERFORM 1000-ENCADEIA THRU 1000-EXIT
              WHEN CHN-FN-CONFIRMA
                 PERFORM 2000-CONFIRMA THRU 2000-EXIT
              WHEN CHN-FN-CALCULA
                 PERFORM 7000-CALCULA-VALOR THRU 7000-EXIT
              WHEN OTHER
                 MOVE "10" TO CHN-RETORNO
           END-EVALUATE.

       0000-SAIDA.
           GOBACK.

      ******************************************************************
      * 1000-ENCADEIA  -  proxima sequencia e valor de controle do
      *       registro em CHN-REGISTRO, a partir do fim da cadeia
      ******************************************************************
       1000-ENCADEIA.
           PERFORM 1100-LE-CONTROLE THRU 1100-EXIT
           IF NOT WS-ACHADO
              MOVE "04" TO CHN-RETORNO
              PERFORM 1200-REFAZ-CONTROLE THRU 1200-EXIT
              IF CHN-RET-FALHA-CONTROLE
                 GO TO 1000-EXIT
              END-IF
           END-IF
           COMPUTE CHN-SEQ = WS-ULTIMA-SEQ + 1
           MOVE WS-ULTIMO-VALOR TO CHN-VALOR-ANTERIOR
           PERFORM 7000-CALCULA-VALOR THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

       1100-LE-CONTROLE.
           MOVE "N" TO WS-SW-ACHADO
           MOVE ZEROS TO WS-ULTIMA-SEQ
           MOVE ZEROS TO WS-ULTIMO-VALOR
           OPEN INPUT DTEHR-LGC-FILE
           IF WS-FS-LGC = "00"
              READ DTEHR-LGC-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-LGC = "00"
                 IF LGC-ULTIMA-SEQ NUMERIC
                    AND LGC-ULTIMO-VALOR NUMERIC
                    AND LGC-ULTIMA-SEQ > 0
                    MOVE LGC-ULTIMA-SEQ TO WS-ULTIMA-SEQ
                    MOVE LGC-ULTIMO-VALOR TO WS-ULTIMO-VALOR
                    MOVE "S" TO WS-SW-ACHADO
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-LGC-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-REFAZ-CONTROLE  -  sem controle: o fim da cadeia e o
      *       ultimo registro encadeado do log vivo ou, sem nenhum,
      *       do arquivo morto; sem nenhum dos dois a cadeia comeca
      *       na sequencia 1
      ******************************************************************
       1200-REFAZ-CONTROLE.
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-LOG-FILE
           EVALUATE WS-FS-LOG
              WHEN "00"
                 PERFORM 1210-LE-LOG THRU 1210-EXIT
                    UNTIL WS-EOF
              WHEN "05"
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 MOVE "90" TO CHN-RETORNO
           END-EVALUATE
           CLOSE DTEHR-LOG-FILE
           IF CHN-RET-FALHA-CONTROLE OR WS-ULTIMA-SEQ > 0
              GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-LGA-FILE
           EVALUATE WS-FS-LGA
              WHEN "00"
                 PERFORM 1220-LE-ARQUIVO-MORTO THRU 1220-EXIT
                    UNTIL WS-EOF
              WHEN "05"
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 MOVE "90" TO CHN-RETORNO
           END-EVALUATE
           CLOSE DTEHR-LGA-FILE.
       1200-EXIT.
           EXIT.

       1210-LE-LOG.
           READ DTEHR-LOG-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF
              NOT AT END
                 IF LOG-SEQ-AUDITORIA NUMERIC
                    AND LOG-VALOR-CONTROLE NUMERIC
                    AND LOG-SEQ-AUDITORIA > 0
                    MOVE LOG-SEQ-AUDITORIA TO WS-ULTIMA-SEQ
                    MOVE LOG-VALOR-CONTROLE TO WS-ULTIMO-VALOR
                 END-IF
           END-READ.
       1210-EXIT.
           EXIT.

       1220-LE-ARQUIVO-MORTO.
           READ DTEHR-LGA-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF
              NOT AT END
                 IF LGA-SEQ-AUDITORIA NUMERIC
                    AND LGA-VALOR-CONTROLE NUMERIC
                    AND LGA-SEQ-AUDITORIA > 0
                    MOVE LGA-SEQ-AUDITORIA TO WS-ULTIMA-SEQ
                    MOVE LGA-VALOR-CONTROLE TO WS-ULTIMO-VALOR
                 END-IF
           END-READ.
       1220-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONFIRMA  -  registro gravado no log: o controle passa a
      *       apontar o novo fim da cadeia
      ******************************************************************
       2000-CONFIRMA.
           ACCEPT WS-DATA-SISTEMA-GRP FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA-8 FROM TIME
           OPEN OUTPUT DTEHR-LGC-FILE
           IF WS-FS-LGC NOT = "00" AND WS-FS-LGC NOT = "05"
              MOVE "90" TO CHN-RETORNO
              GO TO 2000-EXIT
           END-IF
           MOVE CHN-SEQ TO LGC-ULTIMA-SEQ
           MOVE CHN-VALOR TO LGC-ULTIMO-VALOR
           MOVE WS-DATA-SISTEMA-NUM TO LGC-DATA-GRAVACAO
           MOVE WS-HORA-SISTEMA-8 TO LGC-HORA-GRAVACAO
           WRITE DTEHR-LGC-REC
           IF WS-FS-LGC NOT = "00"
              MOVE "90" TO CHN-RETORNO
           END-IF
           CLOSE DTEHR-LGC-FILE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CALCULA-VALOR  -  valor de controle: duas passadas sobre
      *       sequencia, valor anterior e imagem do registro,
      *       multiplicando o acumulado e somando o valor de cada
      *       byte e sua posicao, reduzido a 10 digitos; zero e
      *       reservado para "registro nao encadeado"
      ******************************************************************
       7000-CALCULA-VALOR.
           MOVE CHN-SEQ TO WS-HASH-SEQ
           MOVE CHN-VALOR-ANTERIOR TO WS-HASH-ANTERIOR
           MOVE CHN-REGISTRO TO WS-HASH-REGISTRO
           MOVE 5381 TO WS-HASH-ACUM
           MOVE 33 TO WS-HASH-MULT
           PERFORM 7100-MISTURA-CARACTER THRU 7100-EXIT
              VARYING WS-IDX-CAR FROM 1 BY 1
              UNTIL WS-IDX-CAR > 219
           MOVE 131 TO WS-HASH-MULT
           PERFORM 7100-MISTURA-CARACTER THRU 7100-EXIT
              VARYING WS-IDX-CAR FROM 219 BY -1
              UNTIL WS-IDX-CAR < 1
           MOVE WS-HASH-ACUM TO WS-HASH-CALCULADO
           IF WS-HASH-CALCULADO = ZERO
              MOVE 1 TO WS-HASH-CALCULADO
           END-IF
           MOVE WS-HASH-CALCULADO TO CHN-VALOR.
       7000-EXIT.
           EXIT.

       7100-MISTURA-CARACTER.
           MOVE LOW-VALUE TO WS-BYTE-ALTO
           MOVE WS-HASH-CAR(WS-IDX-CAR) TO WS-BYTE-BAIXO
           COMPUTE WS-HASH-ACUM = (WS-HASH-ACUM * WS-HASH-MULT)
                                + WS-BYTE-NUM + WS-IDX-CAR
           DIVIDE WS-HASH-ACUM BY WS-HASH-MODULO
              GIVING WS-HASH-QUOC REMAINDER WS-HASH-ACUM.
       7100-EXIT.
           EXIT.

       END PROGRAM DTEHRCHN.
