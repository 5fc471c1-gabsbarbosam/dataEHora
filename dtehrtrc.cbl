      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: RASTREAMENTO DE UM LOTE DE TRANSACOES. PARA O LOTE
      *          INFORMADO NO PARAMETRO DTEHRTRP, LISTA EM DTEHRTRR
      *          CADA REGISTRO DE DETALHE PELA SEQUENCIA NO LOTE COM O
      *          SEU RESULTADO FINAL: CONFIRMADO (COM A SEQUENCIA DO
      *          MASTER), CONFIRMADO APOS APROVACAO DO SUPERVISOR,
      *          RECUSADO E POR QUE, DUPLICATA, REPARADO DEPOIS PELO
      *          SUSPENSE (MODO 'R'), AGUARDANDO OU RECUSADO NA FILA DE
      *          APROVACAO, ESTORNADO OU CORRIGIDO PELO DTEHREST.
      *          QUANDO O REGISTRO PASSOU POR MAIS DE UM DESTINO, OS
      *          ANTERIORES SAEM LOGO ABAIXO COMO HISTORICO. AS FONTES
      *          SAO O LOG DE AUDITORIA (ARQUIVO MORTO DTEHRLGA E LOG
      *          VIVO DTEHRLOG), O SUSPENSE (DTEHRREJ E O SUSPENSE
      *          REAPRESENTADO DTEHRRJI) E A FILA DTEHRPND; A
      *          QUANTIDADE DE DETALHES DO LOTE VEM DO DIARIO DTEHRJRN
      *          E A SEQUENCIA SEM NENHUM DESTINO REGISTRADO E
      *          APONTADA. CODIGO DE RETORNO 4 QUANDO O LOTE NAO FOR
      *          ENCONTRADO OU HOUVER DETALHE SEM RESULTADO.
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRTRC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-TRP-FILE
               ASSIGN TO "DTEHRTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRP.

           SELECT OPTIONAL DTEHR-JRN-FILE
               ASSIGN TO "DTEHRJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRN.

           SELECT OPTIONAL DTEHR-LGA-FILE
               ASSIGN TO "DTEHRLGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGA.

           SELECT OPTIONAL DTEHR-LOG-FILE
               ASSIGN TO "DTEHRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT OPTIONAL DTEHR-REJ-FILE
               ASSIGN TO "DTEHRREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

           SELECT OPTIONAL DTEHR-RJI-FILE
               ASSIGN TO "DTEHRRJI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RJI.

           SELECT DTEHR-PND-FILE
               ASSIGN TO "DTEHRPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS WS-FS-PND.

           SELECT DTEHR-TRR-FILE
               ASSIGN TO "DTEHRTRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRR.

           SELECT CLASSIFICA-FILE
               ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-TRP-FILE.
       01  DTEHR-TRP-REC.
           05  TRP-LOTE-ID               PIC X(08).
           05  FILLER                    PIC X(12).

       FD  DTEHR-JRN-FILE.
       01  DTEHR-JRN-REC.
           COPY DTEHRJNL REPLACING LEADING ==JNL== BY ==JRN==.

       FD  DTEHR-LGA-FILE.
       01  DTEHR-LGA-REC.
           COPY DTEHRLOG REPLACING LEADING ==LOG== BY ==LGA==.

       FD  DTEHR-LOG-FILE.
       01  DTEHR-LOG-REC.
           COPY DTEHRLOG.

       FD  DTEHR-REJ-FILE.
       01  DTEHR-REJ-REC.
           COPY DTEHRREJ.

       FD  DTEHR-RJI-FILE.
       01  DTEHR-RJI-REC.
           COPY DTEHRREJ REPLACING LEADING ==REJ== BY ==RJI==.

       FD  DTEHR-PND-FILE.
       01  DTEHR-PND-REC.
           COPY DTEHRPND.

       FD  DTEHR-TRR-FILE.
       01  DTEHR-TRR-REC                 PIC X(80).

       SD  CLASSIFICA-FILE.
       01  CLASS-REG.
           05  CLASS-SEQ-ORIGINAL        PIC 9(06).
           05  CLASS-DATA-EVENTO         PIC 9(08).
           05  CLASS-HORA-EVENTO         PIC 9(08).
           05  CLASS-ORDEM               PIC 9(01).
           05  CLASS-EVENTO              PIC X(02).
               88  CLASS-CONFIRMADA         VALUE "CF".
               88  CLASS-CONFIRMADA-APROV   VALUE "CA".
               88  CLASS-REPARADA           VALUE "RP".
               88  CLASS-CORRIGIDA          VALUE "CO".
               88  CLASS-ESTORNADA          VALUE "ES".
               88  CLASS-RECUSADA           VALUE "RJ".
               88  CLASS-DUPLICATA          VALUE "DP".
               88  CLASS-PENDENTE           VALUE "PE".
               88  CLASS-RECUSADA-APROV     VALUE "RA".
           05  CLASS-MODO-ORIGEM         PIC X(01).
           05  CLASS-MOTIVO              PIC X(02).
           05  CLASS-SEQ-MST             PIC 9(06).
           05  CLASS-NUM-PENDENCIA       PIC 9(06).
           05  CLASS-DIA                 PIC 9(02).
           05  CLASS-MES                 PIC 9(02).
           05  CLASS-ANO                 PIC 9(04).
           05  CLASS-HR                  PIC 9(02).
           05  CLASS-MINU                PIC 9(02).
           05  CLASS-TZ-CODE             PIC X(03).
           05  CLASS-OPERADOR            PIC X(08).

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-TRP               PIC X(02) VALUE "00".
       77  WS-FS-JRN               PIC X(02) VALUE "00".
       77  WS-FS-LGA               PIC X(02) VALUE "00".
       77  WS-FS-LOG               PIC X(02) VALUE "00".
       77  WS-FS-REJ               PIC X(02) VALUE "00".
       77  WS-FS-RJI               PIC X(02) VALUE "00".
       77  WS-FS-PND               PIC X(02) VALUE "00".
       77  WS-FS-TRR               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-EOF               PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "S".

       77  WS-SW-FIM-SORT          PIC X(01) VALUE "N".
           88  WS-FIM-SORT            VALUE "S".

       77  WS-SW-GRUPO             PIC X(01) VALUE "N".
           88  WS-GRUPO-ABERTO        VALUE "S".

      * ----------------------------------------------------------
      * Lote rastreado e quantidade de detalhes (diario)
      * ----------------------------------------------------------
       77  WS-LOTE-ID              PIC X(08) VALUE SPACES.
       77  WS-QTD-DETALHES         PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-EXECUCOES        PIC 9(04) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Registros de trabalho (log/arquivo morto e suspense)
      * ----------------------------------------------------------
       01  WS-REG-AUDITORIA.
           COPY DTEHRLOG REPLACING LEADING ==LOG== BY ==AUD==.

       01  WS-REG-SUSPENSE.
           COPY DTEHRREJ REPLACING LEADING ==REJ== BY ==SUS==.

      * ----------------------------------------------------------
      * Grupo em montagem (uma sequencia do lote): eventos em ordem
      * cronologica; o ultimo e o resultado final
      * ----------------------------------------------------------
       77  WS-SEQ-GRUPO            PIC 9(06) VALUE ZERO.
       77  WS-PROXIMA-SEQ          PIC 9(06) VALUE 1.
       77  WS-MAX-EVENTOS          PIC 9(02) VALUE 20 COMP.
       77  WS-QTD-EVENTOS          PIC 9(02) VALUE ZERO COMP.
       77  WS-IDX-EVT              PIC 9(02) VALUE ZERO COMP.
       01  WS-TABELA-EVENTOS.
           05  WS-EVT-ENTRY         OCCURS 20 TIMES.
               10  WS-EVT-CHAVE.
                   15  WS-EVT-CODIGO     PIC X(02).
                   15  WS-EVT-DATA       PIC 9(08).
                   15  WS-EVT-HORA       PIC 9(08).
                   15  WS-EVT-MODO       PIC X(01).
                   15  WS-EVT-MOTIVO     PIC X(02).
                   15  WS-EVT-SEQ-MST    PIC 9(06).
               10  WS-EVT-PENDENCIA     PIC 9(06).
               10  WS-EVT-DIA           PIC 9(02).
               10  WS-EVT-MES           PIC 9(02).
               10  WS-EVT-ANO           PIC 9(04).
               10  WS-EVT-HR            PIC 9(02).
               10  WS-EVT-MINU          PIC 9(02).
               10  WS-EVT-TZ-CODE       PIC X(03).
               10  WS-EVT-OPERADOR      PIC X(08).

       01  WS-CHAVE-CLASS.
           05  WS-CHV-CODIGO            PIC X(02).
           05  WS-CHV-DATA              PIC 9(08).
           05  WS-CHV-HORA              PIC 9(08).
           05  WS-CHV-MODO              PIC X(01).
           05  WS-CHV-MOTIVO            PIC X(02).
           05  WS-CHV-SEQ-MST           PIC 9(06).

      * ----------------------------------------------------------
      * Descricao dos motivos de recusa (codigos do copybook
      * DTEHRREJ)
      * ----------------------------------------------------------
       77  WS-QTD-MOTIVOS          PIC 9(02) VALUE 8 COMP.
       01  WS-TABELA-MOTIVOS.
           05  WS-MOT-ENTRY         OCCURS 8 TIMES.
               10  WS-MOT-CODIGO        PIC X(02).
               10  WS-MOT-DESC          PIC X(23).
       77  WS-IDX-MOT              PIC 9(02) VALUE ZERO COMP.
       77  WS-DESC-MOTIVO          PIC X(23) VALUE SPACES.

      * ----------------------------------------------------------
      * Texto do resultado montado para a linha
      * ----------------------------------------------------------
       77  WS-TEXTO-RESULTADO      PIC X(32) VALUE SPACES.
       77  WS-REF-RESULTADO        PIC X(10) VALUE SPACES.
       01  WS-REF-NUMERO.
           05  WS-REF-PREFIXO       PIC X(04).
           05  WS-REF-VALOR         PIC 9(06).

      * ----------------------------------------------------------
      * Contadores por resultado final
      * ----------------------------------------------------------
       77  WS-QTD-LISTADOS         PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-EVENTOS-LIDOS    PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-CONFIRMADAS      PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-CONF-APROVACAO   PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-REPARADAS        PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-CORRIGIDAS       PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-ESTORNADAS       PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-RECUSADAS        PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-DUPLICATAS       PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-PENDENTES        PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-RECUSA-APROV     PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-SEM-RESULTADO    PIC 9(06) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Data/hora do sistema e controle de paginacao
      * ----------------------------------------------------------
       01  WS-DATA-SISTEMA-GRP.
           05  WS-ANO-SISTEMA       PIC 9(04).
           05  WS-MES-SISTEMA       PIC 9(02).
           05  WS-DIA-SISTEMA       PIC 9(02).

       01  WS-DATA-TRAB-NUM        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-TRAB REDEFINES WS-DATA-TRAB-NUM.
           05  WS-ANO-TRAB          PIC 9(04).
           05  WS-MES-TRAB          PIC 9(02).
           05  WS-DIA-TRAB          PIC 9(02).

       77  WS-LIN-PAG              PIC 9(02) VALUE 99 COMP.
       77  WS-MAX-LIN              PIC 9(02) VALUE 56 COMP.
       77  WS-NUM-PAGINA           PIC 9(03) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Linhas de impressao
      * ----------------------------------------------------------
       77  WS-LINHA-IMPRESSAO      PIC X(80) VALUE SPACES.

       01  WS-CAB-1.
           05  FILLER               PIC X(40) VALUE
               "DTEHRTRC - RASTREAMENTO DE LOTE".
           05  FILLER               PIC X(06) VALUE "LOTE: ".
           05  CAB1-LOTE            PIC X(08).

       01  WS-CAB-2.
           05  FILLER               PIC X(17) VALUE
               "DATA DA EMISSAO: ".
           05  CAB2-DIA             PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  CAB2-MES             PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  CAB2-ANO             PIC 9(04).
           05  FILLER               PIC X(10) VALUE "    PAGINA".
           05  CAB2-PAGINA          PIC ZZZ9.

       01  WS-CAB-3.
           05  FILLER               PIC X(76) VALUE ALL "-".

       01  WS-LIN-LOTE.
           05  FILLER               PIC X(33) VALUE
               "DETALHES NO LOTE (DIARIO).......:".
           05  LIN-LOTE-QTD         PIC Z(05)9.
           05  FILLER               PIC X(14) VALUE "   EXECUCOES: ".
           05  LIN-LOTE-EXEC        PIC ZZZ9.

       01  WS-LIN-COLUNAS.
           05  FILLER               PIC X(37) VALUE
               "   SEQ DATA       HORA  TZ  OPERADOR ".
           05  FILLER               PIC X(42) VALUE
               "RESULTADO FINAL                  REFERENC.".

       01  WS-LIN-DET.
           05  LIN-DET-SEQ          PIC Z(05)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-DIA          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-DET-MES          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-DET-ANO          PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-HR           PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  LIN-DET-MINU         PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-TZ           PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-OPERADOR     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-RESULTADO    PIC X(32).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-REF          PIC X(10).

       01  WS-LIN-SEM-RESULTADO.
           05  LIN-SEM-SEQ          PIC Z(05)9.
           05  FILLER               PIC X(31) VALUE SPACES.
           05  FILLER               PIC X(24) VALUE
               "SEM RESULTADO REGISTRADO".

       01  WS-LIN-HIST.
           05  FILLER               PIC X(07) VALUE SPACES.
           05  FILLER               PIC X(03) VALUE "EM ".
           05  LIN-HIST-DIA         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-HIST-MES         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-HIST-ANO         PIC 9(04).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "ANTES:      ".
           05  LIN-HIST-RESULTADO   PIC X(32).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-HIST-REF         PIC X(10).

       01  WS-LIN-CONTA.
           05  LIN-CONTA-TEXTO      PIC X(36).
           05  LIN-CONTA-QTD        PIC Z(08)9.

      * ----------------------------------------------------------
      * Diario de execucoes (DTEHRJRN, gravado pelo subprograma
      * DTEHRJNL)
      * ----------------------------------------------------------
       01  DTEHR-JNL-AREA.
           COPY DTEHRJNL.
           05  JNL-RETORNO               PIC X(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE  -  eventos do lote classificados por sequencia
      *       no lote e ordem cronologica
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           SORT CLASSIFICA-FILE
                ASCENDING KEY CLASS-SEQ-ORIGINAL
                              CLASS-DATA-EVENTO
                              CLASS-HORA-EVENTO
                              CLASS-ORDEM
                INPUT PROCEDURE IS 2000-COLETA-EVENTOS THRU 2000-EXIT
                OUTPUT PROCEDURE IS 3000-RELATORIO THRU 3000-EXIT
           PERFORM 9000-FINALIZA THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  parametro (lote obrigatorio), tabela de
      *       motivos, quantidade de detalhes do lote e relatorio
      ******************************************************************
       1000-INICIALIZA.
           ACCEPT WS-DATA-SISTEMA-GRP FROM DATE YYYYMMDD
           PERFORM 1100-LE-PARAMETROS THRU 1100-EXIT
           PERFORM 1150-MONTA-MOTIVOS THRU 1150-EXIT
           PERFORM 1200-LE-DIARIO THRU 1200-EXIT
           OPEN OUTPUT DTEHR-TRR-FILE
           IF WS-FS-TRR NOT = "00"
              DISPLAY "DTEHRTRC - FALHA AO ABRIR O RELATORIO "
                      "(DTEHRTRR) - STATUS " WS-FS-TRR
                      " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-LOTE-ID TO CAB1-LOTE
           MOVE WS-QTD-DETALHES TO LIN-LOTE-QTD
           MOVE WS-QTD-EXECUCOES TO LIN-LOTE-EXEC
           MOVE WS-LIN-LOTE TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-LIN-COLUNAS TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           PERFORM 1900-JORNAL-INICIO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LE-PARAMETROS  -  o lote a rastrear vem de DTEHRTRP;
      *       sem ele nao ha o que rastrear
      ******************************************************************
       1100-LE-PARAMETROS.
           MOVE SPACES TO WS-LOTE-ID
           OPEN INPUT DTEHR-TRP-FILE
           IF WS-FS-TRP = "00"
              READ DTEHR-TRP-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-TRP = "00"
                 MOVE TRP-LOTE-ID TO WS-LOTE-ID
              END-IF
           END-IF
           CLOSE DTEHR-TRP-FILE
           IF WS-LOTE-ID = SPACES
              DISPLAY "DTEHRTRC - LOTE A RASTREAR NAO INFORMADO EM "
                      "DTEHRTRP - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1150-MONTA-MOTIVOS.
           MOVE "DT" TO WS-MOT-CODIGO(1)
           MOVE "DATA INVALIDA" TO WS-MOT-DESC(1)
           MOVE "HR" TO WS-MOT-CODIGO(2)
           MOVE "HORA INVALIDA" TO WS-MOT-DESC(2)
           MOVE "FS" TO WS-MOT-CODIGO(3)
           MOVE "FUSO INVALIDO" TO WS-MOT-DESC(3)
           MOVE "DU" TO WS-MOT-CODIGO(4)
           MOVE "DIA NAO UTIL" TO WS-MOT-DESC(4)
           MOVE "OP" TO WS-MOT-CODIGO(5)
           MOVE "OPERADOR DESCONHECIDO" TO WS-MOT-DESC(5)
           MOVE "OI" TO WS-MOT-CODIGO(6)
           MOVE "OPERADOR INATIVO" TO WS-MOT-DESC(6)
           MOVE "TR" TO WS-MOT-CODIGO(7)
           MOVE "TERMINAL NAO AUTORIZADO" TO WS-MOT-DESC(7)
           MOVE "NV" TO WS-MOT-CODIGO(8)
           MOVE "NIVEL INSUFICIENTE" TO WS-MOT-DESC(8).
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LE-DIARIO  -  quantidade de detalhes do lote: a maior
      *       quantidade lida registrada no fim de uma execucao do
      *       DTEHR em modo batch para o lote (o reinicio apos
      *       checkpoint rele o lote inteiro)
      ******************************************************************
       1200-LE-DIARIO.
           MOVE ZERO TO WS-QTD-DETALHES
           MOVE ZERO TO WS-QTD-EXECUCOES
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-JRN-FILE
           IF WS-FS-JRN NOT = "00"
              MOVE "S" TO WS-SW-EOF
           END-IF
           PERFORM 1210-LE-REGISTRO-DIARIO THRU 1210-EXIT
              UNTIL WS-EOF
           CLOSE DTEHR-JRN-FILE.
       1200-EXIT.
           EXIT.

       1210-LE-REGISTRO-DIARIO.
           READ DTEHR-JRN-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF
                 GO TO 1210-EXIT
           END-READ
           IF JRN-REG-FIM AND JRN-PROGRAMA = "DTEHR"
              AND JRN-MODO = "B" AND JRN-LOTE-ID = WS-LOTE-ID
              ADD 1 TO WS-QTD-EXECUCOES
              IF JRN-QTD-LIDOS NUMERIC
                 IF JRN-QTD-LIDOS > WS-QTD-DETALHES
                    MOVE JRN-QTD-LIDOS TO WS-QTD-DETALHES
                 END-IF
              END-IF
           END-IF.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1900-JORNAL-INICIO  -  registra o inicio da execucao no
      *       diario compartilhado DTEHRJRN (via DTEHRJNL)
      ******************************************************************
       1900-JORNAL-INICIO.
           MOVE SPACES TO DTEHR-JNL-AREA
           MOVE "I" TO JNL-TIPO-REG
           MOVE "DTEHRTRC" TO JNL-PROGRAMA
           MOVE SPACE TO JNL-MODO
           MOVE WS-LOTE-ID TO JNL-LOTE-ID
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
      * 2000-COLETA-EVENTOS  -  libera para a classificacao cada
      *       registro do lote encontrado no log (arquivo morto e
      *       vivo), no suspense (atual e reapresentado) e na fila
      *       de aprovacao
      ******************************************************************
       2000-COLETA-EVENTOS.
           PERFORM 2100-LE-ARQUIVO-MORTO THRU 2100-EXIT
           PERFORM 2200-LE-LOG-VIVO THRU 2200-EXIT
           PERFORM 2300-LE-SUSPENSE THRU 2300-EXIT
           PERFORM 2400-LE-SUSPENSE-REAPRESENTADO THRU 2400-EXIT
           PERFORM 2500-LE-FILA-APROVACAO THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

       2100-LE-ARQUIVO-MORTO.
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-LGA-FILE
           IF WS-FS-LGA NOT = "00"
              MOVE "S" TO WS-SW-EOF
           END-IF
           PERFORM 2110-LE-REGISTRO-LGA THRU 2110-EXIT
              UNTIL WS-EOF
           CLOSE DTEHR-LGA-FILE.
       2100-EXIT.
           EXIT.

       2110-LE-REGISTRO-LGA.
           READ DTEHR-LGA-FILE INTO WS-REG-AUDITORIA
              AT END
                 MOVE "S" TO WS-SW-EOF
              NOT AT END
                 PERFORM 2600-LIBERA-AUDITORIA THRU 2600-EXIT
           END-READ.
       2110-EXIT.
           EXIT.

       2200-LE-LOG-VIVO.
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-LOG-FILE
           IF WS-FS-LOG NOT = "00"
              MOVE "S" TO WS-SW-EOF
           END-IF
           PERFORM 2210-LE-REGISTRO-LOG THRU 2210-EXIT
              UNTIL WS-EOF
           CLOSE DTEHR-LOG-FILE.
       2200-EXIT.
           EXIT.

       2210-LE-REGISTRO-LOG.
           READ DTEHR-LOG-FILE INTO WS-REG-AUDITORIA
              AT END
                 MOVE "S" TO WS-SW-EOF
              NOT AT END
                 PERFORM 2600-LIBERA-AUDITORIA THRU 2600-EXIT
           END-READ.
       2210-EXIT.
           EXIT.

       2300-LE-SUSPENSE.
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-REJ-FILE
           IF WS-FS-REJ NOT = "00"
              MOVE "S" TO WS-SW-EOF
           END-IF
           PERFORM 2310-LE-REGISTRO-REJ THRU 2310-EXIT
              UNTIL WS-EOF
           CLOSE DTEHR-REJ-FILE.
       2300-EXIT.
           EXIT.

       2310-LE-REGISTRO-REJ.
           READ DTEHR-REJ-FILE INTO WS-REG-SUSPENSE
              AT END
                 MOVE "S" TO WS-SW-EOF
              NOT AT END
                 PERFORM 2700-LIBERA-SUSPENSE THRU 2700-EXIT
           END-READ.
       2310-EXIT.
           EXIT.

       2400-LE-SUSPENSE-REAPRESENTADO.
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-RJI-FILE
           IF WS-FS-RJI NOT = "00"
              MOVE "S" TO WS-SW-EOF
           END-IF
           PERFORM 2410-LE-REGISTRO-RJI THRU 2410-EXIT
              UNTIL WS-EOF
           CLOSE DTEHR-RJI-FILE.
       2400-EXIT.
           EXIT.

       2410-LE-REGISTRO-RJI.
           READ DTEHR-RJI-FILE INTO WS-REG-SUSPENSE
              AT END
                 MOVE "S" TO WS-SW-EOF
              NOT AT END
                 PERFORM 2700-LIBERA-SUSPENSE THRU 2700-EXIT
           END-READ.
       2410-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LE-FILA-APROVACAO  -  pendencias do lote ainda em aberto
      *       ou recusadas pelo supervisor (a aprovada ja esta no log
      *       com o aprovador); sem a fila nao ha pendencias
      ******************************************************************
       2500-LE-FILA-APROVACAO.
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-PND-FILE
           IF WS-FS-PND NOT = "00"
              IF WS-FS-PND NOT = "35"
                 DISPLAY "DTEHRTRC - AVISO: FILA DE APROVACAO "
                         "(DTEHRPND) NAO LIDA - STATUS " WS-FS-PND
              END-IF
              GO TO 2500-EXIT
           END-IF
           MOVE ZEROS TO PND-NUMERO
           START DTEHR-PND-FILE
              KEY IS > PND-NUMERO
              INVALID KEY
                 MOVE "S" TO WS-SW-EOF
           END-START
           PERFORM 2510-LE-PENDENCIA THRU 2510-EXIT
              UNTIL WS-EOF
           CLOSE DTEHR-PND-FILE.
       2500-EXIT.
           EXIT.

       2510-LE-PENDENCIA.
           READ DTEHR-PND-FILE NEXT
              AT END
                 MOVE "S" TO WS-SW-EOF
                 GO TO 2510-EXIT
           END-READ
           IF WS-FS-PND NOT = "00" AND WS-FS-PND NOT = "02"
              DISPLAY "DTEHRTRC - ERRO DE LEITURA DA FILA - STATUS "
                      WS-FS-PND
              MOVE "S" TO WS-SW-EOF
              GO TO 2510-EXIT
           END-IF
           IF PND-LOTE-ID NOT = WS-LOTE-ID
              GO TO 2510-EXIT
           END-IF
           IF NOT PND-SIT-PENDENTE AND NOT PND-SIT-RECUSADA
              GO TO 2510-EXIT
           END-IF
           MOVE SPACES TO CLASS-REG
           MOVE PND-SEQ-ORIGINAL TO CLASS-SEQ-ORIGINAL
           IF PND-SIT-PENDENTE
              MOVE "PE" TO CLASS-EVENTO
              MOVE PND-DATA-INCLUSAO TO CLASS-DATA-EVENTO
              MOVE PND-HORA-INCLUSAO TO CLASS-HORA-EVENTO
           ELSE
              MOVE "RA" TO CLASS-EVENTO
              MOVE PND-DATA-DECISAO TO CLASS-DATA-EVENTO
              MOVE PND-HORA-DECISAO TO CLASS-HORA-EVENTO
           END-IF
           MOVE 3 TO CLASS-ORDEM
           MOVE PND-MODO-ORIGEM TO CLASS-MODO-ORIGEM
           MOVE "RA" TO CLASS-MOTIVO
           MOVE ZEROS TO CLASS-SEQ-MST
           MOVE PND-NUMERO TO CLASS-NUM-PENDENCIA
           MOVE PND-DIA TO CLASS-DIA
           MOVE PND-MES TO CLASS-MES
           MOVE PND-ANO TO CLASS-ANO
           MOVE PND-HR TO CLASS-HR
           MOVE PND-MINU TO CLASS-MINU
           MOVE PND-TZ-CODE TO CLASS-TZ-CODE
           MOVE PND-OPERADOR TO CLASS-OPERADOR
           ADD 1 TO WS-QTD-EVENTOS-LIDOS
           RELEASE CLASS-REG.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LIBERA-AUDITORIA  -  registro do log do lote: estorno,
      *       substituta da correcao (com supervisor), reparo pelo
      *       suspense (modo 'R'), confirmacao apos aprovacao (com
      *       aprovador) ou confirmacao direta
      ******************************************************************
       2600-LIBERA-AUDITORIA.
           IF AUD-LOTE-ID NOT = WS-LOTE-ID
              OR AUD-MODO-ORIGEM = SPACE
              GO TO 2600-EXIT
           END-IF
           MOVE SPACES TO CLASS-REG
           MOVE AUD-SEQ-ORIGINAL TO CLASS-SEQ-ORIGINAL
           MOVE AUD-DATA-SISTEMA TO CLASS-DATA-EVENTO
           MOVE AUD-HORA-SISTEMA TO CLASS-HORA-EVENTO
           EVALUATE TRUE
              WHEN AUD-MOV-ESTORNO
                 MOVE "ES" TO CLASS-EVENTO
                 MOVE 4 TO CLASS-ORDEM
              WHEN AUD-SUPERVISOR NOT = SPACES
                 MOVE "CO" TO CLASS-EVENTO
                 MOVE 5 TO CLASS-ORDEM
              WHEN AUD-ORIGEM-REPROCESSO
                 MOVE "RP" TO CLASS-EVENTO
                 MOVE 5 TO CLASS-ORDEM
              WHEN AUD-APROVADOR NOT = SPACES
                 MOVE "CA" TO CLASS-EVENTO
                 MOVE 5 TO CLASS-ORDEM
              WHEN OTHER
                 MOVE "CF" TO CLASS-EVENTO
                 MOVE 5 TO CLASS-ORDEM
           END-EVALUATE
           MOVE AUD-MODO-ORIGEM TO CLASS-MODO-ORIGEM
           MOVE AUD-MOTIVO-ESTORNO TO CLASS-MOTIVO
           MOVE AUD-SEQ-CONFIRMACAO TO CLASS-SEQ-MST
           MOVE ZEROS TO CLASS-NUM-PENDENCIA
           MOVE AUD-DIA TO CLASS-DIA
           MOVE AUD-MES TO CLASS-MES
           MOVE AUD-ANO TO CLASS-ANO
           MOVE AUD-HR TO CLASS-HR
           MOVE AUD-MINU TO CLASS-MINU
           MOVE AUD-TZ-CODE TO CLASS-TZ-CODE
           MOVE AUD-OPERADOR TO CLASS-OPERADOR
           ADD 1 TO WS-QTD-EVENTOS-LIDOS
           RELEASE CLASS-REG.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-LIBERA-SUSPENSE  -  recusa do lote no suspense; a recusa
      *       na aprovacao (motivo "RA") vem da fila, que e permanente
      ******************************************************************
       2700-LIBERA-SUSPENSE.
           IF SUS-LOTE-ID NOT = WS-LOTE-ID
              OR SUS-RECUSA-APROVACAO
              GO TO 2700-EXIT
           END-IF
           MOVE SPACES TO CLASS-REG
           MOVE SUS-SEQ-ORIGINAL TO CLASS-SEQ-ORIGINAL
           MOVE SUS-DATA-GRAVACAO TO CLASS-DATA-EVENTO
           MOVE ZEROS TO CLASS-HORA-EVENTO
           IF SUS-DUPLICATA
              MOVE "DP" TO CLASS-EVENTO
           ELSE
              MOVE "RJ" TO CLASS-EVENTO
           END-IF
           IF SUS-MODO-ORIGEM = "R"
              MOVE 2 TO CLASS-ORDEM
           ELSE
              MOVE 1 TO CLASS-ORDEM
           END-IF
           MOVE SUS-MODO-ORIGEM TO CLASS-MODO-ORIGEM
           MOVE SUS-MOTIVO TO CLASS-MOTIVO
           MOVE ZEROS TO CLASS-SEQ-MST
           MOVE ZEROS TO CLASS-NUM-PENDENCIA
           MOVE SUS-DIA TO CLASS-DIA
           MOVE SUS-MES TO CLASS-MES
           MOVE SUS-ANO TO CLASS-ANO
           MOVE SUS-HR TO CLASS-HR
           MOVE SUS-MINU TO CLASS-MINU
           MOVE SUS-TZ-CODE TO CLASS-TZ-CODE
           MOVE SUS-OPERADOR TO CLASS-OPERADOR
           ADD 1 TO WS-QTD-EVENTOS-LIDOS
           RELEASE CLASS-REG.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RELATORIO  -  um grupo por sequencia do lote; sequencias
      *       sem nenhum destino sao apontadas ate a quantidade de
      *       detalhes do lote
      ******************************************************************
       3000-RELATORIO.
           MOVE "N" TO WS-SW-FIM-SORT
           MOVE "N" TO WS-SW-GRUPO
           MOVE 1 TO WS-PROXIMA-SEQ
           PERFORM 3100-RECEBE-CLASSIFICADO THRU 3100-EXIT
              UNTIL WS-FIM-SORT
           IF WS-GRUPO-ABERTO
              PERFORM 3300-IMPRIME-GRUPO THRU 3300-EXIT
           END-IF
           PERFORM 3400-IMPRIME-SEM-RESULTADO THRU 3400-EXIT
              UNTIL WS-PROXIMA-SEQ > WS-QTD-DETALHES
           IF WS-QTD-LISTADOS = 0
              MOVE SPACES TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              MOVE "LOTE NAO ENCONTRADO NO LOG, NO SUSPENSE, NA FILA "
                 TO WS-LINHA-IMPRESSAO
              MOVE "NEM NO DIARIO" TO WS-LINHA-IMPRESSAO(50:13)
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF
           PERFORM 3700-IMPRIME-TOTAIS THRU 3700-EXIT.
       3000-EXIT.
           EXIT.

       3100-RECEBE-CLASSIFICADO.
           RETURN CLASSIFICA-FILE
              AT END
                 MOVE "S" TO WS-SW-FIM-SORT
              NOT AT END
                 PERFORM 3200-ACUMULA THRU 3200-EXIT
           END-RETURN.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-ACUMULA  -  quebra por sequencia no lote; o mesmo evento
      *       lido em duas fontes (suspense atual e reapresentado, log
      *       e arquivo morto) entra uma vez so
      ******************************************************************
       3200-ACUMULA.
           IF WS-GRUPO-ABERTO
              AND CLASS-SEQ-ORIGINAL NOT = WS-SEQ-GRUPO
              PERFORM 3300-IMPRIME-GRUPO THRU 3300-EXIT
           END-IF
           IF NOT WS-GRUPO-ABERTO
              MOVE CLASS-SEQ-ORIGINAL TO WS-SEQ-GRUPO
              MOVE ZERO TO WS-QTD-EVENTOS
              MOVE "S" TO WS-SW-GRUPO
           END-IF
           MOVE CLASS-EVENTO TO WS-CHV-CODIGO
           MOVE CLASS-DATA-EVENTO TO WS-CHV-DATA
           MOVE CLASS-HORA-EVENTO TO WS-CHV-HORA
           MOVE CLASS-MODO-ORIGEM TO WS-CHV-MODO
           MOVE CLASS-MOTIVO TO WS-CHV-MOTIVO
           MOVE CLASS-SEQ-MST TO WS-CHV-SEQ-MST
           IF WS-QTD-EVENTOS > 0
              IF WS-CHAVE-CLASS = WS-EVT-CHAVE(WS-QTD-EVENTOS)
                 GO TO 3200-EXIT
              END-IF
           END-IF
           IF WS-QTD-EVENTOS < WS-MAX-EVENTOS
              ADD 1 TO WS-QTD-EVENTOS
           END-IF
           MOVE WS-QTD-EVENTOS TO WS-IDX-EVT
           MOVE WS-CHAVE-CLASS TO WS-EVT-CHAVE(WS-IDX-EVT)
           MOVE CLASS-NUM-PENDENCIA TO WS-EVT-PENDENCIA(WS-IDX-EVT)
           MOVE CLASS-DIA TO WS-EVT-DIA(WS-IDX-EVT)
           MOVE CLASS-MES TO WS-EVT-MES(WS-IDX-EVT)
           MOVE CLASS-ANO TO WS-EVT-ANO(WS-IDX-EVT)
           MOVE CLASS-HR TO WS-EVT-HR(WS-IDX-EVT)
           MOVE CLASS-MINU TO WS-EVT-MINU(WS-IDX-EVT)
           MOVE CLASS-TZ-CODE TO WS-EVT-TZ-CODE(WS-IDX-EVT)
           MOVE CLASS-OPERADOR TO WS-EVT-OPERADOR(WS-IDX-EVT).
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-IMPRIME-GRUPO  -  linha do detalhe com o resultado final
      *       (ultimo evento) e, abaixo, os destinos anteriores
      ******************************************************************
       3300-IMPRIME-GRUPO.
           PERFORM 3400-IMPRIME-SEM-RESULTADO THRU 3400-EXIT
              UNTIL WS-PROXIMA-SEQ >= WS-SEQ-GRUPO
           MOVE WS-QTD-EVENTOS TO WS-IDX-EVT
           PERFORM 3500-MONTA-RESULTADO THRU 3500-EXIT
           PERFORM 3600-CONTA-RESULTADO THRU 3600-EXIT
           MOVE WS-SEQ-GRUPO TO LIN-DET-SEQ
           MOVE WS-EVT-DIA(WS-IDX-EVT) TO LIN-DET-DIA
           MOVE WS-EVT-MES(WS-IDX-EVT) TO LIN-DET-MES
           MOVE WS-EVT-ANO(WS-IDX-EVT) TO LIN-DET-ANO
           MOVE WS-EVT-HR(WS-IDX-EVT) TO LIN-DET-HR
           MOVE WS-EVT-MINU(WS-IDX-EVT) TO LIN-DET-MINU
           MOVE WS-EVT-TZ-CODE(WS-IDX-EVT) TO LIN-DET-TZ
           MOVE WS-EVT-OPERADOR(WS-IDX-EVT) TO LIN-DET-OPERADOR
           MOVE WS-TEXTO-RESULTADO TO LIN-DET-RESULTADO
           MOVE WS-REF-RESULTADO TO LIN-DET-REF
           MOVE WS-LIN-DET TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           ADD 1 TO WS-QTD-LISTADOS
           PERFORM 3310-IMPRIME-HISTORICO THRU 3310-EXIT
              VARYING WS-IDX-EVT FROM 1 BY 1
              UNTIL WS-IDX-EVT >= WS-QTD-EVENTOS
           IF WS-SEQ-GRUPO >= WS-PROXIMA-SEQ
              COMPUTE WS-PROXIMA-SEQ = WS-SEQ-GRUPO + 1
           END-IF
           MOVE "N" TO WS-SW-GRUPO.
       3300-EXIT.
           EXIT.

       3310-IMPRIME-HISTORICO.
           PERFORM 3500-MONTA-RESULTADO THRU 3500-EXIT
           MOVE WS-EVT-DATA(WS-IDX-EVT) TO WS-DATA-TRAB-NUM
           MOVE WS-DIA-TRAB TO LIN-HIST-DIA
           MOVE WS-MES-TRAB TO LIN-HIST-MES
           MOVE WS-ANO-TRAB TO LIN-HIST-ANO
           MOVE WS-TEXTO-RESULTADO TO LIN-HIST-RESULTADO
           MOVE WS-REF-RESULTADO TO LIN-HIST-REF
           MOVE WS-LIN-HIST TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3310-EXIT.
           EXIT.

       3400-IMPRIME-SEM-RESULTADO.
           MOVE WS-PROXIMA-SEQ TO LIN-SEM-SEQ
           MOVE WS-LIN-SEM-RESULTADO TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           ADD 1 TO WS-QTD-SEM-RESULTADO
           ADD 1 TO WS-QTD-LISTADOS
           ADD 1 TO WS-PROXIMA-SEQ.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-MONTA-RESULTADO  -  texto e referencia (sequencia do
      *       master ou numero da pendencia) do evento WS-IDX-EVT
      ******************************************************************
       3500-MONTA-RESULTADO.
           MOVE SPACES TO WS-TEXTO-RESULTADO
           MOVE SPACES TO WS-REF-RESULTADO
           MOVE "MST " TO WS-REF-PREFIXO
           MOVE WS-EVT-SEQ-MST(WS-IDX-EVT) TO WS-REF-VALOR
           EVALUATE WS-EVT-CODIGO(WS-IDX-EVT)
              WHEN "CF"
                 MOVE "CONFIRMADA" TO WS-TEXTO-RESULTADO
                 MOVE WS-REF-NUMERO TO WS-REF-RESULTADO
              WHEN "CA"
                 MOVE "CONFIRMADA APOS APROVACAO"
                    TO WS-TEXTO-RESULTADO
                 MOVE WS-REF-NUMERO TO WS-REF-RESULTADO
              WHEN "RP"
                 MOVE "REPARADA PELO SUSPENSE"
                    TO WS-TEXTO-RESULTADO
                 MOVE WS-REF-NUMERO TO WS-REF-RESULTADO
              WHEN "CO"
                 MOVE "CORRIGIDA PELO SUPERVISOR"
                    TO WS-TEXTO-RESULTADO
                 MOVE WS-REF-NUMERO TO WS-REF-RESULTADO
              WHEN "ES"
                 MOVE "ESTORNADA - MOTIVO " TO WS-TEXTO-RESULTADO
                 MOVE WS-EVT-MOTIVO(WS-IDX-EVT)
                    TO WS-TEXTO-RESULTADO(20:2)
                 MOVE WS-REF-NUMERO TO WS-REF-RESULTADO
              WHEN "DP"
                 MOVE "DUPLICATA (JA CONFIRMADA)"
                    TO WS-TEXTO-RESULTADO
                 IF WS-EVT-MODO(WS-IDX-EVT) = "R"
                    MOVE "REPROCESSO" TO WS-REF-RESULTADO
                 END-IF
              WHEN "RJ"
                 PERFORM 3510-PROCURA-MOTIVO THRU 3510-EXIT
                 MOVE "RECUSADA" TO WS-TEXTO-RESULTADO
                 MOVE WS-DESC-MOTIVO TO WS-TEXTO-RESULTADO(10:23)
                 IF WS-EVT-MODO(WS-IDX-EVT) = "R"
                    MOVE "REPROCESSO" TO WS-REF-RESULTADO
                 END-IF
              WHEN "PE"
                 MOVE "AGUARDANDO APROVACAO" TO WS-TEXTO-RESULTADO
                 MOVE "PND " TO WS-REF-PREFIXO
                 MOVE WS-EVT-PENDENCIA(WS-IDX-EVT) TO WS-REF-VALOR
                 MOVE WS-REF-NUMERO TO WS-REF-RESULTADO
              WHEN "RA"
                 MOVE "RECUSADA NA APROVACAO" TO WS-TEXTO-RESULTADO
                 MOVE "PND " TO WS-REF-PREFIXO
                 MOVE WS-EVT-PENDENCIA(WS-IDX-EVT) TO WS-REF-VALOR
                 MOVE WS-REF-NUMERO TO WS-REF-RESULTADO
           END-EVALUATE.
       3500-EXIT.
           EXIT.

       3510-PROCURA-MOTIVO.
           MOVE "MOTIVO " TO WS-DESC-MOTIVO
           MOVE WS-EVT-MOTIVO(WS-IDX-EVT) TO WS-DESC-MOTIVO(8:2)
           PERFORM 3520-COMPARA-MOTIVO THRU 3520-EXIT
              VARYING WS-IDX-MOT FROM 1 BY 1
              UNTIL WS-IDX-MOT > WS-QTD-MOTIVOS.
       3510-EXIT.
           EXIT.

       3520-COMPARA-MOTIVO.
           IF WS-MOT-CODIGO(WS-IDX-MOT) = WS-EVT-MOTIVO(WS-IDX-EVT)
              MOVE WS-MOT-DESC(WS-IDX-MOT) TO WS-DESC-MOTIVO
           END-IF.
       3520-EXIT.
           EXIT.

       3600-CONTA-RESULTADO.
           EVALUATE WS-EVT-CODIGO(WS-IDX-EVT)
              WHEN "CF"
                 ADD 1 TO WS-QTD-CONFIRMADAS
              WHEN "CA"
                 ADD 1 TO WS-QTD-CONF-APROVACAO
              WHEN "RP"
                 ADD 1 TO WS-QTD-REPARADAS
              WHEN "CO"
                 ADD 1 TO WS-QTD-CORRIGIDAS
              WHEN "ES"
                 ADD 1 TO WS-QTD-ESTORNADAS
              WHEN "DP"
                 ADD 1 TO WS-QTD-DUPLICATAS
              WHEN "RJ"
                 ADD 1 TO WS-QTD-RECUSADAS
              WHEN "PE"
                 ADD 1 TO WS-QTD-PENDENTES
              WHEN "RA"
                 ADD 1 TO WS-QTD-RECUSA-APROV
           END-EVALUATE.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 3700-IMPRIME-TOTAIS  -  detalhes listados por resultado final
      ******************************************************************
       3700-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "DETALHES LISTADOS.................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-LISTADOS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  CONFIRMADOS.....................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-CONFIRMADAS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  CONFIRMADOS APOS APROVACAO......:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-CONF-APROVACAO TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  REPARADOS PELO SUSPENSE.........:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-REPARADAS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  CORRIGIDOS PELO SUPERVISOR......:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-CORRIGIDAS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  ESTORNADOS......................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-ESTORNADAS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  RECUSADOS.......................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-RECUSADAS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  DUPLICATAS......................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-DUPLICATAS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  AGUARDANDO APROVACAO............:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-PENDENTES TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  RECUSADOS NA APROVACAO..........:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-RECUSA-APROV TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  SEM RESULTADO REGISTRADO........:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-SEM-RESULTADO TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT.
       3700-EXIT.
           EXIT.

       3710-IMPRIME-CONTA.
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3710-EXIT.
           EXIT.

      ******************************************************************
      * 8000-IMPRIME-LINHA  -  imprime WS-LINHA-IMPRESSAO controlando
      *       a paginacao e o cabecalho
      ******************************************************************
       8000-IMPRIME-LINHA.
           IF WS-LIN-PAG >= WS-MAX-LIN
              PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF
           WRITE DTEHR-TRR-REC FROM WS-LINHA-IMPRESSAO
              AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LIN-PAG.
       8000-EXIT.
           EXIT.

       8100-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-DIA-SISTEMA TO CAB2-DIA
           MOVE WS-MES-SISTEMA TO CAB2-MES
           MOVE WS-ANO-SISTEMA TO CAB2-ANO
           MOVE WS-NUM-PAGINA TO CAB2-PAGINA
           IF WS-NUM-PAGINA = 1
              WRITE DTEHR-TRR-REC FROM WS-CAB-1
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE DTEHR-TRR-REC FROM WS-CAB-1
                 AFTER ADVANCING PAGE
           END-IF
           WRITE DTEHR-TRR-REC FROM WS-CAB-2
              AFTER ADVANCING 1 LINE
           WRITE DTEHR-TRR-REC FROM WS-CAB-3
              AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LIN-PAG.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZA  -  codigo de retorno e fim no diario
      ******************************************************************
       9000-FINALIZA.
           CLOSE DTEHR-TRR-FILE
           IF WS-QTD-LISTADOS = 0 OR WS-QTD-SEM-RESULTADO > 0
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "DTEHRTRC - LOTE " WS-LOTE-ID
                   " - DETALHES LISTADOS: " WS-QTD-LISTADOS
                   " - SEM RESULTADO: " WS-QTD-SEM-RESULTADO
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9900-JORNAL-FIM  -  registra o fim no diario compartilhado:
      *       detalhes listados, confirmados (inclusive reparados e
      *       corrigidos) e recusados (inclusive duplicatas)
      ******************************************************************
       9900-JORNAL-FIM.
           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           MOVE WS-QTD-LISTADOS TO JNL-QTD-LIDOS
           COMPUTE JNL-QTD-ACEITOS = WS-QTD-CONFIRMADAS
                                   + WS-QTD-CONF-APROVACAO
                                   + WS-QTD-REPARADAS
                                   + WS-QTD-CORRIGIDAS
           COMPUTE JNL-QTD-REJEITADOS = WS-QTD-RECUSADAS
                                      + WS-QTD-DUPLICATAS
                                      + WS-QTD-RECUSA-APROV
           MOVE RETURN-CODE TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       9900-EXIT.
           EXIT.

       END PROGRAM DTEHRTRC.
