      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DA INTERFACE ACUMULATIVA (DTEHRIFC): APURA
      *          A GERACAO MAIS ANTIGA AINDA NAO ENTREGUE A TODOS OS
      *          ASSINANTES ATIVOS DE DTEHRSUB (GERACAO DE CORTE = A
      *          MENOR SUB-ULT-GERACAO DOS ATIVOS), MOVE PARA O ARQUIVO
      *          MORTO DA INTERFACE (DTEHRIFA) OS REGISTROS JA
      *          ENTREGUES A TODOS E MAIS ANTIGOS QUE A RETENCAO MINIMA
      *          (DIAS, EM DTEHRIHP) - DENTRO DA RETENCAO O REGISTRO
      *          FICA NA INTERFACE VIVA PARA A REENTREGA POR FAIXA DE
      *          DATAS DO DTEHREXT - E REGRAVA A INTERFACE VIVA.
      *          REINICIAVEL POR FASES (DTEHRIPC), COMO O DTEHRARC:
      *          FASE 1: SEPARA A INTERFACE EM TRABALHO DE ARQUIVO
      *                  (DTEHRIWK) E NOVA INTERFACE VIVA (DTEHRIFN)
      *          FASE 2: ANEXA DTEHRIWK AO ARQUIVO MORTO DTEHRIFA
      *          FASE 3: REGRAVA DTEHRIFC A PARTIR DE DTEHRIFN
      *          EMITE EM DTEHRIHR O RESUMO DO EXPURGO E O ATRASO DE
      *          CADA ASSINANTE (DTEHRSUB E DIARIO DE ENTREGAS
      *          DTEHRSDL): GERACOES E DIAS EM ATRASO E ULTIMA
      *          ENTREGA. ASSINANTE ATIVO SEM EXTRACAO POR GERACAO
      *          DENTRO DO LIMITE DE DIAS (DTEHRIHP) E APONTADO, COM
      *          CODIGO DE RETORNO 4.
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRIHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-IHP-FILE
               ASSIGN TO "DTEHRIHP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IHP.

           SELECT OPTIONAL DTEHR-SUB-FILE
               ASSIGN TO "DTEHRSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUB.

           SELECT OPTIONAL DTEHR-SDL-FILE
               ASSIGN TO "DTEHRSDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SDL.

           SELECT OPTIONAL DTEHR-IFG-FILE
               ASSIGN TO "DTEHRIFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFG.

           SELECT OPTIONAL DTEHR-IFC-FILE
               ASSIGN TO "DTEHRIFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFC.

           SELECT DTEHR-IWK-FILE
               ASSIGN TO "DTEHRIWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IWK.

           SELECT DTEHR-IFN-FILE
               ASSIGN TO "DTEHRIFN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFN.

           SELECT DTEHR-IFA-FILE
               ASSIGN TO "DTEHRIFA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFA.

           SELECT OPTIONAL DTEHR-IPC-FILE
               ASSIGN TO "DTEHRIPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IPC.

           SELECT DTEHR-IHR-FILE
               ASSIGN TO "DTEHRIHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IHR.

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-IHP-FILE.
       01  DTEHR-IHP-REC.
           05  IHP-RETENCAO-DIAS         PIC 9(03).
           05  IHP-LIMITE-DIAS           PIC 9(03).
           05  FILLER                    PIC X(14).

       FD  DTEHR-SUB-FILE.
       01  DTEHR-SUB-REC.
           COPY DTEHRSUB.

       FD  DTEHR-SDL-FILE.
       01  DTEHR-SDL-REC.
           COPY DTEHRSDL.

       FD  DTEHR-IFG-FILE.
       01  DTEHR-IFG-REC.
           05  IFG-ULTIMA-GERACAO        PIC 9(06).
           05  IFG-DATA-GERACAO          PIC 9(08).
           05  IFG-HORA-GERACAO          PIC 9(08).

       FD  DTEHR-IFC-FILE.
       01  DTEHR-INTERFACE-REC.
           COPY DTEHRIFC.

       FD  DTEHR-IWK-FILE.
       01  DTEHR-IWK-REC.
           COPY DTEHRIFC REPLACING LEADING ==DTEHR-IFC== BY
                                           ==DTEHR-IWK==.

       FD  DTEHR-IFN-FILE.
       01  DTEHR-IFN-REC.
           COPY DTEHRIFC REPLACING LEADING ==DTEHR-IFC== BY
                                           ==DTEHR-IFN==.

       FD  DTEHR-IFA-FILE.
       01  DTEHR-IFA-REC.
           COPY DTEHRIFC REPLACING LEADING ==DTEHR-IFC== BY
                                           ==DTEHR-IFA==.

       FD  DTEHR-IPC-FILE.
       01  DTEHR-IPC-REC.
           COPY DTEHRIPC.

       FD  DTEHR-IHR-FILE.
       01  DTEHR-IHR-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-IHP               PIC X(02) VALUE "00".
       77  WS-FS-SUB               PIC X(02) VALUE "00".
       77  WS-FS-SDL               PIC X(02) VALUE "00".
       77  WS-FS-IFG               PIC X(02) VALUE "00".
       77  WS-FS-IFC               PIC X(02) VALUE "00".
       77  WS-FS-IWK               PIC X(02) VALUE "00".
       77  WS-FS-IFN               PIC X(02) VALUE "00".
       77  WS-FS-IFA               PIC X(02) VALUE "00".
       77  WS-FS-IPC               PIC X(02) VALUE "00".
       77  WS-FS-IHR               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-EOF-SUB           PIC X(01) VALUE "N".
           88  WS-EOF-SUB             VALUE "S".

       77  WS-SW-EOF-SDL           PIC X(01) VALUE "N".
           88  WS-EOF-SDL             VALUE "S".

       77  WS-SW-EOF-IFC           PIC X(01) VALUE "N".
           88  WS-EOF-IFC             VALUE "S".

       77  WS-SW-EOF-IWK           PIC X(01) VALUE "N".
           88  WS-EOF-IWK             VALUE "S".

       77  WS-SW-EOF-IFN           PIC X(01) VALUE "N".
           88  WS-EOF-IFN             VALUE "S".

       77  WS-SW-ACHADO            PIC X(01) VALUE "N".
           88  WS-ACHADO              VALUE "S".

       77  WS-SW-DATA-VALIDA       PIC X(01) VALUE "N".
           88  WS-DATA-VALIDA         VALUE "S".

       01  WS-FASE-CKPT-GRP.
           05  WS-FASE-CKPT         PIC X(01) VALUE "0".
       01  WS-FASE-CKPT-NUM REDEFINES WS-FASE-CKPT-GRP
                                     PIC 9(01).

      * ----------------------------------------------------------
      * Parametros: retencao minima na interface viva e limite de
      * dias sem extracao para o alerta de assinante
      * ----------------------------------------------------------
       77  WS-RETENCAO-DIAS        PIC 9(03) VALUE 30.
       77  WS-LIMITE-DIAS          PIC 9(03) VALUE 7.
       77  WS-RETENCAO-PARAM       PIC 9(03) VALUE 30.

      * ----------------------------------------------------------
      * Controle de assinantes em memoria, com a ultima entrega e a
      * geracao pendente mais antiga apuradas para o relatorio
      * ----------------------------------------------------------
       77  WS-MAX-ASSINANTES       PIC 9(02) VALUE 50 COMP.
       77  WS-QTD-ASSINANTES       PIC 9(02) VALUE ZERO COMP.
       01  WS-TABELA-ASSINANTES.
           05  WS-ASS-ENTRY         OCCURS 50 TIMES.
               10  WS-ASS-CODIGO        PIC X(08).
               10  WS-ASS-ULT-GERACAO   PIC 9(06).
               10  WS-ASS-DATA-ULT      PIC 9(08).
               10  WS-ASS-HORA-ULT      PIC 9(08).
               10  WS-ASS-SITUACAO      PIC X(01).
               10  WS-ASS-DATA-ENTREGA  PIC 9(08).
               10  WS-ASS-HORA-ENTREGA  PIC 9(08).
               10  WS-ASS-DATA-EXTRACAO PIC 9(08).
               10  WS-ASS-GER-PENDENTE  PIC 9(06).
               10  WS-ASS-DATA-PENDENTE PIC 9(08).
       77  WS-IDX-ASS              PIC 9(02) VALUE ZERO COMP.
       77  WS-IDX-ASS-ACHADO       PIC 9(02) VALUE ZERO COMP.
       77  WS-QTD-ATIVOS           PIC 9(02) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Geracao de corte e assinante que a limita
      * ----------------------------------------------------------
       77  WS-GERACAO-CORTE        PIC 9(06) VALUE ZEROS.
       77  WS-CORTE-APURADO        PIC 9(06) VALUE ZEROS.
       77  WS-ASS-LIMITANTE        PIC X(08) VALUE SPACES.
       77  WS-GERACAO-ULTIMA       PIC 9(06) VALUE ZEROS.
       77  WS-GERACAO-ANTERIOR     PIC 9(06) VALUE ZEROS.

      * ----------------------------------------------------------
      * Totais e faixas do expurgo
      * ----------------------------------------------------------
       77  WS-QTD-LIDOS            PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-IFC-ATUAL        PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-ARQUIVADOS       PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-MANTIDOS         PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-RETIDOS          PIC 9(07) VALUE ZERO COMP.
       77  WS-GERACAO-MIN          PIC 9(06) VALUE 999999.
       77  WS-GERACAO-MAX          PIC 9(06) VALUE ZEROS.
       77  WS-DATA-MIN             PIC 9(08) VALUE 99999999.
       77  WS-DATA-MAX             PIC 9(08) VALUE ZEROS.
       77  WS-QTD-LISTADOS         PIC 9(03) VALUE ZERO COMP.
       77  WS-QTD-ALERTAS          PIC 9(03) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Datas e contagem de dias (numero juliano do dia)
      * ----------------------------------------------------------
       01  WS-DATA-SISTEMA-GRP.
           05  WS-ANO-SISTEMA       PIC 9(04).
           05  WS-MES-SISTEMA       PIC 9(02).
           05  WS-DIA-SISTEMA       PIC 9(02).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA-GRP
                                     PIC 9(08).

       01  WS-DATA-TRAB-NUM        PIC 9(08) VALUE ZEROS.
       01  WS-DATA-TRAB REDEFINES WS-DATA-TRAB-NUM.
           05  WS-ANO-TRAB          PIC 9(04).
           05  WS-MES-TRAB          PIC 9(02).
           05  WS-DIA-TRAB          PIC 9(02).

       01  WS-HORA-TRAB-NUM        PIC 9(08) VALUE ZEROS.
       01  WS-HORA-TRAB REDEFINES WS-HORA-TRAB-NUM.
           05  WS-HH-TRAB           PIC 9(02).
           05  WS-MM-TRAB           PIC 9(02).
           05  FILLER               PIC 9(04).

       77  WS-JDN-HOJE             PIC S9(08) VALUE ZERO COMP.
       77  WS-DATA-JDN-ANTERIOR    PIC 9(08) VALUE ZEROS.
       77  WS-JDN-ANTERIOR         PIC S9(08) VALUE ZERO COMP.
       77  WS-DIAS-DECORRIDOS      PIC S9(08) VALUE ZERO COMP.

       77  WS-JDN-CALC-DIA         PIC 9(02) VALUE ZEROS.
       77  WS-JDN-CALC-MES         PIC 9(02) VALUE ZEROS.
       77  WS-JDN-CALC-ANO         PIC 9(04) VALUE ZEROS.
       77  WS-JDN-CALC-A           PIC S9(04) VALUE ZERO COMP.
       77  WS-JDN-CALC-Y           PIC S9(06) VALUE ZERO COMP.
       77  WS-JDN-CALC-M           PIC S9(04) VALUE ZERO COMP.
       77  WS-JDN-T2               PIC S9(08) VALUE ZERO COMP.
       77  WS-JDN-T3               PIC S9(08) VALUE ZERO COMP.
       77  WS-JDN-T4               PIC S9(08) VALUE ZERO COMP.
       77  WS-JDN-T5               PIC S9(08) VALUE ZERO COMP.
       77  WS-JDN-CALC-RESULT      PIC S9(08) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Relatorio
      * ----------------------------------------------------------
       77  WS-LIN-PAG              PIC 9(02) VALUE 99 COMP.
       77  WS-MAX-LIN              PIC 9(02) VALUE 56 COMP.
       77  WS-NUM-PAGINA           PIC 9(03) VALUE ZERO COMP.

       77  WS-LINHA-IMPRESSAO      PIC X(80) VALUE SPACES.

       01  WS-CAB-1.
           05  FILLER               PIC X(45) VALUE
               "DTEHRIHK - EXPURGO DA INTERFACE E ATRASO DOS".
           05  FILLER               PIC X(10) VALUE "ASSINANTES".

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

       01  WS-LIN-CONTA.
           05  LIN-CONTA-TEXTO      PIC X(36).
           05  LIN-CONTA-QTD        PIC Z(08)9.

       01  WS-LIN-FAIXA.
           05  LIN-FAIXA-TEXTO      PIC X(21).
           05  LIN-FAIXA-DE         PIC 9(06).
           05  FILLER               PIC X(03) VALUE " A ".
           05  LIN-FAIXA-ATE        PIC 9(06).
           05  FILLER               PIC X(09) VALUE "  DATAS: ".
           05  LIN-FAIXA-DIA-DE     PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-FAIXA-MES-DE     PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-FAIXA-ANO-DE     PIC 9(04).
           05  FILLER               PIC X(03) VALUE " A ".
           05  LIN-FAIXA-DIA-ATE    PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-FAIXA-MES-ATE    PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-FAIXA-ANO-ATE    PIC 9(04).

       01  WS-LIN-LIMITANTE.
           05  FILLER               PIC X(36) VALUE
               "CORTE LIMITADO PELO ASSINANTE.....:".
           05  LIN-LIM-ASSINANTE    PIC X(08).

       01  WS-LIN-COLUNAS.
           05  FILLER               PIC X(31) VALUE
               "ASSINANT S ULTGER ATRASO  DIAS ".
           05  FILLER               PIC X(29) VALUE
               "ULTIMA ENTREGA   S/EXT ALERTA".

       01  WS-LIN-DET.
           05  LIN-DET-ASSINANTE    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-SITUACAO     PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-ULT-GERACAO  PIC Z(05)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-GER-ATRASO   PIC Z(05)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-DIAS-ATRASO  PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-ENTREGA.
               10  LIN-DET-DIA      PIC 9(02).
               10  LIN-DET-BAR-1    PIC X(01).
               10  LIN-DET-MES      PIC 9(02).
               10  LIN-DET-BAR-2    PIC X(01).
               10  LIN-DET-ANO      PIC 9(04).
               10  FILLER           PIC X(01).
               10  LIN-DET-HH       PIC 9(02).
               10  LIN-DET-DOIS-PT  PIC X(01).
               10  LIN-DET-MM       PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-DIAS-EXTR    PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-ALERTA       PIC X(17).

       01  WS-LIN-LEGENDA-1.
           05  FILLER               PIC X(50) VALUE
               "ATRASO = GERACOES NAO ENTREGUES  DIAS = DIAS DESDE".
           05  FILLER               PIC X(26) VALUE
               " A GERACAO PENDENTE MAIS".

       01  WS-LIN-LEGENDA-2.
           05  FILLER               PIC X(50) VALUE
               "ANTIGA  S/EXT = DIAS SEM EXTRACAO POR GERACAO  S =".
           05  FILLER               PIC X(26) VALUE
               " A-ATIVO I-INATIVO".

      * ----------------------------------------------------------
      * Diario de execucoes (DTEHRJRN, gravado pelo subprograma
      * DTEHRJNL)
      * ----------------------------------------------------------
       01  DTEHR-JNL-AREA.
           COPY DTEHRJNL.
           05  JNL-RETORNO               PIC X(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE  -  executa somente as fases ainda pendentes
      *       conforme o checkpoint (reinicio apos abend) e emite o
      *       relatorio de atraso dos assinantes
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           IF WS-FASE-CKPT = "1" OR WS-FASE-CKPT = "2"
              PERFORM 1200-CONFERE-IFC-ATUAL THRU 1200-EXIT
           END-IF
           IF WS-FASE-CKPT < "1"
              PERFORM 2100-SEPARA-INTERFACE THRU 2100-EXIT
           END-IF
           IF WS-FASE-CKPT < "2"
              PERFORM 2200-ANEXA-ARQUIVO-MORTO THRU 2200-EXIT
           END-IF
           IF WS-FASE-CKPT < "3"
              PERFORM 2300-REGRAVA-INTERFACE THRU 2300-EXIT
           END-IF
           PERFORM 3000-RELATORIO-ATRASO THRU 3000-EXIT
           PERFORM 9000-RESUMO THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  le os parametros, carrega os assinantes,
      *       apura a geracao de corte e recupera a fase do
      *       checkpoint de reinicio
      ******************************************************************
       1000-INICIALIZA.
           ACCEPT WS-DATA-SISTEMA-GRP FROM DATE YYYYMMDD
           MOVE WS-DIA-SISTEMA TO WS-JDN-CALC-DIA
           MOVE WS-MES-SISTEMA TO WS-JDN-CALC-MES
           MOVE WS-ANO-SISTEMA TO WS-JDN-CALC-ANO
           PERFORM 7500-CALCULA-JDN THRU 7500-EXIT
           MOVE WS-JDN-CALC-RESULT TO WS-JDN-HOJE

           OPEN INPUT DTEHR-IHP-FILE
           IF WS-FS-IHP = "00"
              READ DTEHR-IHP-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-IHP = "00"
                 IF IHP-RETENCAO-DIAS NUMERIC
                    MOVE IHP-RETENCAO-DIAS TO WS-RETENCAO-DIAS
                 END-IF
                 IF IHP-LIMITE-DIAS NUMERIC
                    AND IHP-LIMITE-DIAS > 0
                    MOVE IHP-LIMITE-DIAS TO WS-LIMITE-DIAS
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-IHP-FILE
           MOVE WS-RETENCAO-DIAS TO WS-RETENCAO-PARAM

           PERFORM 1100-CARREGA-ASSINANTES THRU 1100-EXIT
           PERFORM 1300-APURA-CORTE THRU 1300-EXIT
           MOVE WS-CORTE-APURADO TO WS-GERACAO-CORTE

           MOVE "0" TO WS-FASE-CKPT
           OPEN INPUT DTEHR-IPC-FILE
           IF WS-FS-IPC = "00"
              READ DTEHR-IPC-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-IPC = "00"
                 MOVE IPC-FASE TO WS-FASE-CKPT
                 MOVE IPC-QTD-LIDOS TO WS-QTD-LIDOS
                 MOVE IPC-QTD-ARQUIVADOS TO WS-QTD-ARQUIVADOS
                 MOVE IPC-QTD-MANTIDOS TO WS-QTD-MANTIDOS
                 MOVE IPC-QTD-RETIDOS TO WS-QTD-RETIDOS
                 MOVE IPC-GERACAO-MIN TO WS-GERACAO-MIN
                 MOVE IPC-GERACAO-MAX TO WS-GERACAO-MAX
                 MOVE IPC-DATA-MIN TO WS-DATA-MIN
                 MOVE IPC-DATA-MAX TO WS-DATA-MAX
                 IF IPC-FASE NOT = "0"
                    MOVE IPC-GERACAO-CORTE TO WS-GERACAO-CORTE
                    MOVE IPC-RETENCAO-DIAS TO WS-RETENCAO-DIAS
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-IPC-FILE
           IF WS-FASE-CKPT NOT = "0"
              DISPLAY "DTEHRIHK - REINICIO APOS A FASE "
                      WS-FASE-CKPT
           END-IF
           PERFORM 1900-JORNAL-INICIO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1900-JORNAL-INICIO  -  registra o inicio da execucao no
      *       diario compartilhado DTEHRJRN (via DTEHRJNL)
      ******************************************************************
       1900-JORNAL-INICIO.
           MOVE SPACES TO DTEHR-JNL-AREA
           MOVE "I" TO JNL-TIPO-REG
           MOVE "DTEHRIHK" TO JNL-PROGRAMA
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
      * 1100-CARREGA-ASSINANTES  -  controle de assinantes inteiro em
      *       memoria; sem ele completo o corte nao pode ser apurado
      ******************************************************************
       1100-CARREGA-ASSINANTES.
           MOVE ZERO TO WS-QTD-ASSINANTES
           MOVE "N" TO WS-SW-EOF-SUB
           OPEN INPUT DTEHR-SUB-FILE
           IF WS-FS-SUB = "00"
              PERFORM 1110-LE-ASSINANTE THRU 1110-EXIT
                 UNTIL WS-EOF-SUB
                    OR WS-QTD-ASSINANTES >= WS-MAX-ASSINANTES
              IF NOT WS-EOF-SUB
                 PERFORM 1110-LE-ASSINANTE THRU 1110-EXIT
              END-IF
              IF NOT WS-EOF-SUB
                 DISPLAY "DTEHRIHK - CONTROLE DE ASSINANTES EXCEDE "
                         WS-MAX-ASSINANTES " REGISTROS - EXECUCAO "
                         "ABORTADA SEM EXPURGO"
                 CLOSE DTEHR-SUB-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           CLOSE DTEHR-SUB-FILE.
       1100-EXIT.
           EXIT.

       1110-LE-ASSINANTE.
           READ DTEHR-SUB-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-SUB
              NOT AT END
                 IF WS-QTD-ASSINANTES >= WS-MAX-ASSINANTES
                    GO TO 1110-EXIT
                 END-IF
                 ADD 1 TO WS-QTD-ASSINANTES
                 MOVE SUB-ASSINANTE
                    TO WS-ASS-CODIGO(WS-QTD-ASSINANTES)
                 MOVE SUB-ULT-GERACAO
                    TO WS-ASS-ULT-GERACAO(WS-QTD-ASSINANTES)
                 MOVE SUB-DATA-ULT-EXT
                    TO WS-ASS-DATA-ULT(WS-QTD-ASSINANTES)
                 MOVE SUB-HORA-ULT-EXT
                    TO WS-ASS-HORA-ULT(WS-QTD-ASSINANTES)
                 MOVE "A" TO WS-ASS-SITUACAO(WS-QTD-ASSINANTES)
                 IF SUB-INATIVO
                    MOVE "I" TO WS-ASS-SITUACAO(WS-QTD-ASSINANTES)
                 END-IF
                 MOVE ZEROS TO WS-ASS-DATA-ENTREGA(WS-QTD-ASSINANTES)
                 MOVE ZEROS TO WS-ASS-HORA-ENTREGA(WS-QTD-ASSINANTES)
                 MOVE ZEROS
                    TO WS-ASS-DATA-EXTRACAO(WS-QTD-ASSINANTES)
                 MOVE ZEROS TO WS-ASS-GER-PENDENTE(WS-QTD-ASSINANTES)
                 MOVE ZEROS
                    TO WS-ASS-DATA-PENDENTE(WS-QTD-ASSINANTES)
           END-READ.
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CONFERE-IFC-ATUAL  -  antes de reaproveitar as fases ja
      *       concluidas de um reinicio, confere a quantidade de
      *       registros da interface viva contra o checkpoint, como o
      *       DTEHRARC faz com o log. Interface MAIOR: houve gravacao
      *       depois do abend e o expurgo recomeca da fase 1. Interface
      *       MENOR com fase 2 concluida: a regravacao (fase 3) foi
      *       interrompida e apenas ela e refeita a partir do DTEHRIFN
      ******************************************************************
       1200-CONFERE-IFC-ATUAL.
           MOVE ZERO TO WS-QTD-IFC-ATUAL
           MOVE "N" TO WS-SW-EOF-IFC
           OPEN INPUT DTEHR-IFC-FILE
           EVALUATE WS-FS-IFC
              WHEN "00"
              WHEN "05"
                 PERFORM 1210-CONTA-REGISTRO THRU 1210-EXIT
                    UNTIL WS-EOF-IFC OR WS-FS-IFC NOT = "00"
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "DTEHRIHK - ERRO AO ABRIR A INTERFACE - "
                         "STATUS " WS-FS-IFC
                         " - EXECUCAO ABORTADA SEM EXPURGO"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           CLOSE DTEHR-IFC-FILE
           IF WS-QTD-IFC-ATUAL > WS-QTD-LIDOS
              DISPLAY "DTEHRIHK - INTERFACE ALTERADA DESDE O ABEND ("
                      WS-QTD-IFC-ATUAL " REGISTROS, CHECKPOINT "
                      WS-QTD-LIDOS ") - REINICIANDO DA FASE 1"
              MOVE "0" TO WS-FASE-CKPT
           ELSE
              IF WS-QTD-IFC-ATUAL < WS-QTD-LIDOS
                 IF WS-FASE-CKPT = "2"
                    DISPLAY "DTEHRIHK - REGRAVACAO DA INTERFACE "
                            "INTERROMPIDA - RETOMANDO A FASE 3 A "
                            "PARTIR DA NOVA INTERFACE VIVA"
                 ELSE
                    DISPLAY "DTEHRIHK - INTERFACE ALTERADA DESDE O "
                            "ABEND (" WS-QTD-IFC-ATUAL " REGISTROS, "
                            "CHECKPOINT " WS-QTD-LIDOS
                            ") - REINICIANDO DA FASE 1"
                    MOVE "0" TO WS-FASE-CKPT
                 END-IF
              END-IF
           END-IF
           IF WS-FASE-CKPT = "0"
              MOVE WS-CORTE-APURADO TO WS-GERACAO-CORTE
              MOVE WS-RETENCAO-PARAM TO WS-RETENCAO-DIAS
           END-IF.
       1200-EXIT.
           EXIT.

       1210-CONTA-REGISTRO.
           READ DTEHR-IFC-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-IFC
              NOT AT END
                 ADD 1 TO WS-QTD-IFC-ATUAL
           END-READ.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1300-APURA-CORTE  -  geracao de corte: a menor ultima geracao
      *       entregue entre os assinantes ativos. Sem assinante ativo
      *       nada e expurgado
      ******************************************************************
       1300-APURA-CORTE.
           MOVE ZERO TO WS-QTD-ATIVOS
           MOVE ZEROS TO WS-CORTE-APURADO
           MOVE SPACES TO WS-ASS-LIMITANTE
           PERFORM 1310-AVALIA-ASSINANTE THRU 1310-EXIT
              VARYING WS-IDX-ASS FROM 1 BY 1
              UNTIL WS-IDX-ASS > WS-QTD-ASSINANTES
           IF WS-QTD-ATIVOS = 0
              DISPLAY "DTEHRIHK - AVISO: NENHUM ASSINANTE ATIVO EM "
                      "DTEHRSUB - NENHUM REGISTRO SERA EXPURGADO"
           END-IF.
       1300-EXIT.
           EXIT.

       1310-AVALIA-ASSINANTE.
           IF WS-ASS-SITUACAO(WS-IDX-ASS) = "I"
              GO TO 1310-EXIT
           END-IF
           ADD 1 TO WS-QTD-ATIVOS
           IF WS-QTD-ATIVOS = 1
              OR WS-ASS-ULT-GERACAO(WS-IDX-ASS) < WS-CORTE-APURADO
              MOVE WS-ASS-ULT-GERACAO(WS-IDX-ASS) TO WS-CORTE-APURADO
              MOVE WS-ASS-CODIGO(WS-IDX-ASS) TO WS-ASS-LIMITANTE
           END-IF.
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 1500-GRAVA-CHECKPOINT  -  registra a fase concluida e os
      *       totais apurados para eventual reinicio
      ******************************************************************
       1500-GRAVA-CHECKPOINT.
           OPEN OUTPUT DTEHR-IPC-FILE
           MOVE WS-FASE-CKPT TO IPC-FASE
           MOVE WS-QTD-LIDOS TO IPC-QTD-LIDOS
           MOVE WS-QTD-ARQUIVADOS TO IPC-QTD-ARQUIVADOS
           MOVE WS-QTD-MANTIDOS TO IPC-QTD-MANTIDOS
           MOVE WS-GERACAO-CORTE TO IPC-GERACAO-CORTE
           MOVE WS-RETENCAO-DIAS TO IPC-RETENCAO-DIAS
           MOVE WS-GERACAO-MIN TO IPC-GERACAO-MIN
           MOVE WS-GERACAO-MAX TO IPC-GERACAO-MAX
           MOVE WS-DATA-MIN TO IPC-DATA-MIN
           MOVE WS-DATA-MAX TO IPC-DATA-MAX
           MOVE WS-QTD-RETIDOS TO IPC-QTD-RETIDOS
           WRITE DTEHR-IPC-REC
           IF WS-FS-IPC NOT = "00"
              DISPLAY "DTEHRIHK - AVISO: FALHA NO CHECKPOINT - "
                      "STATUS " WS-FS-IPC
           END-IF
           CLOSE DTEHR-IPC-FILE.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SEPARA-INTERFACE  -  fase 1: separa a interface viva em
      *       trabalho de arquivo (geracao ja entregue a todos os
      *       assinantes ativos e mais antiga que a retencao minima) e
      *       nova interface viva; a interface original nao e alterada
      *       nesta fase
      ******************************************************************
       2100-SEPARA-INTERFACE.
           MOVE ZERO TO WS-QTD-LIDOS
           MOVE ZERO TO WS-QTD-ARQUIVADOS
           MOVE ZERO TO WS-QTD-MANTIDOS
           MOVE ZERO TO WS-QTD-RETIDOS
           MOVE 999999 TO WS-GERACAO-MIN
           MOVE ZEROS TO WS-GERACAO-MAX
           MOVE 99999999 TO WS-DATA-MIN
           MOVE ZEROS TO WS-DATA-MAX
           MOVE "N" TO WS-SW-EOF-IFC
           OPEN INPUT DTEHR-IFC-FILE
           EVALUATE WS-FS-IFC
              WHEN "00"
                 CONTINUE
              WHEN "05"
              WHEN "35"
                 DISPLAY "DTEHRIHK - INTERFACE NAO ENCONTRADA - "
                         "STATUS " WS-FS-IFC
                 MOVE "S" TO WS-SW-EOF-IFC
              WHEN OTHER
                 DISPLAY "DTEHRIHK - ERRO AO ABRIR A INTERFACE - "
                         "STATUS " WS-FS-IFC
                         " - EXECUCAO ABORTADA SEM EXPURGO"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           OPEN OUTPUT DTEHR-IWK-FILE
           IF WS-FS-IWK NOT = "00"
              DISPLAY "DTEHRIHK - FALHA AO ABRIR O TRABALHO DE "
                      "ARQUIVO (DTEHRIWK) - STATUS " WS-FS-IWK
                      " - EXECUCAO ABORTADA SEM EXPURGO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT DTEHR-IFN-FILE
           IF WS-FS-IFN NOT = "00"
              DISPLAY "DTEHRIHK - FALHA AO ABRIR A NOVA INTERFACE "
                      "VIVA (DTEHRIFN) - STATUS " WS-FS-IFN
                      " - EXECUCAO ABORTADA SEM EXPURGO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2110-SEPARA-UM-REGISTRO THRU 2110-EXIT
              UNTIL WS-EOF-IFC
           CLOSE DTEHR-IFC-FILE
           CLOSE DTEHR-IWK-FILE
           CLOSE DTEHR-IFN-FILE
           MOVE "1" TO WS-FASE-CKPT
           PERFORM 1500-GRAVA-CHECKPOINT THRU 1500-EXIT.
       2100-EXIT.
           EXIT.

       2110-SEPARA-UM-REGISTRO.
           READ DTEHR-IFC-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-IFC
                 GO TO 2110-EXIT
           END-READ
           ADD 1 TO WS-QTD-LIDOS
           IF WS-QTD-ATIVOS = 0
              OR DTEHR-IFC-GERACAO NOT NUMERIC
              OR DTEHR-IFC-GERACAO > WS-GERACAO-CORTE
              GO TO 2120-MANTEM
           END-IF
           MOVE DTEHR-IFC-DATA-GERACAO TO WS-DATA-TRAB-NUM
           PERFORM 7000-DIAS-DESDE-DATA THRU 7000-EXIT
           IF NOT WS-DATA-VALIDA
              GO TO 2120-MANTEM
           END-IF
           IF WS-DIAS-DECORRIDOS NOT > WS-RETENCAO-DIAS
              ADD 1 TO WS-QTD-RETIDOS
              GO TO 2120-MANTEM
           END-IF
           ADD 1 TO WS-QTD-ARQUIVADOS
           IF DTEHR-IFC-GERACAO < WS-GERACAO-MIN
              MOVE DTEHR-IFC-GERACAO TO WS-GERACAO-MIN
           END-IF
           IF DTEHR-IFC-GERACAO > WS-GERACAO-MAX
              MOVE DTEHR-IFC-GERACAO TO WS-GERACAO-MAX
           END-IF
           IF DTEHR-IFC-DATA-GERACAO < WS-DATA-MIN
              MOVE DTEHR-IFC-DATA-GERACAO TO WS-DATA-MIN
           END-IF
           IF DTEHR-IFC-DATA-GERACAO > WS-DATA-MAX
              MOVE DTEHR-IFC-DATA-GERACAO TO WS-DATA-MAX
           END-IF
           WRITE DTEHR-IWK-REC FROM DTEHR-INTERFACE-REC
           IF WS-FS-IWK NOT = "00"
              DISPLAY "DTEHRIHK - FALHA AO GRAVAR O TRABALHO DE "
                      "ARQUIVO - STATUS " WS-FS-IWK
                      " - EXECUCAO ABORTADA SEM EXPURGO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           GO TO 2110-EXIT.
       2120-MANTEM.
           ADD 1 TO WS-QTD-MANTIDOS
           WRITE DTEHR-IFN-REC FROM DTEHR-INTERFACE-REC
           IF WS-FS-IFN NOT = "00"
              DISPLAY "DTEHRIHK - FALHA AO GRAVAR A NOVA INTERFACE "
                      "VIVA - STATUS " WS-FS-IFN
                      " - EXECUCAO ABORTADA SEM EXPURGO"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ANEXA-ARQUIVO-MORTO  -  fase 2: anexa o trabalho de
      *       arquivo ao arquivo morto da interface
      ******************************************************************
       2200-ANEXA-ARQUIVO-MORTO.
           MOVE "N" TO WS-SW-EOF-IWK
           OPEN INPUT DTEHR-IWK-FILE
           IF WS-FS-IWK NOT = "00"
              IF WS-QTD-ARQUIVADOS > 0
                 DISPLAY "DTEHRIHK - TRABALHO DE ARQUIVO (DTEHRIWK) "
                         "INDISPONIVEL COM " WS-QTD-ARQUIVADOS
                         " REGISTROS A ARQUIVAR - STATUS " WS-FS-IWK
                         " - EXECUCAO ABORTADA SEM EXPURGO"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "DTEHRIHK - TRABALHO DE ARQUIVO AUSENTE - "
                      "STATUS " WS-FS-IWK
              MOVE "S" TO WS-SW-EOF-IWK
           END-IF
           OPEN EXTEND DTEHR-IFA-FILE
           IF WS-FS-IFA = "35"
              OPEN OUTPUT DTEHR-IFA-FILE
           END-IF
           IF WS-FS-IFA NOT = "00"
              DISPLAY "DTEHRIHK - FALHA AO ABRIR O ARQUIVO MORTO "
                      "(DTEHRIFA) - STATUS " WS-FS-IFA
                      " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2210-ANEXA-UM-REGISTRO THRU 2210-EXIT
              UNTIL WS-EOF-IWK
           CLOSE DTEHR-IWK-FILE
           CLOSE DTEHR-IFA-FILE
           MOVE "2" TO WS-FASE-CKPT
           PERFORM 1500-GRAVA-CHECKPOINT THRU 1500-EXIT.
       2200-EXIT.
           EXIT.

       2210-ANEXA-UM-REGISTRO.
           READ DTEHR-IWK-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-IWK
              NOT AT END
                 WRITE DTEHR-IFA-REC FROM DTEHR-IWK-REC
                 IF WS-FS-IFA NOT = "00"
                    DISPLAY "DTEHRIHK - FALHA AO GRAVAR O ARQUIVO "
                            "MORTO - STATUS " WS-FS-IFA
                            " - EXECUCAO ABORTADA"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REGRAVA-INTERFACE  -  fase 3: regrava a interface viva
      *       somente com os registros mantidos; a nova interface viva
      *       (DTEHRIFN) permanece em disco ate o proximo expurgo,
      *       garantindo a reconstrucao em caso de abend nesta fase
      ******************************************************************
       2300-REGRAVA-INTERFACE.
           MOVE "N" TO WS-SW-EOF-IFN
           OPEN INPUT DTEHR-IFN-FILE
           IF WS-FS-IFN NOT = "00"
              IF WS-QTD-MANTIDOS > 0
                 DISPLAY "DTEHRIHK - NOVA INTERFACE VIVA (DTEHRIFN) "
                         "INDISPONIVEL COM " WS-QTD-MANTIDOS
                         " REGISTROS A MANTER - STATUS " WS-FS-IFN
                         " - EXECUCAO ABORTADA SEM REGRAVAR A "
                         "INTERFACE"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "DTEHRIHK - NOVA INTERFACE VIVA AUSENTE - "
                      "STATUS " WS-FS-IFN
              MOVE "S" TO WS-SW-EOF-IFN
           END-IF
           OPEN OUTPUT DTEHR-IFC-FILE
           IF WS-FS-IFC NOT = "00" AND WS-FS-IFC NOT = "05"
              DISPLAY "DTEHRIHK - FALHA AO REABRIR A INTERFACE - "
                      "STATUS " WS-FS-IFC
                      " - EXECUCAO ABORTADA, REGRAVACAO PENDENTE"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2310-REGRAVA-UM-REGISTRO THRU 2310-EXIT
              UNTIL WS-EOF-IFN
           CLOSE DTEHR-IFN-FILE
           CLOSE DTEHR-IFC-FILE
           MOVE "3" TO WS-FASE-CKPT
           PERFORM 1500-GRAVA-CHECKPOINT THRU 1500-EXIT.
       2300-EXIT.
           EXIT.

       2310-REGRAVA-UM-REGISTRO.
           READ DTEHR-IFN-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-IFN
              NOT AT END
                 MOVE DTEHR-IFN-REC TO DTEHR-INTERFACE-REC
                 WRITE DTEHR-INTERFACE-REC
                 IF WS-FS-IFC NOT = "00"
                    DISPLAY "DTEHRIHK - FALHA AO REGRAVAR A INTERFACE "
                            "- STATUS " WS-FS-IFC
                            " - EXECUCAO ABORTADA, REGRAVACAO "
                            "PENDENTE"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RELATORIO-ATRASO  -  apura para cada assinante a ultima
      *       entrega (DTEHRSDL) e a geracao pendente mais antiga
      *       (interface viva ja regravada) e emite o resumo do
      *       expurgo e o atraso de cada um
      ******************************************************************
       3000-RELATORIO-ATRASO.
           PERFORM 3100-LE-DIARIO-ENTREGAS THRU 3100-EXIT
           PERFORM 3200-APURA-PENDENCIAS THRU 3200-EXIT
           OPEN OUTPUT DTEHR-IHR-FILE
           IF WS-FS-IHR NOT = "00"
              DISPLAY "DTEHRIHK - FALHA AO ABRIR O RELATORIO "
                      "(DTEHRIHR) - STATUS " WS-FS-IHR
              MOVE 16 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF
           PERFORM 3500-IMPRIME-RESUMO THRU 3500-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-LIN-COLUNAS TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           PERFORM 3600-IMPRIME-ASSINANTE THRU 3600-EXIT
              VARYING WS-IDX-ASS FROM 1 BY 1
              UNTIL WS-IDX-ASS > WS-QTD-ASSINANTES
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "ASSINANTES LISTADOS...............:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-LISTADOS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "ATIVOS SEM EXTRACAO NO LIMITE.....:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-ALERTAS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-LIN-LEGENDA-1 TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-LIN-LEGENDA-2 TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           CLOSE DTEHR-IHR-FILE
           IF WS-QTD-ALERTAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-LE-DIARIO-ENTREGAS  -  ultima entrega de cada assinante
      *       (qualquer modo) e ultima extracao por geracao, que e a
      *       que mede se o assinante esta puxando a interface
      ******************************************************************
       3100-LE-DIARIO-ENTREGAS.
           MOVE "N" TO WS-SW-EOF-SDL
           OPEN INPUT DTEHR-SDL-FILE
           IF WS-FS-SDL NOT = "00"
              MOVE "S" TO WS-SW-EOF-SDL
           END-IF
           PERFORM 3110-LE-ENTREGA THRU 3110-EXIT
              UNTIL WS-EOF-SDL
           CLOSE DTEHR-SDL-FILE.
       3100-EXIT.
           EXIT.

       3110-LE-ENTREGA.
           READ DTEHR-SDL-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-SDL
                 GO TO 3110-EXIT
           END-READ
           IF SDL-DATA-EXTRACAO NOT NUMERIC
              OR SDL-HORA-EXTRACAO NOT NUMERIC
              GO TO 3110-EXIT
           END-IF
           MOVE "N" TO WS-SW-ACHADO
           PERFORM 3120-PROCURA-ASSINANTE THRU 3120-EXIT
              VARYING WS-IDX-ASS FROM 1 BY 1
              UNTIL WS-IDX-ASS > WS-QTD-ASSINANTES
                 OR WS-ACHADO
           IF NOT WS-ACHADO
              GO TO 3110-EXIT
           END-IF
           IF SDL-DATA-EXTRACAO
                 > WS-ASS-DATA-ENTREGA(WS-IDX-ASS-ACHADO)
              OR (SDL-DATA-EXTRACAO
                    = WS-ASS-DATA-ENTREGA(WS-IDX-ASS-ACHADO)
                  AND SDL-HORA-EXTRACAO
                    > WS-ASS-HORA-ENTREGA(WS-IDX-ASS-ACHADO))
              MOVE SDL-DATA-EXTRACAO
                 TO WS-ASS-DATA-ENTREGA(WS-IDX-ASS-ACHADO)
              MOVE SDL-HORA-EXTRACAO
                 TO WS-ASS-HORA-ENTREGA(WS-IDX-ASS-ACHADO)
           END-IF
           IF SDL-MODO-GERACAO
              AND SDL-DATA-EXTRACAO
                 > WS-ASS-DATA-EXTRACAO(WS-IDX-ASS-ACHADO)
              MOVE SDL-DATA-EXTRACAO
                 TO WS-ASS-DATA-EXTRACAO(WS-IDX-ASS-ACHADO)
           END-IF.
       3110-EXIT.
           EXIT.

       3120-PROCURA-ASSINANTE.
           IF WS-ASS-CODIGO(WS-IDX-ASS) = SDL-ASSINANTE
              MOVE "S" TO WS-SW-ACHADO
              MOVE WS-IDX-ASS TO WS-IDX-ASS-ACHADO
           END-IF.
       3120-EXIT.
           EXIT.

      ******************************************************************
      * 3200-APURA-PENDENCIAS  -  ultima geracao publicada (DTEHRIFG
      *       ou a maior da interface viva) e, para cada assinante, a
      *       geracao pendente mais antiga com a sua data
      ******************************************************************
       3200-APURA-PENDENCIAS.
           MOVE ZEROS TO WS-GERACAO-ULTIMA
           OPEN INPUT DTEHR-IFG-FILE
           IF WS-FS-IFG = "00"
              READ DTEHR-IFG-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-IFG = "00"
                 IF IFG-ULTIMA-GERACAO NUMERIC
                    MOVE IFG-ULTIMA-GERACAO TO WS-GERACAO-ULTIMA
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-IFG-FILE
           MOVE ZEROS TO WS-GERACAO-ANTERIOR
           MOVE "N" TO WS-SW-EOF-IFC
           OPEN INPUT DTEHR-IFC-FILE
           IF WS-FS-IFC NOT = "00"
              MOVE "S" TO WS-SW-EOF-IFC
           END-IF
           PERFORM 3210-LE-INTERFACE THRU 3210-EXIT
              UNTIL WS-EOF-IFC
           CLOSE DTEHR-IFC-FILE.
       3200-EXIT.
           EXIT.

       3210-LE-INTERFACE.
           READ DTEHR-IFC-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-IFC
                 GO TO 3210-EXIT
           END-READ
           IF DTEHR-IFC-GERACAO NOT NUMERIC
              OR DTEHR-IFC-GERACAO = WS-GERACAO-ANTERIOR
              GO TO 3210-EXIT
           END-IF
           MOVE DTEHR-IFC-GERACAO TO WS-GERACAO-ANTERIOR
           IF DTEHR-IFC-GERACAO > WS-GERACAO-ULTIMA
              MOVE DTEHR-IFC-GERACAO TO WS-GERACAO-ULTIMA
           END-IF
           PERFORM 3220-MARCA-PENDENCIA THRU 3220-EXIT
              VARYING WS-IDX-ASS FROM 1 BY 1
              UNTIL WS-IDX-ASS > WS-QTD-ASSINANTES.
       3210-EXIT.
           EXIT.

       3220-MARCA-PENDENCIA.
           IF DTEHR-IFC-GERACAO NOT > WS-ASS-ULT-GERACAO(WS-IDX-ASS)
              GO TO 3220-EXIT
           END-IF
           IF WS-ASS-GER-PENDENTE(WS-IDX-ASS) = ZEROS
              OR DTEHR-IFC-GERACAO < WS-ASS-GER-PENDENTE(WS-IDX-ASS)
              MOVE DTEHR-IFC-GERACAO TO WS-ASS-GER-PENDENTE(WS-IDX-ASS)
              MOVE DTEHR-IFC-DATA-GERACAO
                 TO WS-ASS-DATA-PENDENTE(WS-IDX-ASS)
           END-IF.
       3220-EXIT.
           EXIT.

      ******************************************************************
      * 3500-IMPRIME-RESUMO  -  parametros, corte e totais do expurgo
      ******************************************************************
       3500-IMPRIME-RESUMO.
           MOVE "RETENCAO MINIMA (DIAS)............:" TO LIN-CONTA-TEXTO
           MOVE WS-RETENCAO-DIAS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "LIMITE SEM EXTRACAO (DIAS)........:" TO LIN-CONTA-TEXTO
           MOVE WS-LIMITE-DIAS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "ASSINANTES ATIVOS.................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-ATIVOS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "ULTIMA GERACAO PUBLICADA..........:" TO LIN-CONTA-TEXTO
           MOVE WS-GERACAO-ULTIMA TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "GERACAO DE CORTE..................:" TO LIN-CONTA-TEXTO
           MOVE WS-GERACAO-CORTE TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           IF WS-ASS-LIMITANTE NOT = SPACES
              MOVE WS-ASS-LIMITANTE TO LIN-LIM-ASSINANTE
              MOVE WS-LIN-LIMITANTE TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF
           MOVE "REGISTROS LIDOS NA INTERFACE......:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-LIDOS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  ARQUIVADOS EM DTEHRIFA..........:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-ARQUIVADOS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "  MANTIDOS NA INTERFACE VIVA......:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-MANTIDOS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           MOVE "    ENTREGUES, DENTRO DA RETENCAO.:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-RETIDOS TO LIN-CONTA-QTD
           PERFORM 3710-IMPRIME-CONTA THRU 3710-EXIT
           IF WS-QTD-ARQUIVADOS > 0
              MOVE "GERACOES ARQUIVADAS: " TO LIN-FAIXA-TEXTO
              MOVE WS-GERACAO-MIN TO LIN-FAIXA-DE
              MOVE WS-GERACAO-MAX TO LIN-FAIXA-ATE
              MOVE WS-DATA-MIN TO WS-DATA-TRAB-NUM
              MOVE WS-DIA-TRAB TO LIN-FAIXA-DIA-DE
              MOVE WS-MES-TRAB TO LIN-FAIXA-MES-DE
              MOVE WS-ANO-TRAB TO LIN-FAIXA-ANO-DE
              MOVE WS-DATA-MAX TO WS-DATA-TRAB-NUM
              MOVE WS-DIA-TRAB TO LIN-FAIXA-DIA-ATE
              MOVE WS-MES-TRAB TO LIN-FAIXA-MES-ATE
              MOVE WS-ANO-TRAB TO LIN-FAIXA-ANO-ATE
              MOVE WS-LIN-FAIXA TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-IMPRIME-ASSINANTE  -  atraso em geracoes e em dias, ultima
      *       entrega e alerta do assinante ativo sem extracao por
      *       geracao dentro do limite
      ******************************************************************
       3600-IMPRIME-ASSINANTE.
           ADD 1 TO WS-QTD-LISTADOS
           MOVE SPACES TO WS-LIN-DET
           MOVE WS-ASS-CODIGO(WS-IDX-ASS) TO LIN-DET-ASSINANTE
           MOVE WS-ASS-SITUACAO(WS-IDX-ASS) TO LIN-DET-SITUACAO
           MOVE WS-ASS-ULT-GERACAO(WS-IDX-ASS) TO LIN-DET-ULT-GERACAO
           IF WS-GERACAO-ULTIMA > WS-ASS-ULT-GERACAO(WS-IDX-ASS)
              COMPUTE LIN-DET-GER-ATRASO = WS-GERACAO-ULTIMA
                      - WS-ASS-ULT-GERACAO(WS-IDX-ASS)
           ELSE
              MOVE ZERO TO LIN-DET-GER-ATRASO
           END-IF
           MOVE ZERO TO LIN-DET-DIAS-ATRASO
           IF WS-ASS-GER-PENDENTE(WS-IDX-ASS) > ZEROS
              MOVE WS-ASS-DATA-PENDENTE(WS-IDX-ASS) TO WS-DATA-TRAB-NUM
              PERFORM 7000-DIAS-DESDE-DATA THRU 7000-EXIT
              IF WS-DATA-VALIDA AND WS-DIAS-DECORRIDOS > 0
                 MOVE WS-DIAS-DECORRIDOS TO LIN-DET-DIAS-ATRASO
              END-IF
           END-IF
           IF WS-ASS-DATA-ENTREGA(WS-IDX-ASS) = ZEROS
              AND WS-ASS-DATA-ULT(WS-IDX-ASS) NUMERIC
              AND WS-ASS-DATA-ULT(WS-IDX-ASS) > ZEROS
              MOVE WS-ASS-DATA-ULT(WS-IDX-ASS)
                 TO WS-ASS-DATA-ENTREGA(WS-IDX-ASS)
              MOVE WS-ASS-HORA-ULT(WS-IDX-ASS)
                 TO WS-ASS-HORA-ENTREGA(WS-IDX-ASS)
           END-IF
           IF WS-ASS-DATA-ENTREGA(WS-IDX-ASS) > ZEROS
              MOVE WS-ASS-DATA-ENTREGA(WS-IDX-ASS) TO WS-DATA-TRAB-NUM
              MOVE WS-DIA-TRAB TO LIN-DET-DIA
              MOVE "/" TO LIN-DET-BAR-1
              MOVE WS-MES-TRAB TO LIN-DET-MES
              MOVE "/" TO LIN-DET-BAR-2
              MOVE WS-ANO-TRAB TO LIN-DET-ANO
              MOVE WS-ASS-HORA-ENTREGA(WS-IDX-ASS) TO WS-HORA-TRAB-NUM
              MOVE WS-HH-TRAB TO LIN-DET-HH
              MOVE ":" TO LIN-DET-DOIS-PT
              MOVE WS-MM-TRAB TO LIN-DET-MM
           END-IF
           IF WS-ASS-DATA-ULT(WS-IDX-ASS) NUMERIC
              AND WS-ASS-DATA-ULT(WS-IDX-ASS)
                 > WS-ASS-DATA-EXTRACAO(WS-IDX-ASS)
              MOVE WS-ASS-DATA-ULT(WS-IDX-ASS)
                 TO WS-ASS-DATA-EXTRACAO(WS-IDX-ASS)
           END-IF
           IF WS-ASS-DATA-EXTRACAO(WS-IDX-ASS) = ZEROS
              IF WS-ASS-SITUACAO(WS-IDX-ASS) NOT = "I"
                 MOVE "*** NUNCA EXTRAIU" TO LIN-DET-ALERTA
                 ADD 1 TO WS-QTD-ALERTAS
              END-IF
              GO TO 3600-IMPRIME
           END-IF
           MOVE WS-ASS-DATA-EXTRACAO(WS-IDX-ASS) TO WS-DATA-TRAB-NUM
           PERFORM 7000-DIAS-DESDE-DATA THRU 7000-EXIT
           IF NOT WS-DATA-VALIDA
              GO TO 3600-IMPRIME
           END-IF
           IF WS-DIAS-DECORRIDOS > 0
              MOVE WS-DIAS-DECORRIDOS TO LIN-DET-DIAS-EXTR
           ELSE
              MOVE ZERO TO LIN-DET-DIAS-EXTR
           END-IF
           IF WS-DIAS-DECORRIDOS > WS-LIMITE-DIAS
              AND WS-ASS-SITUACAO(WS-IDX-ASS) NOT = "I"
              MOVE "*** SEM EXTRACAO" TO LIN-DET-ALERTA
              ADD 1 TO WS-QTD-ALERTAS
           END-IF.
       3600-IMPRIME.
           MOVE WS-LIN-DET TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3600-EXIT.
           EXIT.

       3710-IMPRIME-CONTA.
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3710-EXIT.
           EXIT.

      ******************************************************************
      * 7000-DIAS-DESDE-DATA  -  dias corridos entre a data em
      *       WS-DATA-TRAB-NUM (AAAAMMDD) e a data do sistema; datas
      *       repetidas aproveitam o ultimo calculo
      ******************************************************************
       7000-DIAS-DESDE-DATA.
           MOVE "N" TO WS-SW-DATA-VALIDA
           IF WS-DATA-TRAB-NUM NOT NUMERIC
              GO TO 7000-EXIT
           END-IF
           IF WS-MES-TRAB < 1 OR WS-MES-TRAB > 12
              OR WS-DIA-TRAB < 1 OR WS-DIA-TRAB > 31
              OR WS-ANO-TRAB = ZEROS
              GO TO 7000-EXIT
           END-IF
           MOVE "S" TO WS-SW-DATA-VALIDA
           IF WS-DATA-TRAB-NUM NOT = WS-DATA-JDN-ANTERIOR
              MOVE WS-DIA-TRAB TO WS-JDN-CALC-DIA
              MOVE WS-MES-TRAB TO WS-JDN-CALC-MES
              MOVE WS-ANO-TRAB TO WS-JDN-CALC-ANO
              PERFORM 7500-CALCULA-JDN THRU 7500-EXIT
              MOVE WS-JDN-CALC-RESULT TO WS-JDN-ANTERIOR
              MOVE WS-DATA-TRAB-NUM TO WS-DATA-JDN-ANTERIOR
           END-IF
           COMPUTE WS-DIAS-DECORRIDOS = WS-JDN-HOJE - WS-JDN-ANTERIOR.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7500-CALCULA-JDN  -  numero juliano do dia (Fliegel/Van
      *       Flandern) de WS-JDN-CALC-DIA/MES/ANO
      ******************************************************************
       7500-CALCULA-JDN.
           COMPUTE WS-JDN-CALC-A = (14 - WS-JDN-CALC-MES) / 12
           COMPUTE WS-JDN-CALC-Y =
                   WS-JDN-CALC-ANO + 4800 - WS-JDN-CALC-A
           COMPUTE WS-JDN-CALC-M =
                   WS-JDN-CALC-MES + (12 * WS-JDN-CALC-A) - 3
           COMPUTE WS-JDN-T2 = ((153 * WS-JDN-CALC-M) + 2) / 5
           COMPUTE WS-JDN-T3 = WS-JDN-CALC-Y / 4
           COMPUTE WS-JDN-T4 = WS-JDN-CALC-Y / 100
           COMPUTE WS-JDN-T5 = WS-JDN-CALC-Y / 400
           COMPUTE WS-JDN-CALC-RESULT =
                   WS-JDN-CALC-DIA + WS-JDN-T2 +
                   (365 * WS-JDN-CALC-Y) + WS-JDN-T3 -
                   WS-JDN-T4 + WS-JDN-T5 - 32045.
       7500-EXIT.
           EXIT.

      ******************************************************************
      * 8000-IMPRIME-LINHA  -  imprime WS-LINHA-IMPRESSAO controlando
      *       a quebra de pagina
      ******************************************************************
       8000-IMPRIME-LINHA.
           IF WS-LIN-PAG >= WS-MAX-LIN
              PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF
           WRITE DTEHR-IHR-REC FROM WS-LINHA-IMPRESSAO
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
              WRITE DTEHR-IHR-REC FROM WS-CAB-1
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE DTEHR-IHR-REC FROM WS-CAB-1
                 AFTER ADVANCING PAGE
           END-IF
           WRITE DTEHR-IHR-REC FROM WS-CAB-2
              AFTER ADVANCING 1 LINE
           WRITE DTEHR-IHR-REC FROM WS-CAB-3
              AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LIN-PAG.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-RESUMO  -  resumo do expurgo e rearme do checkpoint
      *       para a proxima execucao
      ******************************************************************
       9000-RESUMO.
           MOVE WS-FASE-CKPT-NUM TO JNL-SEQ-CHECKPOINT
           DISPLAY "DTEHRIHK - RESUMO DO EXPURGO DA INTERFACE:"
           DISPLAY "  RETENCAO (DIAS)....: " WS-RETENCAO-DIAS
           DISPLAY "  GERACAO DE CORTE...: " WS-GERACAO-CORTE
           DISPLAY "  REGISTROS LIDOS....: " WS-QTD-LIDOS
           DISPLAY "  ARQUIVADOS.........: " WS-QTD-ARQUIVADOS
           DISPLAY "  MANTIDOS...........: " WS-QTD-MANTIDOS
           IF WS-QTD-ARQUIVADOS > 0
              DISPLAY "  GERACOES ARQUIVADAS: " WS-GERACAO-MIN
                      " A " WS-GERACAO-MAX
           ELSE
              DISPLAY "  NENHUM REGISTRO A ARQUIVAR"
           END-IF
           IF WS-QTD-RETIDOS > 0
              DISPLAY "  RETIDOS (RETENCAO).: " WS-QTD-RETIDOS
           END-IF
           IF WS-QTD-ALERTAS > 0
              DISPLAY "  ASSINANTES EM ALERTA: " WS-QTD-ALERTAS
                      " (VER DTEHRIHR)"
           END-IF
           MOVE "0" TO WS-FASE-CKPT
           PERFORM 1500-GRAVA-CHECKPOINT THRU 1500-EXIT
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9900-JORNAL-FIM  -  registra o fim da execucao no diario
      *       compartilhado com os totais do expurgo, a ultima fase
      *       concluida e o codigo de retorno
      ******************************************************************
       9900-JORNAL-FIM.
           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           MOVE WS-QTD-LIDOS TO JNL-QTD-LIDOS
           MOVE WS-QTD-ARQUIVADOS TO JNL-QTD-ACEITOS
           MOVE ZEROS TO JNL-QTD-REJEITADOS
           MOVE RETURN-CODE TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       9900-EXIT.
           EXIT.

       END PROGRAM DTEHRIHK.
