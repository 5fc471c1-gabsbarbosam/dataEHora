      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: CONTROLADOR DO FLUXO NOTURNO (DTEHR EM BATCH,
      *          DTEHRCON, DTEHREXT, DTEHRARC, DTEHRRPT, DTEHRJRP E O
      *          QUE MAIS ESTIVER NA ESCALA). A ESCALA DTEHRSCH TRAZ,
      *          NA ORDEM DE EXECUCAO, UM REGISTRO POR PASSO: NOME DO
      *          PASSO, ATE 4 PASSOS PRE-REQUISITOS, O RETORNO A PARTIR
      *          DO QUAL O PASSO FALHOU (SEUS DEPENDENTES NAO RODAM), O
      *          RETORNO A PARTIR DO QUAL O FLUXO INTEIRO PARA, A
      *          INTERTRAVA "A" (PASSO NAO PODE RODAR COM O EXPURGO DO
      *          LOG - DTEHRAPC - PARADO NAS FASES 1 OU 2) E O COMANDO
      *          QUE EXECUTA O PASSO. LINHA COM "*" NA COLUNA 1 E
      *          COMENTARIO. A SITUACAO DE CADA PASSO FICA NO CONTROLE
      *          DTEHRJBC, REGRAVADO ANTES E DEPOIS DE CADA PASSO:
      *          ENQUANTO O CICLO NAO TERMINAR COM TODOS OS PASSOS
      *          EXECUTADOS, A NOVA EXECUCAO RETOMA O CICLO A PARTIR
      *          DO PASSO QUE FALHOU, SEM REPETIR OS JA EXECUTADOS.
      *          EMITE A SITUACAO DO FLUXO EM UMA PAGINA (DTEHRJBR) E
      *          GRAVA O SEU REGISTRO NO DIARIO DTEHRJRN. RETORNO 0
      *          QUANDO TODOS OS PASSOS RODARAM, 8 QUANDO ALGUM FALHOU
      *          OU NAO FOI EXECUTADO E 16 COM A ESCALA INVALIDA.
      *          ESCALA USUAL DA NOITE:
      *            DTEHR     INTERTRAVA "A", PARADA 16
      *            DTEHRCON  PRE DTEHR, FALHA 8 (FORA DE BALANCO)
      *            DTEHREXT  PRE DTEHRCON
      *            DTEHRARC  PRE DTEHR
      *            DTEHRRPT  PRE DTEHR
      *            DTEHRJRP  SEM PRE-REQUISITO
      *          RETORNOS EM BRANCO NA ESCALA: FALHA 8, PARADA 16.
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRJOB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-SCH-FILE
               ASSIGN TO "DTEHRSCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCH.

           SELECT OPTIONAL DTEHR-JBC-FILE
               ASSIGN TO "DTEHRJBC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JBC.

           SELECT OPTIONAL DTEHR-APC-FILE
               ASSIGN TO "DTEHRAPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APC.

           SELECT DTEHR-JBR-FILE
               ASSIGN TO "DTEHRJBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JBR.

       DATA DIVISION.
       FILE SECTION.
      * Escala: colunas 1-8 passo, 9-40 pre-requisitos, 41-44
      * retorno de falha, 45-48 retorno de parada, 49 intertrava,
      * 50-129 comando
       FD  DTEHR-SCH-FILE.
       01  DTEHR-SCH-REC.
           05  SCH-PASSO                 PIC X(08).
           05  SCH-PRE-REQUISITOS.
               10  SCH-PRE-REQ           PIC X(08) OCCURS 4 TIMES.
           05  SCH-RC-FALHA              PIC 9(04).
           05  SCH-RC-PARADA             PIC 9(04).
           05  SCH-INTERTRAVA            PIC X(01).
               88  SCH-TRAVA-EXPURGO        VALUE "A".
           05  SCH-COMANDO               PIC X(80).

       FD  DTEHR-JBC-FILE.
       01  DTEHR-JBC-REC.
           05  JBC-PASSO                 PIC X(08).
           05  JBC-SITUACAO              PIC X(01).
               88  JBC-SIT-PENDENTE         VALUE "P".
               88  JBC-SIT-EM-EXECUCAO      VALUE "X".
               88  JBC-SIT-EXECUTADO        VALUE "E".
               88  JBC-SIT-FALHOU           VALUE "F".
               88  JBC-SIT-NAO-EXECUTADO    VALUE "N".
           05  JBC-RC                    PIC 9(04).
           05  JBC-DATA-CICLO            PIC 9(08).
           05  JBC-DATA-EXECUCAO         PIC 9(08).
           05  JBC-HORA-INICIO           PIC 9(08).
           05  JBC-HORA-FIM              PIC 9(08).

       FD  DTEHR-APC-FILE.
       01  DTEHR-APC-REC.
           COPY DTEHRAPC.

       FD  DTEHR-JBR-FILE.
       01  DTEHR-JBR-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-SCH               PIC X(02) VALUE "00".
       77  WS-FS-JBC               PIC X(02) VALUE "00".
       77  WS-FS-APC               PIC X(02) VALUE "00".
       77  WS-FS-JBR               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-EOF               PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "S".

       77  WS-SW-ACHADO            PIC X(01) VALUE "N".
           88  WS-ACHADO              VALUE "S".

       77  WS-SW-RETOMADA          PIC X(01) VALUE "N".
           88  WS-RETOMADA            VALUE "S".

       77  WS-SW-FLUXO-PARADO      PIC X(01) VALUE "N".
           88  WS-FLUXO-PARADO        VALUE "S".

       77  WS-SW-PRE-REQ-OK        PIC X(01) VALUE "S".
           88  WS-PRE-REQ-OK          VALUE "S".

      * ----------------------------------------------------------
      * Passos da escala, na ordem de execucao
      * ----------------------------------------------------------
       77  WS-MAX-PASSOS           PIC 9(02) VALUE 20 COMP.
       77  WS-QTD-PASSOS           PIC 9(02) VALUE ZERO COMP.
       77  WS-MAX-PRE-REQ          PIC 9(01) VALUE 4 COMP.
       01  WS-TABELA-PASSOS.
           05  WS-PS-ENTRY          OCCURS 20 TIMES.
               10  WS-PS-NOME           PIC X(08).
               10  WS-PS-PRE-ENTRY      OCCURS 4 TIMES.
                   15  WS-PS-PRE-NOME   PIC X(08).
                   15  WS-PS-PRE-IDX    PIC 9(02) COMP.
               10  WS-PS-RC-FALHA       PIC 9(04).
               10  WS-PS-RC-PARADA      PIC 9(04).
               10  WS-PS-INTERTRAVA     PIC X(01).
               10  WS-PS-COMANDO        PIC X(80).
               10  WS-PS-SITUACAO       PIC X(01).
                   88  WS-PS-PENDENTE      VALUE "P".
                   88  WS-PS-EM-EXECUCAO   VALUE "X".
                   88  WS-PS-EXECUTADO     VALUE "E".
                   88  WS-PS-FALHOU        VALUE "F".
                   88  WS-PS-NAO-EXECUTADO VALUE "N".
               10  WS-PS-ANTERIOR       PIC X(01).
               10  WS-PS-RC             PIC 9(04).
               10  WS-PS-DATA-EXECUCAO  PIC 9(08).
               10  WS-PS-HORA-INICIO    PIC 9(08).
               10  WS-PS-HORA-FIM       PIC 9(08).
               10  WS-PS-OBSERVACAO     PIC X(30).
       77  WS-IDX-PS               PIC 9(02) VALUE ZERO COMP.
       77  WS-IDX-BUSCA            PIC 9(02) VALUE ZERO COMP.
       77  WS-IDX-PRE              PIC 9(01) VALUE ZERO COMP.
       77  WS-IDX-ACHADO           PIC 9(02) VALUE ZERO COMP.
       77  WS-NOME-BUSCA           PIC X(08) VALUE SPACES.

      * ----------------------------------------------------------
      * Ciclo anterior lido do controle DTEHRJBC
      * ----------------------------------------------------------
       77  WS-MAX-CONTROLE         PIC 9(02) VALUE 20 COMP.
       77  WS-QTD-CONTROLE         PIC 9(02) VALUE ZERO COMP.
       01  WS-TABELA-CONTROLE.
           05  WS-CT-ENTRY          OCCURS 20 TIMES.
               10  WS-CT-PASSO          PIC X(08).
               10  WS-CT-SITUACAO       PIC X(01).
               10  WS-CT-RC             PIC 9(04).
               10  WS-CT-DATA-EXECUCAO  PIC 9(08).
               10  WS-CT-HORA-INICIO    PIC 9(08).
               10  WS-CT-HORA-FIM       PIC 9(08).
       77  WS-IDX-CT               PIC 9(02) VALUE ZERO COMP.
       77  WS-DATA-CICLO           PIC 9(08) VALUE ZEROS.
       77  WS-DATA-CICLO-ANTERIOR  PIC 9(08) VALUE ZEROS.

      * ----------------------------------------------------------
      * Execucao do passo: o status devolvido pelo sistema traz o
      * codigo de retorno do programa multiplicado por 256; resto
      * diferente de zero e termino anormal (sem codigo de retorno)
      * ----------------------------------------------------------
       77  WS-COMANDO              PIC X(80) VALUE SPACES.
       77  WS-STATUS-SISTEMA       PIC S9(09) VALUE ZERO COMP.
       77  WS-RC-PASSO             PIC 9(04) VALUE ZERO.
       77  WS-RESTO-STATUS         PIC S9(09) VALUE ZERO COMP.
       77  WS-RC-FALHA-PADRAO      PIC 9(04) VALUE 8.
       77  WS-RC-PARADA-PADRAO     PIC 9(04) VALUE 16.
       77  WS-RC-ANORMAL           PIC 9(04) VALUE 9999.

      * ----------------------------------------------------------
      * Contadores da situacao do fluxo
      * ----------------------------------------------------------
       77  WS-QTD-EXECUTADOS       PIC 9(02) VALUE ZERO COMP.
       77  WS-QTD-ANTERIORES       PIC 9(02) VALUE ZERO COMP.
       77  WS-QTD-FALHOS           PIC 9(02) VALUE ZERO COMP.
       77  WS-QTD-NAO-EXECUTADOS   PIC 9(02) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Data/hora do sistema e controle de paginacao
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
           05  WS-SS-TRAB           PIC 9(02).
           05  WS-CC-TRAB           PIC 9(02).

       77  WS-HORA-ATUAL           PIC 9(08) VALUE ZEROS.

       77  WS-LIN-PAG              PIC 9(02) VALUE 99 COMP.
       77  WS-MAX-LIN              PIC 9(02) VALUE 56 COMP.
       77  WS-NUM-PAGINA           PIC 9(03) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Linhas de impressao
      * ----------------------------------------------------------
       77  WS-LINHA-IMPRESSAO      PIC X(80) VALUE SPACES.

       01  WS-CAB-1.
           05  FILLER               PIC X(44) VALUE
               "DTEHRJOB - SITUACAO DO FLUXO NOTURNO".

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

       01  WS-LIN-CICLO.
           05  FILLER               PIC X(19) VALUE
               "CICLO INICIADO EM: ".
           05  LIN-CIC-DIA          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-CIC-MES          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-CIC-ANO          PIC 9(04).
           05  FILLER               PIC X(13) VALUE
               "   EXECUCAO: ".
           05  LIN-CIC-TIPO         PIC X(20).

       01  WS-LIN-COLUNAS.
           05  FILLER               PIC X(40) VALUE
               "PASSO    SITUACAO        RC INICIO   FIM".
           05  FILLER               PIC X(40) VALUE
               "      OBSERVACAO".

       01  WS-LIN-PASSO.
           05  LIN-PS-NOME          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-PS-SITUACAO      PIC X(13).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-PS-RC            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-PS-HORA-INICIO   PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-PS-HORA-FIM      PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-PS-OBSERVACAO    PIC X(30).

       01  WS-HORA-EDITADA.
           05  HED-HH               PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  HED-MM               PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  HED-SS               PIC 9(02).

       01  WS-RC-EDITADO            PIC ZZZ9.

       01  WS-LIN-CONTA.
           05  LIN-CONTA-TEXTO      PIC X(36).
           05  LIN-CONTA-QTD        PIC Z(04)9.

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
           PERFORM 2000-EXECUTA-FLUXO THRU 2000-EXIT
           PERFORM 3000-IMPRIME-SITUACAO THRU 3000-EXIT
           PERFORM 9000-FINALIZA THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  escala, ciclo anterior (retomada ou ciclo
      *       novo) e abertura do relatorio
      ******************************************************************
       1000-INICIALIZA.
           ACCEPT WS-DATA-SISTEMA-GRP FROM DATE YYYYMMDD
           MOVE SPACES TO DTEHR-JNL-AREA
           MOVE "DTEHRJOB" TO JNL-PROGRAMA
           MOVE SPACES TO JNL-LOTE-ID
           ACCEPT JNL-DATA-INICIO FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-INICIO FROM TIME
           PERFORM 1100-CARREGA-ESCALA THRU 1100-EXIT
           PERFORM 1200-CARREGA-CONTROLE THRU 1200-EXIT
           PERFORM 1300-DEFINE-CICLO THRU 1300-EXIT
           OPEN OUTPUT DTEHR-JBR-FILE
           IF WS-FS-JBR NOT = "00"
              DISPLAY "DTEHRJOB - FALHA AO ABRIR O RELATORIO "
                      "(DTEHRJBR) - STATUS " WS-FS-JBR
                      " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 2900-GRAVA-CONTROLE THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGA-ESCALA  -  passos na ordem da escala; todo
      *       pre-requisito tem de ser um passo anterior da escala
      ******************************************************************
       1100-CARREGA-ESCALA.
           MOVE ZERO TO WS-QTD-PASSOS
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-SCH-FILE
           IF WS-FS-SCH NOT = "00"
              MOVE "S" TO WS-SW-EOF
           END-IF
           PERFORM 1110-LE-PASSO THRU 1110-EXIT
              UNTIL WS-EOF
           CLOSE DTEHR-SCH-FILE
           IF WS-QTD-PASSOS = 0
              DISPLAY "DTEHRJOB - ESCALA DO FLUXO (DTEHRSCH) AUSENTE "
                      "OU VAZIA - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LE-PASSO.
           READ DTEHR-SCH-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF
                 GO TO 1110-EXIT
           END-READ
           IF DTEHR-SCH-REC(1:1) = "*" OR SCH-PASSO = SPACES
              GO TO 1110-EXIT
           END-IF
           IF WS-QTD-PASSOS >= WS-MAX-PASSOS
              DISPLAY "DTEHRJOB - ESCALA EXCEDE " WS-MAX-PASSOS
                      " PASSOS - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SCH-PASSO TO WS-NOME-BUSCA
           PERFORM 1150-PROCURA-PASSO THRU 1150-EXIT
           IF WS-ACHADO
              DISPLAY "DTEHRJOB - PASSO " SCH-PASSO " REPETIDO NA "
                      "ESCALA - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF SCH-COMANDO = SPACES
              DISPLAY "DTEHRJOB - PASSO " SCH-PASSO " SEM COMANDO "
                      "NA ESCALA - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-QTD-PASSOS
           MOVE WS-QTD-PASSOS TO WS-IDX-PS
           MOVE SCH-PASSO TO WS-PS-NOME(WS-IDX-PS)
           PERFORM 1120-CARREGA-PRE-REQ THRU 1120-EXIT
              VARYING WS-IDX-PRE FROM 1 BY 1
              UNTIL WS-IDX-PRE > WS-MAX-PRE-REQ
           IF SCH-RC-FALHA NUMERIC AND SCH-RC-FALHA > 0
              MOVE SCH-RC-FALHA TO WS-PS-RC-FALHA(WS-IDX-PS)
           ELSE
              MOVE WS-RC-FALHA-PADRAO TO WS-PS-RC-FALHA(WS-IDX-PS)
           END-IF
           IF SCH-RC-PARADA NUMERIC AND SCH-RC-PARADA > 0
              MOVE SCH-RC-PARADA TO WS-PS-RC-PARADA(WS-IDX-PS)
           ELSE
              MOVE WS-RC-PARADA-PADRAO TO WS-PS-RC-PARADA(WS-IDX-PS)
           END-IF
           MOVE SCH-INTERTRAVA TO WS-PS-INTERTRAVA(WS-IDX-PS)
           MOVE SCH-COMANDO TO WS-PS-COMANDO(WS-IDX-PS)
           MOVE "P" TO WS-PS-SITUACAO(WS-IDX-PS)
           MOVE "N" TO WS-PS-ANTERIOR(WS-IDX-PS)
           MOVE ZEROS TO WS-PS-RC(WS-IDX-PS)
           MOVE ZEROS TO WS-PS-DATA-EXECUCAO(WS-IDX-PS)
           MOVE ZEROS TO WS-PS-HORA-INICIO(WS-IDX-PS)
           MOVE ZEROS TO WS-PS-HORA-FIM(WS-IDX-PS)
           MOVE SPACES TO WS-PS-OBSERVACAO(WS-IDX-PS).
       1110-EXIT.
           EXIT.

       1120-CARREGA-PRE-REQ.
           MOVE SCH-PRE-REQ(WS-IDX-PRE)
              TO WS-PS-PRE-NOME(WS-IDX-PS, WS-IDX-PRE)
           MOVE ZERO TO WS-PS-PRE-IDX(WS-IDX-PS, WS-IDX-PRE)
           IF SCH-PRE-REQ(WS-IDX-PRE) = SPACES
              GO TO 1120-EXIT
           END-IF
           MOVE SCH-PRE-REQ(WS-IDX-PRE) TO WS-NOME-BUSCA
           PERFORM 1150-PROCURA-PASSO THRU 1150-EXIT
           IF NOT WS-ACHADO
              DISPLAY "DTEHRJOB - PRE-REQUISITO "
                      SCH-PRE-REQ(WS-IDX-PRE) " DO PASSO " SCH-PASSO
                      " NAO E UM PASSO ANTERIOR DA ESCALA - "
                      "EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-IDX-ACHADO TO WS-PS-PRE-IDX(WS-IDX-PS, WS-IDX-PRE).
       1120-EXIT.
           EXIT.

      ******************************************************************
      * 1150-PROCURA-PASSO  -  WS-NOME-BUSCA entre os passos ja
      *       carregados; devolve WS-IDX-ACHADO
      ******************************************************************
       1150-PROCURA-PASSO.
           MOVE "N" TO WS-SW-ACHADO
           MOVE ZERO TO WS-IDX-ACHADO
           PERFORM 1160-COMPARA-PASSO THRU 1160-EXIT
              VARYING WS-IDX-BUSCA FROM 1 BY 1
              UNTIL WS-IDX-BUSCA > WS-QTD-PASSOS
                 OR WS-ACHADO.
       1150-EXIT.
           EXIT.

       1160-COMPARA-PASSO.
           IF WS-PS-NOME(WS-IDX-BUSCA) = WS-NOME-BUSCA
              MOVE "S" TO WS-SW-ACHADO
              MOVE WS-IDX-BUSCA TO WS-IDX-ACHADO
           END-IF.
       1160-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGA-CONTROLE  -  situacao de cada passo no ciclo
      *       anterior (DTEHRJBC); sem o controle o ciclo e novo
      ******************************************************************
       1200-CARREGA-CONTROLE.
           MOVE ZERO TO WS-QTD-CONTROLE
           MOVE ZEROS TO WS-DATA-CICLO-ANTERIOR
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-JBC-FILE
           IF WS-FS-JBC NOT = "00"
              MOVE "S" TO WS-SW-EOF
           END-IF
           PERFORM 1210-LE-CONTROLE THRU 1210-EXIT
              UNTIL WS-EOF
           CLOSE DTEHR-JBC-FILE.
       1200-EXIT.
           EXIT.

       1210-LE-CONTROLE.
           READ DTEHR-JBC-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF
                 GO TO 1210-EXIT
           END-READ
           IF WS-QTD-CONTROLE >= WS-MAX-CONTROLE
              GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-QTD-CONTROLE
           MOVE WS-QTD-CONTROLE TO WS-IDX-CT
           MOVE JBC-PASSO TO WS-CT-PASSO(WS-IDX-CT)
           MOVE JBC-SITUACAO TO WS-CT-SITUACAO(WS-IDX-CT)
           MOVE ZEROS TO WS-CT-RC(WS-IDX-CT)
           MOVE ZEROS TO WS-CT-DATA-EXECUCAO(WS-IDX-CT)
           MOVE ZEROS TO WS-CT-HORA-INICIO(WS-IDX-CT)
           MOVE ZEROS TO WS-CT-HORA-FIM(WS-IDX-CT)
           IF JBC-RC NUMERIC
              MOVE JBC-RC TO WS-CT-RC(WS-IDX-CT)
           END-IF
           IF JBC-DATA-EXECUCAO NUMERIC
              MOVE JBC-DATA-EXECUCAO TO WS-CT-DATA-EXECUCAO(WS-IDX-CT)
           END-IF
           IF JBC-HORA-INICIO NUMERIC
              MOVE JBC-HORA-INICIO TO WS-CT-HORA-INICIO(WS-IDX-CT)
           END-IF
           IF JBC-HORA-FIM NUMERIC
              MOVE JBC-HORA-FIM TO WS-CT-HORA-FIM(WS-IDX-CT)
           END-IF
           IF JBC-DATA-CICLO NUMERIC
              MOVE JBC-DATA-CICLO TO WS-DATA-CICLO-ANTERIOR
           END-IF.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1300-DEFINE-CICLO  -  o ciclo anterior que nao terminou com
      *       todos os passos executados e retomado: os passos ja
      *       executados nele nao rodam de novo; os demais (falhou,
      *       nao executado, interrompido no meio) voltam a pendente.
      *       Ciclo anterior completo ou ausente: ciclo novo
      ******************************************************************
       1300-DEFINE-CICLO.
           MOVE "N" TO WS-SW-RETOMADA
           PERFORM 1310-CONFERE-CONTROLE THRU 1310-EXIT
              VARYING WS-IDX-CT FROM 1 BY 1
              UNTIL WS-IDX-CT > WS-QTD-CONTROLE
           IF WS-RETOMADA
              MOVE WS-DATA-CICLO-ANTERIOR TO WS-DATA-CICLO
              MOVE "R" TO JNL-MODO
              PERFORM 1320-APLICA-CONTROLE THRU 1320-EXIT
                 VARYING WS-IDX-CT FROM 1 BY 1
                 UNTIL WS-IDX-CT > WS-QTD-CONTROLE
              DISPLAY "DTEHRJOB - RETOMADA DO CICLO INICIADO EM "
                      WS-DATA-CICLO
           ELSE
              MOVE WS-DATA-SISTEMA-NUM TO WS-DATA-CICLO
              MOVE "N" TO JNL-MODO
              DISPLAY "DTEHRJOB - NOVO CICLO " WS-DATA-CICLO
           END-IF.
       1300-EXIT.
           EXIT.

       1310-CONFERE-CONTROLE.
           IF WS-CT-SITUACAO(WS-IDX-CT) NOT = "E"
              MOVE "S" TO WS-SW-RETOMADA
           END-IF.
       1310-EXIT.
           EXIT.

       1320-APLICA-CONTROLE.
           IF WS-CT-SITUACAO(WS-IDX-CT) NOT = "E"
              GO TO 1320-EXIT
           END-IF
           MOVE WS-CT-PASSO(WS-IDX-CT) TO WS-NOME-BUSCA
           PERFORM 1150-PROCURA-PASSO THRU 1150-EXIT
           IF NOT WS-ACHADO
              GO TO 1320-EXIT
           END-IF
           MOVE "E" TO WS-PS-SITUACAO(WS-IDX-ACHADO)
           MOVE "S" TO WS-PS-ANTERIOR(WS-IDX-ACHADO)
           MOVE WS-CT-RC(WS-IDX-CT) TO WS-PS-RC(WS-IDX-ACHADO)
           MOVE WS-CT-DATA-EXECUCAO(WS-IDX-CT)
              TO WS-PS-DATA-EXECUCAO(WS-IDX-ACHADO)
           MOVE WS-CT-HORA-INICIO(WS-IDX-CT)
              TO WS-PS-HORA-INICIO(WS-IDX-ACHADO)
           MOVE WS-CT-HORA-FIM(WS-IDX-CT)
              TO WS-PS-HORA-FIM(WS-IDX-ACHADO)
           MOVE WS-CT-DATA-EXECUCAO(WS-IDX-CT) TO WS-DATA-TRAB-NUM
           MOVE "EXECUTADO ANTES EM   /  /" TO
              WS-PS-OBSERVACAO(WS-IDX-ACHADO)
           MOVE WS-DIA-TRAB TO WS-PS-OBSERVACAO(WS-IDX-ACHADO)(20:2)
           MOVE WS-MES-TRAB TO WS-PS-OBSERVACAO(WS-IDX-ACHADO)(23:2)
           MOVE WS-ANO-TRAB TO WS-PS-OBSERVACAO(WS-IDX-ACHADO)(26:4).
       1320-EXIT.
           EXIT.

      ******************************************************************
      * 2000-EXECUTA-FLUXO  -  passos na ordem da escala
      ******************************************************************
       2000-EXECUTA-FLUXO.
           MOVE "N" TO WS-SW-FLUXO-PARADO
           PERFORM 2100-PROCESSA-PASSO THRU 2100-EXIT
              VARYING WS-IDX-PS FROM 1 BY 1
              UNTIL WS-IDX-PS > WS-QTD-PASSOS.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PROCESSA-PASSO  -  passo ja executado no ciclo nao roda
      *       de novo; com o fluxo parado, pre-requisito que nao
      *       rodou ou a intertrava do expurgo, o passo nao e
      *       executado
      ******************************************************************
       2100-PROCESSA-PASSO.
           IF WS-PS-EXECUTADO(WS-IDX-PS)
              GO TO 2100-EXIT
           END-IF
           IF WS-FLUXO-PARADO
              MOVE "N" TO WS-PS-SITUACAO(WS-IDX-PS)
              MOVE "FLUXO INTERROMPIDO"
                 TO WS-PS-OBSERVACAO(WS-IDX-PS)
              PERFORM 2900-GRAVA-CONTROLE THRU 2900-EXIT
              GO TO 2100-EXIT
           END-IF
           PERFORM 2200-CONFERE-PRE-REQUISITOS THRU 2200-EXIT
           IF NOT WS-PRE-REQ-OK
              MOVE "N" TO WS-PS-SITUACAO(WS-IDX-PS)
              PERFORM 2900-GRAVA-CONTROLE THRU 2900-EXIT
              DISPLAY "DTEHRJOB - PASSO " WS-PS-NOME(WS-IDX-PS)
                      " NAO EXECUTADO - "
                      WS-PS-OBSERVACAO(WS-IDX-PS)
              GO TO 2100-EXIT
           END-IF
           IF WS-PS-INTERTRAVA(WS-IDX-PS) = "A"
              PERFORM 2300-VERIFICA-EXPURGO-PENDENTE THRU 2300-EXIT
              IF WS-PS-NAO-EXECUTADO(WS-IDX-PS)
                 PERFORM 2900-GRAVA-CONTROLE THRU 2900-EXIT
                 DISPLAY "DTEHRJOB - PASSO " WS-PS-NOME(WS-IDX-PS)
                         " NAO EXECUTADO - "
                         WS-PS-OBSERVACAO(WS-IDX-PS)
                 GO TO 2100-EXIT
              END-IF
           END-IF
           PERFORM 2400-EXECUTA-PASSO THRU 2400-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CONFERE-PRE-REQUISITOS  -  todos os pre-requisitos do
      *       passo tem de estar executados (neste ciclo)
      ******************************************************************
       2200-CONFERE-PRE-REQUISITOS.
           MOVE "S" TO WS-SW-PRE-REQ-OK
           PERFORM 2210-CONFERE-UM-PRE-REQ THRU 2210-EXIT
              VARYING WS-IDX-PRE FROM 1 BY 1
              UNTIL WS-IDX-PRE > WS-MAX-PRE-REQ
                 OR NOT WS-PRE-REQ-OK.
       2200-EXIT.
           EXIT.

       2210-CONFERE-UM-PRE-REQ.
           MOVE WS-PS-PRE-IDX(WS-IDX-PS, WS-IDX-PRE) TO WS-IDX-BUSCA
           IF WS-IDX-BUSCA = 0
              GO TO 2210-EXIT
           END-IF
           IF NOT WS-PS-EXECUTADO(WS-IDX-BUSCA)
              MOVE "N" TO WS-SW-PRE-REQ-OK
              MOVE SPACES TO WS-PS-OBSERVACAO(WS-IDX-PS)
              IF WS-PS-FALHOU(WS-IDX-BUSCA)
                 MOVE "PRE-REQ FALHOU:"
                    TO WS-PS-OBSERVACAO(WS-IDX-PS)
                 MOVE WS-PS-NOME(WS-IDX-BUSCA)
                    TO WS-PS-OBSERVACAO(WS-IDX-PS)(17:8)
              ELSE
                 MOVE "PRE-REQ NAO RODOU:"
                    TO WS-PS-OBSERVACAO(WS-IDX-PS)
                 MOVE WS-PS-NOME(WS-IDX-BUSCA)
                    TO WS-PS-OBSERVACAO(WS-IDX-PS)(20:8)
              END-IF
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-VERIFICA-EXPURGO-PENDENTE  -  com o expurgo do log
      *       (DTEHRARC) parado nas fases 1 ou 2 o passo com a
      *       intertrava "A" nao pode rodar: gravaria no log que a
      *       retomada do expurgo vai regravar
      ******************************************************************
       2300-VERIFICA-EXPURGO-PENDENTE.
           OPEN INPUT DTEHR-APC-FILE
           IF WS-FS-APC NOT = "00"
              GO TO 2300-FECHA
           END-IF
           READ DTEHR-APC-FILE
              AT END
                 GO TO 2300-FECHA
           END-READ
           IF WS-FS-APC = "00"
              IF APC-FASE = "1" OR APC-FASE = "2"
                 MOVE "N" TO WS-PS-SITUACAO(WS-IDX-PS)
                 MOVE "EXPURGO DO LOG PENDENTE FASE "
                    TO WS-PS-OBSERVACAO(WS-IDX-PS)
                 MOVE APC-FASE TO WS-PS-OBSERVACAO(WS-IDX-PS)(30:1)
              END-IF
           END-IF.
       2300-FECHA.
           CLOSE DTEHR-APC-FILE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-EXECUTA-PASSO  -  o passo fica "em execucao" no controle
      *       enquanto roda (um abend do controlador nesse ponto faz a
      *       retomada repetir o passo); retorno a partir do limite
      *       de falha do passo: falhou; a partir do limite de parada:
      *       o fluxo para
      ******************************************************************
       2400-EXECUTA-PASSO.
           MOVE "X" TO WS-PS-SITUACAO(WS-IDX-PS)
           MOVE "N" TO WS-PS-ANTERIOR(WS-IDX-PS)
           MOVE SPACES TO WS-PS-OBSERVACAO(WS-IDX-PS)
           ACCEPT WS-PS-DATA-EXECUCAO(WS-IDX-PS) FROM DATE YYYYMMDD
           ACCEPT WS-PS-HORA-INICIO(WS-IDX-PS) FROM TIME
           MOVE ZEROS TO WS-PS-HORA-FIM(WS-IDX-PS)
           MOVE ZEROS TO WS-PS-RC(WS-IDX-PS)
           PERFORM 2900-GRAVA-CONTROLE THRU 2900-EXIT
           DISPLAY "DTEHRJOB - INICIANDO PASSO " WS-PS-NOME(WS-IDX-PS)
           MOVE WS-PS-COMANDO(WS-IDX-PS) TO WS-COMANDO
           CALL "SYSTEM" USING WS-COMANDO
           MOVE RETURN-CODE TO WS-STATUS-SISTEMA
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-PS-HORA-FIM(WS-IDX-PS) FROM TIME
           IF WS-STATUS-SISTEMA < 0
              MOVE WS-RC-ANORMAL TO WS-RC-PASSO
              MOVE "COMANDO NAO EXECUTADO"
                 TO WS-PS-OBSERVACAO(WS-IDX-PS)
           ELSE
              DIVIDE WS-STATUS-SISTEMA BY 256
                 GIVING WS-RC-PASSO REMAINDER WS-RESTO-STATUS
              IF WS-RESTO-STATUS NOT = 0
                 MOVE WS-RC-ANORMAL TO WS-RC-PASSO
                 MOVE "TERMINO ANORMAL"
                    TO WS-PS-OBSERVACAO(WS-IDX-PS)
              END-IF
           END-IF
           MOVE WS-RC-PASSO TO WS-PS-RC(WS-IDX-PS)
           IF WS-RC-PASSO < WS-PS-RC-FALHA(WS-IDX-PS)
              MOVE "E" TO WS-PS-SITUACAO(WS-IDX-PS)
           ELSE
              MOVE "F" TO WS-PS-SITUACAO(WS-IDX-PS)
              IF WS-PS-OBSERVACAO(WS-IDX-PS) = SPACES
                 MOVE "RETORNO ATINGIU O LIMITE"
                    TO WS-PS-OBSERVACAO(WS-IDX-PS)
                 MOVE WS-PS-RC-FALHA(WS-IDX-PS)
                    TO WS-PS-OBSERVACAO(WS-IDX-PS)(26:4)
              END-IF
           END-IF
           IF WS-RC-PASSO >= WS-PS-RC-PARADA(WS-IDX-PS)
              MOVE "S" TO WS-SW-FLUXO-PARADO
              DISPLAY "DTEHRJOB - PASSO " WS-PS-NOME(WS-IDX-PS)
                      " TERMINOU COM RETORNO " WS-RC-PASSO
                      " - FLUXO INTERROMPIDO"
           ELSE
              DISPLAY "DTEHRJOB - PASSO " WS-PS-NOME(WS-IDX-PS)
                      " TERMINOU COM RETORNO " WS-RC-PASSO
           END-IF
           PERFORM 2900-GRAVA-CONTROLE THRU 2900-EXIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2900-GRAVA-CONTROLE  -  regrava DTEHRJBC com a situacao atual
      *       de todos os passos do ciclo
      ******************************************************************
       2900-GRAVA-CONTROLE.
           OPEN OUTPUT DTEHR-JBC-FILE
           IF WS-FS-JBC NOT = "00" AND WS-FS-JBC NOT = "05"
              DISPLAY "DTEHRJOB - AVISO: FALHA AO GRAVAR O CONTROLE "
                      "DO FLUXO (DTEHRJBC) - STATUS " WS-FS-JBC
              GO TO 2900-EXIT
           END-IF
           PERFORM 2910-GRAVA-PASSO THRU 2910-EXIT
              VARYING WS-IDX-BUSCA FROM 1 BY 1
              UNTIL WS-IDX-BUSCA > WS-QTD-PASSOS
           CLOSE DTEHR-JBC-FILE.
       2900-EXIT.
           EXIT.

       2910-GRAVA-PASSO.
           MOVE WS-PS-NOME(WS-IDX-BUSCA) TO JBC-PASSO
           MOVE WS-PS-SITUACAO(WS-IDX-BUSCA) TO JBC-SITUACAO
           MOVE WS-PS-RC(WS-IDX-BUSCA) TO JBC-RC
           MOVE WS-DATA-CICLO TO JBC-DATA-CICLO
           MOVE WS-PS-DATA-EXECUCAO(WS-IDX-BUSCA) TO JBC-DATA-EXECUCAO
           MOVE WS-PS-HORA-INICIO(WS-IDX-BUSCA) TO JBC-HORA-INICIO
           MOVE WS-PS-HORA-FIM(WS-IDX-BUSCA) TO JBC-HORA-FIM
           WRITE DTEHR-JBC-REC.
       2910-EXIT.
           EXIT.

      ******************************************************************
      * 3000-IMPRIME-SITUACAO  -  uma linha por passo (executado,
      *       falhou ou nao executado) e os totais
      ******************************************************************
       3000-IMPRIME-SITUACAO.
           MOVE WS-DATA-CICLO TO WS-DATA-TRAB-NUM
           MOVE WS-DIA-TRAB TO LIN-CIC-DIA
           MOVE WS-MES-TRAB TO LIN-CIC-MES
           MOVE WS-ANO-TRAB TO LIN-CIC-ANO
           IF WS-RETOMADA
              MOVE "RETOMADA" TO LIN-CIC-TIPO
           ELSE
              MOVE "CICLO NOVO" TO LIN-CIC-TIPO
           END-IF
           MOVE WS-LIN-CICLO TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-LIN-COLUNAS TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           PERFORM 3100-IMPRIME-PASSO THRU 3100-EXIT
              VARYING WS-IDX-PS FROM 1 BY 1
              UNTIL WS-IDX-PS > WS-QTD-PASSOS
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "PASSOS NA ESCALA..................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-PASSOS TO LIN-CONTA-QTD
           PERFORM 3200-IMPRIME-CONTA THRU 3200-EXIT
           MOVE "EXECUTADOS NESTA EXECUCAO.........:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-EXECUTADOS TO LIN-CONTA-QTD
           PERFORM 3200-IMPRIME-CONTA THRU 3200-EXIT
           MOVE "EXECUTADOS ANTES (RETOMADA).......:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-ANTERIORES TO LIN-CONTA-QTD
           PERFORM 3200-IMPRIME-CONTA THRU 3200-EXIT
           MOVE "FALHARAM..........................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-FALHOS TO LIN-CONTA-QTD
           PERFORM 3200-IMPRIME-CONTA THRU 3200-EXIT
           MOVE "NAO EXECUTADOS....................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-NAO-EXECUTADOS TO LIN-CONTA-QTD
           PERFORM 3200-IMPRIME-CONTA THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

       3100-IMPRIME-PASSO.
           MOVE WS-PS-NOME(WS-IDX-PS) TO LIN-PS-NOME
           MOVE SPACES TO LIN-PS-RC
           MOVE SPACES TO LIN-PS-HORA-INICIO
           MOVE SPACES TO LIN-PS-HORA-FIM
           EVALUATE TRUE
              WHEN WS-PS-EXECUTADO(WS-IDX-PS)
                 MOVE "EXECUTADO" TO LIN-PS-SITUACAO
                 IF WS-PS-ANTERIOR(WS-IDX-PS) = "S"
                    ADD 1 TO WS-QTD-ANTERIORES
                 ELSE
                    ADD 1 TO WS-QTD-EXECUTADOS
                 END-IF
              WHEN WS-PS-FALHOU(WS-IDX-PS)
                 MOVE "FALHOU" TO LIN-PS-SITUACAO
                 ADD 1 TO WS-QTD-FALHOS
              WHEN OTHER
                 MOVE "NAO EXECUTADO" TO LIN-PS-SITUACAO
                 ADD 1 TO WS-QTD-NAO-EXECUTADOS
           END-EVALUATE
           IF WS-PS-EXECUTADO(WS-IDX-PS) OR WS-PS-FALHOU(WS-IDX-PS)
              MOVE WS-PS-RC(WS-IDX-PS) TO WS-RC-EDITADO
              MOVE WS-RC-EDITADO TO LIN-PS-RC
              MOVE WS-PS-HORA-INICIO(WS-IDX-PS) TO WS-HORA-TRAB-NUM
              PERFORM 3110-EDITA-HORA THRU 3110-EXIT
              MOVE WS-HORA-EDITADA TO LIN-PS-HORA-INICIO
              MOVE WS-PS-HORA-FIM(WS-IDX-PS) TO WS-HORA-TRAB-NUM
              PERFORM 3110-EDITA-HORA THRU 3110-EXIT
              MOVE WS-HORA-EDITADA TO LIN-PS-HORA-FIM
           END-IF
           MOVE WS-PS-OBSERVACAO(WS-IDX-PS) TO LIN-PS-OBSERVACAO
           MOVE WS-LIN-PASSO TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3100-EXIT.
           EXIT.

       3110-EDITA-HORA.
           MOVE WS-HH-TRAB TO HED-HH
           MOVE WS-MM-TRAB TO HED-MM
           MOVE WS-SS-TRAB TO HED-SS.
       3110-EXIT.
           EXIT.

       3200-IMPRIME-CONTA.
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 8000-IMPRIME-LINHA  -  imprime WS-LINHA-IMPRESSAO controlando
      *       a paginacao e o cabecalho
      ******************************************************************
       8000-IMPRIME-LINHA.
           IF WS-LIN-PAG >= WS-MAX-LIN
              PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF
           WRITE DTEHR-JBR-REC FROM WS-LINHA-IMPRESSAO
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
              WRITE DTEHR-JBR-REC FROM WS-CAB-1
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE DTEHR-JBR-REC FROM WS-CAB-1
                 AFTER ADVANCING PAGE
           END-IF
           WRITE DTEHR-JBR-REC FROM WS-CAB-2
              AFTER ADVANCING 1 LINE
           WRITE DTEHR-JBR-REC FROM WS-CAB-3
              AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LIN-PAG.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZA  -  codigo de retorno do fluxo e registro no
      *       diario
      ******************************************************************
       9000-FINALIZA.
           CLOSE DTEHR-JBR-FILE
           IF WS-QTD-FALHOS > 0 OR WS-QTD-NAO-EXECUTADOS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY "DTEHRJOB - FLUXO: " WS-QTD-EXECUTADOS
                   " EXECUTADOS, " WS-QTD-ANTERIORES " JA EXECUTADOS, "
                   WS-QTD-FALHOS " FALHARAM, " WS-QTD-NAO-EXECUTADOS
                   " NAO EXECUTADOS"
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9900-JORNAL-FIM  -  registro da execucao no diario
      *       compartilhado: passos na escala, executados (inclusive
      *       na execucao anterior do ciclo), falhos ou nao
      *       executados, e no checkpoint o primeiro passo que ficou
      *       para a retomada. O controlador grava so o registro de
      *       fim: o resumo DTEHRJRP roda dentro do fluxo e apontaria
      *       o registro de inicio como execucao abortada
      ******************************************************************
       9900-JORNAL-FIM.
           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           MOVE WS-QTD-PASSOS TO JNL-QTD-LIDOS
           COMPUTE JNL-QTD-ACEITOS = WS-QTD-EXECUTADOS
                                   + WS-QTD-ANTERIORES
           COMPUTE JNL-QTD-REJEITADOS = WS-QTD-FALHOS
                                      + WS-QTD-NAO-EXECUTADOS
           MOVE ZEROS TO JNL-SEQ-CHECKPOINT
           PERFORM 9910-PRIMEIRO-PENDENTE THRU 9910-EXIT
              VARYING WS-IDX-PS FROM 1 BY 1
              UNTIL WS-IDX-PS > WS-QTD-PASSOS
                 OR JNL-SEQ-CHECKPOINT > 0
           MOVE RETURN-CODE TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       9900-EXIT.
           EXIT.

       9910-PRIMEIRO-PENDENTE.
           IF NOT WS-PS-EXECUTADO(WS-IDX-PS)
              MOVE WS-IDX-PS TO JNL-SEQ-CHECKPOINT
           END-IF.
       9910-EXIT.
           EXIT.

       END PROGRAM DTEHRJOB.
