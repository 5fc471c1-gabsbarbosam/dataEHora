      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: RELATORIO DIARIO DE VIOLACOES DE SEGURANCA A PARTIR
      *          DO ARQUIVO DTEHRSEG (GRAVADO PELO DTEHRAUT): FALHAS
      *          DE PIN, BLOQUEIOS, TENTATIVAS DE ACESSO COM O
      *          OPERADOR BLOQUEADO OU SEM PIN DEFINIDO (CONTADAS
      *          JUNTAS NO TOTAL "ACESSO BLOQ") E REDEFINICOES DE PIN
      *          DA DATA DE REFERENCIA, CLASSIFICADOS POR OPERADOR,
      *          TERMINAL E HORA, COM TOTAIS POR TIPO DE EVENTO NO
      *          TERMINAL, NO OPERADOR E NO GERAL, PARA O
      *          ACOMPANHAMENTO DA AREA DE SEGURANCA. A DATA VEM DE
      *          DTEHRSGP OU, NA AUSENCIA, E A DATA DO SISTEMA.
      *          RELATORIO EM DTEHRSGL;
      *          CODIGO DE RETORNO 4 QUANDO HOUVER BLOQUEIO OU
      *          TENTATIVA DE ACESSO COM OPERADOR BLOQUEADO OU SEM PIN.
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRSGR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-SGP-FILE
               ASSIGN TO "DTEHRSGP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SGP.

           SELECT OPTIONAL DTEHR-SEG-FILE
               ASSIGN TO "DTEHRSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEG.

           SELECT DTEHR-SGL-FILE
               ASSIGN TO "DTEHRSGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SGL.

           SELECT CLASSIFICA-FILE
               ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-SGP-FILE.
       01  DTEHR-SGP-REC.
           05  SGP-DATA-REFERENCIA       PIC 9(08).
           05  FILLER                    PIC X(12).

       FD  DTEHR-SEG-FILE.
       01  DTEHR-SEG-REC.
           COPY DTEHRSEG.

       FD  DTEHR-SGL-FILE.
       01  DTEHR-SGL-REC                 PIC X(80).

       SD  CLASSIFICA-FILE.
       01  CLASS-REG.
           05  CLASS-OPERADOR            PIC X(08).
           05  CLASS-TERMINAL            PIC X(08).
           05  CLASS-HORA                PIC 9(08).
           05  CLASS-EVENTO              PIC X(01).
           05  CLASS-PROGRAMA            PIC X(08).
           05  CLASS-USUARIO             PIC X(08).
           05  CLASS-QTD-FALHAS          PIC 9(02).

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-SGP               PIC X(02) VALUE "00".
       77  WS-FS-SEG               PIC X(02) VALUE "00".
       77  WS-FS-SGL               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-EOF-SEG           PIC X(01) VALUE "N".
           88  WS-EOF-SEG             VALUE "S".

       77  WS-SW-FIM-SORT          PIC X(01) VALUE "N".
           88  WS-FIM-SORT            VALUE "S".

       77  WS-SW-PRIMEIRO          PIC X(01) VALUE "S".
           88  WS-PRIMEIRO-REG        VALUE "S".

      * ----------------------------------------------------------
      * Data de referencia (DTEHRSGP ou data do sistema)
      * ----------------------------------------------------------
       01  WS-DATA-REF-GRP.
           05  WS-ANO-REF           PIC 9(04).
           05  WS-MES-REF           PIC 9(02).
           05  WS-DIA-REF           PIC 9(02).
       01  WS-DATA-REFERENCIA REDEFINES WS-DATA-REF-GRP
                                     PIC 9(08).

      * ----------------------------------------------------------
      * Contadores e quebras de controle; os totais por evento
      * seguem a ordem 1=F (falha de PIN), 2=B (bloqueio),
      * 3=T (acesso com operador bloqueado), 4=R (redefinicao)
      * ----------------------------------------------------------
       77  WS-QTD-LIDOS            PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-SELECIONADOS     PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-OPERADORES       PIC 9(04) VALUE ZERO COMP.

       77  WS-OPER-ANTERIOR        PIC X(08) VALUE SPACES.
       77  WS-TERM-ANTERIOR        PIC X(08) VALUE SPACES.

       01  WS-TOTAIS-TERMINAL.
           05  WS-TOT-TERM          PIC 9(07) COMP OCCURS 4 TIMES.
       01  WS-TOTAIS-OPERADOR.
           05  WS-TOT-OPER          PIC 9(07) COMP OCCURS 4 TIMES.
       01  WS-TOTAIS-GERAL.
           05  WS-TOT-GERAL         PIC 9(07) COMP OCCURS 4 TIMES.
       77  WS-IDX-EVT              PIC 9(01) VALUE ZERO COMP.

       01  WS-HORA-EVENTO-GRP.
           05  WS-HH-EVENTO         PIC 9(02).
           05  WS-MM-EVENTO         PIC 9(02).
           05  WS-SS-EVENTO         PIC 9(02).
           05  WS-CC-EVENTO         PIC 9(02).
       01  WS-HORA-EVENTO-NUM REDEFINES WS-HORA-EVENTO-GRP
                                     PIC 9(08).

      * ----------------------------------------------------------
      * Data do sistema e controle de paginacao
      * ----------------------------------------------------------
       01  WS-DATA-SISTEMA-GRP.
           05  WS-ANO-SISTEMA       PIC 9(04).
           05  WS-MES-SISTEMA       PIC 9(02).
           05  WS-DIA-SISTEMA       PIC 9(02).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA-GRP
                                     PIC 9(08).

       77  WS-LIN-PAG              PIC 9(02) VALUE 99 COMP.
       77  WS-MAX-LIN              PIC 9(02) VALUE 56 COMP.
       77  WS-NUM-PAGINA           PIC 9(03) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Linhas de impressao
      * ----------------------------------------------------------
       77  WS-LINHA-IMPRESSAO      PIC X(80) VALUE SPACES.

       01  WS-CAB-1.
           05  FILLER               PIC X(52) VALUE
               "DTEHRSGR - VIOLACOES DE SEGURANCA POR OPERADOR E TER".
           05  FILLER               PIC X(06) VALUE "MINAL".

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
           05  FILLER               PIC X(60) VALUE ALL "-".

       01  WS-LIN-REF.
           05  FILLER               PIC X(20) VALUE
               "DATA DE REFERENCIA: ".
           05  LIN-REF-DIA          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-REF-MES          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-REF-ANO          PIC 9(04).

       01  WS-LIN-OPER.
           05  FILLER               PIC X(10) VALUE "OPERADOR: ".
           05  LIN-OPER-CODIGO      PIC X(08).

       01  WS-LIN-TERM.
           05  FILLER               PIC X(12) VALUE "  TERMINAL: ".
           05  LIN-TERM-CODIGO      PIC X(14).

       01  WS-LIN-DET.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  LIN-DET-HH           PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  LIN-DET-MM           PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  LIN-DET-SS           PIC 9(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-DET-EVENTO       PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-PROGRAMA     PIC X(08).
           05  FILLER               PIC X(05) VALUE " POR ".
           05  LIN-DET-USUARIO      PIC X(08).
           05  FILLER               PIC X(09) VALUE " FALHAS: ".
           05  LIN-DET-FALHAS       PIC Z9.

       01  WS-LIN-TOT.
           05  LIN-TOT-ROTULO       PIC X(26).
           05  FILLER               PIC X(08) VALUE " FALHAS:".
           05  LIN-TOT-FALHAS       PIC Z(04)9.
           05  FILLER               PIC X(06) VALUE " BLOQ:".
           05  LIN-TOT-BLOQUEIOS    PIC Z(04)9.
           05  FILLER               PIC X(13) VALUE " ACESSO BLOQ:".
           05  LIN-TOT-ACESSOS      PIC Z(04)9.
           05  FILLER               PIC X(07) VALUE " REDEF:".
           05  LIN-TOT-REDEF        PIC Z(04)9.

       01  WS-LIN-ROTULO-TERM.
           05  FILLER               PIC X(17) VALUE
               "  TOTAL TERMINAL ".
           05  LIN-ROT-TERMINAL     PIC X(08).

       01  WS-LIN-ROTULO-OPER.
           05  FILLER               PIC X(15) VALUE
               "TOTAL OPERADOR ".
           05  LIN-ROT-OPERADOR     PIC X(08).

       01  WS-LIN-OPERS.
           05  FILLER               PIC X(25) VALUE
               "OPERADORES COM EVENTOS:  ".
           05  LIN-OPERS-QTD        PIC Z(03)9.

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
           SORT CLASSIFICA-FILE
                ASCENDING KEY CLASS-OPERADOR
                              CLASS-TERMINAL
                              CLASS-HORA
                INPUT PROCEDURE IS 2000-SELECIONA THRU 2000-EXIT
                OUTPUT PROCEDURE IS 3000-RELATORIO THRU 3000-EXIT
           IF RETURN-CODE = 0
              IF WS-TOT-GERAL(2) > 0 OR WS-TOT-GERAL(3) > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY "DTEHRSGR - RELATORIO GERADO COM "
                   WS-QTD-SELECIONADOS " EVENTOS DE SEGURANCA"
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  data de referencia (DTEHRSGP ou data do
      *       sistema) e totais zerados
      ******************************************************************
       1000-INICIALIZA.
           ACCEPT WS-DATA-SISTEMA-GRP FROM DATE YYYYMMDD
           MOVE WS-DATA-SISTEMA-NUM TO WS-DATA-REFERENCIA
           OPEN INPUT DTEHR-SGP-FILE
           IF WS-FS-SGP = "00"
              READ DTEHR-SGP-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-SGP = "00"
                 IF SGP-DATA-REFERENCIA NUMERIC
                    AND SGP-DATA-REFERENCIA > 0
                    MOVE SGP-DATA-REFERENCIA TO WS-DATA-REFERENCIA
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-SGP-FILE
           PERFORM 1100-ZERA-EVENTO THRU 1100-EXIT
              VARYING WS-IDX-EVT FROM 1 BY 1
              UNTIL WS-IDX-EVT > 4
           PERFORM 1900-JORNAL-INICIO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

       1100-ZERA-EVENTO.
           MOVE ZERO TO WS-TOT-TERM(WS-IDX-EVT)
           MOVE ZERO TO WS-TOT-OPER(WS-IDX-EVT)
           MOVE ZERO TO WS-TOT-GERAL(WS-IDX-EVT).
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1900-JORNAL-INICIO  -  registra o inicio da execucao no
      *       diario compartilhado DTEHRJRN (via DTEHRJNL)
      ******************************************************************
       1900-JORNAL-INICIO.
           MOVE SPACES TO DTEHR-JNL-AREA
           MOVE "I" TO JNL-TIPO-REG
           MOVE "DTEHRSGR" TO JNL-PROGRAMA
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
      * 9900-JORNAL-FIM  -  registra o fim da execucao no diario
      *       compartilhado com os eventos lidos e selecionados
      ******************************************************************
       9900-JORNAL-FIM.
           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           MOVE WS-QTD-LIDOS TO JNL-QTD-LIDOS
           MOVE WS-QTD-SELECIONADOS TO JNL-QTD-ACEITOS
           MOVE ZEROS TO JNL-QTD-REJEITADOS
           MOVE RETURN-CODE TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       9900-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECIONA  -  le o arquivo de violacoes e libera para a
      *       classificacao somente os eventos da data de referencia
      ******************************************************************
       2000-SELECIONA.
           MOVE "N" TO WS-SW-EOF-SEG
           OPEN INPUT DTEHR-SEG-FILE
           IF WS-FS-SEG NOT = "00"
              DISPLAY "DTEHRSGR - ARQUIVO DE VIOLACOES (DTEHRSEG) "
                      "NAO DISPONIVEL - STATUS " WS-FS-SEG
              MOVE "S" TO WS-SW-EOF-SEG
           END-IF
           PERFORM 2100-LE-VIOLACAO THRU 2100-EXIT
              UNTIL WS-EOF-SEG
           CLOSE DTEHR-SEG-FILE.
       2000-EXIT.
           EXIT.

       2100-LE-VIOLACAO.
           READ DTEHR-SEG-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-SEG
              NOT AT END
                 ADD 1 TO WS-QTD-LIDOS
                 IF SEG-DATA = WS-DATA-REFERENCIA
                    ADD 1 TO WS-QTD-SELECIONADOS
                    MOVE SEG-OPERADOR TO CLASS-OPERADOR
                    MOVE SEG-TERMINAL TO CLASS-TERMINAL
                    MOVE SEG-HORA TO CLASS-HORA
                    MOVE SEG-EVENTO TO CLASS-EVENTO
                    MOVE SEG-PROGRAMA TO CLASS-PROGRAMA
                    MOVE SEG-USUARIO TO CLASS-USUARIO
                    MOVE SEG-QTD-FALHAS TO CLASS-QTD-FALHAS
                    RELEASE CLASS-REG
                 END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RELATORIO  -  recebe os eventos classificados por
      *       operador / terminal / hora e imprime com quebras de
      *       controle e totais por tipo de evento
      ******************************************************************
       3000-RELATORIO.
           OPEN OUTPUT DTEHR-SGL-FILE
           IF WS-FS-SGL NOT = "00"
              DISPLAY "DTEHRSGR - FALHA AO ABRIR RELATORIO "
                      "(DTEHRSGL) - STATUS " WS-FS-SGL
              MOVE 16 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF
           MOVE WS-DIA-REF TO LIN-REF-DIA
           MOVE WS-MES-REF TO LIN-REF-MES
           MOVE WS-ANO-REF TO LIN-REF-ANO
           MOVE WS-LIN-REF TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
           MOVE "N" TO WS-SW-FIM-SORT
           MOVE "S" TO WS-SW-PRIMEIRO
           PERFORM 3100-RECEBE-CLASSIFICADO THRU 3100-EXIT
              UNTIL WS-FIM-SORT
           IF WS-QTD-SELECIONADOS > 0
              PERFORM 3300-QUEBRA-TERMINAL THRU 3300-EXIT
              PERFORM 3400-QUEBRA-OPERADOR THRU 3400-EXIT
           ELSE
              MOVE SPACES TO WS-LINHA-IMPRESSAO
              PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
              MOVE "NENHUMA VIOLACAO DE SEGURANCA NA DATA"
                 TO WS-LINHA-IMPRESSAO
              PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
           MOVE "TOTAL GERAL" TO LIN-TOT-ROTULO
           MOVE WS-TOT-GERAL(1) TO LIN-TOT-FALHAS
           MOVE WS-TOT-GERAL(2) TO LIN-TOT-BLOQUEIOS
           MOVE WS-TOT-GERAL(3) TO LIN-TOT-ACESSOS
           MOVE WS-TOT-GERAL(4) TO LIN-TOT-REDEF
           MOVE WS-LIN-TOT TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
           MOVE WS-QTD-OPERADORES TO LIN-OPERS-QTD
           MOVE WS-LIN-OPERS TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
           CLOSE DTEHR-SGL-FILE.
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

       3200-ACUMULA.
           IF WS-PRIMEIRO-REG
              MOVE "N" TO WS-SW-PRIMEIRO
              PERFORM 3250-INICIA-OPERADOR THRU 3250-EXIT
              PERFORM 3260-INICIA-TERMINAL THRU 3260-EXIT
           ELSE
              IF CLASS-OPERADOR NOT = WS-OPER-ANTERIOR
                 PERFORM 3300-QUEBRA-TERMINAL THRU 3300-EXIT
                 PERFORM 3400-QUEBRA-OPERADOR THRU 3400-EXIT
                 PERFORM 3250-INICIA-OPERADOR THRU 3250-EXIT
                 PERFORM 3260-INICIA-TERMINAL THRU 3260-EXIT
              ELSE
                 IF CLASS-TERMINAL NOT = WS-TERM-ANTERIOR
                    PERFORM 3300-QUEBRA-TERMINAL THRU 3300-EXIT
                    PERFORM 3260-INICIA-TERMINAL THRU 3260-EXIT
                 END-IF
              END-IF
           END-IF
           PERFORM 3500-IMPRIME-EVENTO THRU 3500-EXIT
           IF WS-IDX-EVT > 0
              ADD 1 TO WS-TOT-TERM(WS-IDX-EVT)
              ADD 1 TO WS-TOT-OPER(WS-IDX-EVT)
              ADD 1 TO WS-TOT-GERAL(WS-IDX-EVT)
           END-IF.
       3200-EXIT.
           EXIT.

       3250-INICIA-OPERADOR.
           MOVE CLASS-OPERADOR TO WS-OPER-ANTERIOR
           MOVE ZERO TO WS-TOT-OPER(1)
           MOVE ZERO TO WS-TOT-OPER(2)
           MOVE ZERO TO WS-TOT-OPER(3)
           MOVE ZERO TO WS-TOT-OPER(4)
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
           MOVE CLASS-OPERADOR TO LIN-OPER-CODIGO
           MOVE WS-LIN-OPER TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT.
       3250-EXIT.
           EXIT.

       3260-INICIA-TERMINAL.
           MOVE CLASS-TERMINAL TO WS-TERM-ANTERIOR
           MOVE ZERO TO WS-TOT-TERM(1)
           MOVE ZERO TO WS-TOT-TERM(2)
           MOVE ZERO TO WS-TOT-TERM(3)
           MOVE ZERO TO WS-TOT-TERM(4)
           IF CLASS-TERMINAL = SPACES
              MOVE "(SEM TERMINAL)" TO LIN-TERM-CODIGO
           ELSE
              MOVE CLASS-TERMINAL TO LIN-TERM-CODIGO
           END-IF
           MOVE WS-LIN-TERM TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT.
       3260-EXIT.
           EXIT.

       3300-QUEBRA-TERMINAL.
           MOVE WS-TERM-ANTERIOR TO LIN-ROT-TERMINAL
           MOVE WS-LIN-ROTULO-TERM TO LIN-TOT-ROTULO
           MOVE WS-TOT-TERM(1) TO LIN-TOT-FALHAS
           MOVE WS-TOT-TERM(2) TO LIN-TOT-BLOQUEIOS
           MOVE WS-TOT-TERM(3) TO LIN-TOT-ACESSOS
           MOVE WS-TOT-TERM(4) TO LIN-TOT-REDEF
           MOVE WS-LIN-TOT TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT.
       3300-EXIT.
           EXIT.

       3400-QUEBRA-OPERADOR.
           MOVE WS-OPER-ANTERIOR TO LIN-ROT-OPERADOR
           MOVE WS-LIN-ROTULO-OPER TO LIN-TOT-ROTULO
           MOVE WS-TOT-OPER(1) TO LIN-TOT-FALHAS
           MOVE WS-TOT-OPER(2) TO LIN-TOT-BLOQUEIOS
           MOVE WS-TOT-OPER(3) TO LIN-TOT-ACESSOS
           MOVE WS-TOT-OPER(4) TO LIN-TOT-REDEF
           MOVE WS-LIN-TOT TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT
           ADD 1 TO WS-QTD-OPERADORES.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-IMPRIME-EVENTO  -  linha de detalhe do evento e o indice
      *       do tipo de evento para os totais (zero = desconhecido)
      ******************************************************************
       3500-IMPRIME-EVENTO.
           MOVE CLASS-HORA TO WS-HORA-EVENTO-NUM
           MOVE WS-HH-EVENTO TO LIN-DET-HH
           MOVE WS-MM-EVENTO TO LIN-DET-MM
           MOVE WS-SS-EVENTO TO LIN-DET-SS
           EVALUATE CLASS-EVENTO
              WHEN "F"
                 MOVE 1 TO WS-IDX-EVT
                 MOVE "FALHA DE PIN" TO LIN-DET-EVENTO
              WHEN "B"
                 MOVE 2 TO WS-IDX-EVT
                 MOVE "BLOQUEIO DO OPERADOR" TO LIN-DET-EVENTO
              WHEN "T"
                 MOVE 3 TO WS-IDX-EVT
                 MOVE "ACESSO C/ OPER BLOQUEADO" TO LIN-DET-EVENTO
              WHEN "R"
                 MOVE 4 TO WS-IDX-EVT
                 MOVE "REDEFINICAO DE PIN" TO LIN-DET-EVENTO
              WHEN "S"
                 MOVE 3 TO WS-IDX-EVT
                 MOVE "ACESSO C/ OPER SEM PIN" TO LIN-DET-EVENTO
              WHEN OTHER
                 MOVE 0 TO WS-IDX-EVT
                 MOVE "EVENTO DESCONHECIDO" TO LIN-DET-EVENTO
           END-EVALUATE
           MOVE CLASS-PROGRAMA TO LIN-DET-PROGRAMA
           MOVE CLASS-USUARIO TO LIN-DET-USUARIO
           IF CLASS-QTD-FALHAS NUMERIC
              MOVE CLASS-QTD-FALHAS TO LIN-DET-FALHAS
           ELSE
              MOVE ZERO TO LIN-DET-FALHAS
           END-IF
           MOVE WS-LIN-DET TO WS-LINHA-IMPRESSAO
           PERFORM 3900-IMPRIME-LINHA THRU 3900-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3900-IMPRIME-LINHA  -  imprime WS-LINHA-IMPRESSAO controlando
      *       a paginacao e o cabecalho
      ******************************************************************
       3900-IMPRIME-LINHA.
           IF WS-LIN-PAG >= WS-MAX-LIN
              PERFORM 3950-CABECALHO-PAGINA THRU 3950-EXIT
           END-IF
           WRITE DTEHR-SGL-REC FROM WS-LINHA-IMPRESSAO
              AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LIN-PAG.
       3900-EXIT.
           EXIT.

       3950-CABECALHO-PAGINA.
           ADD 1 TO WS-NUM-PAGINA
           MOVE WS-DIA-SISTEMA TO CAB2-DIA
           MOVE WS-MES-SISTEMA TO CAB2-MES
           MOVE WS-ANO-SISTEMA TO CAB2-ANO
           MOVE WS-NUM-PAGINA TO CAB2-PAGINA
           IF WS-NUM-PAGINA = 1
              WRITE DTEHR-SGL-REC FROM WS-CAB-1
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE DTEHR-SGL-REC FROM WS-CAB-1
                 AFTER ADVANCING PAGE
           END-IF
           WRITE DTEHR-SGL-REC FROM WS-CAB-2
              AFTER ADVANCING 1 LINE
           WRITE DTEHR-SGL-REC FROM WS-CAB-3
              AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LIN-PAG.
       3950-EXIT.
           EXIT.

       END PROGRAM DTEHRSGR.
