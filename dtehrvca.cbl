      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: VERIFICADOR INDEPENDENTE DA CADEIA DE AUDITORIA.
      *          PERCORRE O ARQUIVO MORTO (DTEHRLGA) E EM SEGUIDA O LOG
      *          VIVO (DTEHRLOG) DE PONTA A PONTA COMO UMA SO CADEIA,
      *          RECALCULANDO PELO SUBPROGRAMA DTEHRCHN O VALOR DE
      *          CONTROLE DE CADA REGISTRO A PARTIR DO VALOR DO
      *          REGISTRO ANTERIOR, E APONTA NO RELATORIO DTEHRVCR:
      *          LACUNA NA SEQUENCIA DE AUDITORIA (REGISTRO EXCLUIDO),
      *          SEQUENCIA FORA DE ORDEM OU REPETIDA, ELO ROMPIDO COM
      *          O REGISTRO ANTERIOR, REGISTRO ALTERADO, REGISTRO SEM
      *          ENCADEAMENTO NO MEIO DA CADEIA (INCLUIDO A MAO) E
      *          REGISTROS EXCLUIDOS DO FIM DA CADEIA (CONFRONTO COM O
      *          CONTROLE DTEHRLGC). REGISTROS ANTERIORES AO INICIO DO
      *          ENCADEAMENTO SAO APENAS CONTADOS. CODIGO DE RETORNO 8
      *          COM QUALQUER VIOLACAO, 4 SO COM AVISOS (CONTROLE
      *          AUSENTE OU DEFASADO) E 0 COM A CADEIA INTEGRA; O
      *          RESULTADO VAI PARA O DIARIO DTEHRJRN (RESUMO DTEHRJRP).
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRVCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-LGA-FILE
               ASSIGN TO "DTEHRLGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGA.

           SELECT OPTIONAL DTEHR-LOG-FILE
               ASSIGN TO "DTEHRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT OPTIONAL DTEHR-LGC-FILE
               ASSIGN TO "DTEHRLGC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGC.

           SELECT DTEHR-VCR-FILE
               ASSIGN TO "DTEHRVCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VCR.

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-LGA-FILE.
       01  DTEHR-LGA-REC.
           COPY DTEHRLOG REPLACING LEADING ==LOG== BY ==LGA==.

       FD  DTEHR-LOG-FILE.
       01  DTEHR-LOG-REC.
           COPY DTEHRLOG.

       FD  DTEHR-LGC-FILE.
       01  DTEHR-LGC-REC.
           COPY DTEHRLGC.

       FD  DTEHR-VCR-FILE.
       01  DTEHR-VCR-REC                 PIC X(80).

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-LGA               PIC X(02) VALUE "00".
       77  WS-FS-LOG               PIC X(02) VALUE "00".
       77  WS-FS-LGC               PIC X(02) VALUE "00".
       77  WS-FS-VCR               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-EOF               PIC X(01) VALUE "N".
           88  WS-EOF                 VALUE "S".

       77  WS-SW-CADEIA            PIC X(01) VALUE "N".
           88  WS-CADEIA-INICIADA     VALUE "S".

       77  WS-SW-CONTROLE          PIC X(01) VALUE "N".
           88  WS-CONTROLE-LIDO       VALUE "S".

       77  WS-SW-DESVIO            PIC X(01) VALUE "N".
           88  WS-DESVIO-SEQUENCIA    VALUE "S".

      * ----------------------------------------------------------
      * Registro em verificacao (do arquivo morto ou do log vivo)
      * ----------------------------------------------------------
       01  WS-REG-AUDITORIA.
           COPY DTEHRLOG REPLACING LEADING ==LOG== BY ==AUD==.

       77  WS-ARQUIVO-ATUAL        PIC X(03) VALUE SPACES.
       77  WS-NUM-REG-ARQUIVO      PIC 9(07) VALUE ZERO COMP.
       77  WS-SEQ-REGISTRO         PIC 9(09) VALUE ZEROS.
       77  WS-VALOR-REGISTRO       PIC 9(10) VALUE ZEROS.

      * ----------------------------------------------------------
      * Estado da cadeia
      * ----------------------------------------------------------
       77  WS-SEQ-ESPERADA         PIC 9(09) VALUE 1.
       77  WS-VALOR-ANTERIOR       PIC 9(10) VALUE ZEROS.
       77  WS-ULTIMA-SEQ           PIC 9(09) VALUE ZEROS.
       77  WS-CTL-ULTIMA-SEQ       PIC 9(09) VALUE ZEROS.
       77  WS-AUSENTE-DE           PIC 9(09) VALUE ZEROS.
       77  WS-AUSENTE-ATE          PIC 9(09) VALUE ZEROS.

      * ----------------------------------------------------------
      * Contadores
      * ----------------------------------------------------------
       77  WS-QTD-LIDOS-LGA        PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-LIDOS-LOG        PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-LEGADO           PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-CONFERIDOS       PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-LACUNAS          PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-FORA-ORDEM       PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-ELOS-ROMPIDOS    PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-ALTERADOS        PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-SEM-CADEIA       PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-FIM-AUSENTE      PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-VIOLACOES        PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-AVISOS           PIC 9(07) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Data/hora do sistema e controle de paginacao
      * ----------------------------------------------------------
       01  WS-DATA-SISTEMA-GRP.
           05  WS-ANO-SISTEMA       PIC 9(04).
           05  WS-MES-SISTEMA       PIC 9(02).
           05  WS-DIA-SISTEMA       PIC 9(02).

       77  WS-LIN-PAG              PIC 9(02) VALUE 99 COMP.
       77  WS-MAX-LIN              PIC 9(02) VALUE 56 COMP.
       77  WS-NUM-PAGINA           PIC 9(03) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Linhas de impressao
      * ----------------------------------------------------------
       77  WS-LINHA-IMPRESSAO      PIC X(80) VALUE SPACES.

       01  WS-CAB-1.
           05  FILLER               PIC X(52) VALUE
               "DTEHRVCA - VERIFICACAO DA CADEIA DO LOG DE AUDITORIA".

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

       01  WS-LIN-COLUNAS.
           05  FILLER               PIC X(40) VALUE
               "ARQ REGISTRO  SEQ AUDIT  OCORRENCIA     ".
           05  FILLER               PIC X(36) VALUE
               "                    DATA    OPERADOR".

       01  WS-LIN-OCORRENCIA.
           05  LIN-OCO-ARQUIVO      PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-OCO-REGISTRO     PIC Z(07)9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-OCO-SEQ          PIC Z(08)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-OCO-TEXTO        PIC X(34).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-OCO-DATA         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-OCO-OPERADOR     PIC X(08).

       01  WS-LIN-AUSENTES.
           05  FILLER               PIC X(25) VALUE SPACES.
           05  FILLER               PIC X(22) VALUE
               "SEQUENCIAS AUSENTES: ".
           05  LIN-AUS-DE           PIC Z(08)9.
           05  FILLER               PIC X(03) VALUE " A ".
           05  LIN-AUS-ATE          PIC Z(08)9.

       01  WS-LIN-CONTA.
           05  LIN-CONTA-TEXTO      PIC X(36).
           05  LIN-CONTA-QTD        PIC Z(08)9.

      * ----------------------------------------------------------
      * Calculo do valor de controle (subprograma DTEHRCHN)
      * ----------------------------------------------------------
       01  DTEHRCHN-AREA.
           COPY DTEHRCHN.

      * ----------------------------------------------------------
      * Diario de execucoes (DTEHRJRN, gravado pelo subprograma
      * DTEHRJNL)
      * ----------------------------------------------------------
       01  DTEHR-JNL-AREA.
           COPY DTEHRJNL.
           05  JNL-RETORNO               PIC X(02).

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE  -  arquivo morto e log vivo numa so cadeia,
      *       confronto do fim com o controle e resultado
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           PERFORM 2000-VERIFICA-ARQUIVO-MORTO THRU 2000-EXIT
           PERFORM 3000-VERIFICA-LOG-VIVO THRU 3000-EXIT
           PERFORM 4000-CONFERE-CONTROLE THRU 4000-EXIT
           PERFORM 9000-FINALIZA THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  abre o relatorio e registra o inicio no
      *       diario
      ******************************************************************
       1000-INICIALIZA.
           ACCEPT WS-DATA-SISTEMA-GRP FROM DATE YYYYMMDD
           OPEN OUTPUT DTEHR-VCR-FILE
           IF WS-FS-VCR NOT = "00"
              DISPLAY "DTEHRVCA - FALHA AO ABRIR O RELATORIO "
                      "(DTEHRVCR) - STATUS " WS-FS-VCR
                      " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 1 TO WS-SEQ-ESPERADA
           MOVE ZEROS TO WS-VALOR-ANTERIOR
           MOVE "N" TO WS-SW-CADEIA
           MOVE WS-LIN-COLUNAS TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
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
           MOVE "DTEHRVCA" TO JNL-PROGRAMA
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
      * 2000-VERIFICA-ARQUIVO-MORTO  -  o arquivo morto vem primeiro:
      *       guarda o inicio da cadeia
      ******************************************************************
       2000-VERIFICA-ARQUIVO-MORTO.
           MOVE "LGA" TO WS-ARQUIVO-ATUAL
           MOVE ZERO TO WS-NUM-REG-ARQUIVO
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-LGA-FILE
           EVALUATE WS-FS-LGA
              WHEN "00"
                 CONTINUE
              WHEN "05"
              WHEN "35"
                 MOVE "S" TO WS-SW-EOF
              WHEN OTHER
                 DISPLAY "DTEHRVCA - ERRO AO ABRIR O ARQUIVO MORTO "
                         "(DTEHRLGA) - STATUS " WS-FS-LGA
                         " - EXECUCAO ABORTADA"
                 CLOSE DTEHR-VCR-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           PERFORM 2100-LE-ARQUIVO-MORTO THRU 2100-EXIT
              UNTIL WS-EOF
           CLOSE DTEHR-LGA-FILE.
       2000-EXIT.
           EXIT.

       2100-LE-ARQUIVO-MORTO.
           READ DTEHR-LGA-FILE INTO WS-REG-AUDITORIA
              AT END
                 MOVE "S" TO WS-SW-EOF
              NOT AT END
                 ADD 1 TO WS-QTD-LIDOS-LGA
                 ADD 1 TO WS-NUM-REG-ARQUIVO
                 PERFORM 5000-VERIFICA-REGISTRO THRU 5000-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VERIFICA-LOG-VIVO  -  o log vivo continua a cadeia do
      *       arquivo morto
      ******************************************************************
       3000-VERIFICA-LOG-VIVO.
           MOVE "LOG" TO WS-ARQUIVO-ATUAL
           MOVE ZERO TO WS-NUM-REG-ARQUIVO
           MOVE "N" TO WS-SW-EOF
           OPEN INPUT DTEHR-LOG-FILE
           EVALUATE WS-FS-LOG
              WHEN "00"
                 CONTINUE
              WHEN "05"
              WHEN "35"
                 MOVE "S" TO WS-SW-EOF
              WHEN OTHER
                 DISPLAY "DTEHRVCA - ERRO AO ABRIR O LOG DE "
                         "AUDITORIA - STATUS " WS-FS-LOG
                         " - EXECUCAO ABORTADA"
                 CLOSE DTEHR-VCR-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           PERFORM 3100-LE-LOG-VIVO THRU 3100-EXIT
              UNTIL WS-EOF
           CLOSE DTEHR-LOG-FILE.
       3000-EXIT.
           EXIT.

       3100-LE-LOG-VIVO.
           READ DTEHR-LOG-FILE INTO WS-REG-AUDITORIA
              AT END
                 MOVE "S" TO WS-SW-EOF
              NOT AT END
                 ADD 1 TO WS-QTD-LIDOS-LOG
                 ADD 1 TO WS-NUM-REG-ARQUIVO
                 PERFORM 5000-VERIFICA-REGISTRO THRU 5000-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONFERE-CONTROLE  -  o controle do encadeamento aponta o
      *       ultimo registro gravado: sequencia maior que a ultima
      *       lida indica registros excluidos do fim da cadeia;
      *       menor, controle defasado (aviso)
      ******************************************************************
       4000-CONFERE-CONTROLE.
           MOVE "N" TO WS-SW-CONTROLE
           OPEN INPUT DTEHR-LGC-FILE
           IF WS-FS-LGC = "00"
              READ DTEHR-LGC-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-LGC = "00"
                 IF LGC-ULTIMA-SEQ NUMERIC
                    MOVE LGC-ULTIMA-SEQ TO WS-CTL-ULTIMA-SEQ
                    MOVE "S" TO WS-SW-CONTROLE
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-LGC-FILE
           IF NOT WS-CONTROLE-LIDO
              IF WS-CADEIA-INICIADA
                 ADD 1 TO WS-QTD-AVISOS
                 MOVE SPACES TO WS-LINHA-IMPRESSAO
                 PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
                 MOVE "AVISO: CONTROLE DO ENCADEAMENTO (DTEHRLGC) "
                    TO WS-LINHA-IMPRESSAO
                 MOVE "AUSENTE - FIM DA CADEIA NAO CONFERIDO"
                    TO WS-LINHA-IMPRESSAO(44:37)
                 PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              END-IF
              GO TO 4000-EXIT
           END-IF
           IF WS-CTL-ULTIMA-SEQ > WS-ULTIMA-SEQ
              ADD 1 TO WS-QTD-FIM-AUSENTE
              ADD 1 TO WS-QTD-VIOLACOES
              MOVE "FIM" TO LIN-OCO-ARQUIVO
              MOVE ZERO TO LIN-OCO-REGISTRO
              MOVE WS-CTL-ULTIMA-SEQ TO LIN-OCO-SEQ
              MOVE "REGISTROS FINAIS AUSENTES" TO LIN-OCO-TEXTO
              MOVE LGC-DATA-GRAVACAO TO LIN-OCO-DATA
              MOVE SPACES TO LIN-OCO-OPERADOR
              MOVE WS-LIN-OCORRENCIA TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              COMPUTE WS-AUSENTE-DE = WS-ULTIMA-SEQ + 1
              MOVE WS-CTL-ULTIMA-SEQ TO WS-AUSENTE-ATE
              PERFORM 5900-IMPRIME-AUSENTES THRU 5900-EXIT
              GO TO 4000-EXIT
           END-IF
           IF WS-CTL-ULTIMA-SEQ < WS-ULTIMA-SEQ
              ADD 1 TO WS-QTD-AVISOS
              MOVE SPACES TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              MOVE "AVISO: CONTROLE DO ENCADEAMENTO (DTEHRLGC) "
                 TO WS-LINHA-IMPRESSAO
              MOVE "DEFASADO EM RELACAO AO LOG"
                 TO WS-LINHA-IMPRESSAO(44:26)
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 5000-VERIFICA-REGISTRO  -  registro sem encadeamento antes da
      *       cadeia e apenas contado; depois dela e violacao. No
      *       registro encadeado confere a sequencia esperada e o
      *       valor de controle recalculado com o valor do registro
      *       anterior: divergencia logo apos um desvio de sequencia
      *       e elo rompido, sem desvio e registro alterado
      ******************************************************************
       5000-VERIFICA-REGISTRO.
           IF AUD-SEQ-AUDITORIA NOT NUMERIC
              OR AUD-SEQ-AUDITORIA = ZEROS
              IF NOT WS-CADEIA-INICIADA
                 ADD 1 TO WS-QTD-LEGADO
              ELSE
                 ADD 1 TO WS-QTD-SEM-CADEIA
                 MOVE ZEROS TO WS-SEQ-REGISTRO
                 MOVE "REGISTRO SEM ENCADEAMENTO"
                    TO LIN-OCO-TEXTO
                 PERFORM 5800-IMPRIME-OCORRENCIA THRU 5800-EXIT
              END-IF
              GO TO 5000-EXIT
           END-IF
           MOVE "S" TO WS-SW-CADEIA
           MOVE "N" TO WS-SW-DESVIO
           MOVE AUD-SEQ-AUDITORIA TO WS-SEQ-REGISTRO
           IF WS-SEQ-REGISTRO > WS-SEQ-ESPERADA
              MOVE "S" TO WS-SW-DESVIO
              ADD 1 TO WS-QTD-LACUNAS
              MOVE "LACUNA NA SEQUENCIA" TO LIN-OCO-TEXTO
              PERFORM 5800-IMPRIME-OCORRENCIA THRU 5800-EXIT
              MOVE WS-SEQ-ESPERADA TO WS-AUSENTE-DE
              COMPUTE WS-AUSENTE-ATE = WS-SEQ-REGISTRO - 1
              PERFORM 5900-IMPRIME-AUSENTES THRU 5900-EXIT
           END-IF
           IF WS-SEQ-REGISTRO < WS-SEQ-ESPERADA
              MOVE "S" TO WS-SW-DESVIO
              ADD 1 TO WS-QTD-FORA-ORDEM
              MOVE "SEQUENCIA FORA DE ORDEM/REPETIDA"
                 TO LIN-OCO-TEXTO
              PERFORM 5800-IMPRIME-OCORRENCIA THRU 5800-EXIT
           END-IF
           IF AUD-VALOR-CONTROLE NUMERIC
              MOVE AUD-VALOR-CONTROLE TO WS-VALOR-REGISTRO
           ELSE
              MOVE ZEROS TO WS-VALOR-REGISTRO
           END-IF
           MOVE ZEROS TO AUD-SEQ-AUDITORIA
           MOVE ZEROS TO AUD-VALOR-CONTROLE
           MOVE SPACES TO DTEHRCHN-AREA
           MOVE "CK" TO CHN-FUNCAO
           MOVE WS-SEQ-REGISTRO TO CHN-SEQ
           MOVE WS-VALOR-ANTERIOR TO CHN-VALOR-ANTERIOR
           MOVE WS-REG-AUDITORIA TO CHN-REGISTRO
           CALL "DTEHRCHN" USING DTEHRCHN-AREA
           IF CHN-VALOR = WS-VALOR-REGISTRO
              IF NOT WS-DESVIO-SEQUENCIA
                 ADD 1 TO WS-QTD-CONFERIDOS
              END-IF
           ELSE
              IF WS-DESVIO-SEQUENCIA
                 ADD 1 TO WS-QTD-ELOS-ROMPIDOS
                 MOVE "ELO ROMPIDO COM O ANTERIOR"
                    TO LIN-OCO-TEXTO
              ELSE
                 ADD 1 TO WS-QTD-ALTERADOS
                 MOVE "REGISTRO ALTERADO" TO LIN-OCO-TEXTO
              END-IF
              PERFORM 5800-IMPRIME-OCORRENCIA THRU 5800-EXIT
           END-IF
           MOVE WS-SEQ-REGISTRO TO WS-ULTIMA-SEQ
           COMPUTE WS-SEQ-ESPERADA = WS-SEQ-REGISTRO + 1
           MOVE WS-VALOR-REGISTRO TO WS-VALOR-ANTERIOR.
       5000-EXIT.
           EXIT.

       5800-IMPRIME-OCORRENCIA.
           ADD 1 TO WS-QTD-VIOLACOES
           MOVE WS-ARQUIVO-ATUAL TO LIN-OCO-ARQUIVO
           MOVE WS-NUM-REG-ARQUIVO TO LIN-OCO-REGISTRO
           MOVE WS-SEQ-REGISTRO TO LIN-OCO-SEQ
           IF AUD-DATA-SISTEMA NUMERIC
              MOVE AUD-DATA-SISTEMA TO LIN-OCO-DATA
           ELSE
              MOVE ZEROS TO LIN-OCO-DATA
           END-IF
           MOVE AUD-OPERADOR TO LIN-OCO-OPERADOR
           MOVE WS-LIN-OCORRENCIA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       5800-EXIT.
           EXIT.

       5900-IMPRIME-AUSENTES.
           MOVE WS-AUSENTE-DE TO LIN-AUS-DE
           MOVE WS-AUSENTE-ATE TO LIN-AUS-ATE
           MOVE WS-LIN-AUSENTES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       5900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-IMPRIME-LINHA  -  imprime WS-LINHA-IMPRESSAO controlando
      *       a paginacao e o cabecalho
      ******************************************************************
       8000-IMPRIME-LINHA.
           IF WS-LIN-PAG >= WS-MAX-LIN
              PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF
           WRITE DTEHR-VCR-REC FROM WS-LINHA-IMPRESSAO
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
              WRITE DTEHR-VCR-REC FROM WS-CAB-1
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE DTEHR-VCR-REC FROM WS-CAB-1
                 AFTER ADVANCING PAGE
           END-IF
           WRITE DTEHR-VCR-REC FROM WS-CAB-2
              AFTER ADVANCING 1 LINE
           WRITE DTEHR-VCR-REC FROM WS-CAB-3
              AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LIN-PAG.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZA  -  totais, resultado, codigo de retorno e fim
      *       no diario
      ******************************************************************
       9000-FINALIZA.
           IF WS-QTD-VIOLACOES = 0
              MOVE SPACES TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              MOVE "NENHUMA VIOLACAO ENCONTRADA NA CADEIA"
                 TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "REGISTROS LIDOS NO ARQUIVO MORTO..:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-LIDOS-LGA TO LIN-CONTA-QTD
           PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           MOVE "REGISTROS LIDOS NO LOG VIVO.......:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-LIDOS-LOG TO LIN-CONTA-QTD
           PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           MOVE "ANTERIORES AO ENCADEAMENTO........:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-LEGADO TO LIN-CONTA-QTD
           PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           MOVE "ENCADEADOS CONFERIDOS SEM FALHA...:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-CONFERIDOS TO LIN-CONTA-QTD
           PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           MOVE "ULTIMA SEQUENCIA DA CADEIA........:" TO LIN-CONTA-TEXTO
           MOVE WS-ULTIMA-SEQ TO LIN-CONTA-QTD
           PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           IF WS-CONTROLE-LIDO
              MOVE "ULTIMA SEQUENCIA NO CONTROLE......:"
                 TO LIN-CONTA-TEXTO
              MOVE WS-CTL-ULTIMA-SEQ TO LIN-CONTA-QTD
              PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           END-IF
           MOVE "LACUNAS NA SEQUENCIA..............:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-LACUNAS TO LIN-CONTA-QTD
           PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           MOVE "SEQUENCIAS FORA DE ORDEM/REPETIDAS:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-FORA-ORDEM TO LIN-CONTA-QTD
           PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           MOVE "ELOS ROMPIDOS.....................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-ELOS-ROMPIDOS TO LIN-CONTA-QTD
           PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           MOVE "REGISTROS ALTERADOS...............:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-ALTERADOS TO LIN-CONTA-QTD
           PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           MOVE "REGISTROS SEM ENCADEAMENTO........:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-SEM-CADEIA TO LIN-CONTA-QTD
           PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           MOVE "EXCLUSOES NO FIM DA CADEIA........:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-FIM-AUSENTE TO LIN-CONTA-QTD
           PERFORM 9050-IMPRIME-CONTA THRU 9050-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           EVALUATE TRUE
              WHEN WS-QTD-VIOLACOES > 0
                 MOVE "RESULTADO: CADEIA VIOLADA - VER OCORRENCIAS"
                    TO WS-LINHA-IMPRESSAO
                 MOVE 8 TO RETURN-CODE
              WHEN WS-QTD-AVISOS > 0
                 MOVE "RESULTADO: CADEIA INTEGRA, COM AVISOS"
                    TO WS-LINHA-IMPRESSAO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE "RESULTADO: CADEIA INTEGRA"
                    TO WS-LINHA-IMPRESSAO
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           CLOSE DTEHR-VCR-FILE
           DISPLAY "DTEHRVCA - " WS-LINHA-IMPRESSAO(1:44)
           DISPLAY "  REGISTROS LIDOS....: "
                   WS-QTD-LIDOS-LGA " (LGA) " WS-QTD-LIDOS-LOG " (LOG)"
           DISPLAY "  VIOLACOES..........: " WS-QTD-VIOLACOES
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

       9050-IMPRIME-CONTA.
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       9050-EXIT.
           EXIT.

      ******************************************************************
      * 9900-JORNAL-FIM  -  registra o resultado no diario
      *       compartilhado: lidos, conferidos sem falha, violacoes e
      *       o codigo de retorno
      ******************************************************************
       9900-JORNAL-FIM.
           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           COMPUTE JNL-QTD-LIDOS = WS-QTD-LIDOS-LGA + WS-QTD-LIDOS-LOG
           MOVE WS-QTD-CONFERIDOS TO JNL-QTD-ACEITOS
           MOVE WS-QTD-VIOLACOES TO JNL-QTD-REJEITADOS
           MOVE RETURN-CODE TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       9900-EXIT.
           EXIT.

       END PROGRAM DTEHRVCA.
