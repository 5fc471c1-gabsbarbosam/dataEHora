      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: ESTORNO E CORRECAO ASSISTIDOS DE ENTRADAS JA
      *          CONFIRMADAS PELO DTEHR. O SUPERVISOR SE IDENTIFICA
      *          (NIVEL MINIMO NO CADASTRO DTEHROPR), INFORMA A
      *          SEQUENCIA DE CONFIRMACAO DO MASTER, O MOTIVO E, NA
      *          CORRECAO, A NOVA DATA/HORA/FUSO. O REGISTRO DO
      *          MASTER E MARCADO COMO ESTORNADO (NUNCA EXCLUIDO), UM
      *          REGISTRO DE ESTORNO VAI PARA O LOG DE AUDITORIA E
      *          PARA UMA NOVA GERACAO DA INTERFACE (DTEHREXT) E, NA
      *          CORRECAO, A ENTRADA SUBSTITUTA E CONFIRMADA COM NOVA
      *          SEQUENCIA NO MASTER, NO LOG E NA INTERFACE. O INDICE
      *          DE DUPLICATAS (DTEHRDUP) E ACERTADO PELO DTEHR NA
      *          RECRIACAO A PARTIR DO LOG.
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      * 15/10/2026 GB  O estorno repete no log e na interface o
      *                supervisor que aprovou a entrada original
      *                (DTEHRAPR); a substituta nasce sem aprovador.
      * 15/10/2026 GB  O supervisor confirma a identificacao com o
      *                PIN (subprograma DTEHRAUT); o registro do
      *                cadastro de operadores vem do copybook DTEHROPR.
      * 15/10/2026 GB  Registro do log de auditoria encadeado ao
      *                anterior (sequencia de auditoria e valor de
      *                controle calculados pelo subprograma DTEHRCHN).
      * 15/10/2026 GB  Estorno e substituta repetem no master, no log
      *                e na interface a origem da entrada original
      *                (modo, lote e sequencia no lote).
      * 15/10/2026 GB  Nada e gravado na interface com o expurgo da
      *                interface (DTEHRIHK) interrompido.
      * 15/10/2026 GB  Estorno e substituta repetem o site da entrada
      *                original (o da instalacao quando em branco); o
      *                dia util da correcao e conferido nesse site.
      * 15/10/2026 GB  Confirmacao (S/N) aceita "s" minusculo.
      * 15/10/2026 GB  Checkpoint do expurgo do log (DTEHRAPC) lido
      *                com o layout completo do copybook DTEHRAPC; o
      *                registro curto devolvia status 06 e deixava de
      *                travar o programa com o expurgo interrompido.
      * 15/10/2026 GB  O aviso severo de substituta gravada sem o
      *                estorno da original (retorno 8) e guardado ate o
      *                fim da sessao, pois as chamadas seguintes
      *                sobrepunham o RETURN-CODE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHREST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-CFG-FILE
               ASSIGN TO "DTEHRCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFG.

           SELECT OPTIONAL DTEHR-OPR-FILE
               ASSIGN TO "DTEHROPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPR.

           SELECT OPTIONAL DTEHR-APC-FILE
               ASSIGN TO "DTEHRAPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APC.

           SELECT OPTIONAL DTEHR-IPC-FILE
               ASSIGN TO "DTEHRIPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IPC.

           SELECT DTEHR-LOG-FILE
               ASSIGN TO "DTEHRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT DTEHR-IFC-FILE
               ASSIGN TO "DTEHRIFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFC.

           SELECT OPTIONAL DTEHR-IFG-FILE
               ASSIGN TO "DTEHRIFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFG.

           SELECT DTEHR-MST-FILE
               ASSIGN TO "DTEHRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-SEQ-CONFIRMACAO
               ALTERNATE RECORD KEY IS MST-DATA-ENTRADA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MST.

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-CFG-FILE.
       01  DTEHR-CFG-REC.
           05  CFG-ORDEM-DATA            PIC X(01).
           05  CFG-MODO                  PIC X(01).
           05  CFG-RETENCAO-MESES        PIC 9(03).
           05  CFG-SITE                  PIC X(03).
           05  FILLER                    PIC X(12).

       FD  DTEHR-OPR-FILE.
       01  DTEHR-OPR-REC.
           COPY DTEHROPR.

       FD  DTEHR-APC-FILE.
       01  DTEHR-APC-REC.
           COPY DTEHRAPC.

       FD  DTEHR-IPC-FILE.
       01  DTEHR-IPC-REC.
           COPY DTEHRIPC.

       FD  DTEHR-LOG-FILE.
       01  DTEHR-LOG-REC.
           COPY DTEHRLOG.

       FD  DTEHR-IFC-FILE.
       01  DTEHR-INTERFACE-REC.
           COPY DTEHRIFC.

       FD  DTEHR-IFG-FILE.
       01  DTEHR-IFG-REC.
           05  IFG-ULTIMA-GERACAO        PIC 9(06).
           05  IFG-DATA-GERACAO          PIC 9(08).
           05  IFG-HORA-GERACAO          PIC 9(08).

       FD  DTEHR-MST-FILE.
       01  DTEHR-MST-REC.
           COPY DTEHRMST.

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-CFG               PIC X(02) VALUE "00".
       77  WS-FS-OPR               PIC X(02) VALUE "00".
       77  WS-FS-APC               PIC X(02) VALUE "00".
       77  WS-FS-IPC               PIC X(02) VALUE "00".
       77  WS-FS-LOG               PIC X(02) VALUE "00".
       77  WS-FS-IFC               PIC X(02) VALUE "00".
       77  WS-FS-IFG               PIC X(02) VALUE "00".
       77  WS-FS-MST               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-FIM-SESSAO        PIC X(01) VALUE "N".
           88  WS-FIM-SESSAO          VALUE "S".

       77  WS-SW-EOF-OPR           PIC X(01) VALUE "N".
           88  WS-EOF-OPR             VALUE "S".

       77  WS-SW-ACHADO            PIC X(01) VALUE "N".
           88  WS-ACHADO              VALUE "S".

       77  WS-SW-ERRO              PIC X(01) VALUE "N".
           88  WS-ERRO-VALIDACAO      VALUE "S".

       77  WS-SW-DUPLICATA         PIC X(01) VALUE "N".
           88  WS-DUPLICATA           VALUE "S".

       77  WS-SW-FIM-CHAVE         PIC X(01) VALUE "N".
           88  WS-FIM-CHAVE           VALUE "S".

       77  WS-SW-DIA-UTIL          PIC X(01) VALUE "S".
           88  WS-DIA-E-UTIL          VALUE "S".
           88  WS-DIA-E-NAO-UTIL      VALUE "N".

       77  WS-MSG-ERRO             PIC X(40) VALUE SPACES.
       77  WS-RESPOSTA             PIC X(01) VALUE SPACES.
       77  WS-SITE                 PIC X(03) VALUE SPACES.
       77  WS-SITE-ENTRADA         PIC X(03) VALUE SPACES.

      * ----------------------------------------------------------
      * Identificacao do supervisor (mesmo nivel minimo exigido
      * para a manutencao de cadastros no DTEHRMNT)
      * ----------------------------------------------------------
       77  WS-USUARIO              PIC X(08) VALUE SPACES.
       77  WS-NIVEL-MIN-ESTORNO    PIC 9(01) VALUE 3.
       77  WS-IDX-USU              PIC 9(03) VALUE ZERO COMP.
       77  WS-IDX-USU-ACHADO       PIC 9(03) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Cadastro de operadores em memoria
      * ----------------------------------------------------------
       77  WS-MAX-OPERADORES       PIC 9(03) VALUE 100 COMP.
       77  WS-QTD-OPER-CAD         PIC 9(03) VALUE ZERO COMP.
       01  WS-TABELA-OPERADORES.
           05  WS-OPER-ENTRY        OCCURS 100 TIMES.
               10  WS-OPER-CODIGO       PIC X(08).
               10  WS-OPER-ATIVO        PIC X(01).
               10  WS-OPER-NIVEL        PIC 9(01).

      * ----------------------------------------------------------
      * Pedido de estorno/correcao informado pelo supervisor
      * ----------------------------------------------------------
       77  WS-SEQ-PEDIDO           PIC 9(06) VALUE ZEROS.
       77  WS-ACAO                 PIC X(01) VALUE SPACES.
           88  WS-ACAO-ESTORNO        VALUE "E".
           88  WS-ACAO-CORRECAO       VALUE "C".
           88  WS-ACAO-VALIDA         VALUES "E" "C".
       77  WS-MOTIVO               PIC X(02) VALUE SPACES.
           88  WS-MOTIVO-VALIDO       VALUES "DG" "DU" "SO" "OU".
       77  WS-NOVA-DATA            PIC 9(08) VALUE ZEROS.
       77  WS-NOVA-HORA            PIC 9(04) VALUE ZEROS.
       77  WS-NOVO-FUSO            PIC X(03) VALUE SPACES.

      * ----------------------------------------------------------
      * Entrada de trabalho (original ou substituta) e derivados
      * ----------------------------------------------------------
       77  WS-HR                   PIC 9(02) VALUE ZEROS.
           88  WS-HORAOK              VALUES 0 THRU 23.
       77  WS-MINU                 PIC 9(02) VALUE ZEROS.
           88  WS-MINUOK              VALUES 0 THRU 59.
       77  WS-DIA                  PIC 9(02) VALUE ZEROS.
       77  WS-MES                  PIC 9(02) VALUE ZEROS.
       77  WS-ANO                  PIC 9(04) VALUE ZEROS.
       77  WS-TZ-CODE              PIC X(03) VALUE SPACES.

       77  WS-HR-UTC               PIC 9(02) VALUE ZEROS.
       77  WS-MINU-UTC             PIC 9(02) VALUE ZEROS.
       77  WS-DIA-UTC              PIC 9(02) VALUE ZEROS.
       77  WS-MES-UTC              PIC 9(02) VALUE ZEROS.
       77  WS-ANO-UTC              PIC 9(04) VALUE ZEROS.

       01  WS-TABELA-DIAS-SEMANA.
           05  WS-NOME-DIA-SEMANA   PIC X(13) OCCURS 7 TIMES
                                     VALUE SPACES.
       77  WS-IDX-SEMANA           PIC 9(01) VALUE ZERO COMP.
       77  WS-DIA-SEMANA-DESC      PIC X(13) VALUE SPACES.
       77  WS-RESTO-SEMANA         PIC 9(01) VALUE ZERO.
       77  WS-QUOC-SEMANA          PIC S9(08) VALUE ZERO COMP.
       77  WS-DIAS-TRANSCORRIDOS   PIC S9(06) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Calculo de numero juliano (Fliegel/Van Flandern)
      * ----------------------------------------------------------
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
       77  WS-JDN-INFORMADO        PIC S9(08) VALUE ZERO COMP.
       77  WS-JDN-SISTEMA          PIC S9(08) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Imagem da entrada original lida do master
      * ----------------------------------------------------------
       01  WS-MST-ORIGINAL.
           COPY DTEHRMST REPLACING LEADING ==MST== BY ==ORG==.

      * ----------------------------------------------------------
      * Master, interface e sequencias
      * ----------------------------------------------------------
       77  WS-SEQ-CONFIRMACAO      PIC 9(06) VALUE ZERO COMP.
       77  WS-SEQ-NOVA             PIC 9(06) VALUE ZERO COMP.
       77  WS-GERACAO-IFC          PIC 9(06) VALUE ZERO COMP.
       77  WS-SEQ-GER-IFC          PIC 9(06) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Data/hora do sistema e totais da sessao
      * ----------------------------------------------------------
       01  WS-DATA-SISTEMA-GRP.
           05  WS-ANO-SISTEMA       PIC 9(04).
           05  WS-MES-SISTEMA       PIC 9(02).
           05  WS-DIA-SISTEMA       PIC 9(02).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA-GRP
                                     PIC 9(08).
       77  WS-HORA-SISTEMA-8       PIC 9(08) VALUE ZEROS.

       77  WS-QTD-PEDIDOS          PIC 9(05) VALUE ZERO COMP.
       77  WS-QTD-ESTORNOS         PIC 9(05) VALUE ZERO COMP.
       77  WS-QTD-CORRECOES        PIC 9(05) VALUE ZERO COMP.
       77  WS-QTD-RECUSADOS        PIC 9(05) VALUE ZERO COMP.
      * maior severidade apurada na sessao (as chamadas aos
      * subprogramas sobrepoem o RETURN-CODE)
       77  WS-RC-SESSAO            PIC 9(04) VALUE ZERO.

      * ----------------------------------------------------------
      * Subprogramas de dias uteis (DTEHRCAL) e de conversao de
      * fuso horario (DTEHRTZC)
      * ----------------------------------------------------------
       01  DTEHRCAL-AREA.
           COPY DTEHRCAL.

       01  DTEHRTZC-AREA.
           COPY DTEHRTZC.

      * ----------------------------------------------------------
      * Diario de execucoes (DTEHRJRN, gravado pelo subprograma
      * DTEHRJNL)
      * ----------------------------------------------------------
       01  DTEHR-JNL-AREA.
           COPY DTEHRJNL.
           05  JNL-RETORNO               PIC X(02).

      * ----------------------------------------------------------
      * Autenticacao por PIN (subprograma DTEHRAUT)
      * ----------------------------------------------------------
       01  DTEHRAUT-AREA.
           COPY DTEHRAUT.

      * ----------------------------------------------------------
      * Encadeamento do log de auditoria (subprograma DTEHRCHN)
      * ----------------------------------------------------------
       01  DTEHRCHN-AREA.
           COPY DTEHRCHN.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           PERFORM 2000-ATENDE-PEDIDO THRU 2000-EXIT
              UNTIL WS-FIM-SESSAO
           PERFORM 9000-FINALIZA THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  le a configuracao, carrega os operadores,
      *       identifica o supervisor e abre log, interface e master
      ******************************************************************
       1000-INICIALIZA.
           ACCEPT WS-DATA-SISTEMA-GRP FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA-8 FROM TIME
           MOVE "SEGUNDA-FEIRA" TO WS-NOME-DIA-SEMANA(1)
           MOVE "TERCA-FEIRA"   TO WS-NOME-DIA-SEMANA(2)
           MOVE "QUARTA-FEIRA"  TO WS-NOME-DIA-SEMANA(3)
           MOVE "QUINTA-FEIRA"  TO WS-NOME-DIA-SEMANA(4)
           MOVE "SEXTA-FEIRA"   TO WS-NOME-DIA-SEMANA(5)
           MOVE "SABADO"        TO WS-NOME-DIA-SEMANA(6)
           MOVE "DOMINGO"       TO WS-NOME-DIA-SEMANA(7)
           PERFORM 1100-LE-CONFIGURACAO THRU 1100-EXIT
           PERFORM 1200-CARREGA-OPERADORES THRU 1200-EXIT
           PERFORM 1300-IDENTIFICA-SUPERVISOR THRU 1300-EXIT
           PERFORM 1500-ABRE-ARQUIVOS THRU 1500-EXIT
           PERFORM 1900-JORNAL-INICIO THRU 1900-EXIT.
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

       1200-CARREGA-OPERADORES.
           MOVE ZERO TO WS-QTD-OPER-CAD
           MOVE "N" TO WS-SW-EOF-OPR
           OPEN INPUT DTEHR-OPR-FILE
           IF WS-FS-OPR = "00"
              PERFORM 1210-LE-OPERADOR THRU 1210-EXIT
                 UNTIL WS-EOF-OPR
                    OR WS-QTD-OPER-CAD >= WS-MAX-OPERADORES
           END-IF
           CLOSE DTEHR-OPR-FILE.
       1200-EXIT.
           EXIT.

       1210-LE-OPERADOR.
           READ DTEHR-OPR-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-OPR
              NOT AT END
                 ADD 1 TO WS-QTD-OPER-CAD
                 MOVE OPR-CODIGO
                    TO WS-OPER-CODIGO(WS-QTD-OPER-CAD)
                 MOVE OPR-ATIVO
                    TO WS-OPER-ATIVO(WS-QTD-OPER-CAD)
                 MOVE OPR-NIVEL
                    TO WS-OPER-NIVEL(WS-QTD-OPER-CAD)
           END-READ.
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1300-IDENTIFICA-SUPERVISOR  -  o usuario deve constar do
      *       cadastro de operadores, estar ativo, ter o nivel
      *       minimo e confirmar o PIN (DTEHRAUT); sem cadastro nao
      *       ha como autorizar o estorno
      ******************************************************************
       1300-IDENTIFICA-SUPERVISOR.
           DISPLAY "DTEHREST - INFORME O CODIGO DO SUPERVISOR"
              ACCEPT WS-USUARIO
           IF WS-USUARIO = SPACES
              DISPLAY "DTEHREST - SUPERVISOR NAO INFORMADO - "
                      "EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-SW-ACHADO
           PERFORM 1310-PROCURA-USUARIO THRU 1310-EXIT
              VARYING WS-IDX-USU FROM 1 BY 1
              UNTIL WS-IDX-USU > WS-QTD-OPER-CAD
                 OR WS-ACHADO
           IF NOT WS-ACHADO
              DISPLAY "DTEHREST - SUPERVISOR NAO CADASTRADO - "
                      "EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-OPER-ATIVO(WS-IDX-USU-ACHADO) NOT = "A"
              DISPLAY "DTEHREST - SUPERVISOR INATIVO - EXECUCAO "
                      "ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-OPER-NIVEL(WS-IDX-USU-ACHADO) < WS-NIVEL-MIN-ESTORNO
              DISPLAY "DTEHREST - SUPERVISOR SEM NIVEL PARA "
                      "ESTORNO (MINIMO " WS-NIVEL-MIN-ESTORNO
                      ") - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO DTEHRAUT-AREA
           MOVE "VP" TO AUT-FUNCAO
           MOVE WS-USUARIO TO AUT-OPERADOR
           MOVE SPACES TO AUT-TERMINAL
           MOVE "DTEHREST" TO AUT-PROGRAMA
           CALL "DTEHRAUT" USING DTEHRAUT-AREA
           IF NOT AUT-RET-OK
              DISPLAY "DTEHREST - SUPERVISOR NAO AUTENTICADO "
                      "(RETORNO " AUT-RETORNO ") - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1300-EXIT.
           EXIT.

       1310-PROCURA-USUARIO.
           IF WS-OPER-CODIGO(WS-IDX-USU) = WS-USUARIO
              MOVE "S" TO WS-SW-ACHADO
              MOVE WS-IDX-USU TO WS-IDX-USU-ACHADO
           END-IF.
       1310-EXIT.
           EXIT.

      ******************************************************************
      * 1500-ABRE-ARQUIVOS  -  com o expurgo do log pendente nada e
      *       gravado; log e interface sao abertos para acrescimo sob
      *       uma nova geracao e o master e obrigatorio
      ******************************************************************
       1500-ABRE-ARQUIVOS.
           PERFORM 1510-VERIFICA-EXPURGO-PENDENTE THRU 1510-EXIT
           PERFORM 1515-VERIFICA-EXPURGO-IFC THRU 1515-EXIT
           OPEN I-O DTEHR-MST-FILE
           IF WS-FS-MST NOT = "00"
              DISPLAY "DTEHREST - FALHA AO ABRIR O MASTER DE "
                      "CONFIRMACOES - STATUS " WS-FS-MST
                      " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZEROS TO MST-SEQ-CONFIRMACAO
           READ DTEHR-MST-FILE
              INVALID KEY
                 DISPLAY "DTEHREST - MASTER SEM REGISTRO DE "
                         "CONTROLE - EXECUCAO ABORTADA"
                 CLOSE DTEHR-MST-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           MOVE MST-CTL-ULTIMO-SEQ TO WS-SEQ-CONFIRMACAO
           OPEN EXTEND DTEHR-LOG-FILE
           IF WS-FS-LOG = "35"
              OPEN OUTPUT DTEHR-LOG-FILE
           END-IF
           IF WS-FS-LOG NOT = "00"
              DISPLAY "DTEHREST - FALHA AO ABRIR O LOG DE AUDITORIA "
                      "- STATUS " WS-FS-LOG " - EXECUCAO ABORTADA"
              CLOSE DTEHR-MST-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1520-PROXIMA-GERACAO-IFC THRU 1520-EXIT
           OPEN EXTEND DTEHR-IFC-FILE
           IF WS-FS-IFC = "35"
              OPEN OUTPUT DTEHR-IFC-FILE
           END-IF
           IF WS-FS-IFC NOT = "00"
              DISPLAY "DTEHREST - FALHA AO ABRIR A INTERFACE - "
                      "STATUS " WS-FS-IFC " - EXECUCAO ABORTADA"
              CLOSE DTEHR-MST-FILE
              CLOSE DTEHR-LOG-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1510-VERIFICA-EXPURGO-PENDENTE  -  mesma trava do DTEHR:
      *       com o expurgo (DTEHRARC) parado nas fases 1 ou 2 o log
      *       nao pode receber registros
      ******************************************************************
       1510-VERIFICA-EXPURGO-PENDENTE.
           OPEN INPUT DTEHR-APC-FILE
           IF WS-FS-APC NOT = "00"
              GO TO 1510-FECHA
           END-IF
           READ DTEHR-APC-FILE
              AT END
                 GO TO 1510-FECHA
           END-READ
           IF WS-FS-APC = "00"
              IF APC-FASE = "1" OR APC-FASE = "2"
                 DISPLAY "DTEHREST - EXPURGO DO LOG (DTEHRARC) "
                         "INTERROMPIDO NA FASE " APC-FASE
                         " - REINICIE O EXPURGO ANTES DE ESTORNAR"
                 CLOSE DTEHR-APC-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       1510-FECHA.
           CLOSE DTEHR-APC-FILE.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1515-VERIFICA-EXPURGO-IFC  -  com o expurgo da interface
      *       (DTEHRIHK) parado nas fases 1 ou 2 a interface nao pode
      *       receber registros
      ******************************************************************
       1515-VERIFICA-EXPURGO-IFC.
           OPEN INPUT DTEHR-IPC-FILE
           IF WS-FS-IPC NOT = "00"
              GO TO 1515-FECHA
           END-IF
           READ DTEHR-IPC-FILE
              AT END
                 GO TO 1515-FECHA
           END-READ
           IF WS-FS-IPC = "00"
              IF IPC-EXPURGO-PENDENTE
                 DISPLAY "DTEHREST - EXPURGO DA INTERFACE (DTEHRIHK) "
                         "INTERROMPIDO NA FASE " IPC-FASE
                         " - REINICIE O EXPURGO ANTES DE ESTORNAR"
                 CLOSE DTEHR-IPC-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       1515-FECHA.
           CLOSE DTEHR-IPC-FILE.
       1515-EXIT.
           EXIT.

      ******************************************************************
      * 1520-PROXIMA-GERACAO-IFC  -  obtem e ja regrava a proxima
      *       geracao da interface (DTEHRIFG), como no DTEHR
      ******************************************************************
       1520-PROXIMA-GERACAO-IFC.
           MOVE ZERO TO WS-GERACAO-IFC
           MOVE ZERO TO WS-SEQ-GER-IFC
           OPEN INPUT DTEHR-IFG-FILE
           IF WS-FS-IFG = "00"
              READ DTEHR-IFG-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-IFG = "00"
                 IF IFG-ULTIMA-GERACAO NUMERIC
                    MOVE IFG-ULTIMA-GERACAO TO WS-GERACAO-IFC
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-IFG-FILE
           ADD 1 TO WS-GERACAO-IFC
           OPEN OUTPUT DTEHR-IFG-FILE
           IF WS-FS-IFG NOT = "00"
              DISPLAY "DTEHREST - FALHA AO GRAVAR O CONTROLE DE "
                      "GERACAO DA INTERFACE (DTEHRIFG) - STATUS "
                      WS-FS-IFG " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-GERACAO-IFC TO IFG-ULTIMA-GERACAO
           MOVE WS-DATA-SISTEMA-NUM TO IFG-DATA-GERACAO
           MOVE WS-HORA-SISTEMA-8 TO IFG-HORA-GERACAO
           WRITE DTEHR-IFG-REC
           IF WS-FS-IFG NOT = "00"
              DISPLAY "DTEHREST - FALHA AO GRAVAR O CONTROLE DE "
                      "GERACAO DA INTERFACE (DTEHRIFG) - STATUS "
                      WS-FS-IFG " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE DTEHR-IFG-FILE.
       1520-EXIT.
           EXIT.

      ******************************************************************
      * 1900-JORNAL-INICIO  -  registra o inicio da execucao no
      *       diario compartilhado DTEHRJRN (via DTEHRJNL)
      ******************************************************************
       1900-JORNAL-INICIO.
           MOVE SPACES TO DTEHR-JNL-AREA
           MOVE "I" TO JNL-TIPO-REG
           MOVE "DTEHREST" TO JNL-PROGRAMA
           MOVE SPACE TO JNL-MODO
           MOVE WS-USUARIO TO JNL-LOTE-ID
           MOVE WS-DATA-SISTEMA-NUM TO JNL-DATA-INICIO
           MOVE WS-HORA-SISTEMA-8 TO JNL-HORA-INICIO
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
      * 2000-ATENDE-PEDIDO  -  um pedido por vez: sequencia, acao,
      *       motivo e (na correcao) a nova data/hora/fuso; nada e
      *       gravado sem a confirmacao final do supervisor
      ******************************************************************
       2000-ATENDE-PEDIDO.
           MOVE ZEROS TO WS-SEQ-PEDIDO
           DISPLAY " "
           DISPLAY "DTEHREST - SEQUENCIA DE CONFIRMACAO A ESTORNAR "
                   "(ZERO ENCERRA)"
              ACCEPT WS-SEQ-PEDIDO
           IF WS-SEQ-PEDIDO = ZEROS
              MOVE "S" TO WS-SW-FIM-SESSAO
              GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-QTD-PEDIDOS

           PERFORM 2100-LE-ORIGINAL THRU 2100-EXIT
           IF WS-ERRO-VALIDACAO
              GO TO 2000-RECUSA
           END-IF
           PERFORM 2200-OBTEM-ACAO THRU 2200-EXIT
           IF WS-ERRO-VALIDACAO
              GO TO 2000-RECUSA
           END-IF
           IF WS-ACAO-CORRECAO
              PERFORM 2300-OBTEM-CORRECAO THRU 2300-EXIT
              IF WS-ERRO-VALIDACAO
                 GO TO 2000-RECUSA
              END-IF
           END-IF

           DISPLAY "DTEHREST - CONFIRMA O "
                   "ESTORNO/CORRECAO DA SEQUENCIA " WS-SEQ-PEDIDO
                   " (S/N)?"
              ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
              MOVE "PEDIDO CANCELADO PELO SUPERVISOR" TO WS-MSG-ERRO
              GO TO 2000-RECUSA
           END-IF

           PERFORM 5000-APLICA-PEDIDO THRU 5000-EXIT
           IF WS-ERRO-VALIDACAO
              GO TO 2000-RECUSA
           END-IF
           GO TO 2000-EXIT.
       2000-RECUSA.
           ADD 1 TO WS-QTD-RECUSADOS
           DISPLAY "DTEHREST - PEDIDO NAO ATENDIDO: " WS-MSG-ERRO.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LE-ORIGINAL  -  le a entrada pela sequencia; recusa o
      *       registro de controle, sequencia inexistente e entrada
      *       ja estornada
      ******************************************************************
       2100-LE-ORIGINAL.
           MOVE "N" TO WS-SW-ERRO
           MOVE WS-SEQ-PEDIDO TO MST-SEQ-CONFIRMACAO
           READ DTEHR-MST-FILE
              KEY IS MST-SEQ-CONFIRMACAO
              INVALID KEY
                 MOVE "S" TO WS-SW-ERRO
                 MOVE "SEQUENCIA NAO CONSTA DO MASTER" TO WS-MSG-ERRO
                 GO TO 2100-EXIT
           END-READ
           IF WS-FS-MST NOT = "00"
              MOVE "S" TO WS-SW-ERRO
              MOVE "ERRO DE LEITURA DO MASTER" TO WS-MSG-ERRO
              GO TO 2100-EXIT
           END-IF
           IF MST-SIT-CANCELADA
              MOVE "S" TO WS-SW-ERRO
              MOVE "ENTRADA JA ESTORNADA" TO WS-MSG-ERRO
              DISPLAY "DTEHREST - ESTORNADA EM " MST-DATA-ESTORNO
                      " POR " MST-SUPERVISOR-EST
                      " MOTIVO " MST-MOTIVO-ESTORNO
              GO TO 2100-EXIT
           END-IF
           MOVE DTEHR-MST-REC TO WS-MST-ORIGINAL
           IF ORG-SITE = SPACES
              MOVE WS-SITE TO WS-SITE-ENTRADA
           ELSE
              MOVE ORG-SITE TO WS-SITE-ENTRADA
           END-IF
           DISPLAY "DTEHREST - ENTRADA " ORG-SEQ-CONFIRMACAO ": "
                   ORG-DIA "/" ORG-MES "/" ORG-ANO " "
                   ORG-HR ":" ORG-MINU " (" ORG-TZ-CODE ") "
                   "OPERADOR " ORG-OPERADOR
                   " TERMINAL " ORG-TERMINAL
           DISPLAY "           CONFIRMADA EM " ORG-DATA-SISTEMA
                   " DIA UTIL " ORG-DIA-UTIL.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-OBTEM-ACAO  -  E (estorno simples) ou C (correcao) e o
      *       motivo: DG erro de digitacao, DU entrada em
      *       duplicidade, SO solicitacao da area, OU outros
      ******************************************************************
       2200-OBTEM-ACAO.
           MOVE "N" TO WS-SW-ERRO
           DISPLAY "DTEHREST - ACAO: E=ESTORNO  C=CORRECAO"
              ACCEPT WS-ACAO
           IF NOT WS-ACAO-VALIDA
              MOVE "S" TO WS-SW-ERRO
              MOVE "ACAO INVALIDA" TO WS-MSG-ERRO
              GO TO 2200-EXIT
           END-IF
           DISPLAY "DTEHREST - MOTIVO: DG=ERRO DE DIGITACAO  "
                   "DU=DUPLICIDADE  SO=SOLICITACAO  OU=OUTROS"
              ACCEPT WS-MOTIVO
           IF NOT WS-MOTIVO-VALIDO
              MOVE "S" TO WS-SW-ERRO
              MOVE "MOTIVO INVALIDO" TO WS-MSG-ERRO
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-OBTEM-CORRECAO  -  nova data (DDMMAAAA), hora (HHMM) e
      *       fuso; valida pelo DTEHRCAL (data e dia util no site) e
      *       pelo DTEHRTZC (hora, fuso e UTC) e confere duplicata
      *       ativa no master para o mesmo operador
      ******************************************************************
       2300-OBTEM-CORRECAO.
           MOVE "N" TO WS-SW-ERRO
           DISPLAY "DTEHREST - NOVA DATA (DDMMAAAA)"
              ACCEPT WS-NOVA-DATA
           DISPLAY "DTEHREST - NOVA HORA (HHMM)"
              ACCEPT WS-NOVA-HORA
           DISPLAY "DTEHREST - NOVO FUSO (EM BRANCO MANTEM "
                   ORG-TZ-CODE ")"
              ACCEPT WS-NOVO-FUSO
           IF WS-NOVO-FUSO = SPACES
              MOVE ORG-TZ-CODE TO WS-NOVO-FUSO
           END-IF
           MOVE WS-NOVA-DATA(1:2) TO WS-DIA
           MOVE WS-NOVA-DATA(3:2) TO WS-MES
           MOVE WS-NOVA-DATA(5:4) TO WS-ANO
           MOVE WS-NOVA-HORA(1:2) TO WS-HR
           MOVE WS-NOVA-HORA(3:2) TO WS-MINU
           MOVE WS-NOVO-FUSO TO WS-TZ-CODE
           IF NOT WS-HORAOK OR NOT WS-MINUOK
              MOVE "S" TO WS-SW-ERRO
              MOVE "HORA INVALIDA" TO WS-MSG-ERRO
              GO TO 2300-EXIT
           END-IF
           IF WS-DIA = ORG-DIA AND WS-MES = ORG-MES AND
              WS-ANO = ORG-ANO AND WS-HR = ORG-HR AND
              WS-MINU = ORG-MINU AND WS-TZ-CODE = ORG-TZ-CODE
              MOVE "S" TO WS-SW-ERRO
              MOVE "CORRECAO IGUAL A ENTRADA ORIGINAL" TO WS-MSG-ERRO
              GO TO 2300-EXIT
           END-IF
           PERFORM 3000-VALIDA-CORRECAO THRU 3000-EXIT
           IF WS-ERRO-VALIDACAO
              GO TO 2300-EXIT
           END-IF
           DISPLAY "DTEHREST - SUBSTITUTA: " WS-DIA "/" WS-MES "/"
                   WS-ANO " " WS-HR ":" WS-MINU " (" WS-TZ-CODE
                   ") UTC " WS-HR-UTC ":" WS-MINU-UTC " DE "
                   WS-DIA-UTC "/" WS-MES-UTC "/" WS-ANO-UTC
           DISPLAY "           " WS-DIA-SEMANA-DESC
                   " DIA UTIL " WS-SW-DIA-UTIL.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 3000-VALIDA-CORRECAO  -  data e dia util (DTEHRCAL funcao
      *       UT no site da instalacao), UTC (DTEHRTZC), derivados e
      *       duplicata
      ******************************************************************
       3000-VALIDA-CORRECAO.
           MOVE SPACES TO DTEHRCAL-AREA
           MOVE "UT" TO CAL-FUNCAO
           MOVE WS-DIA TO CAL-D1-DIA
           MOVE WS-MES TO CAL-D1-MES
           MOVE WS-ANO TO CAL-D1-ANO
           MOVE ZEROS TO CAL-DATA-2
           MOVE ZEROS TO CAL-QTD-DIAS
           MOVE WS-SITE-ENTRADA TO CAL-SITE
           CALL "DTEHRCAL" USING DTEHRCAL-AREA
           IF NOT CAL-RET-OK AND NOT CAL-RET-SEM-CALENDARIO
              MOVE "S" TO WS-SW-ERRO
              MOVE "DATA INVALIDA" TO WS-MSG-ERRO
              GO TO 3000-EXIT
           END-IF
           IF CAL-DIAS-RESULT = 1
              MOVE "S" TO WS-SW-DIA-UTIL
           ELSE
              MOVE "N" TO WS-SW-DIA-UTIL
           END-IF

           MOVE SPACES TO DTEHRTZC-AREA
           MOVE "CV" TO TZC-FUNCAO
           MOVE WS-DIA TO TZC-DIA
           MOVE WS-MES TO TZC-MES
           MOVE WS-ANO TO TZC-ANO
           MOVE WS-HR TO TZC-HR
           MOVE WS-MINU TO TZC-MINU
           MOVE WS-TZ-CODE TO TZC-FUSO-ORIGEM
           MOVE SPACES TO TZC-FUSO-DESTINO
           CALL "DTEHRTZC" USING DTEHRTZC-AREA
           IF NOT TZC-RET-OK AND NOT TZC-RET-TABELA-PADRAO
              MOVE "S" TO WS-SW-ERRO
              IF TZC-RET-ORIGEM-DESCONH
                 MOVE "FUSO HORARIO DESCONHECIDO" TO WS-MSG-ERRO
              ELSE
                 MOVE "DATA/HORA INVALIDA PARA O FUSO" TO WS-MSG-ERRO
              END-IF
              GO TO 3000-EXIT
           END-IF
           MOVE TZC-RES-HR TO WS-HR-UTC
           MOVE TZC-RES-MINU TO WS-MINU-UTC
           MOVE TZC-RES-DIA TO WS-DIA-UTC
           MOVE TZC-RES-MES TO WS-MES-UTC
           MOVE TZC-RES-ANO TO WS-ANO-UTC

           PERFORM 4000-CALCULA-DERIVADOS THRU 4000-EXIT
           PERFORM 3100-VERIFICA-DUPLICATA THRU 3100-EXIT
           IF WS-DUPLICATA
              MOVE "S" TO WS-SW-ERRO
              MOVE "JA EXISTE ENTRADA ATIVA IGUAL" TO WS-MSG-ERRO
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-VERIFICA-DUPLICATA  -  percorre o master pela chave
      *       alternada (data informada) procurando entrada ativa com
      *       a mesma hora, fuso e operador da substituta
      ******************************************************************
       3100-VERIFICA-DUPLICATA.
           MOVE "N" TO WS-SW-DUPLICATA
           MOVE "N" TO WS-SW-FIM-CHAVE
           MOVE WS-ANO TO MST-ANO
           MOVE WS-MES TO MST-MES
           MOVE WS-DIA TO MST-DIA
           START DTEHR-MST-FILE
              KEY IS = MST-DATA-ENTRADA
              INVALID KEY
                 MOVE "S" TO WS-SW-FIM-CHAVE
           END-START
           PERFORM 3110-LE-MESMA-DATA THRU 3110-EXIT
              UNTIL WS-FIM-CHAVE OR WS-DUPLICATA.
       3100-EXIT.
           EXIT.

       3110-LE-MESMA-DATA.
           READ DTEHR-MST-FILE NEXT
              AT END
                 MOVE "S" TO WS-SW-FIM-CHAVE
                 GO TO 3110-EXIT
           END-READ
           IF WS-FS-MST NOT = "00" AND WS-FS-MST NOT = "02"
              MOVE "S" TO WS-SW-FIM-CHAVE
              GO TO 3110-EXIT
           END-IF
           IF MST-ANO NOT = WS-ANO OR MST-MES NOT = WS-MES OR
              MST-DIA NOT = WS-DIA
              MOVE "S" TO WS-SW-FIM-CHAVE
              GO TO 3110-EXIT
           END-IF
           IF MST-SIT-ATIVA AND
              MST-SEQ-CONFIRMACAO NOT = ORG-SEQ-CONFIRMACAO AND
              MST-HR = WS-HR AND MST-MINU = WS-MINU AND
              MST-TZ-CODE = WS-TZ-CODE AND
              MST-OPERADOR = ORG-OPERADOR
              MOVE "S" TO WS-SW-DUPLICATA
           END-IF.
       3110-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CALCULA-DERIVADOS  -  dia da semana e dias transcorridos
      *       ate/desde hoje da data de trabalho (WS-DIA/MES/ANO)
      ******************************************************************
       4000-CALCULA-DERIVADOS.
           MOVE WS-DIA TO WS-JDN-CALC-DIA
           MOVE WS-MES TO WS-JDN-CALC-MES
           MOVE WS-ANO TO WS-JDN-CALC-ANO
           PERFORM 4500-CALCULA-JDN THRU 4500-EXIT
           MOVE WS-JDN-CALC-RESULT TO WS-JDN-INFORMADO

           MOVE WS-DIA-SISTEMA TO WS-JDN-CALC-DIA
           MOVE WS-MES-SISTEMA TO WS-JDN-CALC-MES
           MOVE WS-ANO-SISTEMA TO WS-JDN-CALC-ANO
           PERFORM 4500-CALCULA-JDN THRU 4500-EXIT
           MOVE WS-JDN-CALC-RESULT TO WS-JDN-SISTEMA

           COMPUTE WS-DIAS-TRANSCORRIDOS =
                   WS-JDN-INFORMADO - WS-JDN-SISTEMA
           IF WS-DIAS-TRANSCORRIDOS < 0
              MULTIPLY WS-DIAS-TRANSCORRIDOS BY -1
                 GIVING WS-DIAS-TRANSCORRIDOS
           END-IF

           DIVIDE WS-JDN-INFORMADO BY 7
              GIVING WS-QUOC-SEMANA REMAINDER WS-RESTO-SEMANA
           ADD 1 TO WS-RESTO-SEMANA GIVING WS-IDX-SEMANA
           MOVE WS-NOME-DIA-SEMANA(WS-IDX-SEMANA) TO WS-DIA-SEMANA-DESC.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CALCULA-JDN  -  numero juliano do dia (Fliegel/Van
      *       Flandern) a partir de WS-JDN-CALC-DIA/MES/ANO
      ******************************************************************
       4500-CALCULA-JDN.
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
       4500-EXIT.
           EXIT.

      ******************************************************************
      * 5000-APLICA-PEDIDO  -  na correcao grava primeiro a entrada
      *       substituta no master (nova sequencia); depois marca a
      *       original como estornada, grava o estorno no log e na
      *       interface e, na correcao, a substituta no log e na
      *       interface. O estorno precede a substituta no log para
      *       que a recriacao do DTEHRDUP termine com a chave nova
      ******************************************************************
       5000-APLICA-PEDIDO.
           MOVE "N" TO WS-SW-ERRO
           MOVE ZEROS TO WS-SEQ-NOVA
           ACCEPT WS-HORA-SISTEMA-8 FROM TIME
           IF WS-ACAO-CORRECAO
              PERFORM 5100-GRAVA-SUBSTITUTA THRU 5100-EXIT
              IF WS-ERRO-VALIDACAO
                 GO TO 5000-EXIT
              END-IF
           END-IF
           PERFORM 5200-CANCELA-ORIGINAL THRU 5200-EXIT
           IF WS-ERRO-VALIDACAO
              GO TO 5000-EXIT
           END-IF
           PERFORM 5300-GRAVA-ESTORNO THRU 5300-EXIT
           IF WS-ACAO-CORRECAO
              PERFORM 5400-GRAVA-SAIDAS-SUBSTITUTA THRU 5400-EXIT
              ADD 1 TO WS-QTD-CORRECOES
              DISPLAY "DTEHREST - SEQUENCIA " ORG-SEQ-CONFIRMACAO
                      " ESTORNADA E SUBSTITUIDA PELA SEQUENCIA "
                      WS-SEQ-NOVA
           ELSE
              ADD 1 TO WS-QTD-ESTORNOS
              DISPLAY "DTEHREST - SEQUENCIA " ORG-SEQ-CONFIRMACAO
                      " ESTORNADA"
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-GRAVA-SUBSTITUTA  -  grava a entrada corrigida com a
      *       proxima sequencia, apontando a original, e atualiza o
      *       registro de controle; operador e terminal da entrada
      *       original sao mantidos
      ******************************************************************
       5100-GRAVA-SUBSTITUTA.
           ADD 1 TO WS-SEQ-CONFIRMACAO
           MOVE WS-SEQ-CONFIRMACAO TO MST-SEQ-CONFIRMACAO
           MOVE WS-ANO TO MST-ANO
           MOVE WS-MES TO MST-MES
           MOVE WS-DIA TO MST-DIA
           MOVE WS-HR TO MST-HR
           MOVE WS-MINU TO MST-MINU
           MOVE WS-TZ-CODE TO MST-TZ-CODE
           MOVE WS-HR-UTC TO MST-HR-UTC
           MOVE WS-MINU-UTC TO MST-MINU-UTC
           MOVE WS-DIA-UTC TO MST-DIA-UTC
           MOVE WS-MES-UTC TO MST-MES-UTC
           MOVE WS-ANO-UTC TO MST-ANO-UTC
           MOVE WS-SW-DIA-UTIL TO MST-DIA-UTIL
           MOVE ORG-OPERADOR TO MST-OPERADOR
           MOVE ORG-TERMINAL TO MST-TERMINAL
           MOVE WS-DATA-SISTEMA-NUM TO MST-DATA-SISTEMA
           MOVE WS-HORA-SISTEMA-8 TO MST-HORA-SISTEMA
           MOVE "A" TO MST-SITUACAO
           MOVE ZEROS TO MST-DATA-ESTORNO
           MOVE ZEROS TO MST-HORA-ESTORNO
           MOVE SPACES TO MST-SUPERVISOR-EST
           MOVE SPACES TO MST-MOTIVO-ESTORNO
           MOVE ZEROS TO MST-SEQ-SUBSTITUTA
           MOVE ORG-SEQ-CONFIRMACAO TO MST-SEQ-CORRIGIDA
           MOVE SPACES TO MST-APROVADOR
           MOVE ORG-MODO-ORIGEM TO MST-MODO-ORIGEM
           MOVE ORG-LOTE-ID TO MST-LOTE-ID
           MOVE ORG-SEQ-ORIGINAL TO MST-SEQ-ORIGINAL
           MOVE WS-SITE-ENTRADA TO MST-SITE
           WRITE DTEHR-MST-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF WS-FS-MST NOT = "00" AND WS-FS-MST NOT = "02"
              SUBTRACT 1 FROM WS-SEQ-CONFIRMACAO
              MOVE "S" TO WS-SW-ERRO
              MOVE "FALHA AO GRAVAR A SUBSTITUTA" TO WS-MSG-ERRO
              DISPLAY "DTEHREST - STATUS DO MASTER " WS-FS-MST
              GO TO 5100-EXIT
           END-IF
           MOVE WS-SEQ-CONFIRMACAO TO WS-SEQ-NOVA
           MOVE ZEROS TO MST-SEQ-CONFIRMACAO
           MOVE ZEROS TO MST-DETALHE
           MOVE WS-SEQ-CONFIRMACAO TO MST-CTL-ULTIMO-SEQ
           REWRITE DTEHR-MST-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-FS-MST NOT = "00" AND WS-FS-MST NOT = "02"
              DISPLAY "DTEHREST - AVISO: FALHA AO ATUALIZAR CONTROLE "
                      "DO MASTER - STATUS " WS-FS-MST
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-CANCELA-ORIGINAL  -  regrava a entrada original como
      *       estornada com data/hora, supervisor, motivo e a
      *       sequencia substituta (zero no estorno simples)
      ******************************************************************
       5200-CANCELA-ORIGINAL.
           MOVE WS-MST-ORIGINAL TO DTEHR-MST-REC
           MOVE "C" TO MST-SITUACAO
           MOVE WS-DATA-SISTEMA-NUM TO MST-DATA-ESTORNO
           MOVE WS-HORA-SISTEMA-8 TO MST-HORA-ESTORNO
           MOVE WS-USUARIO TO MST-SUPERVISOR-EST
           MOVE WS-MOTIVO TO MST-MOTIVO-ESTORNO
           MOVE WS-SEQ-NOVA TO MST-SEQ-SUBSTITUTA
           REWRITE DTEHR-MST-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-FS-MST NOT = "00" AND WS-FS-MST NOT = "02"
              MOVE "S" TO WS-SW-ERRO
              MOVE "FALHA AO MARCAR A ORIGINAL" TO WS-MSG-ERRO
              DISPLAY "DTEHREST - STATUS DO MASTER " WS-FS-MST
              IF WS-SEQ-NOVA > 0
                 DISPLAY "*** AVISO SEVERO: SUBSTITUTA " WS-SEQ-NOVA
                         " GRAVADA SEM O ESTORNO DA SEQUENCIA "
                         ORG-SEQ-CONFIRMACAO " - ACERTO MANUAL"
                 MOVE 8 TO WS-RC-SESSAO
              END-IF
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-GRAVA-ESTORNO  -  registro de estorno (tipo "E") no log
      *       e na interface com os dados da entrada original, a data
      *       do estorno, o motivo e o supervisor
      ******************************************************************
       5300-GRAVA-ESTORNO.
           MOVE ORG-DIA TO LOG-DIA
           MOVE ORG-MES TO LOG-MES
           MOVE ORG-ANO TO LOG-ANO
           MOVE ORG-HR TO LOG-HR
           MOVE ORG-MINU TO LOG-MINU
           MOVE ORG-TZ-CODE TO LOG-TZ-CODE
           MOVE ORG-OPERADOR TO LOG-OPERADOR
           MOVE ORG-TERMINAL TO LOG-TERMINAL
           MOVE WS-DATA-SISTEMA-NUM TO LOG-DATA-SISTEMA
           MOVE WS-HORA-SISTEMA-8 TO LOG-HORA-SISTEMA
           MOVE ORG-HR-UTC TO LOG-HR-UTC
           MOVE ORG-MINU-UTC TO LOG-MINU-UTC
           MOVE ORG-DIA-UTC TO LOG-DIA-UTC
           MOVE ORG-MES-UTC TO LOG-MES-UTC
           MOVE ORG-ANO-UTC TO LOG-ANO-UTC
           MOVE "E" TO LOG-TIPO-MOV
           MOVE ORG-SEQ-CONFIRMACAO TO LOG-SEQ-CONFIRMACAO
           MOVE WS-MOTIVO TO LOG-MOTIVO-ESTORNO
           MOVE WS-USUARIO TO LOG-SUPERVISOR
           MOVE ORG-APROVADOR TO LOG-APROVADOR
           MOVE ORG-MODO-ORIGEM TO LOG-MODO-ORIGEM
           MOVE ORG-LOTE-ID TO LOG-LOTE-ID
           MOVE ORG-SEQ-ORIGINAL TO LOG-SEQ-ORIGINAL
           MOVE WS-SITE-ENTRADA TO LOG-SITE
           PERFORM 5350-GRAVA-LOG THRU 5350-EXIT

           MOVE ORG-DIA TO WS-DIA
           MOVE ORG-MES TO WS-MES
           MOVE ORG-ANO TO WS-ANO
           PERFORM 4000-CALCULA-DERIVADOS THRU 4000-EXIT
           MOVE SPACES TO DTEHR-INTERFACE-REC
           MOVE ORG-DIA TO DTEHR-IFC-DIA
           MOVE ORG-MES TO DTEHR-IFC-MES
           MOVE ORG-ANO TO DTEHR-IFC-ANO
           MOVE ORG-HR TO DTEHR-IFC-HR
           MOVE ORG-MINU TO DTEHR-IFC-MINU
           MOVE ORG-TZ-CODE TO DTEHR-IFC-TZ-CODIGO
           MOVE ORG-HR-UTC TO DTEHR-IFC-HR-UTC
           MOVE ORG-MINU-UTC TO DTEHR-IFC-MINU-UTC
           MOVE WS-DIA-SEMANA-DESC TO DTEHR-IFC-DIA-SEMANA
           MOVE WS-DIAS-TRANSCORRIDOS TO DTEHR-IFC-DIAS-TRANSCORR
           MOVE ORG-DIA-UTIL TO DTEHR-IFC-DIA-UTIL
           MOVE ORG-OPERADOR TO DTEHR-IFC-OPERADOR
           MOVE ORG-DIA-UTC TO DTEHR-IFC-DIA-UTC
           MOVE ORG-MES-UTC TO DTEHR-IFC-MES-UTC
           MOVE ORG-ANO-UTC TO DTEHR-IFC-ANO-UTC
           MOVE WS-GERACAO-IFC TO DTEHR-IFC-GERACAO
           ADD 1 TO WS-SEQ-GER-IFC
           MOVE WS-SEQ-GER-IFC TO DTEHR-IFC-SEQ-GER
           MOVE WS-DATA-SISTEMA-NUM TO DTEHR-IFC-DATA-GERACAO
           MOVE "E" TO DTEHR-IFC-TIPO-MOV
           MOVE ORG-SEQ-CONFIRMACAO TO DTEHR-IFC-SEQ-CONFIRMACAO
           MOVE WS-MOTIVO TO DTEHR-IFC-MOTIVO-ESTORNO
           MOVE ORG-APROVADOR TO DTEHR-IFC-APROVADOR
           MOVE ORG-MODO-ORIGEM TO DTEHR-IFC-MODO-ORIGEM
           MOVE ORG-LOTE-ID TO DTEHR-IFC-LOTE-ID
           MOVE ORG-SEQ-ORIGINAL TO DTEHR-IFC-SEQ-ORIGINAL
           MOVE WS-SITE-ENTRADA TO DTEHR-IFC-SITE
           WRITE DTEHR-INTERFACE-REC
           IF WS-FS-IFC NOT = "00"
              DISPLAY "DTEHREST - AVISO: FALHA AO GRAVAR REGISTRO DE "
                      "INTERFACE - STATUS " WS-FS-IFC
           END-IF.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5350-GRAVA-LOG  -  grava DTEHR-LOG-REC encadeado ao registro
      *       anterior (sequencia de auditoria e valor de controle do
      *       DTEHRCHN) e, gravado o registro, confirma o novo fim da
      *       cadeia
      ******************************************************************
       5350-GRAVA-LOG.
           MOVE ZEROS TO LOG-SEQ-AUDITORIA
           MOVE ZEROS TO LOG-VALOR-CONTROLE
           MOVE SPACES TO DTEHRCHN-AREA
           MOVE "EN" TO CHN-FUNCAO
           MOVE DTEHR-LOG-REC TO CHN-REGISTRO
           CALL "DTEHRCHN" USING DTEHRCHN-AREA
           IF CHN-RET-OK OR CHN-RET-CONTROLE-REFEITO
              MOVE CHN-SEQ TO LOG-SEQ-AUDITORIA
              MOVE CHN-VALOR TO LOG-VALOR-CONTROLE
           ELSE
              DISPLAY "DTEHREST - AVISO: LOG DE AUDITORIA GRAVADO SEM "
                      "ENCADEAMENTO - RETORNO " CHN-RETORNO
           END-IF
           WRITE DTEHR-LOG-REC
           IF WS-FS-LOG NOT = "00"
              DISPLAY "DTEHREST - AVISO: FALHA AO GRAVAR LOG DE "
                      "AUDITORIA - STATUS " WS-FS-LOG
              GO TO 5350-EXIT
           END-IF
           IF LOG-SEQ-AUDITORIA = ZEROS
              GO TO 5350-EXIT
           END-IF
           MOVE "CF" TO CHN-FUNCAO
           CALL "DTEHRCHN" USING DTEHRCHN-AREA
           IF NOT CHN-RET-OK
              DISPLAY "DTEHREST - AVISO: FALHA AO ATUALIZAR O CONTROLE "
                      "DO ENCADEAMENTO (DTEHRLGC) - RETORNO "
                      CHN-RETORNO
           END-IF.
       5350-EXIT.
           EXIT.

      ******************************************************************
      * 5400-GRAVA-SAIDAS-SUBSTITUTA  -  confirmacao (tipo "C") da
      *       entrada corrigida no log e na interface, com o
      *       supervisor que autorizou a correcao
      ******************************************************************
       5400-GRAVA-SAIDAS-SUBSTITUTA.
           MOVE WS-NOVA-DATA(1:2) TO WS-DIA
           MOVE WS-NOVA-DATA(3:2) TO WS-MES
           MOVE WS-NOVA-DATA(5:4) TO WS-ANO
           PERFORM 4000-CALCULA-DERIVADOS THRU 4000-EXIT
           MOVE WS-DIA TO LOG-DIA
           MOVE WS-MES TO LOG-MES
           MOVE WS-ANO TO LOG-ANO
           MOVE WS-HR TO LOG-HR
           MOVE WS-MINU TO LOG-MINU
           MOVE WS-TZ-CODE TO LOG-TZ-CODE
           MOVE ORG-OPERADOR TO LOG-OPERADOR
           MOVE ORG-TERMINAL TO LOG-TERMINAL
           MOVE WS-DATA-SISTEMA-NUM TO LOG-DATA-SISTEMA
           MOVE WS-HORA-SISTEMA-8 TO LOG-HORA-SISTEMA
           MOVE WS-HR-UTC TO LOG-HR-UTC
           MOVE WS-MINU-UTC TO LOG-MINU-UTC
           MOVE WS-DIA-UTC TO LOG-DIA-UTC
           MOVE WS-MES-UTC TO LOG-MES-UTC
           MOVE WS-ANO-UTC TO LOG-ANO-UTC
           MOVE "C" TO LOG-TIPO-MOV
           MOVE WS-SEQ-NOVA TO LOG-SEQ-CONFIRMACAO
           MOVE WS-MOTIVO TO LOG-MOTIVO-ESTORNO
           MOVE WS-USUARIO TO LOG-SUPERVISOR
           MOVE SPACES TO LOG-APROVADOR
           MOVE ORG-MODO-ORIGEM TO LOG-MODO-ORIGEM
           MOVE ORG-LOTE-ID TO LOG-LOTE-ID
           MOVE ORG-SEQ-ORIGINAL TO LOG-SEQ-ORIGINAL
           MOVE WS-SITE-ENTRADA TO LOG-SITE
           PERFORM 5350-GRAVA-LOG THRU 5350-EXIT

           MOVE SPACES TO DTEHR-INTERFACE-REC
           MOVE WS-DIA TO DTEHR-IFC-DIA
           MOVE WS-MES TO DTEHR-IFC-MES
           MOVE WS-ANO TO DTEHR-IFC-ANO
           MOVE WS-HR TO DTEHR-IFC-HR
           MOVE WS-MINU TO DTEHR-IFC-MINU
           MOVE WS-TZ-CODE TO DTEHR-IFC-TZ-CODIGO
           MOVE WS-HR-UTC TO DTEHR-IFC-HR-UTC
           MOVE WS-MINU-UTC TO DTEHR-IFC-MINU-UTC
           MOVE WS-DIA-SEMANA-DESC TO DTEHR-IFC-DIA-SEMANA
           MOVE WS-DIAS-TRANSCORRIDOS TO DTEHR-IFC-DIAS-TRANSCORR
           MOVE WS-SW-DIA-UTIL TO DTEHR-IFC-DIA-UTIL
           MOVE ORG-OPERADOR TO DTEHR-IFC-OPERADOR
           MOVE WS-DIA-UTC TO DTEHR-IFC-DIA-UTC
           MOVE WS-MES-UTC TO DTEHR-IFC-MES-UTC
           MOVE WS-ANO-UTC TO DTEHR-IFC-ANO-UTC
           MOVE WS-GERACAO-IFC TO DTEHR-IFC-GERACAO
           ADD 1 TO WS-SEQ-GER-IFC
           MOVE WS-SEQ-GER-IFC TO DTEHR-IFC-SEQ-GER
           MOVE WS-DATA-SISTEMA-NUM TO DTEHR-IFC-DATA-GERACAO
           MOVE "C" TO DTEHR-IFC-TIPO-MOV
           MOVE WS-SEQ-NOVA TO DTEHR-IFC-SEQ-CONFIRMACAO
           MOVE SPACES TO DTEHR-IFC-MOTIVO-ESTORNO
           MOVE SPACES TO DTEHR-IFC-APROVADOR
           MOVE ORG-MODO-ORIGEM TO DTEHR-IFC-MODO-ORIGEM
           MOVE ORG-LOTE-ID TO DTEHR-IFC-LOTE-ID
           MOVE ORG-SEQ-ORIGINAL TO DTEHR-IFC-SEQ-ORIGINAL
           MOVE WS-SITE-ENTRADA TO DTEHR-IFC-SITE
           WRITE DTEHR-INTERFACE-REC
           IF WS-FS-IFC NOT = "00"
              DISPLAY "DTEHREST - AVISO: FALHA AO GRAVAR REGISTRO DE "
                      "INTERFACE - STATUS " WS-FS-IFC
           END-IF.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZA  -  fecha os arquivos, exibe o resumo e devolve
      *       a maior severidade da sessao
      ******************************************************************
       9000-FINALIZA.
           CLOSE DTEHR-MST-FILE
           CLOSE DTEHR-LOG-FILE
           CLOSE DTEHR-IFC-FILE
           DISPLAY "DTEHREST - RESUMO DA SESSAO:"
           DISPLAY "  SUPERVISOR.............: " WS-USUARIO
           DISPLAY "  PEDIDOS................: " WS-QTD-PEDIDOS
           DISPLAY "  ESTORNOS...............: " WS-QTD-ESTORNOS
           DISPLAY "  CORRECOES..............: " WS-QTD-CORRECOES
           DISPLAY "  NAO ATENDIDOS..........: " WS-QTD-RECUSADOS
           DISPLAY "  GERACAO DA INTERFACE...: " WS-GERACAO-IFC
           IF WS-RC-SESSAO > RETURN-CODE
              MOVE WS-RC-SESSAO TO RETURN-CODE
           END-IF
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9900-JORNAL-FIM  -  registra o fim da sessao no diario
      *       compartilhado com os totais de pedidos
      ******************************************************************
       9900-JORNAL-FIM.
           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           MOVE WS-QTD-PEDIDOS TO JNL-QTD-LIDOS
           COMPUTE JNL-QTD-ACEITOS = WS-QTD-ESTORNOS + WS-QTD-CORRECOES
           MOVE WS-QTD-RECUSADOS TO JNL-QTD-REJEITADOS
           MOVE RETURN-CODE TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       9900-EXIT.
           EXIT.

       END PROGRAM DTEHREST.
