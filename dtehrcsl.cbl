      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: CONSOLIDACAO CORPORATIVA DOS MASTERS DOS SITES: LE OS
      *          EXTRATOS DOS SITES (DTEHRCSI, BLOCOS DO DTEHRSXT
      *          CONCATENADOS) E ATUALIZA O MASTER CORPORATIVO
      *          INDEXADO (DTEHRCMS, CHAVE SITE + SEQUENCIA DE
      *          CONFIRMACAO NO SITE): INCLUI AS ENTRADAS NOVAS,
      *          REGRAVA AS ALTERADAS NO SITE (ESTORNO, REVALIDACAO) E
      *          CONTA AS INALTERADAS. A MESMA ENTRADA (DATA/HORA
      *          INFORMADA, FUSO E OPERADOR) ATIVA EM DOIS SITES E
      *          MARCADA NOS DOIS REGISTROS COMO DUPLICIDADE. CONCILIA
      *          CADA SITE: O RECEBIDO CONTRA O TRAILER DO EXTRATO
      *          (ENTRADAS, ATIVAS, ESTORNADAS, SOMA DAS SEQUENCIAS) E
      *          O TOTAL DO SITE NO CORPORATIVO CONTRA O ENVIADO.
      *          EMITE EM DTEHRCSR A CONCILIACAO POR SITE, AS
      *          DUPLICIDADES DETECTADAS E O CONSOLIDADO POR SITE, DIA
      *          DE CAPTURA (MST-DATA-SISTEMA) E OPERADOR, NO PERIODO
      *          DE DTEHRCSP (SEM ELE, TODO O CORPORATIVO). RETORNO 8
      *          QUANDO ALGUM SITE NAO CONFERE OU HA REGISTRO DE
      *          EXTRATO REJEITADO, 4 QUANDO HA DUPLICIDADE NOVA OU
      *          SITE DO CORPORATIVO SEM EXTRATO NESTA EXECUCAO.
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRCSL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-CSP-FILE
               ASSIGN TO "DTEHRCSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSP.

           SELECT DTEHR-CSI-FILE
               ASSIGN TO "DTEHRCSI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSI.

           SELECT DTEHR-CMS-FILE
               ASSIGN TO "DTEHRCMS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMS-CHAVE
               ALTERNATE RECORD KEY IS CMS-IMG-DATA-ENTRADA
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CMS-CHAVE-ENTRADA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-CMS.

           SELECT DTEHR-CSR-FILE
               ASSIGN TO "DTEHRCSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSR.

           SELECT CLASSIFICA-FILE
               ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-CSP-FILE.
       01  DTEHR-CSP-REC.
           05  CSP-DATA-INI              PIC 9(08).
           05  CSP-DATA-FIM              PIC 9(08).
           05  FILLER                    PIC X(04).

       FD  DTEHR-CSI-FILE.
       01  DTEHR-MXT-REC.
           COPY DTEHRMXT.

       FD  DTEHR-CMS-FILE.
       01  DTEHR-CMS-REC.
           COPY DTEHRCMS.

       FD  DTEHR-CSR-FILE.
       01  DTEHR-CSR-REC                 PIC X(80).

       SD  CLASSIFICA-FILE.
       01  CLASS-REG.
           05  CLASS-SITE                PIC X(03).
           05  CLASS-DATA.
               10  CLASS-ANO             PIC 9(04).
               10  CLASS-MES             PIC 9(02).
               10  CLASS-DIA             PIC 9(02).
           05  CLASS-OPERADOR            PIC X(08).
           05  CLASS-ATIVA               PIC 9(01).
           05  CLASS-CANCELADA           PIC 9(01).
           05  CLASS-DUPLICADA           PIC 9(01).

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-CSP               PIC X(02) VALUE "00".
       77  WS-FS-CSI               PIC X(02) VALUE "00".
       77  WS-FS-CMS               PIC X(02) VALUE "00".
       77  WS-FS-CSR               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-EOF-CSI           PIC X(01) VALUE "N".
           88  WS-EOF-CSI             VALUE "S".

       77  WS-SW-EOF-CMS           PIC X(01) VALUE "N".
           88  WS-EOF-CMS             VALUE "S".

       77  WS-SW-FIM-CHAVE         PIC X(01) VALUE "N".
           88  WS-FIM-CHAVE           VALUE "S".

       77  WS-SW-FIM-SORT          PIC X(01) VALUE "N".
           88  WS-FIM-SORT            VALUE "S".

       77  WS-SW-EXISTE            PIC X(01) VALUE "N".
           88  WS-EXISTE              VALUE "S".

       77  WS-SW-ACHADO            PIC X(01) VALUE "N".
           88  WS-ACHADO              VALUE "S".

       77  WS-SW-PRIMEIRO          PIC X(01) VALUE "S".
           88  WS-PRIMEIRO-REG        VALUE "S".

       77  WS-SW-DUPL-CHEIA        PIC X(01) VALUE "N".
           88  WS-DUPL-CHEIA          VALUE "S".

      * ----------------------------------------------------------
      * Periodo do consolidado (DTEHRCSP)
      * ----------------------------------------------------------
       77  WS-DATA-INI             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FIM             PIC 9(08) VALUE 99999999.

      * ----------------------------------------------------------
      * Entrada recebida no extrato, registro corporativo montado a
      * partir dela e entrada de outro registro corporativo lido
      * ----------------------------------------------------------
       01  WS-MST-EXTRATO.
           COPY DTEHRMST REPLACING LEADING ==MST== BY ==EXT==.

       01  WS-CMS-NOVO.
           COPY DTEHRCMS REPLACING LEADING ==CMS== BY ==NOV==.

       01  WS-MST-OUTRO.
           COPY DTEHRMST REPLACING LEADING ==MST== BY ==OUT==.

       77  WS-ANT-DUP-SITE         PIC X(03) VALUE SPACES.
       77  WS-ANT-DUP-SEQ          PIC 9(06) VALUE ZEROS.
       77  WS-MSG-REJEICAO         PIC X(40) VALUE SPACES.

      * ----------------------------------------------------------
      * Tabela dos sites: recebido no extrato, enviado (trailer),
      * efeito no corporativo e total do site no corporativo
      * ----------------------------------------------------------
       77  WS-MAX-SITES            PIC 9(02) VALUE 50 COMP.
       77  WS-QTD-SITES            PIC 9(02) VALUE ZERO COMP.
       01  WS-TABELA-SITES.
           05  WS-SIT-ENTRY         OCCURS 50 TIMES.
               10  WS-SIT-CODIGO        PIC X(03).
               10  WS-SIT-EXTRATO       PIC X(01).
               10  WS-SIT-TRAILER       PIC X(01).
               10  WS-SIT-DATA-EXT      PIC 9(08).
               10  WS-SIT-REC-QTD       PIC 9(07) COMP.
               10  WS-SIT-REC-ATIVAS    PIC 9(07) COMP.
               10  WS-SIT-REC-CANCEL    PIC 9(07) COMP.
               10  WS-SIT-REC-SOMA      PIC 9(12) COMP.
               10  WS-SIT-ENV-QTD       PIC 9(07) COMP.
               10  WS-SIT-ENV-ATIVAS    PIC 9(07) COMP.
               10  WS-SIT-ENV-CANCEL    PIC 9(07) COMP.
               10  WS-SIT-ENV-SOMA      PIC 9(12) COMP.
               10  WS-SIT-REJEITADOS    PIC 9(07) COMP.
               10  WS-SIT-INCLUIDOS     PIC 9(07) COMP.
               10  WS-SIT-ALTERADOS     PIC 9(07) COMP.
               10  WS-SIT-INALTERADOS   PIC 9(07) COMP.
               10  WS-SIT-CORPORATIVO   PIC 9(07) COMP.
       77  WS-IDX-SITE             PIC 9(02) VALUE ZERO COMP.
       77  WS-IDX-BLOCO            PIC 9(02) VALUE ZERO COMP.
       77  WS-SITE-PROCURADO       PIC X(03) VALUE SPACES.

      * ----------------------------------------------------------
      * Duplicidades entre sites detectadas nesta consolidacao
      * ----------------------------------------------------------
       77  WS-MAX-DUPL             PIC 9(03) VALUE 500 COMP.
       77  WS-QTD-DUPL-TAB         PIC 9(03) VALUE ZERO COMP.
       01  WS-TABELA-DUPL.
           05  WS-DUP-ENTRY         OCCURS 500 TIMES.
               10  WS-DUP-SITE-A        PIC X(03).
               10  WS-DUP-SEQ-A         PIC 9(06).
               10  WS-DUP-SITE-B        PIC X(03).
               10  WS-DUP-SEQ-B         PIC 9(06).
               10  WS-DUP-CHAVE         PIC X(23).
       77  WS-IDX-DUPL             PIC 9(03) VALUE ZERO COMP.

       01  WS-CHAVE-DUPL.
           05  WS-CHD-DIA           PIC 9(02).
           05  WS-CHD-MES           PIC 9(02).
           05  WS-CHD-ANO           PIC 9(04).
           05  WS-CHD-HR            PIC 9(02).
           05  WS-CHD-MINU          PIC 9(02).
           05  WS-CHD-TZ-CODE       PIC X(03).
           05  WS-CHD-OPERADOR      PIC X(08).

      * ----------------------------------------------------------
      * Contadores da consolidacao
      * ----------------------------------------------------------
       77  WS-QTD-LIDOS            PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-REJEITADOS       PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-INCLUIDOS        PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-ALTERADOS        PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-INALTERADOS      PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-DUPL-NOVAS       PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-DUPL-DESFEITAS   PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-DUPL-MARCADAS    PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-CORPORATIVO      PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-SITES-EXTRATO    PIC 9(02) VALUE ZERO COMP.
       77  WS-QTD-SITES-DIVERG     PIC 9(02) VALUE ZERO COMP.
       77  WS-QTD-SITES-SEM-EXT    PIC 9(02) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Quebras do consolidado por site, dia e operador
      * ----------------------------------------------------------
       77  WS-SITE-ANTERIOR        PIC X(03) VALUE SPACES.
       77  WS-DATA-ANTERIOR        PIC 9(08) VALUE ZEROS.
       77  WS-OPER-ANTERIOR        PIC X(08) VALUE SPACES.

       77  WS-OPE-ATIVAS           PIC 9(07) VALUE ZERO COMP.
       77  WS-OPE-CANCEL           PIC 9(07) VALUE ZERO COMP.
       77  WS-OPE-DUPL             PIC 9(07) VALUE ZERO COMP.
       77  WS-DIA-ATIVAS           PIC 9(07) VALUE ZERO COMP.
       77  WS-DIA-CANCEL           PIC 9(07) VALUE ZERO COMP.
       77  WS-DIA-DUPL             PIC 9(07) VALUE ZERO COMP.
       77  WS-SIT-ATIVAS           PIC 9(07) VALUE ZERO COMP.
       77  WS-SIT-CANCEL           PIC 9(07) VALUE ZERO COMP.
       77  WS-SIT-DUPL             PIC 9(07) VALUE ZERO COMP.
       77  WS-GER-ATIVAS           PIC 9(07) VALUE ZERO COMP.
       77  WS-GER-CANCEL           PIC 9(07) VALUE ZERO COMP.
       77  WS-GER-DUPL             PIC 9(07) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Data/hora do sistema e controle de paginacao
      * ----------------------------------------------------------
       01  WS-DATA-SISTEMA-GRP.
           05  WS-ANO-SISTEMA       PIC 9(04).
           05  WS-MES-SISTEMA       PIC 9(02).
           05  WS-DIA-SISTEMA       PIC 9(02).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA-GRP
                                     PIC 9(08).
       77  WS-HORA-SISTEMA-8       PIC 9(08) VALUE ZEROS.

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
           05  FILLER               PIC X(50) VALUE
               "DTEHRCSL - CONSOLIDACAO CORPORATIVA DOS SITES".

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
           05  FILLER               PIC X(72) VALUE ALL "-".

       01  WS-LIN-SECAO.
           05  LIN-SECAO-TEXTO      PIC X(60).

       01  WS-LIN-COL-CONC.
           05  FILLER               PIC X(05) VALUE "SITE ".
           05  FILLER               PIC X(09) VALUE " RECEBIDO".
           05  FILLER               PIC X(09) VALUE "  ENVIADO".
           05  FILLER               PIC X(09) VALUE " CORPORAT".
           05  FILLER               PIC X(09) VALUE " INCLUIDO".
           05  FILLER               PIC X(09) VALUE " ALTERADO".
           05  FILLER               PIC X(10) VALUE "  SITUACAO".

       01  WS-LIN-CONC.
           05  LIN-CON-SITE         PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-CON-RECEBIDOS    PIC Z(08)9.
           05  LIN-CON-ENVIADOS     PIC Z(08)9.
           05  LIN-CON-CORPORATIVO  PIC Z(08)9.
           05  LIN-CON-INCLUIDOS    PIC Z(08)9.
           05  LIN-CON-ALTERADOS    PIC Z(08)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-CON-SITUACAO     PIC X(20).

       01  WS-LIN-DUPL.
           05  FILLER               PIC X(05) VALUE "SITE ".
           05  LIN-DUP-SITE-A       PIC X(03).
           05  FILLER               PIC X(05) VALUE " SEQ ".
           05  LIN-DUP-SEQ-A        PIC 9(06).
           05  FILLER               PIC X(08) VALUE " X SITE ".
           05  LIN-DUP-SITE-B       PIC X(03).
           05  FILLER               PIC X(05) VALUE " SEQ ".
           05  LIN-DUP-SEQ-B        PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-DUP-DIA          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-DUP-MES          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-DUP-ANO          PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  LIN-DUP-HR           PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  LIN-DUP-MINU         PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  LIN-DUP-FUSO         PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  LIN-DUP-OPERADOR     PIC X(08).

       01  WS-LIN-PERIODO.
           05  FILLER               PIC X(22) VALUE
               "PERIODO DE CAPTURA:  ".
           05  LIN-PER-INI-DIA      PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-PER-INI-MES      PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-PER-INI-ANO      PIC 9(04).
           05  FILLER               PIC X(03) VALUE " A ".
           05  LIN-PER-FIM-DIA      PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-PER-FIM-MES      PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-PER-FIM-ANO      PIC 9(04).

       01  WS-LIN-COL-OPER.
           05  FILLER               PIC X(17) VALUE "SITE  DIA".
           05  FILLER               PIC X(10) VALUE "OPERADOR".
           05  FILLER               PIC X(10) VALUE "    ATIVAS".
           05  FILLER               PIC X(10) VALUE "   ESTORN.".
           05  FILLER               PIC X(10) VALUE "  DUPLIC.".

       01  WS-LIN-OPER.
           05  LIN-OPE-SITE         PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-OPE-DIA          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-OPE-MES          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-OPE-ANO          PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-OPE-OPERADOR     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-OPE-ATIVAS       PIC Z(09)9.
           05  LIN-OPE-CANCEL       PIC Z(09)9.
           05  LIN-OPE-DUPL         PIC Z(08)9.

       01  WS-LIN-SUBT.
           05  LIN-SUBT-ROTULO      PIC X(27).
           05  LIN-SUBT-ATIVAS      PIC Z(09)9.
           05  LIN-SUBT-CANCEL      PIC Z(09)9.
           05  LIN-SUBT-DUPL        PIC Z(08)9.

       01  WS-LIN-ROTULO-DIA.
           05  FILLER               PIC X(15) VALUE
               "     TOTAL DIA ".
           05  LIN-ROT-DIA          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-ROT-MES          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-ROT-ANO          PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.

       01  WS-LIN-ROTULO-SITE.
           05  FILLER               PIC X(11) VALUE
               "TOTAL SITE ".
           05  LIN-ROT-SITE         PIC X(03).
           05  FILLER               PIC X(13) VALUE SPACES.

       01  WS-LIN-CONTA.
           05  LIN-CONTA-TEXTO      PIC X(36).
           05  LIN-CONTA-QTD        PIC Z(08)9.

       01  WS-LIN-RESULTADO.
           05  LIN-RES-TEXTO        PIC X(60).

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
           PERFORM 2000-CARREGA-EXTRATOS THRU 2000-EXIT
           SORT CLASSIFICA-FILE
                ASCENDING KEY CLASS-SITE
                              CLASS-DATA
                              CLASS-OPERADOR
                INPUT PROCEDURE IS 3000-LE-CORPORATIVO THRU 3000-EXIT
                OUTPUT PROCEDURE IS 4000-RELATORIO THRU 4000-EXIT
           PERFORM 9000-FINALIZA THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  periodo do consolidado (DTEHRCSP),
      *       abertura dos extratos, do master corporativo (criado na
      *       primeira execucao) e do relatorio
      ******************************************************************
       1000-INICIALIZA.
           ACCEPT WS-DATA-SISTEMA-GRP FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA-8 FROM TIME
           PERFORM 1100-LE-PARAMETROS THRU 1100-EXIT
           OPEN INPUT DTEHR-CSI-FILE
           IF WS-FS-CSI NOT = "00"
              DISPLAY "DTEHRCSL - EXTRATOS DOS SITES (DTEHRCSI) NAO "
                      "DISPONIVEIS - STATUS " WS-FS-CSI
                      " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O DTEHR-CMS-FILE
           IF WS-FS-CMS = "35"
              OPEN OUTPUT DTEHR-CMS-FILE
              IF WS-FS-CMS = "00"
                 CLOSE DTEHR-CMS-FILE
                 OPEN I-O DTEHR-CMS-FILE
              END-IF
           END-IF
           IF WS-FS-CMS NOT = "00"
              DISPLAY "DTEHRCSL - FALHA AO ABRIR O MASTER CORPORATIVO "
                      "(DTEHRCMS) - STATUS " WS-FS-CMS
                      " - EXECUCAO ABORTADA"
              CLOSE DTEHR-CSI-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT DTEHR-CSR-FILE
           IF WS-FS-CSR NOT = "00"
              DISPLAY "DTEHRCSL - FALHA AO ABRIR O RELATORIO "
                      "(DTEHRCSR) - STATUS " WS-FS-CSR
                      " - EXECUCAO ABORTADA"
              CLOSE DTEHR-CSI-FILE
              CLOSE DTEHR-CMS-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1900-JORNAL-INICIO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

       1100-LE-PARAMETROS.
           OPEN INPUT DTEHR-CSP-FILE
           IF WS-FS-CSP = "00"
              READ DTEHR-CSP-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-CSP = "00"
                 IF CSP-DATA-INI NUMERIC
                    MOVE CSP-DATA-INI TO WS-DATA-INI
                 END-IF
                 IF CSP-DATA-FIM NUMERIC AND CSP-DATA-FIM > 0
                    MOVE CSP-DATA-FIM TO WS-DATA-FIM
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-CSP-FILE
           IF WS-DATA-FIM < WS-DATA-INI
              DISPLAY "DTEHRCSL - PERIODO INVALIDO EM DTEHRCSP: "
                      WS-DATA-INI " A " WS-DATA-FIM
                      " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1900-JORNAL-INICIO  -  registra o inicio da execucao no
      *       diario compartilhado DTEHRJRN (via DTEHRJNL)
      ******************************************************************
       1900-JORNAL-INICIO.
           MOVE SPACES TO DTEHR-JNL-AREA
           MOVE "I" TO JNL-TIPO-REG
           MOVE "DTEHRCSL" TO JNL-PROGRAMA
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
      * 2000-CARREGA-EXTRATOS  -  cada bloco header/detalhes/trailer
      *       de um site atualiza o corporativo e a tabela de
      *       conciliacao do site
      ******************************************************************
       2000-CARREGA-EXTRATOS.
           MOVE "N" TO WS-SW-EOF-CSI
           MOVE ZERO TO WS-IDX-BLOCO
           PERFORM 2100-LE-EXTRATO THRU 2100-EXIT
              UNTIL WS-EOF-CSI
           IF WS-IDX-BLOCO > 0
              DISPLAY "DTEHRCSL - *** EXTRATO DO SITE "
                      WS-SIT-CODIGO(WS-IDX-BLOCO) " SEM TRAILER"
           END-IF
           CLOSE DTEHR-CSI-FILE.
       2000-EXIT.
           EXIT.

       2100-LE-EXTRATO.
           READ DTEHR-CSI-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-CSI
                 GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-QTD-LIDOS
           EVALUATE TRUE
              WHEN MXT-HEADER
                 PERFORM 2200-INICIA-BLOCO THRU 2200-EXIT
              WHEN MXT-DETALHE
                 PERFORM 2300-CONSOLIDA-DETALHE THRU 2300-EXIT
              WHEN MXT-TRAILER
                 PERFORM 2700-FECHA-BLOCO THRU 2700-EXIT
              WHEN OTHER
                 MOVE "TIPO DE REGISTRO INVALIDO" TO WS-MSG-REJEICAO
                 PERFORM 2900-REJEITA THRU 2900-EXIT
           END-EVALUATE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-INICIA-BLOCO  -  header de um site; um segundo extrato do
      *       mesmo site na mesma execucao substitui o primeiro na
      *       conciliacao (o extrato e sempre o master inteiro)
      ******************************************************************
       2200-INICIA-BLOCO.
           IF WS-IDX-BLOCO > 0
              DISPLAY "DTEHRCSL - *** EXTRATO DO SITE "
                      WS-SIT-CODIGO(WS-IDX-BLOCO) " SEM TRAILER"
              MOVE ZERO TO WS-IDX-BLOCO
           END-IF
           IF MXT-SITE = SPACES
              MOVE "HEADER SEM SITE" TO WS-MSG-REJEICAO
              PERFORM 2900-REJEITA THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF
           MOVE MXT-SITE TO WS-SITE-PROCURADO
           PERFORM 2250-LOCALIZA-SITE THRU 2250-EXIT
           IF WS-IDX-SITE = 0
              MOVE "TABELA DE SITES CHEIA" TO WS-MSG-REJEICAO
              PERFORM 2900-REJEITA THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF
           IF WS-SIT-EXTRATO(WS-IDX-SITE) = "S"
              DISPLAY "DTEHRCSL - EXTRATO REPETIDO DO SITE "
                      MXT-SITE " - VALE O ULTIMO NA CONCILIACAO"
           ELSE
              ADD 1 TO WS-QTD-SITES-EXTRATO
           END-IF
           MOVE WS-IDX-SITE TO WS-IDX-BLOCO
           MOVE "S" TO WS-SIT-EXTRATO(WS-IDX-BLOCO)
           MOVE "N" TO WS-SIT-TRAILER(WS-IDX-BLOCO)
           IF MXT-DATA-EXTRACAO NUMERIC
              MOVE MXT-DATA-EXTRACAO TO WS-SIT-DATA-EXT(WS-IDX-BLOCO)
           ELSE
              MOVE ZEROS TO WS-SIT-DATA-EXT(WS-IDX-BLOCO)
           END-IF
           MOVE ZERO TO WS-SIT-REC-QTD(WS-IDX-BLOCO)
           MOVE ZERO TO WS-SIT-REC-ATIVAS(WS-IDX-BLOCO)
           MOVE ZERO TO WS-SIT-REC-CANCEL(WS-IDX-BLOCO)
           MOVE ZERO TO WS-SIT-REC-SOMA(WS-IDX-BLOCO)
           MOVE ZERO TO WS-SIT-ENV-QTD(WS-IDX-BLOCO)
           MOVE ZERO TO WS-SIT-ENV-ATIVAS(WS-IDX-BLOCO)
           MOVE ZERO TO WS-SIT-ENV-CANCEL(WS-IDX-BLOCO)
           MOVE ZERO TO WS-SIT-ENV-SOMA(WS-IDX-BLOCO)
           MOVE ZERO TO WS-SIT-REJEITADOS(WS-IDX-BLOCO).
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2250-LOCALIZA-SITE  -  posicao do site WS-SITE-PROCURADO na
      *       tabela, incluindo-o quando novo (zero se cheia)
      ******************************************************************
       2250-LOCALIZA-SITE.
           MOVE "N" TO WS-SW-ACHADO
           PERFORM 2260-COMPARA-SITE THRU 2260-EXIT
              VARYING WS-IDX-SITE FROM 1 BY 1
              UNTIL WS-IDX-SITE > WS-QTD-SITES
                 OR WS-ACHADO
           IF WS-ACHADO
              SUBTRACT 1 FROM WS-IDX-SITE
              GO TO 2250-EXIT
           END-IF
           IF WS-QTD-SITES >= WS-MAX-SITES
              MOVE ZERO TO WS-IDX-SITE
              GO TO 2250-EXIT
           END-IF
           ADD 1 TO WS-QTD-SITES
           MOVE WS-QTD-SITES TO WS-IDX-SITE
           MOVE WS-SITE-PROCURADO TO WS-SIT-CODIGO(WS-IDX-SITE)
           MOVE "N" TO WS-SIT-EXTRATO(WS-IDX-SITE)
           MOVE "N" TO WS-SIT-TRAILER(WS-IDX-SITE)
           MOVE ZEROS TO WS-SIT-DATA-EXT(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-REC-QTD(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-REC-ATIVAS(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-REC-CANCEL(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-REC-SOMA(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-ENV-QTD(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-ENV-ATIVAS(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-ENV-CANCEL(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-ENV-SOMA(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-REJEITADOS(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-INCLUIDOS(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-ALTERADOS(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-INALTERADOS(WS-IDX-SITE)
           MOVE ZERO TO WS-SIT-CORPORATIVO(WS-IDX-SITE).
       2250-EXIT.
           EXIT.

       2260-COMPARA-SITE.
           IF WS-SIT-CODIGO(WS-IDX-SITE) = WS-SITE-PROCURADO
              MOVE "S" TO WS-SW-ACHADO
           END-IF.
       2260-EXIT.
           EXIT.

      ******************************************************************
      * 2300-CONSOLIDA-DETALHE  -  inclui a entrada no corporativo ou,
      *       se ja existe e mudou no site, regrava; entrada ativa
      *       incluida ou alterada passa pela procura de duplicidade
      *       em outro site; entrada que foi estornada desfaz a
      *       marca de duplicidade do par
      ******************************************************************
       2300-CONSOLIDA-DETALHE.
           IF WS-IDX-BLOCO = 0
              MOVE "DETALHE FORA DE BLOCO DE SITE" TO WS-MSG-REJEICAO
              PERFORM 2900-REJEITA THRU 2900-EXIT
              GO TO 2300-EXIT
           END-IF
           IF MXT-SITE NOT = WS-SIT-CODIGO(WS-IDX-BLOCO)
              MOVE "DETALHE DE OUTRO SITE NO BLOCO" TO WS-MSG-REJEICAO
              PERFORM 2900-REJEITA THRU 2900-EXIT
              ADD 1 TO WS-SIT-REJEITADOS(WS-IDX-BLOCO)
              GO TO 2300-EXIT
           END-IF
           MOVE MXT-CORPO TO WS-MST-EXTRATO
           IF EXT-SEQ-CONFIRMACAO NOT NUMERIC
              OR EXT-SEQ-CONFIRMACAO = 0
              OR EXT-DATA-ENTRADA NOT NUMERIC
              MOVE "SEQUENCIA OU DATA INVALIDA" TO WS-MSG-REJEICAO
              PERFORM 2900-REJEITA THRU 2900-EXIT
              ADD 1 TO WS-SIT-REJEITADOS(WS-IDX-BLOCO)
              GO TO 2300-EXIT
           END-IF
           IF EXT-SITE = SPACES
              MOVE MXT-SITE TO EXT-SITE
           END-IF
           ADD 1 TO WS-SIT-REC-QTD(WS-IDX-BLOCO)
           IF EXT-SIT-CANCELADA
              ADD 1 TO WS-SIT-REC-CANCEL(WS-IDX-BLOCO)
           ELSE
              ADD 1 TO WS-SIT-REC-ATIVAS(WS-IDX-BLOCO)
           END-IF
           ADD EXT-SEQ-CONFIRMACAO TO WS-SIT-REC-SOMA(WS-IDX-BLOCO)

           MOVE SPACES TO WS-CMS-NOVO
           MOVE MXT-SITE TO NOV-SITE-ORIGEM
           MOVE EXT-SEQ-CONFIRMACAO TO NOV-SEQ-ORIGEM
           MOVE WS-MST-EXTRATO TO NOV-IMAGEM-MST
           MOVE EXT-DIA TO NOV-ENT-DIA
           MOVE EXT-MES TO NOV-ENT-MES
           MOVE EXT-ANO TO NOV-ENT-ANO
           MOVE EXT-HR TO NOV-ENT-HR
           MOVE EXT-MINU TO NOV-ENT-MINU
           MOVE EXT-TZ-CODE TO NOV-ENT-TZ-CODE
           MOVE EXT-OPERADOR TO NOV-ENT-OPERADOR
           MOVE SPACES TO NOV-DUP-SITE
           MOVE ZEROS TO NOV-DUP-SEQ
           MOVE WS-DATA-SISTEMA-NUM TO NOV-DATA-CONSOLIDACAO
           MOVE WS-HORA-SISTEMA-8 TO NOV-HORA-CONSOLIDACAO

           MOVE SPACES TO WS-ANT-DUP-SITE
           MOVE ZEROS TO WS-ANT-DUP-SEQ
           MOVE NOV-CHAVE TO CMS-CHAVE
           READ DTEHR-CMS-FILE
              KEY IS CMS-CHAVE
              INVALID KEY
                 MOVE "N" TO WS-SW-EXISTE
              NOT INVALID KEY
                 MOVE "S" TO WS-SW-EXISTE
           END-READ
           IF WS-EXISTE
              IF CMS-IMAGEM-MST = NOV-IMAGEM-MST
                 ADD 1 TO WS-QTD-INALTERADOS
                 ADD 1 TO WS-SIT-INALTERADOS(WS-IDX-BLOCO)
                 GO TO 2300-EXIT
              END-IF
              MOVE CMS-DUP-SITE TO WS-ANT-DUP-SITE
              MOVE CMS-DUP-SEQ TO WS-ANT-DUP-SEQ
           END-IF
           IF EXT-SIT-CANCELADA
              IF WS-ANT-DUP-SITE NOT = SPACES
                 PERFORM 2500-DESFAZ-DUPLICIDADE THRU 2500-EXIT
              END-IF
           ELSE
              PERFORM 2400-PROCURA-DUPLICIDADE THRU 2400-EXIT
           END-IF

           MOVE WS-CMS-NOVO TO DTEHR-CMS-REC
           IF WS-EXISTE
              REWRITE DTEHR-CMS-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE DTEHR-CMS-REC
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           IF WS-FS-CMS NOT = "00" AND WS-FS-CMS NOT = "02"
              DISPLAY "DTEHRCSL - FALHA AO GRAVAR O MASTER "
                      "CORPORATIVO - SITE " NOV-SITE-ORIGEM
                      " SEQ " NOV-SEQ-ORIGEM
                      " - STATUS " WS-FS-CMS " - EXECUCAO ABORTADA"
              PERFORM 2950-ABORTA THRU 2950-EXIT
           END-IF
           IF WS-EXISTE
              ADD 1 TO WS-QTD-ALTERADOS
              ADD 1 TO WS-SIT-ALTERADOS(WS-IDX-BLOCO)
           ELSE
              ADD 1 TO WS-QTD-INCLUIDOS
              ADD 1 TO WS-SIT-INCLUIDOS(WS-IDX-BLOCO)
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-PROCURA-DUPLICIDADE  -  percorre pela chave da entrada
      *       (data/hora informada, fuso, operador) os registros
      *       ativos de outros sites: a entrada nova aponta o
      *       primeiro achado e cada achado sem marca passa a apontar
      *       a nova; par ainda nao marcado e duplicidade nova
      ******************************************************************
       2400-PROCURA-DUPLICIDADE.
           MOVE "N" TO WS-SW-FIM-CHAVE
           MOVE NOV-CHAVE-ENTRADA TO CMS-CHAVE-ENTRADA
           START DTEHR-CMS-FILE
              KEY IS = CMS-CHAVE-ENTRADA
              INVALID KEY
                 MOVE "S" TO WS-SW-FIM-CHAVE
           END-START
           PERFORM 2410-LE-MESMA-CHAVE THRU 2410-EXIT
              UNTIL WS-FIM-CHAVE.
       2400-EXIT.
           EXIT.

       2410-LE-MESMA-CHAVE.
           READ DTEHR-CMS-FILE NEXT
              AT END
                 MOVE "S" TO WS-SW-FIM-CHAVE
                 GO TO 2410-EXIT
           END-READ
           IF WS-FS-CMS NOT = "00" AND WS-FS-CMS NOT = "02"
              MOVE "S" TO WS-SW-FIM-CHAVE
              GO TO 2410-EXIT
           END-IF
           IF CMS-CHAVE-ENTRADA NOT = NOV-CHAVE-ENTRADA
              MOVE "S" TO WS-SW-FIM-CHAVE
              GO TO 2410-EXIT
           END-IF
           IF CMS-SITE-ORIGEM = NOV-SITE-ORIGEM
              GO TO 2410-EXIT
           END-IF
           MOVE CMS-IMAGEM-MST TO WS-MST-OUTRO
           IF OUT-SIT-CANCELADA
              GO TO 2410-EXIT
           END-IF
           IF NOV-DUP-SITE = SPACES
              MOVE CMS-SITE-ORIGEM TO NOV-DUP-SITE
              MOVE CMS-SEQ-ORIGEM TO NOV-DUP-SEQ
           END-IF
           IF CMS-DUP-SITE = NOV-SITE-ORIGEM
              AND CMS-DUP-SEQ = NOV-SEQ-ORIGEM
              GO TO 2410-EXIT
           END-IF
           PERFORM 2450-GUARDA-DUPLICIDADE THRU 2450-EXIT
           IF CMS-DUP-SITE = SPACES
              MOVE NOV-SITE-ORIGEM TO CMS-DUP-SITE
              MOVE NOV-SEQ-ORIGEM TO CMS-DUP-SEQ
              REWRITE DTEHR-CMS-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.
       2410-EXIT.
           EXIT.

       2450-GUARDA-DUPLICIDADE.
           ADD 1 TO WS-QTD-DUPL-NOVAS
           IF WS-QTD-DUPL-TAB >= WS-MAX-DUPL
              MOVE "S" TO WS-SW-DUPL-CHEIA
              GO TO 2450-EXIT
           END-IF
           ADD 1 TO WS-QTD-DUPL-TAB
           MOVE CMS-SITE-ORIGEM TO WS-DUP-SITE-A(WS-QTD-DUPL-TAB)
           MOVE CMS-SEQ-ORIGEM TO WS-DUP-SEQ-A(WS-QTD-DUPL-TAB)
           MOVE NOV-SITE-ORIGEM TO WS-DUP-SITE-B(WS-QTD-DUPL-TAB)
           MOVE NOV-SEQ-ORIGEM TO WS-DUP-SEQ-B(WS-QTD-DUPL-TAB)
           MOVE NOV-CHAVE-ENTRADA TO WS-DUP-CHAVE(WS-QTD-DUPL-TAB).
       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2500-DESFAZ-DUPLICIDADE  -  a entrada duplicada foi estornada
      *       no site: o par deixa de apontar para ela
      ******************************************************************
       2500-DESFAZ-DUPLICIDADE.
           MOVE WS-ANT-DUP-SITE TO CMS-SITE-ORIGEM
           MOVE WS-ANT-DUP-SEQ TO CMS-SEQ-ORIGEM
           READ DTEHR-CMS-FILE
              KEY IS CMS-CHAVE
              INVALID KEY
                 GO TO 2500-EXIT
           END-READ
           IF CMS-DUP-SITE = NOV-SITE-ORIGEM
              AND CMS-DUP-SEQ = NOV-SEQ-ORIGEM
              MOVE SPACES TO CMS-DUP-SITE
              MOVE ZEROS TO CMS-DUP-SEQ
              REWRITE DTEHR-CMS-REC
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              ADD 1 TO WS-QTD-DUPL-DESFEITAS
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2700-FECHA-BLOCO  -  trailer do site: totais enviados
      ******************************************************************
       2700-FECHA-BLOCO.
           IF WS-IDX-BLOCO = 0
              MOVE "TRAILER FORA DE BLOCO DE SITE" TO WS-MSG-REJEICAO
              PERFORM 2900-REJEITA THRU 2900-EXIT
              GO TO 2700-EXIT
           END-IF
           IF MXT-SITE NOT = WS-SIT-CODIGO(WS-IDX-BLOCO)
              MOVE "TRAILER DE OUTRO SITE NO BLOCO" TO WS-MSG-REJEICAO
              PERFORM 2900-REJEITA THRU 2900-EXIT
              GO TO 2700-EXIT
           END-IF
           IF MXT-QTD-ENVIADOS NOT NUMERIC
              OR MXT-QTD-ATIVAS NOT NUMERIC
              OR MXT-QTD-CANCELADAS NOT NUMERIC
              OR MXT-SOMA-SEQ NOT NUMERIC
              MOVE "TRAILER COM TOTAIS INVALIDOS" TO WS-MSG-REJEICAO
              PERFORM 2900-REJEITA THRU 2900-EXIT
              GO TO 2700-EXIT
           END-IF
           MOVE "S" TO WS-SIT-TRAILER(WS-IDX-BLOCO)
           MOVE MXT-QTD-ENVIADOS TO WS-SIT-ENV-QTD(WS-IDX-BLOCO)
           MOVE MXT-QTD-ATIVAS TO WS-SIT-ENV-ATIVAS(WS-IDX-BLOCO)
           MOVE MXT-QTD-CANCELADAS TO WS-SIT-ENV-CANCEL(WS-IDX-BLOCO)
           MOVE MXT-SOMA-SEQ TO WS-SIT-ENV-SOMA(WS-IDX-BLOCO)
           MOVE ZERO TO WS-IDX-BLOCO.
       2700-EXIT.
           EXIT.

       2900-REJEITA.
           ADD 1 TO WS-QTD-REJEITADOS
           DISPLAY "DTEHRCSL - REGISTRO " WS-QTD-LIDOS
                   " DO EXTRATO REJEITADO: " WS-MSG-REJEICAO.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2950-ABORTA  -  falha de gravacao no corporativo: o que ja foi
      *       gravado fica, e uma nova execucao com os mesmos
      *       extratos completa a carga (as entradas ja gravadas
      *       aparecem como inalteradas)
      ******************************************************************
       2950-ABORTA.
           CLOSE DTEHR-CSI-FILE
           CLOSE DTEHR-CMS-FILE
           CLOSE DTEHR-CSR-FILE
           MOVE 16 TO RETURN-CODE
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT
           STOP RUN.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-LE-CORPORATIVO  -  percorre o corporativo inteiro:
      *       total por site para a conciliacao e, no periodo do
      *       consolidado, uma linha classificada por site, dia de
      *       captura e operador
      ******************************************************************
       3000-LE-CORPORATIVO.
           MOVE "N" TO WS-SW-EOF-CMS
           MOVE LOW-VALUES TO CMS-CHAVE
           START DTEHR-CMS-FILE
              KEY IS NOT LESS THAN CMS-CHAVE
              INVALID KEY
                 MOVE "S" TO WS-SW-EOF-CMS
           END-START
           PERFORM 3100-LE-REGISTRO THRU 3100-EXIT
              UNTIL WS-EOF-CMS.
       3000-EXIT.
           EXIT.

       3100-LE-REGISTRO.
           READ DTEHR-CMS-FILE NEXT
              AT END
                 MOVE "S" TO WS-SW-EOF-CMS
                 GO TO 3100-EXIT
           END-READ
           IF WS-FS-CMS NOT = "00" AND WS-FS-CMS NOT = "02"
              DISPLAY "DTEHRCSL - ERRO DE LEITURA DO MASTER "
                      "CORPORATIVO - STATUS " WS-FS-CMS
              MOVE "S" TO WS-SW-EOF-CMS
              GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-QTD-CORPORATIVO
           MOVE CMS-SITE-ORIGEM TO WS-SITE-PROCURADO
           PERFORM 2250-LOCALIZA-SITE THRU 2250-EXIT
           IF WS-IDX-SITE > 0
              ADD 1 TO WS-SIT-CORPORATIVO(WS-IDX-SITE)
           END-IF
           MOVE CMS-IMAGEM-MST TO WS-MST-OUTRO
           IF OUT-SIT-ATIVA AND CMS-DUP-SITE NOT = SPACES
              ADD 1 TO WS-QTD-DUPL-MARCADAS
           END-IF
           IF OUT-DATA-SISTEMA NOT NUMERIC
              OR OUT-DATA-SISTEMA < WS-DATA-INI
              OR OUT-DATA-SISTEMA > WS-DATA-FIM
              GO TO 3100-EXIT
           END-IF
           MOVE CMS-SITE-ORIGEM TO CLASS-SITE
           MOVE OUT-DATA-SISTEMA TO CLASS-DATA
           MOVE OUT-OPERADOR TO CLASS-OPERADOR
           MOVE ZERO TO CLASS-ATIVA
           MOVE ZERO TO CLASS-CANCELADA
           MOVE ZERO TO CLASS-DUPLICADA
           IF OUT-SIT-CANCELADA
              MOVE 1 TO CLASS-CANCELADA
           ELSE
              MOVE 1 TO CLASS-ATIVA
              IF CMS-DUP-SITE NOT = SPACES
                 MOVE 1 TO CLASS-DUPLICADA
              END-IF
           END-IF
           RELEASE CLASS-REG.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RELATORIO  -  conciliacao por site, duplicidades desta
      *       consolidacao, consolidado por site/dia/operador e
      *       totais
      ******************************************************************
       4000-RELATORIO.
           PERFORM 4100-IMPRIME-CONCILIACAO THRU 4100-EXIT
           PERFORM 4300-IMPRIME-DUPLICIDADES THRU 4300-EXIT
           PERFORM 4500-IMPRIME-CONSOLIDADO THRU 4500-EXIT
           PERFORM 4900-IMPRIME-TOTAIS THRU 4900-EXIT.
       4000-EXIT.
           EXIT.

       4100-IMPRIME-CONCILIACAO.
           MOVE "CONCILIACAO DOS SITES (EXTRATO X TRAILER X CORPORAT.)"
              TO LIN-SECAO-TEXTO
           MOVE WS-LIN-SECAO TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-LIN-COL-CONC TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           IF WS-QTD-SITES = 0
              MOVE "NENHUM SITE NO EXTRATO NEM NO CORPORATIVO"
                 TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              GO TO 4100-EXIT
           END-IF
           PERFORM 4200-CONCILIA-SITE THRU 4200-EXIT
              VARYING WS-IDX-SITE FROM 1 BY 1
              UNTIL WS-IDX-SITE > WS-QTD-SITES.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-CONCILIA-SITE  -  situacao do site pela primeira regra
      *       violada; site no corporativo sem extrato nesta execucao
      *       e apenas apontado
      ******************************************************************
       4200-CONCILIA-SITE.
           MOVE WS-SIT-CODIGO(WS-IDX-SITE) TO LIN-CON-SITE
           MOVE WS-SIT-REC-QTD(WS-IDX-SITE) TO LIN-CON-RECEBIDOS
           MOVE WS-SIT-ENV-QTD(WS-IDX-SITE) TO LIN-CON-ENVIADOS
           MOVE WS-SIT-CORPORATIVO(WS-IDX-SITE) TO LIN-CON-CORPORATIVO
           MOVE WS-SIT-INCLUIDOS(WS-IDX-SITE) TO LIN-CON-INCLUIDOS
           MOVE WS-SIT-ALTERADOS(WS-IDX-SITE) TO LIN-CON-ALTERADOS
           IF WS-SIT-EXTRATO(WS-IDX-SITE) NOT = "S"
              MOVE "SEM EXTRATO" TO LIN-CON-SITUACAO
              ADD 1 TO WS-QTD-SITES-SEM-EXT
              GO TO 4200-IMPRIME
           END-IF
           ADD 1 TO WS-QTD-SITES-DIVERG
           IF WS-SIT-TRAILER(WS-IDX-SITE) NOT = "S"
              MOVE "*** SEM TRAILER" TO LIN-CON-SITUACAO
              GO TO 4200-IMPRIME
           END-IF
           IF WS-SIT-REJEITADOS(WS-IDX-SITE) > 0
              MOVE "*** DETALHE REJEIT." TO LIN-CON-SITUACAO
              GO TO 4200-IMPRIME
           END-IF
           IF WS-SIT-REC-QTD(WS-IDX-SITE) NOT =
              WS-SIT-ENV-QTD(WS-IDX-SITE)
              MOVE "*** QTD DIVERGENTE" TO LIN-CON-SITUACAO
              GO TO 4200-IMPRIME
           END-IF
           IF WS-SIT-REC-ATIVAS(WS-IDX-SITE) NOT =
              WS-SIT-ENV-ATIVAS(WS-IDX-SITE)
              OR WS-SIT-REC-CANCEL(WS-IDX-SITE) NOT =
              WS-SIT-ENV-CANCEL(WS-IDX-SITE)
              MOVE "*** ATIVAS/ESTORN." TO LIN-CON-SITUACAO
              GO TO 4200-IMPRIME
           END-IF
           IF WS-SIT-REC-SOMA(WS-IDX-SITE) NOT =
              WS-SIT-ENV-SOMA(WS-IDX-SITE)
              MOVE "*** SOMA DAS SEQ." TO LIN-CON-SITUACAO
              GO TO 4200-IMPRIME
           END-IF
           IF WS-SIT-CORPORATIVO(WS-IDX-SITE) NOT =
              WS-SIT-ENV-QTD(WS-IDX-SITE)
              MOVE "*** CORPORATIVO" TO LIN-CON-SITUACAO
              GO TO 4200-IMPRIME
           END-IF
           SUBTRACT 1 FROM WS-QTD-SITES-DIVERG
           MOVE "CONFERIDO" TO LIN-CON-SITUACAO.
       4200-IMPRIME.
           MOVE WS-LIN-CONC TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

       4300-IMPRIME-DUPLICIDADES.
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "DUPLICIDADES ENTRE SITES DETECTADAS NESTA CONSOLIDACAO"
              TO LIN-SECAO-TEXTO
           MOVE WS-LIN-SECAO TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           IF WS-QTD-DUPL-TAB = 0
              MOVE "NENHUMA DUPLICIDADE NOVA" TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              GO TO 4300-EXIT
           END-IF
           PERFORM 4350-IMPRIME-PAR THRU 4350-EXIT
              VARYING WS-IDX-DUPL FROM 1 BY 1
              UNTIL WS-IDX-DUPL > WS-QTD-DUPL-TAB
           IF WS-DUPL-CHEIA
              MOVE "*** LISTA LIMITADA - VER TOTAL DE DUPLICIDADES"
                 TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

       4350-IMPRIME-PAR.
           MOVE WS-DUP-CHAVE(WS-IDX-DUPL) TO WS-CHAVE-DUPL
           MOVE WS-DUP-SITE-A(WS-IDX-DUPL) TO LIN-DUP-SITE-A
           MOVE WS-DUP-SEQ-A(WS-IDX-DUPL) TO LIN-DUP-SEQ-A
           MOVE WS-DUP-SITE-B(WS-IDX-DUPL) TO LIN-DUP-SITE-B
           MOVE WS-DUP-SEQ-B(WS-IDX-DUPL) TO LIN-DUP-SEQ-B
           MOVE WS-CHD-DIA TO LIN-DUP-DIA
           MOVE WS-CHD-MES TO LIN-DUP-MES
           MOVE WS-CHD-ANO TO LIN-DUP-ANO
           MOVE WS-CHD-HR TO LIN-DUP-HR
           MOVE WS-CHD-MINU TO LIN-DUP-MINU
           MOVE WS-CHD-TZ-CODE TO LIN-DUP-FUSO
           MOVE WS-CHD-OPERADOR TO LIN-DUP-OPERADOR
           MOVE WS-LIN-DUPL TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       4350-EXIT.
           EXIT.

      ******************************************************************
      * 4500-IMPRIME-CONSOLIDADO  -  entradas do corporativo no
      *       periodo por site, dia de captura e operador, com
      *       subtotais por dia e por site
      ******************************************************************
       4500-IMPRIME-CONSOLIDADO.
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "CONSOLIDADO POR SITE, DIA DE CAPTURA E OPERADOR"
              TO LIN-SECAO-TEXTO
           MOVE WS-LIN-SECAO TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           IF WS-DATA-INI > 0 OR WS-DATA-FIM < 99999999
              MOVE WS-DATA-INI TO WS-DATA-TRAB-NUM
              MOVE WS-DIA-TRAB TO LIN-PER-INI-DIA
              MOVE WS-MES-TRAB TO LIN-PER-INI-MES
              MOVE WS-ANO-TRAB TO LIN-PER-INI-ANO
              MOVE WS-DATA-FIM TO WS-DATA-TRAB-NUM
              MOVE WS-DIA-TRAB TO LIN-PER-FIM-DIA
              MOVE WS-MES-TRAB TO LIN-PER-FIM-MES
              MOVE WS-ANO-TRAB TO LIN-PER-FIM-ANO
              MOVE WS-LIN-PERIODO TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-LIN-COL-OPER TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "N" TO WS-SW-FIM-SORT
           MOVE "S" TO WS-SW-PRIMEIRO
           PERFORM 4600-RECEBE-CLASSIFICADO THRU 4600-EXIT
              UNTIL WS-FIM-SORT
           IF WS-PRIMEIRO-REG
              MOVE "NENHUMA ENTRADA NO PERIODO" TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              GO TO 4500-EXIT
           END-IF
           PERFORM 4710-QUEBRA-OPERADOR THRU 4710-EXIT
           PERFORM 4720-QUEBRA-DIA THRU 4720-EXIT
           PERFORM 4730-QUEBRA-SITE THRU 4730-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "TOTAL GERAL" TO LIN-SUBT-ROTULO
           MOVE WS-GER-ATIVAS TO LIN-SUBT-ATIVAS
           MOVE WS-GER-CANCEL TO LIN-SUBT-CANCEL
           MOVE WS-GER-DUPL TO LIN-SUBT-DUPL
           MOVE WS-LIN-SUBT TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       4500-EXIT.
           EXIT.

       4600-RECEBE-CLASSIFICADO.
           RETURN CLASSIFICA-FILE
              AT END
                 MOVE "S" TO WS-SW-FIM-SORT
              NOT AT END
                 PERFORM 4650-ACUMULA THRU 4650-EXIT
           END-RETURN.
       4600-EXIT.
           EXIT.

       4650-ACUMULA.
           IF WS-PRIMEIRO-REG
              MOVE "N" TO WS-SW-PRIMEIRO
              PERFORM 4690-INICIA-GRUPOS THRU 4690-EXIT
           ELSE
              IF CLASS-SITE NOT = WS-SITE-ANTERIOR
                 PERFORM 4710-QUEBRA-OPERADOR THRU 4710-EXIT
                 PERFORM 4720-QUEBRA-DIA THRU 4720-EXIT
                 PERFORM 4730-QUEBRA-SITE THRU 4730-EXIT
                 PERFORM 4690-INICIA-GRUPOS THRU 4690-EXIT
              ELSE
                 IF CLASS-DATA NOT = WS-DATA-ANTERIOR
                    PERFORM 4710-QUEBRA-OPERADOR THRU 4710-EXIT
                    PERFORM 4720-QUEBRA-DIA THRU 4720-EXIT
                    MOVE CLASS-DATA TO WS-DATA-ANTERIOR
                    MOVE CLASS-OPERADOR TO WS-OPER-ANTERIOR
                 ELSE
                    IF CLASS-OPERADOR NOT = WS-OPER-ANTERIOR
                       PERFORM 4710-QUEBRA-OPERADOR THRU 4710-EXIT
                       MOVE CLASS-OPERADOR TO WS-OPER-ANTERIOR
                    END-IF
                 END-IF
              END-IF
           END-IF
           ADD CLASS-ATIVA TO WS-OPE-ATIVAS
           ADD CLASS-CANCELADA TO WS-OPE-CANCEL
           ADD CLASS-DUPLICADA TO WS-OPE-DUPL.
       4650-EXIT.
           EXIT.

       4690-INICIA-GRUPOS.
           MOVE CLASS-SITE TO WS-SITE-ANTERIOR
           MOVE CLASS-DATA TO WS-DATA-ANTERIOR
           MOVE CLASS-OPERADOR TO WS-OPER-ANTERIOR.
       4690-EXIT.
           EXIT.

      ******************************************************************
      * 4710/4720/4730  -  quebras: a linha do operador leva os totais
      *       do operador no dia; dia e site imprimem subtotal
      ******************************************************************
       4710-QUEBRA-OPERADOR.
           MOVE WS-SITE-ANTERIOR TO LIN-OPE-SITE
           MOVE WS-DATA-ANTERIOR TO WS-DATA-TRAB-NUM
           MOVE WS-DIA-TRAB TO LIN-OPE-DIA
           MOVE WS-MES-TRAB TO LIN-OPE-MES
           MOVE WS-ANO-TRAB TO LIN-OPE-ANO
           MOVE WS-OPER-ANTERIOR TO LIN-OPE-OPERADOR
           MOVE WS-OPE-ATIVAS TO LIN-OPE-ATIVAS
           MOVE WS-OPE-CANCEL TO LIN-OPE-CANCEL
           MOVE WS-OPE-DUPL TO LIN-OPE-DUPL
           MOVE WS-LIN-OPER TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           ADD WS-OPE-ATIVAS TO WS-DIA-ATIVAS
           ADD WS-OPE-CANCEL TO WS-DIA-CANCEL
           ADD WS-OPE-DUPL TO WS-DIA-DUPL
           MOVE ZERO TO WS-OPE-ATIVAS
           MOVE ZERO TO WS-OPE-CANCEL
           MOVE ZERO TO WS-OPE-DUPL.
       4710-EXIT.
           EXIT.

       4720-QUEBRA-DIA.
           MOVE WS-DATA-ANTERIOR TO WS-DATA-TRAB-NUM
           MOVE WS-DIA-TRAB TO LIN-ROT-DIA
           MOVE WS-MES-TRAB TO LIN-ROT-MES
           MOVE WS-ANO-TRAB TO LIN-ROT-ANO
           MOVE WS-LIN-ROTULO-DIA TO LIN-SUBT-ROTULO
           MOVE WS-DIA-ATIVAS TO LIN-SUBT-ATIVAS
           MOVE WS-DIA-CANCEL TO LIN-SUBT-CANCEL
           MOVE WS-DIA-DUPL TO LIN-SUBT-DUPL
           MOVE WS-LIN-SUBT TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           ADD WS-DIA-ATIVAS TO WS-SIT-ATIVAS
           ADD WS-DIA-CANCEL TO WS-SIT-CANCEL
           ADD WS-DIA-DUPL TO WS-SIT-DUPL
           MOVE ZERO TO WS-DIA-ATIVAS
           MOVE ZERO TO WS-DIA-CANCEL
           MOVE ZERO TO WS-DIA-DUPL.
       4720-EXIT.
           EXIT.

       4730-QUEBRA-SITE.
           MOVE WS-SITE-ANTERIOR TO LIN-ROT-SITE
           MOVE WS-LIN-ROTULO-SITE TO LIN-SUBT-ROTULO
           MOVE WS-SIT-ATIVAS TO LIN-SUBT-ATIVAS
           MOVE WS-SIT-CANCEL TO LIN-SUBT-CANCEL
           MOVE WS-SIT-DUPL TO LIN-SUBT-DUPL
           MOVE WS-LIN-SUBT TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           ADD WS-SIT-ATIVAS TO WS-GER-ATIVAS
           ADD WS-SIT-CANCEL TO WS-GER-CANCEL
           ADD WS-SIT-DUPL TO WS-GER-DUPL
           MOVE ZERO TO WS-SIT-ATIVAS
           MOVE ZERO TO WS-SIT-CANCEL
           MOVE ZERO TO WS-SIT-DUPL.
       4730-EXIT.
           EXIT.

      ******************************************************************
      * 4900-IMPRIME-TOTAIS  -  totais da carga, resultado e codigo de
      *       retorno
      ******************************************************************
       4900-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "REGISTROS LIDOS NOS EXTRATOS......:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-LIDOS TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE "REGISTROS DE EXTRATO REJEITADOS...:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-REJEITADOS TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE "SITES RECEBIDOS...................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-SITES-EXTRATO TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE "SITES NAO CONFERIDOS..............:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-SITES-DIVERG TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE "SITES DO CORPORATIVO SEM EXTRATO..:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-SITES-SEM-EXT TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE "ENTRADAS INCLUIDAS NO CORPORATIVO.:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-INCLUIDOS TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE "ENTRADAS ALTERADAS NO CORPORATIVO.:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-ALTERADOS TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE "ENTRADAS INALTERADAS..............:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-INALTERADOS TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE "ENTRADAS NO MASTER CORPORATIVO....:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-CORPORATIVO TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE "DUPLICIDADES NOVAS ENTRE SITES....:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-DUPL-NOVAS TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE "DUPLICIDADES DESFEITAS (ESTORNO)..:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-DUPL-DESFEITAS TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE "ATIVAS MARCADAS COMO DUPLICADAS...:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-DUPL-MARCADAS TO LIN-CONTA-QTD
           PERFORM 4950-IMPRIME-CONTA THRU 4950-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           IF WS-QTD-SITES-DIVERG > 0 OR WS-QTD-REJEITADOS > 0
              MOVE "*** CONSOLIDACAO COM SITE NAO CONFERIDO ***"
                 TO LIN-RES-TEXTO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-QTD-DUPL-NOVAS > 0 OR WS-QTD-SITES-SEM-EXT > 0
                 MOVE "CONSOLIDACAO CONFERIDA - VER DUPLICIDADES/SITES"
                    TO LIN-RES-TEXTO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE "CONSOLIDACAO CONFERIDA SEM DIVERGENCIAS"
                    TO LIN-RES-TEXTO
              END-IF
           END-IF
           MOVE WS-LIN-RESULTADO TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       4900-EXIT.
           EXIT.

       4950-IMPRIME-CONTA.
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       4950-EXIT.
           EXIT.

      ******************************************************************
      * 8000-IMPRIME-LINHA  -  imprime WS-LINHA-IMPRESSAO controlando
      *       a paginacao e o cabecalho
      ******************************************************************
       8000-IMPRIME-LINHA.
           IF WS-LIN-PAG >= WS-MAX-LIN
              PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF
           WRITE DTEHR-CSR-REC FROM WS-LINHA-IMPRESSAO
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
              WRITE DTEHR-CSR-REC FROM WS-CAB-1
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE DTEHR-CSR-REC FROM WS-CAB-1
                 AFTER ADVANCING PAGE
           END-IF
           WRITE DTEHR-CSR-REC FROM WS-CAB-2
              AFTER ADVANCING 1 LINE
           WRITE DTEHR-CSR-REC FROM WS-CAB-3
              AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LIN-PAG.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZA  -  fecha os arquivos e informa o resultado
      ******************************************************************
       9000-FINALIZA.
           CLOSE DTEHR-CMS-FILE
           CLOSE DTEHR-CSR-FILE
           DISPLAY "DTEHRCSL - EXTRATOS: REGISTROS " WS-QTD-LIDOS
                   " REJEITADOS " WS-QTD-REJEITADOS
                   " SITES " WS-QTD-SITES-EXTRATO
           DISPLAY "DTEHRCSL - CORPORATIVO: INCLUIDAS " WS-QTD-INCLUIDOS
                   " ALTERADAS " WS-QTD-ALTERADOS
                   " INALTERADAS " WS-QTD-INALTERADOS
                   " TOTAL " WS-QTD-CORPORATIVO
           DISPLAY "DTEHRCSL - DUPLICIDADES NOVAS " WS-QTD-DUPL-NOVAS
                   " SITES NAO CONFERIDOS " WS-QTD-SITES-DIVERG
           IF RETURN-CODE = 8
              DISPLAY "DTEHRCSL - *** SITE NAO CONFERIDO - "
                      "RETURN-CODE 8 (VER DTEHRCSR)"
           END-IF
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9900-JORNAL-FIM  -  registra o fim da execucao no diario
      *       compartilhado com os totais da carga e o retorno
      ******************************************************************
       9900-JORNAL-FIM.
           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           MOVE WS-QTD-LIDOS TO JNL-QTD-LIDOS
           COMPUTE JNL-QTD-ACEITOS = WS-QTD-INCLUIDOS
                                   + WS-QTD-ALTERADOS
                                   + WS-QTD-INALTERADOS
           MOVE WS-QTD-REJEITADOS TO JNL-QTD-REJEITADOS
           MOVE RETURN-CODE TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       9900-EXIT.
           EXIT.

       END PROGRAM DTEHRCSL.
