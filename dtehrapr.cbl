      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: FILA DE APROVACAO (DUPLA CUSTODIA) DAS ENTRADAS EM
      *          DIA NAO UTIL DIGITADAS POR OPERADOR SEM O NIVEL
      *          EXIGIDO, QUE O DTEHR GRAVA EM DTEHRPND EM VEZ DE
      *          RECUSAR COM MOTIVO "NV". NA SESSAO, O SUPERVISOR SE
      *          IDENTIFICA (NIVEL MINIMO NO CADASTRO DTEHROPR), LISTA
      *          AS PENDENCIAS E APROVA OU RECUSA CADA UMA - NUNCA UMA
      *          ENTRADA DIGITADA POR ELE MESMO. A APROVADA SEGUE PARA
      *          AS SAIDAS NORMAIS (MASTER, LOG DE AUDITORIA, NOVA
      *          GERACAO DA INTERFACE E INDICE DTEHRDUP) COM O CODIGO
      *          DO APROVADOR; A RECUSADA VAI PARA O SUSPENSE DTEHRREJ
      *          COM MOTIVO "RA". NO MODO "E" (PARAMETRO EM DTEHRAPP)
      *          EMITE EM DTEHRAPL A RELACAO DAS PENDENCIAS PARADAS HA
      *          MAIS DIAS UTEIS (DTEHRCAL, NO SITE DA INSTALACAO) QUE
      *          O LIMITE DO PARAMETRO, PARA ESCALONAMENTO, COM CODIGO
      *          DE RETORNO 4 QUANDO HOUVER ALGUMA.
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      * 15/10/2026 GB  O supervisor confirma a identificacao com o
      *                PIN (subprograma DTEHRAUT); o registro do
      *                cadastro de operadores vem do copybook DTEHROPR.
      * 15/10/2026 GB  Registro do log de auditoria encadeado ao
      *                anterior (sequencia de auditoria e valor de
      *                controle calculados pelo subprograma DTEHRCHN).
      * 15/10/2026 GB  Master, log, interface e suspense recebem a
      *                origem da pendencia (modo, lote e sequencia no
      *                lote).
      * 15/10/2026 GB  Nada e gravado na interface com o expurgo da
      *                interface (DTEHRIHK) interrompido.
      * 15/10/2026 GB  Grava o site da instalacao (CFG-SITE) no log,
      *                no master e na interface.
      * 15/10/2026 GB  Confirmacoes (S/N) aceitam "s" minusculo.
      * 15/10/2026 GB  O aviso severo de pendencia decidida e nao
      *                fechada (retorno 8) e guardado ate o fim da
      *                sessao, pois as chamadas seguintes sobrepunham o
      *                RETURN-CODE.
      * 15/10/2026 GB  Checkpoint do expurgo do log (DTEHRAPC) lido
      *                com o layout completo do copybook DTEHRAPC; o
      *                registro curto devolvia status 06 e deixava de
      *                travar o programa com o expurgo interrompido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRAPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-CFG-FILE
               ASSIGN TO "DTEHRCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFG.

           SELECT OPTIONAL DTEHR-APP-FILE
               ASSIGN TO "DTEHRAPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APP.

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

           SELECT DTEHR-REJ-FILE
               ASSIGN TO "DTEHRREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

           SELECT DTEHR-APL-FILE
               ASSIGN TO "DTEHRAPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APL.

           SELECT DTEHR-DUP-FILE
               ASSIGN TO "DTEHRDUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUP-CHAVE
               FILE STATUS IS WS-FS-DUP.

           SELECT DTEHR-PND-FILE
               ASSIGN TO "DTEHRPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS WS-FS-PND.

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

       FD  DTEHR-APP-FILE.
       01  DTEHR-APP-REC.
           05  APP-MODO                  PIC X(01).
               88  APP-MODO-SESSAO          VALUE "S" " ".
               88  APP-MODO-ESCALACAO       VALUE "E".
           05  APP-DIAS-ESCALACAO        PIC 9(02).
           05  FILLER                    PIC X(17).

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

       FD  DTEHR-REJ-FILE.
       01  DTEHR-REJ-REC.
           COPY DTEHRREJ.

       FD  DTEHR-APL-FILE.
       01  DTEHR-APL-REC                 PIC X(80).

       FD  DTEHR-DUP-FILE.
       01  DTEHR-DUP-REC.
           05  DUP-CHAVE                 PIC X(23).

       FD  DTEHR-PND-FILE.
       01  DTEHR-PND-REC.
           COPY DTEHRPND.

       FD  DTEHR-MST-FILE.
       01  DTEHR-MST-REC.
           COPY DTEHRMST.

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-CFG               PIC X(02) VALUE "00".
       77  WS-FS-APP               PIC X(02) VALUE "00".
       77  WS-FS-OPR               PIC X(02) VALUE "00".
       77  WS-FS-APC               PIC X(02) VALUE "00".
       77  WS-FS-IPC               PIC X(02) VALUE "00".
       77  WS-FS-LOG               PIC X(02) VALUE "00".
       77  WS-FS-IFC               PIC X(02) VALUE "00".
       77  WS-FS-IFG               PIC X(02) VALUE "00".
       77  WS-FS-REJ               PIC X(02) VALUE "00".
       77  WS-FS-APL               PIC X(02) VALUE "00".
       77  WS-FS-DUP               PIC X(02) VALUE "00".
       77  WS-FS-PND               PIC X(02) VALUE "00".
       77  WS-FS-MST               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-MODO              PIC X(01) VALUE "S".
           88  WS-MODO-SESSAO         VALUE "S".
           88  WS-MODO-ESCALACAO      VALUE "E".

       77  WS-SW-FIM-SESSAO        PIC X(01) VALUE "N".
           88  WS-FIM-SESSAO          VALUE "S".

       77  WS-SW-EOF-OPR           PIC X(01) VALUE "N".
           88  WS-EOF-OPR             VALUE "S".

       77  WS-SW-EOF-PND           PIC X(01) VALUE "N".
           88  WS-EOF-PND             VALUE "S".

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

       77  WS-SW-ESCALAR           PIC X(01) VALUE "N".
           88  WS-ESCALAR             VALUE "S".

       77  WS-SW-DUP-ABERTO        PIC X(01) VALUE "N".
           88  WS-DUP-ABERTO          VALUE "S".

       77  WS-MSG-ERRO             PIC X(44) VALUE SPACES.
       77  WS-RESPOSTA             PIC X(01) VALUE SPACES.
       77  WS-SITE                 PIC X(03) VALUE SPACES.

      * ----------------------------------------------------------
      * Limite de espera (dias uteis) antes do escalonamento;
      * vem de DTEHRAPP, com 2 dias uteis na falta do parametro
      * ----------------------------------------------------------
       77  WS-DIAS-ESCALACAO       PIC 9(02) VALUE 2.
       77  WS-DIAS-ESPERA          PIC S9(05) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Identificacao do supervisor (mesmo nivel minimo exigido
      * para a manutencao de cadastros no DTEHRMNT)
      * ----------------------------------------------------------
       77  WS-USUARIO              PIC X(08) VALUE SPACES.
       77  WS-NIVEL-MIN-APROVACAO  PIC 9(01) VALUE 3.
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
      * Opcao e pendencia informadas pelo supervisor
      * ----------------------------------------------------------
       77  WS-OPCAO                PIC X(01) VALUE SPACES.
           88  WS-OPC-LISTAR          VALUE "L".
           88  WS-OPC-APROVAR         VALUE "A".
           88  WS-OPC-RECUSAR         VALUE "R".
           88  WS-OPC-FIM             VALUE "F".
       77  WS-NUM-PEDIDO           PIC 9(06) VALUE ZEROS.

      * ----------------------------------------------------------
      * Entrada de trabalho (copiada da pendencia) e derivados
      * ----------------------------------------------------------
       77  WS-HR                   PIC 9(02) VALUE ZEROS.
       77  WS-MINU                 PIC 9(02) VALUE ZEROS.
       77  WS-DIA                  PIC 9(02) VALUE ZEROS.
       77  WS-MES                  PIC 9(02) VALUE ZEROS.
       77  WS-ANO                  PIC 9(04) VALUE ZEROS.
       77  WS-TZ-CODE              PIC X(03) VALUE SPACES.
       77  WS-OPERADOR             PIC X(08) VALUE SPACES.
       77  WS-TERMINAL             PIC X(08) VALUE SPACES.

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

       01  WS-CHAVE-DUP.
           05  WS-CHV-DIA           PIC 9(02).
           05  WS-CHV-MES           PIC 9(02).
           05  WS-CHV-ANO           PIC 9(04).
           05  WS-CHV-HR            PIC 9(02).
           05  WS-CHV-MINU          PIC 9(02).
           05  WS-CHV-TZ-CODE       PIC X(03).
           05  WS-CHV-OPERADOR      PIC X(08).

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
      * Master, interface e sequencias
      * ----------------------------------------------------------
       77  WS-SEQ-CONFIRMACAO      PIC 9(06) VALUE ZERO COMP.
       77  WS-SEQ-NOVA             PIC 9(06) VALUE ZERO COMP.
       77  WS-GERACAO-IFC          PIC 9(06) VALUE ZERO COMP.
       77  WS-SEQ-GER-IFC          PIC 9(06) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Data/hora do sistema, data de inclusao da pendencia e
      * totais
      * ----------------------------------------------------------
       01  WS-DATA-SISTEMA-GRP.
           05  WS-ANO-SISTEMA       PIC 9(04).
           05  WS-MES-SISTEMA       PIC 9(02).
           05  WS-DIA-SISTEMA       PIC 9(02).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA-GRP
                                     PIC 9(08).
       77  WS-HORA-SISTEMA-8       PIC 9(08) VALUE ZEROS.

       01  WS-DATA-INCLUSAO-GRP.
           05  WS-ANO-INCLUSAO      PIC 9(04).
           05  WS-MES-INCLUSAO      PIC 9(02).
           05  WS-DIA-INCLUSAO      PIC 9(02).
       01  WS-DATA-INCLUSAO-NUM REDEFINES WS-DATA-INCLUSAO-GRP
                                     PIC 9(08).

       77  WS-QTD-PENDENTES        PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-ESCALAR          PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-PEDIDOS          PIC 9(05) VALUE ZERO COMP.
       77  WS-QTD-APROVADAS        PIC 9(05) VALUE ZERO COMP.
       77  WS-QTD-RECUSADAS        PIC 9(05) VALUE ZERO COMP.
       77  WS-QTD-NAO-ATENDIDOS    PIC 9(05) VALUE ZERO COMP.
      * maior severidade apurada na sessao (as chamadas aos
      * subprogramas sobrepoem o RETURN-CODE)
       77  WS-RC-SESSAO            PIC 9(04) VALUE ZERO.

      * ----------------------------------------------------------
      * Relacao de escalonamento (DTEHRAPL): paginacao e linhas
      * ----------------------------------------------------------
       77  WS-LIN-PAG              PIC 9(02) VALUE 99 COMP.
       77  WS-MAX-LIN              PIC 9(02) VALUE 56 COMP.
       77  WS-NUM-PAGINA           PIC 9(03) VALUE ZERO COMP.

       77  WS-LINHA-IMPRESSAO      PIC X(80) VALUE SPACES.

       01  WS-CAB-1.
           05  FILLER               PIC X(50) VALUE
               "DTEHRAPR - PENDENCIAS DE APROVACAO PARA ESCALONAR".

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
           05  FILLER               PIC X(74) VALUE ALL "-".

       01  WS-LIN-LIMITE.
           05  FILLER               PIC X(29) VALUE
               "LIMITE DE ESPERA (DIAS UTEIS)".
           05  FILLER               PIC X(02) VALUE ": ".
           05  LIN-LIM-DIAS         PIC Z9.
           05  FILLER               PIC X(08) VALUE "   SITE ".
           05  LIN-LIM-SITE         PIC X(03).

       01  WS-LIN-COLUNAS.
           05  FILLER               PIC X(40) VALUE
               "NUMERO  ENTRADA    HORA  FUS  OPERADOR ".
           05  FILLER               PIC X(34) VALUE
               "TERMINAL  INCLUSAO    DIAS LOTE".

       01  WS-LIN-DET.
           05  LIN-DET-NUMERO       PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
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
           05  LIN-DET-FUSO         PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-DET-OPERADOR     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-TERMINAL     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-DET-INC-DIA      PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-DET-INC-MES      PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-DET-INC-ANO      PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-DET-DIAS         PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-LOTE         PIC X(08).

       01  WS-LIN-CONTA.
           05  LIN-CONTA-TEXTO      PIC X(28).
           05  LIN-CONTA-QTD        PIC Z(05)9.

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
           IF WS-MODO-ESCALACAO
              PERFORM 3000-RELACAO-ESCALACAO THRU 3000-EXIT
           ELSE
              PERFORM 2000-ATENDE-OPCAO THRU 2000-EXIT
                 UNTIL WS-FIM-SESSAO
           END-IF
           PERFORM 9000-FINALIZA THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  le a configuracao e os parametros; na
      *       sessao identifica o supervisor e abre as saidas, no
      *       modo "E" abre somente a fila e a relacao
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
           PERFORM 1150-LE-PARAMETROS THRU 1150-EXIT
           IF WS-MODO-ESCALACAO
              PERFORM 1600-ABRE-ARQUIVOS-ESCALACAO THRU 1600-EXIT
           ELSE
              PERFORM 1200-CARREGA-OPERADORES THRU 1200-EXIT
              PERFORM 1300-IDENTIFICA-SUPERVISOR THRU 1300-EXIT
              PERFORM 1500-ABRE-ARQUIVOS THRU 1500-EXIT
           END-IF
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

      ******************************************************************
      * 1150-LE-PARAMETROS  -  modo (S=sessao do supervisor, padrao;
      *       E=relacao de escalonamento) e limite de espera em dias
      *       uteis; sem DTEHRAPP vale a sessao com limite padrao
      ******************************************************************
       1150-LE-PARAMETROS.
           MOVE "S" TO WS-SW-MODO
           OPEN INPUT DTEHR-APP-FILE
           IF WS-FS-APP = "00"
              READ DTEHR-APP-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-APP = "00"
                 IF APP-MODO-ESCALACAO
                    MOVE "E" TO WS-SW-MODO
                 END-IF
                 IF APP-DIAS-ESCALACAO NUMERIC
                    AND APP-DIAS-ESCALACAO > 0
                    MOVE APP-DIAS-ESCALACAO TO WS-DIAS-ESCALACAO
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-APP-FILE.
       1150-EXIT.
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
      *       ha como autorizar a aprovacao
      ******************************************************************
       1300-IDENTIFICA-SUPERVISOR.
           DISPLAY "DTEHRAPR - INFORME O CODIGO DO SUPERVISOR"
              ACCEPT WS-USUARIO
           IF WS-USUARIO = SPACES
              DISPLAY "DTEHRAPR - SUPERVISOR NAO INFORMADO - "
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
              DISPLAY "DTEHRAPR - SUPERVISOR NAO CADASTRADO - "
                      "EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-OPER-ATIVO(WS-IDX-USU-ACHADO) NOT = "A"
              DISPLAY "DTEHRAPR - SUPERVISOR INATIVO - EXECUCAO "
                      "ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-OPER-NIVEL(WS-IDX-USU-ACHADO) < WS-NIVEL-MIN-APROVACAO
              DISPLAY "DTEHRAPR - SUPERVISOR SEM NIVEL PARA "
                      "APROVACAO (MINIMO " WS-NIVEL-MIN-APROVACAO
                      ") - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO DTEHRAUT-AREA
           MOVE "VP" TO AUT-FUNCAO
           MOVE WS-USUARIO TO AUT-OPERADOR
           MOVE SPACES TO AUT-TERMINAL
           MOVE "DTEHRAPR" TO AUT-PROGRAMA
           CALL "DTEHRAUT" USING DTEHRAUT-AREA
           IF NOT AUT-RET-OK
              DISPLAY "DTEHRAPR - SUPERVISOR NAO AUTENTICADO "
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
      *       gravado; fila e master sao obrigatorios, log, interface
      *       (nova geracao) e suspense sao abertos para acrescimo e
      *       o indice de duplicatas, quando existir, e atualizado
      ******************************************************************
       1500-ABRE-ARQUIVOS.
           PERFORM 1510-VERIFICA-EXPURGO-PENDENTE THRU 1510-EXIT
           PERFORM 1515-VERIFICA-EXPURGO-IFC THRU 1515-EXIT
           OPEN I-O DTEHR-PND-FILE
           IF WS-FS-PND NOT = "00"
              DISPLAY "DTEHRAPR - FALHA AO ABRIR A FILA DE APROVACAO "
                      "(DTEHRPND) - STATUS " WS-FS-PND
                      " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O DTEHR-MST-FILE
           IF WS-FS-MST NOT = "00"
              DISPLAY "DTEHRAPR - FALHA AO ABRIR O MASTER DE "
                      "CONFIRMACOES - STATUS " WS-FS-MST
                      " - EXECUCAO ABORTADA"
              CLOSE DTEHR-PND-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ZEROS TO MST-SEQ-CONFIRMACAO
           READ DTEHR-MST-FILE
              INVALID KEY
                 DISPLAY "DTEHRAPR - MASTER SEM REGISTRO DE "
                         "CONTROLE - EXECUCAO ABORTADA"
                 CLOSE DTEHR-PND-FILE
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
              DISPLAY "DTEHRAPR - FALHA AO ABRIR O LOG DE AUDITORIA "
                      "- STATUS " WS-FS-LOG " - EXECUCAO ABORTADA"
              CLOSE DTEHR-PND-FILE
              CLOSE DTEHR-MST-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN EXTEND DTEHR-REJ-FILE
           IF WS-FS-REJ = "35"
              OPEN OUTPUT DTEHR-REJ-FILE
           END-IF
           IF WS-FS-REJ NOT = "00"
              DISPLAY "DTEHRAPR - FALHA AO ABRIR O SUSPENSE - STATUS "
                      WS-FS-REJ " - EXECUCAO ABORTADA"
              CLOSE DTEHR-PND-FILE
              CLOSE DTEHR-MST-FILE
              CLOSE DTEHR-LOG-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1520-PROXIMA-GERACAO-IFC THRU 1520-EXIT
           OPEN EXTEND DTEHR-IFC-FILE
           IF WS-FS-IFC = "35"
              OPEN OUTPUT DTEHR-IFC-FILE
           END-IF
           IF WS-FS-IFC NOT = "00"
              DISPLAY "DTEHRAPR - FALHA AO ABRIR A INTERFACE - "
                      "STATUS " WS-FS-IFC " - EXECUCAO ABORTADA"
              CLOSE DTEHR-PND-FILE
              CLOSE DTEHR-MST-FILE
              CLOSE DTEHR-LOG-FILE
              CLOSE DTEHR-REJ-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO WS-SW-DUP-ABERTO
           OPEN I-O DTEHR-DUP-FILE
           IF WS-FS-DUP = "00"
              MOVE "S" TO WS-SW-DUP-ABERTO
           ELSE
              DISPLAY "DTEHRAPR - AVISO: INDICE DE DUPLICATAS "
                      "(DTEHRDUP) NAO DISPONIVEL - STATUS " WS-FS-DUP
                      " - SERA RECRIADO PELO DTEHR A PARTIR DO LOG"
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
                 DISPLAY "DTEHRAPR - EXPURGO DO LOG (DTEHRARC) "
                         "INTERROMPIDO NA FASE " APC-FASE
                         " - REINICIE O EXPURGO ANTES DE APROVAR"
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
                 DISPLAY "DTEHRAPR - EXPURGO DA INTERFACE (DTEHRIHK) "
                         "INTERROMPIDO NA FASE " IPC-FASE
                         " - REINICIE O EXPURGO ANTES DE APROVAR"
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
              DISPLAY "DTEHRAPR - FALHA AO GRAVAR O CONTROLE DE "
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
              DISPLAY "DTEHRAPR - FALHA AO GRAVAR O CONTROLE DE "
                      "GERACAO DA INTERFACE (DTEHRIFG) - STATUS "
                      WS-FS-IFG " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE DTEHR-IFG-FILE.
       1520-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABRE-ARQUIVOS-ESCALACAO  -  a fila e lida somente para
      *       consulta; sem a fila (nunca criada) nao ha pendencias
      ******************************************************************
       1600-ABRE-ARQUIVOS-ESCALACAO.
           MOVE "N" TO WS-SW-EOF-PND
           OPEN INPUT DTEHR-PND-FILE
           IF WS-FS-PND = "35"
              MOVE "S" TO WS-SW-EOF-PND
           ELSE
              IF WS-FS-PND NOT = "00"
                 DISPLAY "DTEHRAPR - FALHA AO ABRIR A FILA DE "
                         "APROVACAO (DTEHRPND) - STATUS " WS-FS-PND
                         " - EXECUCAO ABORTADA"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT DTEHR-APL-FILE
           IF WS-FS-APL NOT = "00"
              DISPLAY "DTEHRAPR - FALHA AO ABRIR A RELACAO "
                      "(DTEHRAPL) - STATUS " WS-FS-APL
                      " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 1900-JORNAL-INICIO  -  registra o inicio da execucao no
      *       diario compartilhado DTEHRJRN (via DTEHRJNL)
      ******************************************************************
       1900-JORNAL-INICIO.
           MOVE SPACES TO DTEHR-JNL-AREA
           MOVE "I" TO JNL-TIPO-REG
           MOVE "DTEHRAPR" TO JNL-PROGRAMA
           MOVE WS-SW-MODO TO JNL-MODO
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
      * 2000-ATENDE-OPCAO  -  menu da sessao do supervisor
      ******************************************************************
       2000-ATENDE-OPCAO.
           MOVE SPACES TO WS-OPCAO
           DISPLAY " "
           DISPLAY "DTEHRAPR - OPCAO: L=LISTAR PENDENTES  A=APROVAR  "
                   "R=RECUSAR  F=FIM"
              ACCEPT WS-OPCAO
           EVALUATE TRUE
              WHEN WS-OPC-LISTAR
                 PERFORM 2100-LISTA-PENDENTES THRU 2100-EXIT
              WHEN WS-OPC-APROVAR
                 PERFORM 2200-APROVA-PENDENCIA THRU 2200-EXIT
              WHEN WS-OPC-RECUSAR
                 PERFORM 2300-RECUSA-PENDENCIA THRU 2300-EXIT
              WHEN WS-OPC-FIM
                 MOVE "S" TO WS-SW-FIM-SESSAO
              WHEN OTHER
                 DISPLAY "DTEHRAPR - OPCAO INVALIDA"
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LISTA-PENDENTES  -  exibe as pendencias em aberto com os
      *       dias uteis de espera, marcando as que passaram do limite
      ******************************************************************
       2100-LISTA-PENDENTES.
           MOVE ZERO TO WS-QTD-PENDENTES
           MOVE ZERO TO WS-QTD-ESCALAR
           PERFORM 4000-INICIA-VARREDURA THRU 4000-EXIT
           PERFORM 4100-LE-PROXIMA-PENDENTE THRU 4100-EXIT
           PERFORM 2110-EXIBE-PENDENTE THRU 2110-EXIT
              UNTIL WS-EOF-PND
           DISPLAY "DTEHRAPR - PENDENTES: " WS-QTD-PENDENTES
                   "  ACIMA DE " WS-DIAS-ESCALACAO " DIAS UTEIS: "
                   WS-QTD-ESCALAR.
       2100-EXIT.
           EXIT.

       2110-EXIBE-PENDENTE.
           IF WS-ESCALAR
              DISPLAY "PENDENCIA " PND-NUMERO " - " PND-DIA "/"
                      PND-MES "/" PND-ANO " " PND-HR ":" PND-MINU
                      " (" PND-TZ-CODE ") OPERADOR " PND-OPERADOR
                      " *** ESCALONAR ***"
           ELSE
              DISPLAY "PENDENCIA " PND-NUMERO " - " PND-DIA "/"
                      PND-MES "/" PND-ANO " " PND-HR ":" PND-MINU
                      " (" PND-TZ-CODE ") OPERADOR " PND-OPERADOR
           END-IF
           DISPLAY "          TERMINAL " PND-TERMINAL
                   " INCLUIDA EM " PND-DATA-INCLUSAO
                   " LOTE " PND-LOTE-ID
                   " DIAS UTEIS " WS-DIAS-ESPERA
           PERFORM 4100-LE-PROXIMA-PENDENTE THRU 4100-EXIT.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APROVA-PENDENCIA  -  revalida a entrada (DTEHRCAL e
      *       DTEHRTZC), confere duplicata ativa no master e, com a
      *       confirmacao do supervisor, grava as saidas normais com o
      *       codigo do aprovador e fecha a pendencia como aprovada
      ******************************************************************
       2200-APROVA-PENDENCIA.
           ADD 1 TO WS-QTD-PEDIDOS
           PERFORM 2500-LE-PENDENCIA THRU 2500-EXIT
           IF WS-ERRO-VALIDACAO
              PERFORM 2900-NAO-ATENDIDO THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF
           PERFORM 6000-VALIDA-ENTRADA THRU 6000-EXIT
           IF WS-ERRO-VALIDACAO
              PERFORM 2900-NAO-ATENDIDO THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF
           DISPLAY "DTEHRAPR - " WS-DIA-SEMANA-DESC " UTC " WS-HR-UTC
                   ":" WS-MINU-UTC " DE " WS-DIA-UTC "/" WS-MES-UTC
                   "/" WS-ANO-UTC " DIA UTIL " WS-SW-DIA-UTIL
           DISPLAY "DTEHRAPR - CONFIRMA A APROVACAO DA PENDENCIA "
                   PND-NUMERO " (S/N)?"
              ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
              MOVE "PEDIDO CANCELADO PELO SUPERVISOR" TO WS-MSG-ERRO
              PERFORM 2900-NAO-ATENDIDO THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF
           PERFORM 5000-GRAVA-APROVACAO THRU 5000-EXIT
           IF WS-ERRO-VALIDACAO
              PERFORM 2900-NAO-ATENDIDO THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-QTD-APROVADAS
           DISPLAY "DTEHRAPR - PENDENCIA " WS-NUM-PEDIDO
                   " APROVADA - SEQUENCIA DE CONFIRMACAO " WS-SEQ-NOVA.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-RECUSA-PENDENCIA  -  com a confirmacao do supervisor a
      *       transacao vai para o suspense com motivo "RA" (para
      *       reparo e reapresentacao) e a pendencia e fechada como
      *       recusada
      ******************************************************************
       2300-RECUSA-PENDENCIA.
           ADD 1 TO WS-QTD-PEDIDOS
           PERFORM 2500-LE-PENDENCIA THRU 2500-EXIT
           IF WS-ERRO-VALIDACAO
              PERFORM 2900-NAO-ATENDIDO THRU 2900-EXIT
              GO TO 2300-EXIT
           END-IF
           DISPLAY "DTEHRAPR - CONFIRMA A RECUSA DA PENDENCIA "
                   PND-NUMERO " (S/N)?"
              ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
              MOVE "PEDIDO CANCELADO PELO SUPERVISOR" TO WS-MSG-ERRO
              PERFORM 2900-NAO-ATENDIDO THRU 2900-EXIT
              GO TO 2300-EXIT
           END-IF
           PERFORM 5500-GRAVA-RECUSA THRU 5500-EXIT
           IF WS-ERRO-VALIDACAO
              PERFORM 2900-NAO-ATENDIDO THRU 2900-EXIT
              GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-QTD-RECUSADAS
           DISPLAY "DTEHRAPR - PENDENCIA " WS-NUM-PEDIDO
                   " RECUSADA - ENVIADA AO SUSPENSE (MOTIVO RA)".
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LE-PENDENCIA  -  le a pendencia pelo numero; recusa o
      *       registro de controle, numero inexistente, pendencia ja
      *       decidida e entrada digitada pelo proprio supervisor
      *       (dupla custodia)
      ******************************************************************
       2500-LE-PENDENCIA.
           MOVE "N" TO WS-SW-ERRO
           MOVE ZEROS TO WS-NUM-PEDIDO
           DISPLAY "DTEHRAPR - NUMERO DA PENDENCIA"
              ACCEPT WS-NUM-PEDIDO
           IF WS-NUM-PEDIDO = ZEROS
              MOVE "S" TO WS-SW-ERRO
              MOVE "PENDENCIA NAO INFORMADA" TO WS-MSG-ERRO
              GO TO 2500-EXIT
           END-IF
           MOVE WS-NUM-PEDIDO TO PND-NUMERO
           READ DTEHR-PND-FILE
              KEY IS PND-NUMERO
              INVALID KEY
                 MOVE "S" TO WS-SW-ERRO
                 MOVE "PENDENCIA NAO CONSTA DA FILA" TO WS-MSG-ERRO
                 GO TO 2500-EXIT
           END-READ
           IF WS-FS-PND NOT = "00"
              MOVE "S" TO WS-SW-ERRO
              MOVE "ERRO DE LEITURA DA FILA" TO WS-MSG-ERRO
              GO TO 2500-EXIT
           END-IF
           IF NOT PND-SIT-PENDENTE
              MOVE "S" TO WS-SW-ERRO
              MOVE "PENDENCIA JA DECIDIDA" TO WS-MSG-ERRO
              DISPLAY "DTEHRAPR - SITUACAO " PND-SITUACAO " EM "
                      PND-DATA-DECISAO " POR " PND-SUPERVISOR
              GO TO 2500-EXIT
           END-IF
           IF PND-OPERADOR = WS-USUARIO
              MOVE "S" TO WS-SW-ERRO
              MOVE "SUPERVISOR NAO PODE DECIDIR A PROPRIA ENTRADA"
                 TO WS-MSG-ERRO
              GO TO 2500-EXIT
           END-IF
           PERFORM 4200-CALCULA-ESPERA THRU 4200-EXIT
           DISPLAY "DTEHRAPR - PENDENCIA " PND-NUMERO ": "
                   PND-DIA "/" PND-MES "/" PND-ANO " "
                   PND-HR ":" PND-MINU " (" PND-TZ-CODE ") "
                   "OPERADOR " PND-OPERADOR
                   " TERMINAL " PND-TERMINAL
           DISPLAY "           INCLUIDA EM " PND-DATA-INCLUSAO
                   " MODO " PND-MODO-ORIGEM " LOTE " PND-LOTE-ID
                   " SEQ " PND-SEQ-ORIGINAL
                   " DIAS UTEIS " WS-DIAS-ESPERA.
       2500-EXIT.
           EXIT.

       2900-NAO-ATENDIDO.
           ADD 1 TO WS-QTD-NAO-ATENDIDOS
           DISPLAY "DTEHRAPR - PEDIDO NAO ATENDIDO: " WS-MSG-ERRO.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RELACAO-ESCALACAO  -  modo "E": relaciona em DTEHRAPL as
      *       pendencias em aberto ha mais dias uteis que o limite
      ******************************************************************
       3000-RELACAO-ESCALACAO.
           MOVE WS-DIAS-ESCALACAO TO LIN-LIM-DIAS
           MOVE WS-SITE TO LIN-LIM-SITE
           MOVE WS-LIN-LIMITE TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-LIN-COLUNAS TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           IF NOT WS-EOF-PND
              PERFORM 4000-INICIA-VARREDURA THRU 4000-EXIT
              PERFORM 4100-LE-PROXIMA-PENDENTE THRU 4100-EXIT
              PERFORM 3100-IMPRIME-PENDENTE THRU 3100-EXIT
                 UNTIL WS-EOF-PND
           END-IF
           IF WS-QTD-ESCALAR = 0
              MOVE "  NENHUMA PENDENCIA ALEM DO LIMITE"
                 TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "PENDENCIAS EM ABERTO......: " TO LIN-CONTA-TEXTO
           MOVE WS-QTD-PENDENTES TO LIN-CONTA-QTD
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "A ESCALONAR...............: " TO LIN-CONTA-TEXTO
           MOVE WS-QTD-ESCALAR TO LIN-CONTA-QTD
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           IF WS-QTD-ESCALAR > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-IMPRIME-PENDENTE.
           IF WS-ESCALAR
              MOVE PND-NUMERO TO LIN-DET-NUMERO
              MOVE PND-DIA TO LIN-DET-DIA
              MOVE PND-MES TO LIN-DET-MES
              MOVE PND-ANO TO LIN-DET-ANO
              MOVE PND-HR TO LIN-DET-HR
              MOVE PND-MINU TO LIN-DET-MINU
              MOVE PND-TZ-CODE TO LIN-DET-FUSO
              MOVE PND-OPERADOR TO LIN-DET-OPERADOR
              MOVE PND-TERMINAL TO LIN-DET-TERMINAL
              MOVE WS-DIA-INCLUSAO TO LIN-DET-INC-DIA
              MOVE WS-MES-INCLUSAO TO LIN-DET-INC-MES
              MOVE WS-ANO-INCLUSAO TO LIN-DET-INC-ANO
              MOVE WS-DIAS-ESPERA TO LIN-DET-DIAS
              MOVE PND-LOTE-ID TO LIN-DET-LOTE
              MOVE WS-LIN-DET TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF
           PERFORM 4100-LE-PROXIMA-PENDENTE THRU 4100-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-INICIA-VARREDURA  -  posiciona a fila apos o registro de
      *       controle (numero zero)
      ******************************************************************
       4000-INICIA-VARREDURA.
           MOVE "N" TO WS-SW-EOF-PND
           MOVE ZEROS TO PND-NUMERO
           START DTEHR-PND-FILE
              KEY IS > PND-NUMERO
              INVALID KEY
                 MOVE "S" TO WS-SW-EOF-PND
           END-START.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-LE-PROXIMA-PENDENTE  -  le ate a proxima pendencia em
      *       aberto (as ja decididas sao saltadas) e apura a espera
      ******************************************************************
       4100-LE-PROXIMA-PENDENTE.
           IF WS-EOF-PND
              GO TO 4100-EXIT
           END-IF
           READ DTEHR-PND-FILE NEXT
              AT END
                 MOVE "S" TO WS-SW-EOF-PND
                 GO TO 4100-EXIT
           END-READ
           IF WS-FS-PND NOT = "00" AND WS-FS-PND NOT = "02"
              DISPLAY "DTEHRAPR - ERRO DE LEITURA DA FILA - STATUS "
                      WS-FS-PND
              MOVE "S" TO WS-SW-EOF-PND
              GO TO 4100-EXIT
           END-IF
           IF NOT PND-SIT-PENDENTE
              GO TO 4100-LE-PROXIMA-PENDENTE
           END-IF
           ADD 1 TO WS-QTD-PENDENTES
           PERFORM 4200-CALCULA-ESPERA THRU 4200-EXIT
           IF WS-ESCALAR
              ADD 1 TO WS-QTD-ESCALAR
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4200-CALCULA-ESPERA  -  dias uteis entre a inclusao e hoje
      *       (DTEHRCAL funcao DF no site da instalacao); passa a
      *       escalonar quando excede o limite
      ******************************************************************
       4200-CALCULA-ESPERA.
           MOVE "N" TO WS-SW-ESCALAR
           MOVE ZERO TO WS-DIAS-ESPERA
           MOVE PND-DATA-INCLUSAO TO WS-DATA-INCLUSAO-NUM
           MOVE SPACES TO DTEHRCAL-AREA
           MOVE "DF" TO CAL-FUNCAO
           MOVE WS-DIA-INCLUSAO TO CAL-D1-DIA
           MOVE WS-MES-INCLUSAO TO CAL-D1-MES
           MOVE WS-ANO-INCLUSAO TO CAL-D1-ANO
           MOVE WS-DIA-SISTEMA TO CAL-D2-DIA
           MOVE WS-MES-SISTEMA TO CAL-D2-MES
           MOVE WS-ANO-SISTEMA TO CAL-D2-ANO
           MOVE ZEROS TO CAL-QTD-DIAS
           MOVE WS-SITE TO CAL-SITE
           CALL "DTEHRCAL" USING DTEHRCAL-AREA
           IF NOT CAL-RET-OK AND NOT CAL-RET-SEM-CALENDARIO
              GO TO 4200-EXIT
           END-IF
           MOVE CAL-DIAS-RESULT TO WS-DIAS-ESPERA
           IF WS-DIAS-ESPERA > WS-DIAS-ESCALACAO
              MOVE "S" TO WS-SW-ESCALAR
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      * 5000-GRAVA-APROVACAO  -  master (nova sequencia, com o
      *       aprovador), log e interface (tipo "C"), chave no indice
      *       de duplicatas e fechamento da pendencia como aprovada
      ******************************************************************
       5000-GRAVA-APROVACAO.
           MOVE "N" TO WS-SW-ERRO
           MOVE ZEROS TO WS-SEQ-NOVA
           ACCEPT WS-HORA-SISTEMA-8 FROM TIME
           PERFORM 5100-GRAVA-MASTER THRU 5100-EXIT
           IF WS-ERRO-VALIDACAO
              GO TO 5000-EXIT
           END-IF
           PERFORM 5200-GRAVA-LOG-INTERFACE THRU 5200-EXIT
           PERFORM 5300-REGISTRA-CHAVE-DUP THRU 5300-EXIT
           MOVE "A" TO PND-SITUACAO
           MOVE WS-SEQ-NOVA TO PND-SEQ-CONFIRMACAO
           PERFORM 5400-FECHA-PENDENCIA THRU 5400-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-GRAVA-MASTER  -  grava a entrada aprovada com a proxima
      *       sequencia e atualiza o registro de controle; operador e
      *       terminal sao os de quem digitou a entrada
      ******************************************************************
       5100-GRAVA-MASTER.
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
           MOVE WS-OPERADOR TO MST-OPERADOR
           MOVE WS-TERMINAL TO MST-TERMINAL
           MOVE WS-DATA-SISTEMA-NUM TO MST-DATA-SISTEMA
           MOVE WS-HORA-SISTEMA-8 TO MST-HORA-SISTEMA
           MOVE "A" TO MST-SITUACAO
           MOVE ZEROS TO MST-DATA-ESTORNO
           MOVE ZEROS TO MST-HORA-ESTORNO
           MOVE SPACES TO MST-SUPERVISOR-EST
           MOVE SPACES TO MST-MOTIVO-ESTORNO
           MOVE ZEROS TO MST-SEQ-SUBSTITUTA
           MOVE ZEROS TO MST-SEQ-CORRIGIDA
           MOVE WS-USUARIO TO MST-APROVADOR
           MOVE PND-MODO-ORIGEM TO MST-MODO-ORIGEM
           MOVE PND-LOTE-ID TO MST-LOTE-ID
           MOVE PND-SEQ-ORIGINAL TO MST-SEQ-ORIGINAL
           MOVE WS-SITE TO MST-SITE
           WRITE DTEHR-MST-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF WS-FS-MST NOT = "00" AND WS-FS-MST NOT = "02"
              SUBTRACT 1 FROM WS-SEQ-CONFIRMACAO
              MOVE "S" TO WS-SW-ERRO
              MOVE "FALHA AO GRAVAR O MASTER" TO WS-MSG-ERRO
              DISPLAY "DTEHRAPR - STATUS DO MASTER " WS-FS-MST
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
              DISPLAY "DTEHRAPR - AVISO: FALHA AO ATUALIZAR CONTROLE "
                      "DO MASTER - STATUS " WS-FS-MST
           END-IF.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-GRAVA-LOG-INTERFACE  -  confirmacao (tipo "C") no log de
      *       auditoria e na interface com o supervisor aprovador
      ******************************************************************
       5200-GRAVA-LOG-INTERFACE.
           MOVE WS-DIA TO LOG-DIA
           MOVE WS-MES TO LOG-MES
           MOVE WS-ANO TO LOG-ANO
           MOVE WS-HR TO LOG-HR
           MOVE WS-MINU TO LOG-MINU
           MOVE WS-TZ-CODE TO LOG-TZ-CODE
           MOVE WS-OPERADOR TO LOG-OPERADOR
           MOVE WS-TERMINAL TO LOG-TERMINAL
           MOVE WS-DATA-SISTEMA-NUM TO LOG-DATA-SISTEMA
           MOVE WS-HORA-SISTEMA-8 TO LOG-HORA-SISTEMA
           MOVE WS-HR-UTC TO LOG-HR-UTC
           MOVE WS-MINU-UTC TO LOG-MINU-UTC
           MOVE WS-DIA-UTC TO LOG-DIA-UTC
           MOVE WS-MES-UTC TO LOG-MES-UTC
           MOVE WS-ANO-UTC TO LOG-ANO-UTC
           MOVE "C" TO LOG-TIPO-MOV
           MOVE WS-SEQ-NOVA TO LOG-SEQ-CONFIRMACAO
           MOVE SPACES TO LOG-MOTIVO-ESTORNO
           MOVE SPACES TO LOG-SUPERVISOR
           MOVE WS-USUARIO TO LOG-APROVADOR
           MOVE PND-MODO-ORIGEM TO LOG-MODO-ORIGEM
           MOVE PND-LOTE-ID TO LOG-LOTE-ID
           MOVE PND-SEQ-ORIGINAL TO LOG-SEQ-ORIGINAL
           MOVE WS-SITE TO LOG-SITE
           PERFORM 5250-GRAVA-LOG THRU 5250-EXIT

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
           MOVE WS-OPERADOR TO DTEHR-IFC-OPERADOR
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
           MOVE WS-USUARIO TO DTEHR-IFC-APROVADOR
           MOVE PND-MODO-ORIGEM TO DTEHR-IFC-MODO-ORIGEM
           MOVE PND-LOTE-ID TO DTEHR-IFC-LOTE-ID
           MOVE PND-SEQ-ORIGINAL TO DTEHR-IFC-SEQ-ORIGINAL
           MOVE WS-SITE TO DTEHR-IFC-SITE
           WRITE DTEHR-INTERFACE-REC
           IF WS-FS-IFC NOT = "00"
              DISPLAY "DTEHRAPR - AVISO: FALHA AO GRAVAR REGISTRO DE "
                      "INTERFACE - STATUS " WS-FS-IFC
           END-IF.
       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5250-GRAVA-LOG  -  grava DTEHR-LOG-REC encadeado ao registro
      *       anterior (sequencia de auditoria e valor de controle do
      *       DTEHRCHN) e, gravado o registro, confirma o novo fim da
      *       cadeia
      ******************************************************************
       5250-GRAVA-LOG.
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
              DISPLAY "DTEHRAPR - AVISO: LOG DE AUDITORIA GRAVADO SEM "
                      "ENCADEAMENTO - RETORNO " CHN-RETORNO
           END-IF
           WRITE DTEHR-LOG-REC
           IF WS-FS-LOG NOT = "00"
              DISPLAY "DTEHRAPR - AVISO: FALHA AO GRAVAR LOG DE "
                      "AUDITORIA - STATUS " WS-FS-LOG
              GO TO 5250-EXIT
           END-IF
           IF LOG-SEQ-AUDITORIA = ZEROS
              GO TO 5250-EXIT
           END-IF
           MOVE "CF" TO CHN-FUNCAO
           CALL "DTEHRCHN" USING DTEHRCHN-AREA
           IF NOT CHN-RET-OK
              DISPLAY "DTEHRAPR - AVISO: FALHA AO ATUALIZAR O CONTROLE "
                      "DO ENCADEAMENTO (DTEHRLGC) - RETORNO "
                      CHN-RETORNO
           END-IF.
       5250-EXIT.
           EXIT.

      ******************************************************************
      * 5300-REGISTRA-CHAVE-DUP  -  acrescenta a entrada aprovada ao
      *       indice de duplicatas quando ele estiver disponivel; de
      *       todo modo o DTEHR o recria do log na proxima execucao
      ******************************************************************
       5300-REGISTRA-CHAVE-DUP.
           IF NOT WS-DUP-ABERTO
              GO TO 5300-EXIT
           END-IF
           MOVE WS-DIA TO WS-CHV-DIA
           MOVE WS-MES TO WS-CHV-MES
           MOVE WS-ANO TO WS-CHV-ANO
           MOVE WS-HR TO WS-CHV-HR
           MOVE WS-MINU TO WS-CHV-MINU
           MOVE WS-TZ-CODE TO WS-CHV-TZ-CODE
           MOVE WS-OPERADOR TO WS-CHV-OPERADOR
           MOVE WS-CHAVE-DUP TO DUP-CHAVE
           WRITE DTEHR-DUP-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF WS-FS-DUP NOT = "00" AND WS-FS-DUP NOT = "22"
              DISPLAY "DTEHRAPR - AVISO: FALHA AO REGISTRAR A CHAVE "
                      "NO INDICE DE DUPLICATAS - STATUS " WS-FS-DUP
           END-IF.
       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5400-FECHA-PENDENCIA  -  regrava a pendencia com a decisao
      *       (situacao ja movida pelo chamador), o supervisor e a
      *       data/hora; falha depois das saidas gravadas exige
      *       acerto manual da fila
      ******************************************************************
       5400-FECHA-PENDENCIA.
           MOVE WS-USUARIO TO PND-SUPERVISOR
           MOVE WS-DATA-SISTEMA-NUM TO PND-DATA-DECISAO
           MOVE WS-HORA-SISTEMA-8 TO PND-HORA-DECISAO
           REWRITE DTEHR-PND-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-FS-PND NOT = "00" AND WS-FS-PND NOT = "02"
              DISPLAY "*** AVISO SEVERO: PENDENCIA " PND-NUMERO
                      " DECIDIDA (" PND-SITUACAO ") MAS NAO FECHADA "
                      "NA FILA - STATUS " WS-FS-PND " - ACERTO MANUAL"
              MOVE 8 TO WS-RC-SESSAO
           END-IF.
       5400-EXIT.
           EXIT.

      ******************************************************************
      * 5500-GRAVA-RECUSA  -  grava a transacao no suspense com motivo
      *       "RA" e a origem (modo, lote e sequencia no lote), e
      *       fecha a pendencia
      *       como recusada
      ******************************************************************
       5500-GRAVA-RECUSA.
           MOVE "N" TO WS-SW-ERRO
           ACCEPT WS-HORA-SISTEMA-8 FROM TIME
           MOVE "RA" TO REJ-MOTIVO
           MOVE WS-DATA-SISTEMA-NUM TO REJ-DATA-GRAVACAO
           MOVE PND-SEQ-ORIGINAL TO REJ-SEQ-ORIGINAL
           MOVE PND-TRANS-DADOS TO REJ-TRANS-DADOS
           MOVE PND-MODO-ORIGEM TO REJ-MODO-ORIGEM
           MOVE PND-LOTE-ID TO REJ-LOTE-ID
           WRITE DTEHR-REJ-REC
           IF WS-FS-REJ NOT = "00"
              MOVE "S" TO WS-SW-ERRO
              MOVE "FALHA AO GRAVAR O SUSPENSE" TO WS-MSG-ERRO
              DISPLAY "DTEHRAPR - STATUS DO SUSPENSE " WS-FS-REJ
              GO TO 5500-EXIT
           END-IF
           MOVE "R" TO PND-SITUACAO
           MOVE ZEROS TO PND-SEQ-CONFIRMACAO
           PERFORM 5400-FECHA-PENDENCIA THRU 5400-EXIT.
       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-VALIDA-ENTRADA  -  copia a entrada da pendencia e a
      *       revalida: data e dia util (DTEHRCAL funcao UT no site da
      *       instalacao), UTC (DTEHRTZC), derivados e duplicata
      ******************************************************************
       6000-VALIDA-ENTRADA.
           MOVE "N" TO WS-SW-ERRO
           MOVE PND-DIA TO WS-DIA
           MOVE PND-MES TO WS-MES
           MOVE PND-ANO TO WS-ANO
           MOVE PND-HR TO WS-HR
           MOVE PND-MINU TO WS-MINU
           MOVE PND-TZ-CODE TO WS-TZ-CODE
           MOVE PND-OPERADOR TO WS-OPERADOR
           MOVE PND-TERMINAL TO WS-TERMINAL

           MOVE SPACES TO DTEHRCAL-AREA
           MOVE "UT" TO CAL-FUNCAO
           MOVE WS-DIA TO CAL-D1-DIA
           MOVE WS-MES TO CAL-D1-MES
           MOVE WS-ANO TO CAL-D1-ANO
           MOVE ZEROS TO CAL-DATA-2
           MOVE ZEROS TO CAL-QTD-DIAS
           MOVE WS-SITE TO CAL-SITE
           CALL "DTEHRCAL" USING DTEHRCAL-AREA
           IF NOT CAL-RET-OK AND NOT CAL-RET-SEM-CALENDARIO
              MOVE "S" TO WS-SW-ERRO
              MOVE "DATA INVALIDA" TO WS-MSG-ERRO
              GO TO 6000-EXIT
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
              GO TO 6000-EXIT
           END-IF
           MOVE TZC-RES-HR TO WS-HR-UTC
           MOVE TZC-RES-MINU TO WS-MINU-UTC
           MOVE TZC-RES-DIA TO WS-DIA-UTC
           MOVE TZC-RES-MES TO WS-MES-UTC
           MOVE TZC-RES-ANO TO WS-ANO-UTC

           PERFORM 7000-CALCULA-DERIVADOS THRU 7000-EXIT
           PERFORM 6100-VERIFICA-DUPLICATA THRU 6100-EXIT
           IF WS-DUPLICATA
              MOVE "S" TO WS-SW-ERRO
              MOVE "ENTRADA JA CONFIRMADA NO MASTER" TO WS-MSG-ERRO
           END-IF.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 6100-VERIFICA-DUPLICATA  -  percorre o master pela chave
      *       alternada (data informada) procurando entrada ativa com
      *       a mesma hora, fuso e operador da pendencia
      ******************************************************************
       6100-VERIFICA-DUPLICATA.
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
           PERFORM 6110-LE-MESMA-DATA THRU 6110-EXIT
              UNTIL WS-FIM-CHAVE OR WS-DUPLICATA.
       6100-EXIT.
           EXIT.

       6110-LE-MESMA-DATA.
           READ DTEHR-MST-FILE NEXT
              AT END
                 MOVE "S" TO WS-SW-FIM-CHAVE
                 GO TO 6110-EXIT
           END-READ
           IF WS-FS-MST NOT = "00" AND WS-FS-MST NOT = "02"
              MOVE "S" TO WS-SW-FIM-CHAVE
              GO TO 6110-EXIT
           END-IF
           IF MST-ANO NOT = WS-ANO OR MST-MES NOT = WS-MES OR
              MST-DIA NOT = WS-DIA
              MOVE "S" TO WS-SW-FIM-CHAVE
              GO TO 6110-EXIT
           END-IF
           IF MST-SIT-ATIVA AND
              MST-HR = WS-HR AND MST-MINU = WS-MINU AND
              MST-TZ-CODE = WS-TZ-CODE AND
              MST-OPERADOR = WS-OPERADOR
              MOVE "S" TO WS-SW-DUPLICATA
           END-IF.
       6110-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CALCULA-DERIVADOS  -  dia da semana e dias transcorridos
      *       ate/desde hoje da data de trabalho (WS-DIA/MES/ANO)
      ******************************************************************
       7000-CALCULA-DERIVADOS.
           MOVE WS-DIA TO WS-JDN-CALC-DIA
           MOVE WS-MES TO WS-JDN-CALC-MES
           MOVE WS-ANO TO WS-JDN-CALC-ANO
           PERFORM 7500-CALCULA-JDN THRU 7500-EXIT
           MOVE WS-JDN-CALC-RESULT TO WS-JDN-INFORMADO

           MOVE WS-DIA-SISTEMA TO WS-JDN-CALC-DIA
           MOVE WS-MES-SISTEMA TO WS-JDN-CALC-MES
           MOVE WS-ANO-SISTEMA TO WS-JDN-CALC-ANO
           PERFORM 7500-CALCULA-JDN THRU 7500-EXIT
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
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 7500-CALCULA-JDN  -  numero juliano do dia (Fliegel/Van
      *       Flandern) a partir de WS-JDN-CALC-DIA/MES/ANO
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
      *       a paginacao e o cabecalho
      ******************************************************************
       8000-IMPRIME-LINHA.
           IF WS-LIN-PAG >= WS-MAX-LIN
              PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF
           WRITE DTEHR-APL-REC FROM WS-LINHA-IMPRESSAO
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
              WRITE DTEHR-APL-REC FROM WS-CAB-1
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE DTEHR-APL-REC FROM WS-CAB-1
                 AFTER ADVANCING PAGE
           END-IF
           WRITE DTEHR-APL-REC FROM WS-CAB-2
              AFTER ADVANCING 1 LINE
           WRITE DTEHR-APL-REC FROM WS-CAB-3
              AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LIN-PAG.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZA  -  fecha os arquivos, exibe o resumo e devolve
      *       a maior severidade da sessao
      ******************************************************************
       9000-FINALIZA.
           IF WS-MODO-ESCALACAO
              CLOSE DTEHR-PND-FILE
              CLOSE DTEHR-APL-FILE
              DISPLAY "DTEHRAPR - RELACAO DE ESCALONAMENTO: "
                      WS-QTD-PENDENTES " PENDENTES, "
                      WS-QTD-ESCALAR " ALEM DE " WS-DIAS-ESCALACAO
                      " DIAS UTEIS"
           ELSE
              CLOSE DTEHR-PND-FILE
              CLOSE DTEHR-MST-FILE
              CLOSE DTEHR-LOG-FILE
              CLOSE DTEHR-REJ-FILE
              CLOSE DTEHR-IFC-FILE
              IF WS-DUP-ABERTO
                 CLOSE DTEHR-DUP-FILE
              END-IF
              DISPLAY "DTEHRAPR - RESUMO DA SESSAO:"
              DISPLAY "  SUPERVISOR.............: " WS-USUARIO
              DISPLAY "  PEDIDOS................: " WS-QTD-PEDIDOS
              DISPLAY "  APROVADAS..............: " WS-QTD-APROVADAS
              DISPLAY "  RECUSADAS..............: " WS-QTD-RECUSADAS
              DISPLAY "  NAO ATENDIDOS..........: "
                      WS-QTD-NAO-ATENDIDOS
              DISPLAY "  GERACAO DA INTERFACE...: " WS-GERACAO-IFC
           END-IF
           IF WS-RC-SESSAO > RETURN-CODE
              MOVE WS-RC-SESSAO TO RETURN-CODE
           END-IF
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9900-JORNAL-FIM  -  registra o fim da execucao no diario: na
      *       sessao, pedidos/aprovadas/recusadas; no modo "E",
      *       pendentes e pendencias a escalonar
      ******************************************************************
       9900-JORNAL-FIM.
           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           IF WS-MODO-ESCALACAO
              MOVE WS-QTD-PENDENTES TO JNL-QTD-LIDOS
              MOVE ZEROS TO JNL-QTD-ACEITOS
              MOVE WS-QTD-ESCALAR TO JNL-QTD-REJEITADOS
           ELSE
              MOVE WS-QTD-PEDIDOS TO JNL-QTD-LIDOS
              MOVE WS-QTD-APROVADAS TO JNL-QTD-ACEITOS
              MOVE WS-QTD-RECUSADAS TO JNL-QTD-REJEITADOS
           END-IF
           MOVE RETURN-CODE TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       9900-EXIT.
           EXIT.

       END PROGRAM DTEHRAPR.
