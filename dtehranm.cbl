      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: RELATORIO NOTURNO DE EXCECOES DE CAPTURA NO MASTER
      *          DE CONFIRMACOES (DTEHRMST). AS ENTRADAS CAPTURADAS NO
      *          PERIODO (MST-DATA-SISTEMA) SAO VALIDAS, MAS SAO
      *          CONFERIDAS CONTRA PADROES SUSPEITOS:
      *            - DATA INFORMADA MUITO ANTES OU DEPOIS DA CAPTURA;
      *            - CAPTURA EM DIA NAO UTIL NO SITE DA ENTRADA
      *              (DTEHRCAL, FUNCAO UT) OU FORA DO HORARIO USUAL DO
      *              OPERADOR;
      *            - RAJADA DE CONFIRMACOES NUM MESMO TERMINAL EM
      *              POUCOS MINUTOS;
      *            - OPERADOR EM TERMINAL QUE NAO E O SEU USUAL;
      *            - FUSO HORARIO DIFERENTE DO USUAL DO SITE.
      *          O USUAL (TERMINAIS E HORARIOS DE CADA OPERADOR, FUSOS
      *          DE CADA SITE) VEM DO HISTORICO DO PROPRIO MASTER; SEM
      *          HISTORICO SUFICIENTE VALE O HORARIO PADRAO. HORARIO,
      *          DIA UTIL E RAJADA SO SE APLICAM A CAPTURA DIRETA EM
      *          TELA (A DATA/HORA DO SISTEMA DO LOTE, DA APROVACAO E
      *          DA CORRECAO NAO E A DA DIGITACAO). PERIODO E LIMITES
      *          EM DTEHRANP; SEM ELE, A DATA DO SISTEMA E OS LIMITES
      *          PADRAO. RELATORIO EM DTEHRANR AGRUPADO POR SEVERIDADE;
      *          CODIGO DE RETORNO 8 COM EXCECAO DE SEVERIDADE ALTA E 4
      *          COM AS DEMAIS.
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRANM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-CFG-FILE
               ASSIGN TO "DTEHRCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFG.

           SELECT OPTIONAL DTEHR-ANP-FILE
               ASSIGN TO "DTEHRANP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANP.

           SELECT DTEHR-MST-FILE
               ASSIGN TO "DTEHRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-SEQ-CONFIRMACAO
               ALTERNATE RECORD KEY IS MST-DATA-ENTRADA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MST.

           SELECT DTEHR-ANW-FILE
               ASSIGN TO "DTEHRANW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANW.

           SELECT DTEHR-ANR-FILE
               ASSIGN TO "DTEHRANR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANR.

           SELECT CLASSIFICA-FILE
               ASSIGN TO "SORTWK".

           SELECT CLASSIFICA-EXC-FILE
               ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-CFG-FILE.
       01  DTEHR-CFG-REC.
           05  CFG-ORDEM-DATA            PIC X(01).
           05  CFG-MODO                  PIC X(01).
           05  CFG-RETENCAO-MESES        PIC 9(03).
           05  CFG-SITE                  PIC X(03).
           05  FILLER                    PIC X(12).

      * Parametros: periodo de captura (data final em branco = a
      * inicial) e limites das regras; campo em branco ou zerado
      * assume o padrao
       FD  DTEHR-ANP-FILE.
       01  DTEHR-ANP-REC.
           05  ANP-DATA-INICIAL          PIC 9(08).
           05  ANP-DATA-FINAL            PIC 9(08).
           05  ANP-DIAS-PASSADO          PIC 9(03).
           05  ANP-DIAS-FUTURO           PIC 9(03).
           05  ANP-HORA-INICIO           PIC 9(02).
           05  ANP-HORA-FIM              PIC 9(02).
           05  ANP-RAJADA-QTD            PIC 9(03).
           05  ANP-RAJADA-MINUTOS        PIC 9(03).
           05  ANP-PCT-USUAL             PIC 9(02).
           05  ANP-PCT-HORARIO           PIC 9(02).
           05  ANP-MIN-HISTORICO         PIC 9(04).
           05  FILLER                    PIC X(10).

       FD  DTEHR-MST-FILE.
       01  DTEHR-MST-REC.
           COPY DTEHRMST.

      * Trabalho: excecoes encontradas, reclassificadas por
      * severidade para o relatorio
       FD  DTEHR-ANW-FILE.
       01  DTEHR-ANW-REC.
           05  ANW-SEVERIDADE            PIC 9(01).
           05  ANW-REGRA                 PIC 9(01).
           05  ANW-DATA-SISTEMA          PIC 9(08).
           05  ANW-HORA-SISTEMA          PIC 9(08).
           05  ANW-SEQ                   PIC 9(06).
           05  ANW-OPERADOR              PIC X(08).
           05  ANW-TERMINAL              PIC X(08).
           05  ANW-SITE                  PIC X(03).
           05  ANW-DETALHE               PIC X(20).

       FD  DTEHR-ANR-FILE.
       01  DTEHR-ANR-REC                 PIC X(80).

       SD  CLASSIFICA-FILE.
       01  CLASS-REG.
           05  CLASS-TERMINAL            PIC X(08).
           05  CLASS-DATA-SISTEMA        PIC 9(08).
           05  CLASS-HORA-SISTEMA        PIC 9(08).
           05  CLASS-SEQ                 PIC 9(06).
           05  CLASS-OPERADOR            PIC X(08).
           05  CLASS-SITE                PIC X(03).
           05  CLASS-TZ-CODE             PIC X(03).
           05  CLASS-DATA-ENTRADA        PIC 9(08).
           05  CLASS-DIRETA              PIC X(01).
               88  CLASS-CAPTURA-DIRETA     VALUE "S".

       SD  CLASSIFICA-EXC-FILE.
       01  CLX-REG.
           05  CLX-SEVERIDADE            PIC 9(01).
           05  CLX-REGRA                 PIC 9(01).
           05  CLX-DATA-SISTEMA          PIC 9(08).
           05  CLX-HORA-SISTEMA          PIC 9(08).
           05  CLX-SEQ                   PIC 9(06).
           05  CLX-OPERADOR              PIC X(08).
           05  CLX-TERMINAL              PIC X(08).
           05  CLX-SITE                  PIC X(03).
           05  CLX-DETALHE               PIC X(20).

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-CFG               PIC X(02) VALUE "00".
       77  WS-FS-ANP               PIC X(02) VALUE "00".
       77  WS-FS-MST               PIC X(02) VALUE "00".
       77  WS-FS-ANW               PIC X(02) VALUE "00".
       77  WS-FS-ANR               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-EOF-MST           PIC X(01) VALUE "N".
           88  WS-EOF-MST             VALUE "S".

       77  WS-SW-EOF-ANW           PIC X(01) VALUE "N".
           88  WS-EOF-ANW             VALUE "S".

       77  WS-SW-FIM-SORT          PIC X(01) VALUE "N".
           88  WS-FIM-SORT            VALUE "S".

       77  WS-SW-PRIMEIRO          PIC X(01) VALUE "S".
           88  WS-PRIMEIRO-REG        VALUE "S".

       77  WS-SW-DIRETA            PIC X(01) VALUE "N".
           88  WS-CAPTURA-DIRETA      VALUE "S".

       77  WS-SW-RAJADA            PIC X(01) VALUE "N".
           88  WS-EM-RAJADA           VALUE "S".

       77  WS-SW-JANELA            PIC X(01) VALUE "N".
           88  WS-JANELA-CHEIA        VALUE "S".

       77  WS-SW-AVISO-OPE         PIC X(01) VALUE "N".
           88  WS-AVISO-OPE-DADO      VALUE "S".

       77  WS-SW-AVISO-SIT         PIC X(01) VALUE "N".
           88  WS-AVISO-SIT-DADO      VALUE "S".

       77  WS-SW-AVISO-CAL         PIC X(01) VALUE "N".
           88  WS-AVISO-CAL-DADO      VALUE "S".

       77  WS-SITE                 PIC X(03) VALUE SPACES.
       77  WS-SITE-ENTRADA         PIC X(03) VALUE SPACES.

      * ----------------------------------------------------------
      * Periodo e limites das regras (DTEHRANP ou padrao)
      * ----------------------------------------------------------
       77  WS-DATA-INICIAL         PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FINAL           PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-PASSADO         PIC 9(03) VALUE 30.
       77  WS-DIAS-FUTURO          PIC 9(03) VALUE 7.
       77  WS-HORA-INICIO          PIC 9(02) VALUE 7.
       77  WS-HORA-FIM             PIC 9(02) VALUE 19.
       77  WS-RAJADA-QTD           PIC 9(03) VALUE 20.
       77  WS-RAJADA-MINUTOS       PIC 9(03) VALUE 5.
       77  WS-PCT-USUAL            PIC 9(02) VALUE 10.
       77  WS-PCT-HORARIO          PIC 9(02) VALUE 2.
       77  WS-MIN-HISTORICO        PIC 9(04) VALUE 50.

      * ----------------------------------------------------------
      * Regras: nome, severidade (1 alta, 2 media, 3 baixa) e
      * quantidade de excecoes
      *   1 data futura      2 rajada no terminal
      *   3 data antiga      4 dia nao util      5 fora do horario
      *   6 terminal incomum 7 fuso incomum
      * ----------------------------------------------------------
       01  WS-TABELA-REGRAS.
           05  WS-REGRA             OCCURS 7 TIMES.
               10  WS-REGRA-NOME     PIC X(17).
               10  WS-REGRA-SEVERIDADE
                                     PIC 9(01).
               10  WS-REGRA-QTD      PIC 9(07) COMP.
       77  WS-IDX-REGRA            PIC 9(01) VALUE ZERO COMP.

       01  WS-TABELA-SEVERIDADES.
           05  WS-SEVERIDADE        OCCURS 3 TIMES.
               10  WS-SEV-NOME       PIC X(05).
               10  WS-SEV-QTD        PIC 9(07) COMP.
       77  WS-IDX-SEV              PIC 9(01) VALUE ZERO COMP.
       77  WS-SEV-ANTERIOR         PIC 9(01) VALUE ZERO.

      * ----------------------------------------------------------
      * Perfil de cada operador no historico do master: entradas,
      * capturas diretas por hora do dia e terminais usados
      * ----------------------------------------------------------
       77  WS-MAX-OPERADORES       PIC 9(03) VALUE 500 COMP.
       77  WS-QTD-OPERADORES       PIC 9(03) VALUE ZERO COMP.
       01  WS-TABELA-OPERADORES.
           05  WS-OPE               OCCURS 500 TIMES.
               10  WS-OPE-CODIGO     PIC X(08).
               10  WS-OPE-TOTAL      PIC 9(07) COMP.
               10  WS-OPE-DIRETAS    PIC 9(07) COMP.
               10  WS-OPE-QTD-HORA   PIC 9(07) COMP OCCURS 24 TIMES.
               10  WS-OPE-QTD-TERM   PIC 9(02) COMP.
               10  WS-OPE-TERM       OCCURS 10 TIMES.
                   15  WS-OPE-TERM-CODIGO
                                     PIC X(08).
                   15  WS-OPE-TERM-QTD
                                     PIC 9(07) COMP.
       77  WS-IDX-OPE              PIC 9(03) VALUE ZERO COMP.
       77  WS-POS-OPE              PIC 9(03) VALUE ZERO COMP.
       77  WS-IDX-TERM             PIC 9(02) VALUE ZERO COMP.
       77  WS-POS-TERM             PIC 9(02) VALUE ZERO COMP.
       77  WS-MAX-TERM             PIC 9(02) VALUE 10 COMP.
       77  WS-OPER-PROCURA         PIC X(08) VALUE SPACES.
       77  WS-TERM-PROCURA         PIC X(08) VALUE SPACES.
       77  WS-TERM-USUAL           PIC X(08) VALUE SPACES.
       77  WS-QTD-USUAL            PIC 9(07) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Perfil de cada site: entradas e fusos horarios usados
      * ----------------------------------------------------------
       77  WS-MAX-SITES            PIC 9(02) VALUE 50 COMP.
       77  WS-QTD-SITES            PIC 9(02) VALUE ZERO COMP.
       01  WS-TABELA-SITES.
           05  WS-SIT               OCCURS 50 TIMES.
               10  WS-SIT-CODIGO     PIC X(03).
               10  WS-SIT-TOTAL      PIC 9(07) COMP.
               10  WS-SIT-QTD-FUSO   PIC 9(02) COMP.
               10  WS-SIT-FUSO       OCCURS 10 TIMES.
                   15  WS-SIT-FUSO-CODIGO
                                     PIC X(03).
                   15  WS-SIT-FUSO-QTD
                                     PIC 9(07) COMP.
       77  WS-IDX-SIT              PIC 9(02) VALUE ZERO COMP.
       77  WS-POS-SIT              PIC 9(02) VALUE ZERO COMP.
       77  WS-IDX-FUSO             PIC 9(02) VALUE ZERO COMP.
       77  WS-POS-FUSO             PIC 9(02) VALUE ZERO COMP.
       77  WS-MAX-FUSO             PIC 9(02) VALUE 10 COMP.
       77  WS-SITE-PROCURA         PIC X(03) VALUE SPACES.
       77  WS-FUSO-PROCURA         PIC X(03) VALUE SPACES.
       77  WS-FUSO-USUAL           PIC X(03) VALUE SPACES.

       77  WS-QTD-REFERENCIA       PIC 9(07) VALUE ZERO COMP.
       77  WS-PERCENTUAL           PIC 9(03) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Rajada no terminal: ultimas capturas diretas do terminal
      * (anel de WS-RAJADA-QTD posicoes) e a rajada em curso
      * ----------------------------------------------------------
       01  WS-TABELA-RAJADA.
           05  WS-RJ                OCCURS 999 TIMES.
               10  WS-RJ-INSTANTE    PIC 9(12) COMP.
               10  WS-RJ-SEQ         PIC 9(06).
               10  WS-RJ-OPERADOR    PIC X(08).
               10  WS-RJ-DATA        PIC 9(08).
               10  WS-RJ-HORA        PIC 9(08).
               10  WS-RJ-SITE        PIC X(03).
       77  WS-RJ-K                 PIC 9(07) VALUE ZERO COMP.
       77  WS-RJ-AUX               PIC 9(07) VALUE ZERO COMP.
       77  WS-RJ-QUOC              PIC 9(07) VALUE ZERO COMP.
       77  WS-RJ-RESTO             PIC 9(03) VALUE ZERO COMP.
       77  WS-RJ-POS               PIC 9(03) VALUE ZERO COMP.
       77  WS-RJ-POS-INICIO        PIC 9(03) VALUE ZERO COMP.
       77  WS-RJ-JANELA            PIC 9(07) VALUE ZERO COMP.
       77  WS-INSTANTE             PIC 9(12) VALUE ZERO COMP.
       77  WS-TERM-ANTERIOR        PIC X(08) VALUE SPACES.

       01  WS-RAJADA-CORRENTE.
           05  WS-RAJ-INSTANTE-INI  PIC 9(12) COMP.
           05  WS-RAJ-INSTANTE-ULT  PIC 9(12) COMP.
           05  WS-RAJ-QTD           PIC 9(05) COMP.
           05  WS-RAJ-SEQ           PIC 9(06).
           05  WS-RAJ-OPERADOR      PIC X(08).
           05  WS-RAJ-DATA          PIC 9(08).
           05  WS-RAJ-HORA          PIC 9(08).
           05  WS-RAJ-SITE          PIC X(03).
       77  WS-RAJ-DURACAO          PIC 9(07) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Dia util da captura (DTEHRCAL), guardado para a ultima
      * data/site consultados
      * ----------------------------------------------------------
       77  WS-CAL-ULT-DATA         PIC 9(08) VALUE ZEROS.
       77  WS-CAL-ULT-SITE         PIC X(03) VALUE SPACES.
       77  WS-CAL-ULT-UTIL         PIC X(01) VALUE "S".

      * ----------------------------------------------------------
      * Datas e horas de trabalho
      * ----------------------------------------------------------
       01  WS-DATA-TRAB-GRP.
           05  WS-ANO-TRAB          PIC 9(04).
           05  WS-MES-TRAB          PIC 9(02).
           05  WS-DIA-TRAB          PIC 9(02).
       01  WS-DATA-TRAB-NUM REDEFINES WS-DATA-TRAB-GRP
                                     PIC 9(08).

       01  WS-HORA-TRAB-GRP.
           05  WS-HT-HR             PIC 9(02).
           05  WS-HT-MINU           PIC 9(02).
           05  WS-HT-SEG            PIC 9(02).
           05  WS-HT-CENT           PIC 9(02).
       01  WS-HORA-TRAB-NUM REDEFINES WS-HORA-TRAB-GRP
                                     PIC 9(08).
       77  WS-IDX-HORA             PIC 9(02) VALUE ZERO COMP.

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
       77  WS-JDN-ENTRADA          PIC S9(08) VALUE ZERO COMP.
       77  WS-JDN-CAPTURA          PIC S9(08) VALUE ZERO COMP.
       77  WS-DIF-DIAS             PIC S9(08) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Textos do detalhe de cada regra
      * ----------------------------------------------------------
       01  WS-DET-DATA.
           05  FILLER               PIC X(10) VALUE "INFORMADA ".
           05  DET-DATA-DIA         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  DET-DATA-MES         PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  DET-DATA-ANO         PIC 9(04).

       01  WS-DET-HORA-PERFIL.
           05  FILLER               PIC X(05) VALUE "HORA ".
           05  DET-HPF-HORA         PIC 9(02).
           05  FILLER               PIC X(02) VALUE ": ".
           05  DET-HPF-PCT          PIC 9(02).
           05  FILLER               PIC X(09) VALUE "% DO HIST".

       01  WS-DET-HORA-PADRAO.
           05  FILLER               PIC X(05) VALUE "HORA ".
           05  DET-HPD-HORA         PIC 9(02).
           05  FILLER               PIC X(06) VALUE " FORA ".
           05  DET-HPD-INICIO       PIC 9(02).
           05  FILLER               PIC X(01) VALUE "-".
           05  DET-HPD-FIM          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "H".

       01  WS-DET-RAJADA.
           05  DET-RAJ-QTD          PIC ZZZ9.
           05  FILLER               PIC X(09) VALUE " CONF EM ".
           05  DET-RAJ-MINUTOS      PIC ZZ9.
           05  FILLER               PIC X(04) VALUE " MIN".

       01  WS-DET-TERMINAL.
           05  FILLER               PIC X(06) VALUE "USUAL ".
           05  DET-TRM-USUAL        PIC X(08).

       01  WS-DET-FUSO.
           05  FILLER               PIC X(05) VALUE "SITE ".
           05  DET-FUS-SITE         PIC X(03).
           05  FILLER               PIC X(07) VALUE " USUAL ".
           05  DET-FUS-USUAL        PIC X(03).

       01  WS-DET-SITE.
           05  FILLER               PIC X(05) VALUE "SITE ".
           05  DET-SIT-SITE         PIC X(03).

      * ----------------------------------------------------------
      * Contadores gerais
      * ----------------------------------------------------------
       77  WS-QTD-LIDAS            PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-PERIODO          PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-DIRETAS          PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-EXCECOES         PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-SECAO            PIC 9(07) VALUE ZERO COMP.
       77  WS-PONTEIRO             PIC 9(02) VALUE ZERO COMP.
       77  WS-NOME-ROTULO          PIC X(19) VALUE SPACES.

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

       77  WS-LIN-PAG              PIC 9(02) VALUE 99 COMP.
       77  WS-MAX-LIN              PIC 9(02) VALUE 56 COMP.
       77  WS-NUM-PAGINA           PIC 9(03) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Linhas de impressao
      * ----------------------------------------------------------
       77  WS-LINHA-IMPRESSAO      PIC X(80) VALUE SPACES.

       01  WS-CAB-1.
           05  FILLER               PIC X(31) VALUE
               "DTEHRANM - EXCECOES DE CAPTURA ".
           05  FILLER               PIC X(25) VALUE
               "NO MASTER DE CONFIRMACOES".

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

       01  WS-LIN-PERIODO.
           05  FILLER               PIC X(20) VALUE
               "PERIODO DE CAPTURA: ".
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
           05  FILLER               PIC X(23) VALUE
               "   SITE DA INSTALACAO: ".
           05  LIN-PER-SITE         PIC X(03).

       01  WS-LIN-LIMITES-1.
           05  FILLER               PIC X(28) VALUE
               "LIMITES: DATA INFORMADA ATE ".
           05  LIN-LIM-PASSADO      PIC ZZ9.
           05  FILLER               PIC X(15) VALUE
               " DIAS ANTES OU ".
           05  LIN-LIM-FUTURO       PIC ZZ9.
           05  FILLER               PIC X(20) VALUE
               " DIAS APOS A CAPTURA".

       01  WS-LIN-LIMITES-2.
           05  FILLER               PIC X(24) VALUE
               "         HORARIO PADRAO ".
           05  LIN-LIM-HORA-INI     PIC 9(02).
           05  FILLER               PIC X(02) VALUE "H-".
           05  LIN-LIM-HORA-FIM     PIC 9(02).
           05  FILLER               PIC X(12) VALUE "H   RAJADA: ".
           05  LIN-LIM-RAJ-QTD      PIC ZZ9.
           05  FILLER               PIC X(10) VALUE " CONF. EM ".
           05  LIN-LIM-RAJ-MIN      PIC ZZ9.
           05  FILLER               PIC X(04) VALUE " MIN".

       01  WS-LIN-LIMITES-3.
           05  FILLER               PIC X(30) VALUE
               "         USUAL: TERMINAL/FUSO ".
           05  LIN-LIM-PCT-USUAL    PIC Z9.
           05  FILLER               PIC X(08) VALUE "%  HORA ".
           05  LIN-LIM-PCT-HORA     PIC Z9.
           05  FILLER               PIC X(18) VALUE
               "%  HISTORICO MIN. ".
           05  LIN-LIM-HISTORICO    PIC ZZZ9.

       01  WS-LIN-SEVERIDADE.
           05  FILLER               PIC X(11) VALUE "SEVERIDADE ".
           05  LIN-SEV-NOME         PIC X(05).

       01  WS-LIN-COLUNAS.
           05  FILLER               PIC X(07) VALUE "   SEQ ".
           05  FILLER               PIC X(11) VALUE "CAPTURA".
           05  FILLER               PIC X(06) VALUE "HORA".
           05  FILLER               PIC X(09) VALUE "OPERADOR".
           05  FILLER               PIC X(09) VALUE "TERMINAL".
           05  FILLER               PIC X(18) VALUE "REGRA".
           05  FILLER               PIC X(07) VALUE "DETALHE".

       01  WS-LIN-DET.
           05  LIN-DET-SEQ          PIC 9(06).
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
           05  LIN-DET-OPERADOR     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-TERMINAL     PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-REGRA        PIC X(17).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-DETALHE      PIC X(20).

       01  WS-LIN-SUBT.
           05  FILLER               PIC X(22) VALUE
               "  TOTAL DA SEVERIDADE ".
           05  LIN-SUBT-NOME        PIC X(05).
           05  FILLER               PIC X(02) VALUE ": ".
           05  LIN-SUBT-QTD         PIC Z(06)9.

       01  WS-LIN-CONTA.
           05  LIN-CONTA-TEXTO      PIC X(34).
           05  LIN-CONTA-QTD        PIC Z(06)9.

       77  WS-ROTULO-PONTOS        PIC X(34) VALUE
           "  ...............................:".

      * ----------------------------------------------------------
      * Subprograma de dias uteis (DTEHRCAL)
      * ----------------------------------------------------------
       01  DTEHRCAL-AREA.
           COPY DTEHRCAL.

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
                ASCENDING KEY CLASS-TERMINAL
                              CLASS-DATA-SISTEMA
                              CLASS-HORA-SISTEMA
                              CLASS-SEQ
                INPUT PROCEDURE IS 2000-LE-MASTER THRU 2000-EXIT
                OUTPUT PROCEDURE IS 3000-ANALISA THRU 3000-EXIT
           SORT CLASSIFICA-EXC-FILE
                ASCENDING KEY CLX-SEVERIDADE
                              CLX-REGRA
                              CLX-DATA-SISTEMA
                              CLX-HORA-SISTEMA
                              CLX-SEQ
                INPUT PROCEDURE IS 4000-LE-EXCECOES THRU 4000-EXIT
                OUTPUT PROCEDURE IS 5000-RELATORIO THRU 5000-EXIT
           PERFORM 9000-FINALIZA THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  tabela de regras, configuracao,
      *       parametros e abertura do master e do relatorio
      ******************************************************************
       1000-INICIALIZA.
           ACCEPT WS-DATA-SISTEMA-GRP FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA-8 FROM TIME
           MOVE "DATA FUTURA"       TO WS-REGRA-NOME(1)
           MOVE "RAJADA TERMINAL"   TO WS-REGRA-NOME(2)
           MOVE "DATA MUITO ANTIGA" TO WS-REGRA-NOME(3)
           MOVE "DIA NAO UTIL"      TO WS-REGRA-NOME(4)
           MOVE "FORA DO HORARIO"   TO WS-REGRA-NOME(5)
           MOVE "TERMINAL INCOMUM"  TO WS-REGRA-NOME(6)
           MOVE "FUSO INCOMUM"      TO WS-REGRA-NOME(7)
           MOVE 1 TO WS-REGRA-SEVERIDADE(1)
           MOVE 1 TO WS-REGRA-SEVERIDADE(2)
           MOVE 2 TO WS-REGRA-SEVERIDADE(3)
           MOVE 2 TO WS-REGRA-SEVERIDADE(4)
           MOVE 2 TO WS-REGRA-SEVERIDADE(5)
           MOVE 3 TO WS-REGRA-SEVERIDADE(6)
           MOVE 3 TO WS-REGRA-SEVERIDADE(7)
           MOVE "ALTA"  TO WS-SEV-NOME(1)
           MOVE "MEDIA" TO WS-SEV-NOME(2)
           MOVE "BAIXA" TO WS-SEV-NOME(3)
           PERFORM 1050-ZERA-REGRA THRU 1050-EXIT
              VARYING WS-IDX-REGRA FROM 1 BY 1
              UNTIL WS-IDX-REGRA > 7
           PERFORM 1060-ZERA-SEVERIDADE THRU 1060-EXIT
              VARYING WS-IDX-SEV FROM 1 BY 1
              UNTIL WS-IDX-SEV > 3
           PERFORM 1100-LE-CONFIGURACAO THRU 1100-EXIT
           PERFORM 1150-LE-PARAMETROS THRU 1150-EXIT
           PERFORM 1400-ABRE-ARQUIVOS THRU 1400-EXIT
           PERFORM 1900-JORNAL-INICIO THRU 1900-EXIT.
       1000-EXIT.
           EXIT.

       1050-ZERA-REGRA.
           MOVE ZERO TO WS-REGRA-QTD(WS-IDX-REGRA).
       1050-EXIT.
           EXIT.

       1060-ZERA-SEVERIDADE.
           MOVE ZERO TO WS-SEV-QTD(WS-IDX-SEV).
       1060-EXIT.
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
      * 1150-LE-PARAMETROS  -  periodo de captura (padrao: a data do
      *       sistema) e limites; limite invalido fica no padrao,
      *       periodo invertido aborta a execucao
      ******************************************************************
       1150-LE-PARAMETROS.
           MOVE WS-DATA-SISTEMA-NUM TO WS-DATA-INICIAL
           MOVE WS-DATA-SISTEMA-NUM TO WS-DATA-FINAL
           OPEN INPUT DTEHR-ANP-FILE
           IF WS-FS-ANP = "00"
              READ DTEHR-ANP-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-ANP = "00"
                 PERFORM 1160-ACEITA-PARAMETROS THRU 1160-EXIT
              END-IF
           END-IF
           CLOSE DTEHR-ANP-FILE
           IF WS-DATA-FINAL < WS-DATA-INICIAL
              DISPLAY "DTEHRANM - PERIODO INVALIDO EM DTEHRANP - "
                      "EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-RJ-JANELA = WS-RAJADA-MINUTOS * 60.
       1150-EXIT.
           EXIT.

       1160-ACEITA-PARAMETROS.
           IF ANP-DATA-INICIAL NUMERIC AND ANP-DATA-INICIAL > 0
              MOVE ANP-DATA-INICIAL TO WS-DATA-INICIAL
              MOVE ANP-DATA-INICIAL TO WS-DATA-FINAL
           END-IF
           IF ANP-DATA-FINAL NUMERIC AND ANP-DATA-FINAL > 0
              MOVE ANP-DATA-FINAL TO WS-DATA-FINAL
           END-IF
           IF ANP-DIAS-PASSADO NUMERIC AND ANP-DIAS-PASSADO > 0
              MOVE ANP-DIAS-PASSADO TO WS-DIAS-PASSADO
           END-IF
           IF ANP-DIAS-FUTURO NUMERIC AND ANP-DIAS-FUTURO > 0
              MOVE ANP-DIAS-FUTURO TO WS-DIAS-FUTURO
           END-IF
           IF ANP-HORA-INICIO NUMERIC AND ANP-HORA-FIM NUMERIC
              AND ANP-HORA-FIM > ANP-HORA-INICIO
              AND ANP-HORA-FIM NOT > 24
              MOVE ANP-HORA-INICIO TO WS-HORA-INICIO
              MOVE ANP-HORA-FIM TO WS-HORA-FIM
           END-IF
           IF ANP-RAJADA-QTD NUMERIC AND ANP-RAJADA-QTD > 1
              MOVE ANP-RAJADA-QTD TO WS-RAJADA-QTD
           END-IF
           IF ANP-RAJADA-MINUTOS NUMERIC AND ANP-RAJADA-MINUTOS > 0
              MOVE ANP-RAJADA-MINUTOS TO WS-RAJADA-MINUTOS
           END-IF
           IF ANP-PCT-USUAL NUMERIC AND ANP-PCT-USUAL > 0
              MOVE ANP-PCT-USUAL TO WS-PCT-USUAL
           END-IF
           IF ANP-PCT-HORARIO NUMERIC AND ANP-PCT-HORARIO > 0
              MOVE ANP-PCT-HORARIO TO WS-PCT-HORARIO
           END-IF
           IF ANP-MIN-HISTORICO NUMERIC AND ANP-MIN-HISTORICO > 0
              MOVE ANP-MIN-HISTORICO TO WS-MIN-HISTORICO
           END-IF.
       1160-EXIT.
           EXIT.

       1400-ABRE-ARQUIVOS.
           OPEN OUTPUT DTEHR-ANR-FILE
           IF WS-FS-ANR NOT = "00"
              DISPLAY "DTEHRANM - FALHA AO ABRIR O RELATORIO "
                      "(DTEHRANR) - STATUS " WS-FS-ANR
                      " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT DTEHR-MST-FILE
           IF WS-FS-MST NOT = "00"
              DISPLAY "DTEHRANM - FALHA AO ABRIR O MASTER DE "
                      "CONFIRMACOES - STATUS " WS-FS-MST
                      " - EXECUCAO ABORTADA"
              CLOSE DTEHR-ANR-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1900-JORNAL-INICIO  -  registra o inicio da execucao no
      *       diario compartilhado DTEHRJRN (via DTEHRJNL)
      ******************************************************************
       1900-JORNAL-INICIO.
           MOVE SPACES TO DTEHR-JNL-AREA
           MOVE "I" TO JNL-TIPO-REG
           MOVE "DTEHRANM" TO JNL-PROGRAMA
           MOVE SPACE TO JNL-MODO
           MOVE SPACES TO JNL-LOTE-ID
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
      * 2000-LE-MASTER  -  percorre todo o master: cada entrada entra
      *       no perfil do operador e do site; as capturadas no
      *       periodo vao para a analise, classificadas por terminal
      *       e data/hora da captura
      ******************************************************************
       2000-LE-MASTER.
           MOVE "N" TO WS-SW-EOF-MST
           MOVE 1 TO MST-SEQ-CONFIRMACAO
           START DTEHR-MST-FILE
              KEY IS NOT LESS THAN MST-SEQ-CONFIRMACAO
              INVALID KEY
                 MOVE "S" TO WS-SW-EOF-MST
           END-START
           PERFORM 2100-LE-ENTRADA THRU 2100-EXIT
              UNTIL WS-EOF-MST.
       2000-EXIT.
           EXIT.

       2100-LE-ENTRADA.
           READ DTEHR-MST-FILE NEXT
              AT END
                 MOVE "S" TO WS-SW-EOF-MST
              NOT AT END
                 IF MST-SEQ-CONFIRMACAO > 0
                    PERFORM 2200-REGISTRA-ENTRADA THRU 2200-EXIT
                 END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-REGISTRA-ENTRADA  -  captura direta e a digitada em tela
      *       e confirmada na hora: nem lote, nem aprovacao pelo
      *       DTEHRAPR, nem substituta de uma correcao do DTEHREST
      ******************************************************************
       2200-REGISTRA-ENTRADA.
           ADD 1 TO WS-QTD-LIDAS
           IF MST-SITE = SPACES
              MOVE WS-SITE TO WS-SITE-ENTRADA
           ELSE
              MOVE MST-SITE TO WS-SITE-ENTRADA
           END-IF
           MOVE "N" TO WS-SW-DIRETA
           IF MST-ORIGEM-INTERATIVA
              AND MST-APROVADOR = SPACES
              AND MST-SEQ-CORRIGIDA = 0
              MOVE "S" TO WS-SW-DIRETA
           END-IF
           PERFORM 2300-PERFIL-OPERADOR THRU 2300-EXIT
           PERFORM 2400-PERFIL-SITE THRU 2400-EXIT
           IF MST-DATA-SISTEMA NOT NUMERIC
              GO TO 2200-EXIT
           END-IF
           IF MST-DATA-SISTEMA < WS-DATA-INICIAL
              OR MST-DATA-SISTEMA > WS-DATA-FINAL
              GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-QTD-PERIODO
           IF WS-CAPTURA-DIRETA
              ADD 1 TO WS-QTD-DIRETAS
           END-IF
           MOVE MST-TERMINAL TO CLASS-TERMINAL
           MOVE MST-DATA-SISTEMA TO CLASS-DATA-SISTEMA
           MOVE MST-HORA-SISTEMA TO CLASS-HORA-SISTEMA
           MOVE MST-SEQ-CONFIRMACAO TO CLASS-SEQ
           MOVE MST-OPERADOR TO CLASS-OPERADOR
           MOVE WS-SITE-ENTRADA TO CLASS-SITE
           MOVE MST-TZ-CODE TO CLASS-TZ-CODE
           MOVE MST-DATA-ENTRADA TO CLASS-DATA-ENTRADA
           MOVE WS-SW-DIRETA TO CLASS-DIRETA
           RELEASE CLASS-REG.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PERFIL-OPERADOR  -  entradas e terminais do operador;
      *       as capturas diretas contam tambem na hora do dia
      ******************************************************************
       2300-PERFIL-OPERADOR.
           MOVE MST-OPERADOR TO WS-OPER-PROCURA
           PERFORM 7100-LOCALIZA-OPERADOR THRU 7100-EXIT
           IF WS-POS-OPE = 0
              IF WS-QTD-OPERADORES >= WS-MAX-OPERADORES
                 IF NOT WS-AVISO-OPE-DADO
                    MOVE "S" TO WS-SW-AVISO-OPE
                    DISPLAY "DTEHRANM - AVISO: MAIS DE "
                            WS-MAX-OPERADORES " OPERADORES NO MASTER"
                            " - OS EXCEDENTES FICAM SEM PERFIL"
                 END-IF
                 GO TO 2300-EXIT
              END-IF
              ADD 1 TO WS-QTD-OPERADORES
              MOVE WS-QTD-OPERADORES TO WS-POS-OPE
              INITIALIZE WS-OPE(WS-POS-OPE)
              MOVE MST-OPERADOR TO WS-OPE-CODIGO(WS-POS-OPE)
           END-IF
           ADD 1 TO WS-OPE-TOTAL(WS-POS-OPE)
           IF WS-CAPTURA-DIRETA
              MOVE MST-HORA-SISTEMA TO WS-HORA-TRAB-NUM
              IF WS-HT-HR NUMERIC AND WS-HT-HR < 24
                 ADD 1 TO WS-HT-HR GIVING WS-IDX-HORA
                 ADD 1 TO WS-OPE-DIRETAS(WS-POS-OPE)
                 ADD 1 TO WS-OPE-QTD-HORA(WS-POS-OPE, WS-IDX-HORA)
              END-IF
           END-IF
           IF MST-TERMINAL = SPACES
              GO TO 2300-EXIT
           END-IF
           MOVE MST-TERMINAL TO WS-TERM-PROCURA
           PERFORM 7150-LOCALIZA-TERMINAL THRU 7150-EXIT
           IF WS-POS-TERM = 0
              IF WS-OPE-QTD-TERM(WS-POS-OPE) >= WS-MAX-TERM
                 GO TO 2300-EXIT
              END-IF
              ADD 1 TO WS-OPE-QTD-TERM(WS-POS-OPE)
              MOVE WS-OPE-QTD-TERM(WS-POS-OPE) TO WS-POS-TERM
              MOVE MST-TERMINAL
                 TO WS-OPE-TERM-CODIGO(WS-POS-OPE, WS-POS-TERM)
              MOVE ZERO TO WS-OPE-TERM-QTD(WS-POS-OPE, WS-POS-TERM)
           END-IF
           ADD 1 TO WS-OPE-TERM-QTD(WS-POS-OPE, WS-POS-TERM).
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-PERFIL-SITE  -  entradas e fusos horarios do site
      ******************************************************************
       2400-PERFIL-SITE.
           MOVE WS-SITE-ENTRADA TO WS-SITE-PROCURA
           PERFORM 7200-LOCALIZA-SITE THRU 7200-EXIT
           IF WS-POS-SIT = 0
              IF WS-QTD-SITES >= WS-MAX-SITES
                 IF NOT WS-AVISO-SIT-DADO
                    MOVE "S" TO WS-SW-AVISO-SIT
                    DISPLAY "DTEHRANM - AVISO: MAIS DE "
                            WS-MAX-SITES " SITES NO MASTER"
                            " - OS EXCEDENTES FICAM SEM PERFIL"
                 END-IF
                 GO TO 2400-EXIT
              END-IF
              ADD 1 TO WS-QTD-SITES
              MOVE WS-QTD-SITES TO WS-POS-SIT
              INITIALIZE WS-SIT(WS-POS-SIT)
              MOVE WS-SITE-ENTRADA TO WS-SIT-CODIGO(WS-POS-SIT)
           END-IF
           IF MST-TZ-CODE = SPACES
              GO TO 2400-EXIT
           END-IF
           ADD 1 TO WS-SIT-TOTAL(WS-POS-SIT)
           MOVE MST-TZ-CODE TO WS-FUSO-PROCURA
           PERFORM 7250-LOCALIZA-FUSO THRU 7250-EXIT
           IF WS-POS-FUSO = 0
              IF WS-SIT-QTD-FUSO(WS-POS-SIT) >= WS-MAX-FUSO
                 GO TO 2400-EXIT
              END-IF
              ADD 1 TO WS-SIT-QTD-FUSO(WS-POS-SIT)
              MOVE WS-SIT-QTD-FUSO(WS-POS-SIT) TO WS-POS-FUSO
              MOVE MST-TZ-CODE
                 TO WS-SIT-FUSO-CODIGO(WS-POS-SIT, WS-POS-FUSO)
              MOVE ZERO TO WS-SIT-FUSO-QTD(WS-POS-SIT, WS-POS-FUSO)
           END-IF
           ADD 1 TO WS-SIT-FUSO-QTD(WS-POS-SIT, WS-POS-FUSO).
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2900-ABORTA  -  falha no arquivo de trabalho: fecha o que
      *       estiver aberto, registra o fim no diario e encerra com
      *       retorno 16
      ******************************************************************
       2900-ABORTA.
           CLOSE DTEHR-MST-FILE
           CLOSE DTEHR-ANR-FILE
           MOVE 16 TO RETURN-CODE
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT
           STOP RUN.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ANALISA  -  aplica as regras a cada entrada do periodo,
      *       ja com os perfis completos, e grava as excecoes no
      *       arquivo de trabalho DTEHRANW
      ******************************************************************
       3000-ANALISA.
           OPEN OUTPUT DTEHR-ANW-FILE
           IF WS-FS-ANW NOT = "00"
              DISPLAY "DTEHRANM - FALHA AO ABRIR O ARQUIVO DE "
                      "TRABALHO (DTEHRANW) - STATUS " WS-FS-ANW
                      " - EXECUCAO ABORTADA"
              PERFORM 2900-ABORTA THRU 2900-EXIT
           END-IF
           MOVE "N" TO WS-SW-FIM-SORT
           MOVE "S" TO WS-SW-PRIMEIRO
           MOVE "N" TO WS-SW-RAJADA
           PERFORM 3100-RECEBE-CLASSIFICADO THRU 3100-EXIT
              UNTIL WS-FIM-SORT
           PERFORM 3600-ENCERRA-RAJADA THRU 3600-EXIT
           CLOSE DTEHR-ANW-FILE.
       3000-EXIT.
           EXIT.

       3100-RECEBE-CLASSIFICADO.
           RETURN CLASSIFICA-FILE
              AT END
                 MOVE "S" TO WS-SW-FIM-SORT
              NOT AT END
                 PERFORM 3200-AVALIA-ENTRADA THRU 3200-EXIT
           END-RETURN.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-AVALIA-ENTRADA  -  na troca de terminal encerra a
      *       rajada em curso; horario, dia util e rajada so para a
      *       captura direta
      ******************************************************************
       3200-AVALIA-ENTRADA.
           IF WS-PRIMEIRO-REG
              OR CLASS-TERMINAL NOT = WS-TERM-ANTERIOR
              PERFORM 3600-ENCERRA-RAJADA THRU 3600-EXIT
              MOVE "N" TO WS-SW-PRIMEIRO
              MOVE CLASS-TERMINAL TO WS-TERM-ANTERIOR
              MOVE ZERO TO WS-RJ-K
           END-IF
           PERFORM 3300-REGRA-DATAS THRU 3300-EXIT
           IF CLASS-CAPTURA-DIRETA
              PERFORM 3400-REGRA-DIA-UTIL THRU 3400-EXIT
              PERFORM 3450-REGRA-HORARIO THRU 3450-EXIT
              IF CLASS-TERMINAL NOT = SPACES
                 PERFORM 3500-REGRA-RAJADA THRU 3500-EXIT
              END-IF
           END-IF
           IF CLASS-TERMINAL NOT = SPACES
              PERFORM 3550-REGRA-TERMINAL THRU 3550-EXIT
           END-IF
           IF CLASS-TZ-CODE NOT = SPACES
              PERFORM 3580-REGRA-FUSO THRU 3580-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-REGRA-DATAS  -  data informada alem do limite depois
      *       (regra 1) ou antes (regra 3) da data da captura
      ******************************************************************
       3300-REGRA-DATAS.
           IF CLASS-DATA-ENTRADA NOT NUMERIC
              GO TO 3300-EXIT
           END-IF
           MOVE CLASS-DATA-ENTRADA TO WS-DATA-TRAB-NUM
           PERFORM 7400-JDN-DATA-TRAB THRU 7400-EXIT
           MOVE WS-JDN-CALC-RESULT TO WS-JDN-ENTRADA
           MOVE CLASS-DATA-SISTEMA TO WS-DATA-TRAB-NUM
           PERFORM 7400-JDN-DATA-TRAB THRU 7400-EXIT
           MOVE WS-JDN-CALC-RESULT TO WS-JDN-CAPTURA
           COMPUTE WS-DIF-DIAS = WS-JDN-ENTRADA - WS-JDN-CAPTURA
           IF WS-DIF-DIAS NOT > WS-DIAS-FUTURO
              AND (0 - WS-DIF-DIAS) NOT > WS-DIAS-PASSADO
              GO TO 3300-EXIT
           END-IF
           PERFORM 3750-PREPARA-EXCECAO THRU 3750-EXIT
           IF WS-DIF-DIAS > 0
              MOVE 1 TO ANW-REGRA
           ELSE
              MOVE 3 TO ANW-REGRA
           END-IF
           MOVE CLASS-DATA-ENTRADA TO WS-DATA-TRAB-NUM
           MOVE WS-DIA-TRAB TO DET-DATA-DIA
           MOVE WS-MES-TRAB TO DET-DATA-MES
           MOVE WS-ANO-TRAB TO DET-DATA-ANO
           MOVE WS-DET-DATA TO ANW-DETALHE
           PERFORM 3800-GRAVA-EXCECAO THRU 3800-EXIT.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-REGRA-DIA-UTIL  -  captura em dia nao util no site da
      *       entrada (regra 4); sem o calendario valem so os fins de
      *       semana
      ******************************************************************
       3400-REGRA-DIA-UTIL.
           IF CLASS-DATA-SISTEMA NOT = WS-CAL-ULT-DATA
              OR CLASS-SITE NOT = WS-CAL-ULT-SITE
              PERFORM 3410-CONSULTA-CALENDARIO THRU 3410-EXIT
           END-IF
           IF WS-CAL-ULT-UTIL NOT = "N"
              GO TO 3400-EXIT
           END-IF
           PERFORM 3750-PREPARA-EXCECAO THRU 3750-EXIT
           MOVE 4 TO ANW-REGRA
           MOVE CLASS-SITE TO DET-SIT-SITE
           MOVE WS-DET-SITE TO ANW-DETALHE
           PERFORM 3800-GRAVA-EXCECAO THRU 3800-EXIT.
       3400-EXIT.
           EXIT.

       3410-CONSULTA-CALENDARIO.
           MOVE CLASS-DATA-SISTEMA TO WS-CAL-ULT-DATA
           MOVE CLASS-SITE TO WS-CAL-ULT-SITE
           MOVE "S" TO WS-CAL-ULT-UTIL
           MOVE CLASS-DATA-SISTEMA TO WS-DATA-TRAB-NUM
           MOVE SPACES TO DTEHRCAL-AREA
           MOVE "UT" TO CAL-FUNCAO
           MOVE WS-DIA-TRAB TO CAL-D1-DIA
           MOVE WS-MES-TRAB TO CAL-D1-MES
           MOVE WS-ANO-TRAB TO CAL-D1-ANO
           MOVE ZEROS TO CAL-DATA-2
           MOVE ZEROS TO CAL-QTD-DIAS
           MOVE CLASS-SITE TO CAL-SITE
           CALL "DTEHRCAL" USING DTEHRCAL-AREA
           IF CAL-RET-SEM-CALENDARIO AND NOT WS-AVISO-CAL-DADO
              MOVE "S" TO WS-SW-AVISO-CAL
              DISPLAY "DTEHRANM - AVISO: CALENDARIO DE FERIADOS "
                      "(DTEHRHOL) NAO DISPONIVEL - SOMENTE FINS DE "
                      "SEMANA CONSIDERADOS"
           END-IF
           IF NOT CAL-RET-OK AND NOT CAL-RET-SEM-CALENDARIO
              GO TO 3410-EXIT
           END-IF
           IF CAL-DIAS-RESULT NOT = 1
              MOVE "N" TO WS-CAL-ULT-UTIL
           END-IF.
       3410-EXIT.
           EXIT.

      ******************************************************************
      * 3450-REGRA-HORARIO  -  hora da captura rara no historico do
      *       operador ou, sem historico suficiente, fora do horario
      *       padrao (regra 5)
      ******************************************************************
       3450-REGRA-HORARIO.
           MOVE CLASS-HORA-SISTEMA TO WS-HORA-TRAB-NUM
           IF WS-HT-HR NOT NUMERIC OR WS-HT-HR > 23
              GO TO 3450-EXIT
           END-IF
           ADD 1 TO WS-HT-HR GIVING WS-IDX-HORA
           MOVE CLASS-OPERADOR TO WS-OPER-PROCURA
           PERFORM 7100-LOCALIZA-OPERADOR THRU 7100-EXIT
           IF WS-POS-OPE > 0
              IF WS-OPE-DIRETAS(WS-POS-OPE) >= WS-MIN-HISTORICO
                 GO TO 3460-PERFIL
              END-IF
           END-IF
           IF WS-HT-HR NOT < WS-HORA-INICIO
              AND WS-HT-HR < WS-HORA-FIM
              GO TO 3450-EXIT
           END-IF
           PERFORM 3750-PREPARA-EXCECAO THRU 3750-EXIT
           MOVE 5 TO ANW-REGRA
           MOVE WS-HT-HR TO DET-HPD-HORA
           MOVE WS-HORA-INICIO TO DET-HPD-INICIO
           MOVE WS-HORA-FIM TO DET-HPD-FIM
           MOVE WS-DET-HORA-PADRAO TO ANW-DETALHE
           PERFORM 3800-GRAVA-EXCECAO THRU 3800-EXIT
           GO TO 3450-EXIT.
       3460-PERFIL.
           COMPUTE WS-PERCENTUAL =
                   WS-OPE-QTD-HORA(WS-POS-OPE, WS-IDX-HORA) * 100
                   / WS-OPE-DIRETAS(WS-POS-OPE)
           IF WS-PERCENTUAL NOT < WS-PCT-HORARIO
              GO TO 3450-EXIT
           END-IF
           PERFORM 3750-PREPARA-EXCECAO THRU 3750-EXIT
           MOVE 5 TO ANW-REGRA
           MOVE WS-HT-HR TO DET-HPF-HORA
           MOVE WS-PERCENTUAL TO DET-HPF-PCT
           MOVE WS-DET-HORA-PERFIL TO ANW-DETALHE
           PERFORM 3800-GRAVA-EXCECAO THRU 3800-EXIT.
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3500-REGRA-RAJADA  -  ha rajada quando as ultimas
      *       WS-RAJADA-QTD capturas diretas do terminal cabem em
      *       WS-RAJADA-MINUTOS; a rajada dura enquanto isso se
      *       mantiver e gera uma unica excecao (regra 2), na
      *       primeira entrada, ao terminar
      ******************************************************************
       3500-REGRA-RAJADA.
           MOVE CLASS-DATA-SISTEMA TO WS-DATA-TRAB-NUM
           PERFORM 7400-JDN-DATA-TRAB THRU 7400-EXIT
           MOVE CLASS-HORA-SISTEMA TO WS-HORA-TRAB-NUM
           COMPUTE WS-INSTANTE = WS-JDN-CALC-RESULT * 86400
                               + WS-HT-HR * 3600
                               + WS-HT-MINU * 60
                               + WS-HT-SEG
           ADD 1 TO WS-RJ-K
           COMPUTE WS-RJ-AUX = WS-RJ-K - 1
           DIVIDE WS-RJ-AUX BY WS-RAJADA-QTD
              GIVING WS-RJ-QUOC REMAINDER WS-RJ-RESTO
           ADD 1 TO WS-RJ-RESTO GIVING WS-RJ-POS
           DIVIDE WS-RJ-K BY WS-RAJADA-QTD
              GIVING WS-RJ-QUOC REMAINDER WS-RJ-RESTO
           ADD 1 TO WS-RJ-RESTO GIVING WS-RJ-POS-INICIO
           MOVE "N" TO WS-SW-JANELA
           IF WS-RJ-K >= WS-RAJADA-QTD
              IF WS-INSTANTE - WS-RJ-INSTANTE(WS-RJ-POS-INICIO)
                 NOT > WS-RJ-JANELA
                 MOVE "S" TO WS-SW-JANELA
              END-IF
           END-IF
           IF WS-JANELA-CHEIA
              IF WS-EM-RAJADA
                 ADD 1 TO WS-RAJ-QTD
              ELSE
                 PERFORM 3520-INICIA-RAJADA THRU 3520-EXIT
              END-IF
              MOVE WS-INSTANTE TO WS-RAJ-INSTANTE-ULT
           ELSE
              PERFORM 3600-ENCERRA-RAJADA THRU 3600-EXIT
           END-IF
           MOVE WS-INSTANTE TO WS-RJ-INSTANTE(WS-RJ-POS)
           MOVE CLASS-SEQ TO WS-RJ-SEQ(WS-RJ-POS)
           MOVE CLASS-OPERADOR TO WS-RJ-OPERADOR(WS-RJ-POS)
           MOVE CLASS-DATA-SISTEMA TO WS-RJ-DATA(WS-RJ-POS)
           MOVE CLASS-HORA-SISTEMA TO WS-RJ-HORA(WS-RJ-POS)
           MOVE CLASS-SITE TO WS-RJ-SITE(WS-RJ-POS).
       3500-EXIT.
           EXIT.

       3520-INICIA-RAJADA.
           MOVE "S" TO WS-SW-RAJADA
           MOVE WS-RAJADA-QTD TO WS-RAJ-QTD
           MOVE WS-RJ-INSTANTE(WS-RJ-POS-INICIO) TO WS-RAJ-INSTANTE-INI
           MOVE WS-RJ-SEQ(WS-RJ-POS-INICIO) TO WS-RAJ-SEQ
           MOVE WS-RJ-OPERADOR(WS-RJ-POS-INICIO) TO WS-RAJ-OPERADOR
           MOVE WS-RJ-DATA(WS-RJ-POS-INICIO) TO WS-RAJ-DATA
           MOVE WS-RJ-HORA(WS-RJ-POS-INICIO) TO WS-RAJ-HORA
           MOVE WS-RJ-SITE(WS-RJ-POS-INICIO) TO WS-RAJ-SITE.
       3520-EXIT.
           EXIT.

      ******************************************************************
      * 3550-REGRA-TERMINAL  -  terminal com participacao abaixo do
      *       minimo nas entradas do operador (regra 6)
      ******************************************************************
       3550-REGRA-TERMINAL.
           MOVE CLASS-OPERADOR TO WS-OPER-PROCURA
           PERFORM 7100-LOCALIZA-OPERADOR THRU 7100-EXIT
           IF WS-POS-OPE = 0
              GO TO 3550-EXIT
           END-IF
           IF WS-OPE-TOTAL(WS-POS-OPE) < WS-MIN-HISTORICO
              GO TO 3550-EXIT
           END-IF
           MOVE CLASS-TERMINAL TO WS-TERM-PROCURA
           PERFORM 7150-LOCALIZA-TERMINAL THRU 7150-EXIT
           MOVE ZERO TO WS-QTD-REFERENCIA
           IF WS-POS-TERM > 0
              MOVE WS-OPE-TERM-QTD(WS-POS-OPE, WS-POS-TERM)
                 TO WS-QTD-REFERENCIA
           END-IF
           COMPUTE WS-PERCENTUAL =
                   WS-QTD-REFERENCIA * 100 / WS-OPE-TOTAL(WS-POS-OPE)
           IF WS-PERCENTUAL NOT < WS-PCT-USUAL
              GO TO 3550-EXIT
           END-IF
           MOVE SPACES TO WS-TERM-USUAL
           MOVE ZERO TO WS-QTD-USUAL
           PERFORM 3560-TERMINAL-USUAL THRU 3560-EXIT
              VARYING WS-IDX-TERM FROM 1 BY 1
              UNTIL WS-IDX-TERM > WS-OPE-QTD-TERM(WS-POS-OPE)
           PERFORM 3750-PREPARA-EXCECAO THRU 3750-EXIT
           MOVE 6 TO ANW-REGRA
           MOVE WS-TERM-USUAL TO DET-TRM-USUAL
           MOVE WS-DET-TERMINAL TO ANW-DETALHE
           PERFORM 3800-GRAVA-EXCECAO THRU 3800-EXIT.
       3550-EXIT.
           EXIT.

       3560-TERMINAL-USUAL.
           IF WS-OPE-TERM-QTD(WS-POS-OPE, WS-IDX-TERM) > WS-QTD-USUAL
              MOVE WS-OPE-TERM-QTD(WS-POS-OPE, WS-IDX-TERM)
                 TO WS-QTD-USUAL
              MOVE WS-OPE-TERM-CODIGO(WS-POS-OPE, WS-IDX-TERM)
                 TO WS-TERM-USUAL
           END-IF.
       3560-EXIT.
           EXIT.

      ******************************************************************
      * 3580-REGRA-FUSO  -  fuso com participacao abaixo do minimo
      *       nas entradas do site (regra 7)
      ******************************************************************
       3580-REGRA-FUSO.
           MOVE CLASS-SITE TO WS-SITE-PROCURA
           PERFORM 7200-LOCALIZA-SITE THRU 7200-EXIT
           IF WS-POS-SIT = 0
              GO TO 3580-EXIT
           END-IF
           IF WS-SIT-TOTAL(WS-POS-SIT) < WS-MIN-HISTORICO
              GO TO 3580-EXIT
           END-IF
           MOVE CLASS-TZ-CODE TO WS-FUSO-PROCURA
           PERFORM 7250-LOCALIZA-FUSO THRU 7250-EXIT
           MOVE ZERO TO WS-QTD-REFERENCIA
           IF WS-POS-FUSO > 0
              MOVE WS-SIT-FUSO-QTD(WS-POS-SIT, WS-POS-FUSO)
                 TO WS-QTD-REFERENCIA
           END-IF
           COMPUTE WS-PERCENTUAL =
                   WS-QTD-REFERENCIA * 100 / WS-SIT-TOTAL(WS-POS-SIT)
           IF WS-PERCENTUAL NOT < WS-PCT-USUAL
              GO TO 3580-EXIT
           END-IF
           MOVE SPACES TO WS-FUSO-USUAL
           MOVE ZERO TO WS-QTD-USUAL
           PERFORM 3590-FUSO-USUAL THRU 3590-EXIT
              VARYING WS-IDX-FUSO FROM 1 BY 1
              UNTIL WS-IDX-FUSO > WS-SIT-QTD-FUSO(WS-POS-SIT)
           PERFORM 3750-PREPARA-EXCECAO THRU 3750-EXIT
           MOVE 7 TO ANW-REGRA
           MOVE CLASS-SITE TO DET-FUS-SITE
           MOVE WS-FUSO-USUAL TO DET-FUS-USUAL
           MOVE WS-DET-FUSO TO ANW-DETALHE
           PERFORM 3800-GRAVA-EXCECAO THRU 3800-EXIT.
       3580-EXIT.
           EXIT.

       3590-FUSO-USUAL.
           IF WS-SIT-FUSO-QTD(WS-POS-SIT, WS-IDX-FUSO) > WS-QTD-USUAL
              MOVE WS-SIT-FUSO-QTD(WS-POS-SIT, WS-IDX-FUSO)
                 TO WS-QTD-USUAL
              MOVE WS-SIT-FUSO-CODIGO(WS-POS-SIT, WS-IDX-FUSO)
                 TO WS-FUSO-USUAL
           END-IF.
       3590-EXIT.
           EXIT.

      ******************************************************************
      * 3600-ENCERRA-RAJADA  -  grava a excecao da rajada em curso,
      *       com a primeira entrada, a quantidade e a duracao
      ******************************************************************
       3600-ENCERRA-RAJADA.
           IF NOT WS-EM-RAJADA
              GO TO 3600-EXIT
           END-IF
           MOVE "N" TO WS-SW-RAJADA
           MOVE SPACES TO DTEHR-ANW-REC
           MOVE 2 TO ANW-REGRA
           MOVE WS-RAJ-DATA TO ANW-DATA-SISTEMA
           MOVE WS-RAJ-HORA TO ANW-HORA-SISTEMA
           MOVE WS-RAJ-SEQ TO ANW-SEQ
           MOVE WS-RAJ-OPERADOR TO ANW-OPERADOR
           MOVE WS-TERM-ANTERIOR TO ANW-TERMINAL
           MOVE WS-RAJ-SITE TO ANW-SITE
           COMPUTE WS-RAJ-DURACAO =
                   (WS-RAJ-INSTANTE-ULT - WS-RAJ-INSTANTE-INI) / 60
           IF WS-RAJ-DURACAO > 999
              MOVE 999 TO WS-RAJ-DURACAO
           END-IF
           IF WS-RAJ-QTD > 9999
              MOVE 9999 TO DET-RAJ-QTD
           ELSE
              MOVE WS-RAJ-QTD TO DET-RAJ-QTD
           END-IF
           MOVE WS-RAJ-DURACAO TO DET-RAJ-MINUTOS
           MOVE WS-DET-RAJADA TO ANW-DETALHE
           PERFORM 3800-GRAVA-EXCECAO THRU 3800-EXIT.
       3600-EXIT.
           EXIT.

       3750-PREPARA-EXCECAO.
           MOVE SPACES TO DTEHR-ANW-REC
           MOVE CLASS-DATA-SISTEMA TO ANW-DATA-SISTEMA
           MOVE CLASS-HORA-SISTEMA TO ANW-HORA-SISTEMA
           MOVE CLASS-SEQ TO ANW-SEQ
           MOVE CLASS-OPERADOR TO ANW-OPERADOR
           MOVE CLASS-TERMINAL TO ANW-TERMINAL
           MOVE CLASS-SITE TO ANW-SITE.
       3750-EXIT.
           EXIT.

      ******************************************************************
      * 3800-GRAVA-EXCECAO  -  severidade pela regra, gravacao no
      *       arquivo de trabalho e contagem
      ******************************************************************
       3800-GRAVA-EXCECAO.
           MOVE ANW-REGRA TO WS-IDX-REGRA
           MOVE WS-REGRA-SEVERIDADE(WS-IDX-REGRA) TO ANW-SEVERIDADE
           MOVE ANW-SEVERIDADE TO WS-IDX-SEV
           WRITE DTEHR-ANW-REC
           IF WS-FS-ANW NOT = "00"
              DISPLAY "DTEHRANM - FALHA AO GRAVAR O ARQUIVO DE "
                      "TRABALHO (DTEHRANW) - STATUS " WS-FS-ANW
                      " - EXECUCAO ABORTADA"
              CLOSE DTEHR-ANW-FILE
              PERFORM 2900-ABORTA THRU 2900-EXIT
           END-IF
           ADD 1 TO WS-REGRA-QTD(WS-IDX-REGRA)
           ADD 1 TO WS-SEV-QTD(WS-IDX-SEV)
           ADD 1 TO WS-QTD-EXCECOES.
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 4000-LE-EXCECOES  -  excecoes do arquivo de trabalho para a
      *       classificacao por severidade e regra
      ******************************************************************
       4000-LE-EXCECOES.
           MOVE "N" TO WS-SW-EOF-ANW
           OPEN INPUT DTEHR-ANW-FILE
           IF WS-FS-ANW NOT = "00"
              DISPLAY "DTEHRANM - FALHA AO REABRIR O ARQUIVO DE "
                      "TRABALHO (DTEHRANW) - STATUS " WS-FS-ANW
                      " - EXECUCAO ABORTADA"
              PERFORM 2900-ABORTA THRU 2900-EXIT
           END-IF
           PERFORM 4100-LE-EXCECAO THRU 4100-EXIT
              UNTIL WS-EOF-ANW
           CLOSE DTEHR-ANW-FILE.
       4000-EXIT.
           EXIT.

       4100-LE-EXCECAO.
           READ DTEHR-ANW-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-ANW
              NOT AT END
                 MOVE DTEHR-ANW-REC TO CLX-REG
                 RELEASE CLX-REG
           END-READ.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-RELATORIO  -  periodo e limites, as excecoes agrupadas
      *       por severidade (alta, media, baixa) e os totais
      ******************************************************************
       5000-RELATORIO.
           PERFORM 5050-IMPRIME-CRITERIOS THRU 5050-EXIT
           MOVE "N" TO WS-SW-FIM-SORT
           MOVE "S" TO WS-SW-PRIMEIRO
           PERFORM 5100-RECEBE-EXCECAO THRU 5100-EXIT
              UNTIL WS-FIM-SORT
           IF WS-QTD-EXCECOES > 0
              PERFORM 5300-QUEBRA-SEVERIDADE THRU 5300-EXIT
           ELSE
              MOVE SPACES TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              MOVE "NENHUMA EXCECAO NAS ENTRADAS DO PERIODO"
                 TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF
           PERFORM 5700-IMPRIME-TOTAIS THRU 5700-EXIT.
       5000-EXIT.
           EXIT.

       5050-IMPRIME-CRITERIOS.
           MOVE WS-DATA-INICIAL TO WS-DATA-TRAB-NUM
           MOVE WS-DIA-TRAB TO LIN-PER-INI-DIA
           MOVE WS-MES-TRAB TO LIN-PER-INI-MES
           MOVE WS-ANO-TRAB TO LIN-PER-INI-ANO
           MOVE WS-DATA-FINAL TO WS-DATA-TRAB-NUM
           MOVE WS-DIA-TRAB TO LIN-PER-FIM-DIA
           MOVE WS-MES-TRAB TO LIN-PER-FIM-MES
           MOVE WS-ANO-TRAB TO LIN-PER-FIM-ANO
           MOVE WS-SITE TO LIN-PER-SITE
           MOVE WS-LIN-PERIODO TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-DIAS-PASSADO TO LIN-LIM-PASSADO
           MOVE WS-DIAS-FUTURO TO LIN-LIM-FUTURO
           MOVE WS-LIN-LIMITES-1 TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-HORA-INICIO TO LIN-LIM-HORA-INI
           MOVE WS-HORA-FIM TO LIN-LIM-HORA-FIM
           MOVE WS-RAJADA-QTD TO LIN-LIM-RAJ-QTD
           MOVE WS-RAJADA-MINUTOS TO LIN-LIM-RAJ-MIN
           MOVE WS-LIN-LIMITES-2 TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-PCT-USUAL TO LIN-LIM-PCT-USUAL
           MOVE WS-PCT-HORARIO TO LIN-LIM-PCT-HORA
           MOVE WS-MIN-HISTORICO TO LIN-LIM-HISTORICO
           MOVE WS-LIN-LIMITES-3 TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       5050-EXIT.
           EXIT.

       5100-RECEBE-EXCECAO.
           RETURN CLASSIFICA-EXC-FILE
              AT END
                 MOVE "S" TO WS-SW-FIM-SORT
              NOT AT END
                 PERFORM 5200-IMPRIME-EXCECAO THRU 5200-EXIT
           END-RETURN.
       5100-EXIT.
           EXIT.

       5200-IMPRIME-EXCECAO.
           IF WS-PRIMEIRO-REG
              MOVE "N" TO WS-SW-PRIMEIRO
              PERFORM 5250-INICIA-SEVERIDADE THRU 5250-EXIT
           ELSE
              IF CLX-SEVERIDADE NOT = WS-SEV-ANTERIOR
                 PERFORM 5300-QUEBRA-SEVERIDADE THRU 5300-EXIT
                 PERFORM 5250-INICIA-SEVERIDADE THRU 5250-EXIT
              END-IF
           END-IF
           MOVE CLX-SEQ TO LIN-DET-SEQ
           MOVE CLX-DATA-SISTEMA TO WS-DATA-TRAB-NUM
           MOVE WS-DIA-TRAB TO LIN-DET-DIA
           MOVE WS-MES-TRAB TO LIN-DET-MES
           MOVE WS-ANO-TRAB TO LIN-DET-ANO
           MOVE CLX-HORA-SISTEMA TO WS-HORA-TRAB-NUM
           MOVE WS-HT-HR TO LIN-DET-HR
           MOVE WS-HT-MINU TO LIN-DET-MINU
           MOVE CLX-OPERADOR TO LIN-DET-OPERADOR
           MOVE CLX-TERMINAL TO LIN-DET-TERMINAL
           MOVE CLX-REGRA TO WS-IDX-REGRA
           MOVE WS-REGRA-NOME(WS-IDX-REGRA) TO LIN-DET-REGRA
           MOVE CLX-DETALHE TO LIN-DET-DETALHE
           MOVE WS-LIN-DET TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           ADD 1 TO WS-QTD-SECAO.
       5200-EXIT.
           EXIT.

       5250-INICIA-SEVERIDADE.
           MOVE CLX-SEVERIDADE TO WS-SEV-ANTERIOR
           MOVE ZERO TO WS-QTD-SECAO
           MOVE CLX-SEVERIDADE TO WS-IDX-SEV
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-SEV-NOME(WS-IDX-SEV) TO LIN-SEV-NOME
           MOVE WS-LIN-SEVERIDADE TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-LIN-COLUNAS TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       5250-EXIT.
           EXIT.

       5300-QUEBRA-SEVERIDADE.
           MOVE WS-SEV-ANTERIOR TO WS-IDX-SEV
           MOVE WS-SEV-NOME(WS-IDX-SEV) TO LIN-SUBT-NOME
           MOVE WS-QTD-SECAO TO LIN-SUBT-QTD
           MOVE WS-LIN-SUBT TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       5300-EXIT.
           EXIT.

       5700-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "ENTRADAS LIDAS NO MASTER.........:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-LIDAS TO LIN-CONTA-QTD
           PERFORM 5750-IMPRIME-CONTA THRU 5750-EXIT
           MOVE "ENTRADAS CAPTURADAS NO PERIODO...:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-PERIODO TO LIN-CONTA-QTD
           PERFORM 5750-IMPRIME-CONTA THRU 5750-EXIT
           MOVE "  CAPTURAS DIRETAS EM TELA.......:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-DIRETAS TO LIN-CONTA-QTD
           PERFORM 5750-IMPRIME-CONTA THRU 5750-EXIT
           MOVE "EXCECOES POR REGRA:" TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           PERFORM 5760-CONTA-REGRA THRU 5760-EXIT
              VARYING WS-IDX-REGRA FROM 1 BY 1
              UNTIL WS-IDX-REGRA > 7
           MOVE "EXCECOES POR SEVERIDADE:" TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           PERFORM 5770-CONTA-SEVERIDADE THRU 5770-EXIT
              VARYING WS-IDX-SEV FROM 1 BY 1
              UNTIL WS-IDX-SEV > 3
           MOVE "TOTAL DE EXCECOES................:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-EXCECOES TO LIN-CONTA-QTD
           PERFORM 5750-IMPRIME-CONTA THRU 5750-EXIT.
       5700-EXIT.
           EXIT.

       5750-IMPRIME-CONTA.
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       5750-EXIT.
           EXIT.

       5760-CONTA-REGRA.
           MOVE WS-ROTULO-PONTOS TO LIN-CONTA-TEXTO
           MOVE WS-REGRA-NOME(WS-IDX-REGRA) TO WS-NOME-ROTULO
           MOVE 3 TO WS-PONTEIRO
           STRING WS-NOME-ROTULO DELIMITED BY "  "
              INTO LIN-CONTA-TEXTO WITH POINTER WS-PONTEIRO
           END-STRING
           MOVE WS-REGRA-QTD(WS-IDX-REGRA) TO LIN-CONTA-QTD
           PERFORM 5750-IMPRIME-CONTA THRU 5750-EXIT.
       5760-EXIT.
           EXIT.

       5770-CONTA-SEVERIDADE.
           MOVE WS-ROTULO-PONTOS TO LIN-CONTA-TEXTO
           MOVE 3 TO WS-PONTEIRO
           STRING WS-SEV-NOME(WS-IDX-SEV) DELIMITED BY SPACE
              INTO LIN-CONTA-TEXTO WITH POINTER WS-PONTEIRO
           END-STRING
           MOVE WS-SEV-QTD(WS-IDX-SEV) TO LIN-CONTA-QTD
           PERFORM 5750-IMPRIME-CONTA THRU 5750-EXIT.
       5770-EXIT.
           EXIT.

      ******************************************************************
      * 7100-LOCALIZA-OPERADOR  -  posicao de WS-OPER-PROCURA na
      *       tabela de perfis (zero quando nao esta)
      ******************************************************************
       7100-LOCALIZA-OPERADOR.
           MOVE ZERO TO WS-POS-OPE
           PERFORM 7110-COMPARA-OPERADOR THRU 7110-EXIT
              VARYING WS-IDX-OPE FROM 1 BY 1
              UNTIL WS-IDX-OPE > WS-QTD-OPERADORES
                 OR WS-POS-OPE > 0.
       7100-EXIT.
           EXIT.

       7110-COMPARA-OPERADOR.
           IF WS-OPE-CODIGO(WS-IDX-OPE) = WS-OPER-PROCURA
              MOVE WS-IDX-OPE TO WS-POS-OPE
           END-IF.
       7110-EXIT.
           EXIT.

       7150-LOCALIZA-TERMINAL.
           MOVE ZERO TO WS-POS-TERM
           PERFORM 7160-COMPARA-TERMINAL THRU 7160-EXIT
              VARYING WS-IDX-TERM FROM 1 BY 1
              UNTIL WS-IDX-TERM > WS-OPE-QTD-TERM(WS-POS-OPE)
                 OR WS-POS-TERM > 0.
       7150-EXIT.
           EXIT.

       7160-COMPARA-TERMINAL.
           IF WS-OPE-TERM-CODIGO(WS-POS-OPE, WS-IDX-TERM)
              = WS-TERM-PROCURA
              MOVE WS-IDX-TERM TO WS-POS-TERM
           END-IF.
       7160-EXIT.
           EXIT.

       7200-LOCALIZA-SITE.
           MOVE ZERO TO WS-POS-SIT
           PERFORM 7210-COMPARA-SITE THRU 7210-EXIT
              VARYING WS-IDX-SIT FROM 1 BY 1
              UNTIL WS-IDX-SIT > WS-QTD-SITES
                 OR WS-POS-SIT > 0.
       7200-EXIT.
           EXIT.

       7210-COMPARA-SITE.
           IF WS-SIT-CODIGO(WS-IDX-SIT) = WS-SITE-PROCURA
              MOVE WS-IDX-SIT TO WS-POS-SIT
           END-IF.
       7210-EXIT.
           EXIT.

       7250-LOCALIZA-FUSO.
           MOVE ZERO TO WS-POS-FUSO
           PERFORM 7260-COMPARA-FUSO THRU 7260-EXIT
              VARYING WS-IDX-FUSO FROM 1 BY 1
              UNTIL WS-IDX-FUSO > WS-SIT-QTD-FUSO(WS-POS-SIT)
                 OR WS-POS-FUSO > 0.
       7250-EXIT.
           EXIT.

       7260-COMPARA-FUSO.
           IF WS-SIT-FUSO-CODIGO(WS-POS-SIT, WS-IDX-FUSO)
              = WS-FUSO-PROCURA
              MOVE WS-IDX-FUSO TO WS-POS-FUSO
           END-IF.
       7260-EXIT.
           EXIT.

      ******************************************************************
      * 7400-JDN-DATA-TRAB  -  numero juliano de WS-DATA-TRAB-NUM
      *       (AAAAMMDD) em WS-JDN-CALC-RESULT
      ******************************************************************
       7400-JDN-DATA-TRAB.
           MOVE WS-DIA-TRAB TO WS-JDN-CALC-DIA
           MOVE WS-MES-TRAB TO WS-JDN-CALC-MES
           MOVE WS-ANO-TRAB TO WS-JDN-CALC-ANO
           PERFORM 7500-CALCULA-JDN THRU 7500-EXIT.
       7400-EXIT.
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
           WRITE DTEHR-ANR-REC FROM WS-LINHA-IMPRESSAO
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
              WRITE DTEHR-ANR-REC FROM WS-CAB-1
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE DTEHR-ANR-REC FROM WS-CAB-1
                 AFTER ADVANCING PAGE
           END-IF
           WRITE DTEHR-ANR-REC FROM WS-CAB-2
              AFTER ADVANCING 1 LINE
           WRITE DTEHR-ANR-REC FROM WS-CAB-3
              AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LIN-PAG.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZA  -  fecha os arquivos, exibe o resumo e define
      *       o codigo de retorno: 8 com excecao de severidade alta,
      *       4 com as demais
      ******************************************************************
       9000-FINALIZA.
           CLOSE DTEHR-MST-FILE
           CLOSE DTEHR-ANR-FILE
           DISPLAY "DTEHRANM - RESUMO DAS EXCECOES:"
           DISPLAY "  ENTRADAS DO PERIODO....: " WS-QTD-PERIODO
           DISPLAY "  SEVERIDADE ALTA........: " WS-SEV-QTD(1)
           DISPLAY "  SEVERIDADE MEDIA.......: " WS-SEV-QTD(2)
           DISPLAY "  SEVERIDADE BAIXA.......: " WS-SEV-QTD(3)
           IF WS-QTD-EXCECOES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SEV-QTD(1) > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9900-JORNAL-FIM  -  registra o fim da execucao no diario
      *       compartilhado: entradas lidas, do periodo e excecoes
      ******************************************************************
       9900-JORNAL-FIM.
           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           MOVE WS-QTD-LIDAS TO JNL-QTD-LIDOS
           MOVE WS-QTD-PERIODO TO JNL-QTD-ACEITOS
           MOVE WS-QTD-EXCECOES TO JNL-QTD-REJEITADOS
           MOVE RETURN-CODE TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       9900-EXIT.
           EXIT.

       END PROGRAM DTEHRANM.
