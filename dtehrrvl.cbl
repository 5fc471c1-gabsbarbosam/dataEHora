      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: REVALIDACAO RETROATIVA DO MASTER DE CONFIRMACOES
      *          (DTEHRMST) APOS MUDANCA NO CALENDARIO DE FERIADOS
      *          (DTEHRHOL) OU NO CADASTRO DE FUSOS HORARIOS
      *          (DTEHRTZF). O DIA UTIL (MST-DIA-UTIL) E O HORARIO UTC
      *          (MST-HR-UTC A MST-ANO-UTC) SAO CONGELADOS NA
      *          CONFIRMACAO; ESTE PROGRAMA OS RECALCULA PELO DTEHRCAL
      *          (FUNCAO UT, NO SITE DA ENTRADA) E PELO DTEHRTZC
      *          (FUNCAO CV) PARA AS ENTRADAS ATIVAS AFETADAS: AS DE
      *          UM PERIODO DE DATAS INFORMADAS OU, NA FALTA DELE, AS
      *          ATINGIDAS PELAS ALTERACOES DE FERIADOS E FUSOS
      *          REGISTRADAS NA TRILHA DTEHRMNA DESDE A ULTIMA
      *          APLICACAO (CONTROLE DTEHRRVC). EMITE O RELATORIO DE
      *          IMPACTO (DTEHRRVR) COM OS VALORES ANTIGOS E NOVOS POR
      *          SITE E OPERADOR E, QUANDO PEDIDO, APLICA AS CORRECOES
      *          NO MASTER COM AS IMAGENS ANTES/DEPOIS GRAVADAS NA
      *          TRILHA DTEHRRVI E AVISA OS ASSINANTES POR UMA NOVA
      *          GERACAO DA INTERFACE (DTEHRIFC, TIPO DE MOVIMENTO
      *          "R"). PARAMETROS EM DTEHRRVP; SEM ELE, SIMULACAO PELAS
      *          ALTERACOES DE CADASTRO. CODIGO DE RETORNO 4 QUANDO A
      *          SIMULACAO ENCONTRA IMPACTO OU HA ENTRADA QUE NAO PODE
      *          SER REVALIDADA.
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      * 15/10/2026 GB  Imagens do master ampliadas com a origem da
      *                entrada (modo, lote e sequencia no lote), que a
      *                interface de revalidacao tambem repete.
      * 15/10/2026 GB  Nenhuma correcao e aplicada com o expurgo da
      *                interface (DTEHRIHK) interrompido.
      * 15/10/2026 GB  Dia util recalculado e relatorio agrupado pelo
      *                site gravado na entrada (o da instalacao quando
      *                em branco); imagens do master ampliadas com o
      *                site.
      * 15/10/2026 GB  O abandono por falha grave (2900) registra o fim
      *                da execucao no diario com retorno 16.
      * 15/10/2026 GB  O registro "R" da interface e limpo antes de
      *                montado (o FILLER ia com sobra do buffer).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRRVL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DTEHR-CFG-FILE
               ASSIGN TO "DTEHRCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CFG.

           SELECT OPTIONAL DTEHR-RVP-FILE
               ASSIGN TO "DTEHRRVP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RVP.

           SELECT OPTIONAL DTEHR-RVC-FILE
               ASSIGN TO "DTEHRRVC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RVC.

           SELECT OPTIONAL DTEHR-MNA-FILE
               ASSIGN TO "DTEHRMNA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MNA.

           SELECT DTEHR-MST-FILE
               ASSIGN TO "DTEHRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-SEQ-CONFIRMACAO
               ALTERNATE RECORD KEY IS MST-DATA-ENTRADA
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-MST.

           SELECT DTEHR-RVI-FILE
               ASSIGN TO "DTEHRRVI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RVI.

           SELECT DTEHR-IFC-FILE
               ASSIGN TO "DTEHRIFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFC.

           SELECT OPTIONAL DTEHR-IFG-FILE
               ASSIGN TO "DTEHRIFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IFG.

           SELECT OPTIONAL DTEHR-IPC-FILE
               ASSIGN TO "DTEHRIPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IPC.

           SELECT DTEHR-RVR-FILE
               ASSIGN TO "DTEHRRVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RVR.

           SELECT CLASSIFICA-FILE
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

      * Parametros: criterio P (periodo de datas informadas) ou M
      * (alteracoes de cadastro em DTEHRMNA, padrao) e aplicacao
      * (S aplica as correcoes; qualquer outro valor so simula)
       FD  DTEHR-RVP-FILE.
       01  DTEHR-RVP-REC.
           05  RVP-CRITERIO              PIC X(01).
           05  RVP-DATA-INICIAL          PIC 9(08).
           05  RVP-DATA-FINAL            PIC 9(08).
           05  RVP-APLICA                PIC X(01).
           05  FILLER                    PIC X(12).

      * Controle do criterio M: data/hora do ultimo registro da
      * trilha DTEHRMNA ja considerado numa aplicacao
       FD  DTEHR-RVC-FILE.
       01  DTEHR-RVC-REC.
           05  RVC-DATA-ULTIMA-MNA       PIC 9(08).
           05  RVC-HORA-ULTIMA-MNA       PIC 9(08).
           05  RVC-DATA-EXECUCAO         PIC 9(08).
           05  RVC-HORA-EXECUCAO         PIC 9(08).

       FD  DTEHR-MNA-FILE.
       01  DTEHR-MNA-REC.
           05  MNA-DATA-SISTEMA          PIC 9(08).
           05  MNA-HORA-SISTEMA          PIC 9(08).
           05  MNA-USUARIO               PIC X(08).
           05  MNA-ARQUIVO               PIC X(03).
           05  MNA-ACAO                  PIC X(01).
           05  MNA-CHAVE                 PIC X(11).
           05  MNA-IMAGEM-ANTES          PIC X(62).
           05  MNA-IMAGEM-DEPOIS         PIC X(62).

       FD  DTEHR-MST-FILE.
       01  DTEHR-MST-REC.
           COPY DTEHRMST.

      * Trilha das correcoes aplicadas: registro inteiro do master
      * antes e depois da revalidacao
       FD  DTEHR-RVI-FILE.
       01  DTEHR-RVI-REC.
           05  RVI-DATA-SISTEMA          PIC 9(08).
           05  RVI-HORA-SISTEMA          PIC 9(08).
           05  RVI-SEQ-CONFIRMACAO       PIC 9(06).
           05  RVI-CRITERIO              PIC X(01).
           05  RVI-GERACAO-IFC           PIC 9(06).
           05  RVI-IMAGEM-ANTES          PIC X(131).
           05  RVI-IMAGEM-DEPOIS         PIC X(131).

       FD  DTEHR-IFC-FILE.
       01  DTEHR-INTERFACE-REC.
           COPY DTEHRIFC.

       FD  DTEHR-IFG-FILE.
       01  DTEHR-IFG-REC.
           05  IFG-ULTIMA-GERACAO        PIC 9(06).
           05  IFG-DATA-GERACAO          PIC 9(08).
           05  IFG-HORA-GERACAO          PIC 9(08).

       FD  DTEHR-IPC-FILE.
       01  DTEHR-IPC-REC.
           COPY DTEHRIPC.

       FD  DTEHR-RVR-FILE.
       01  DTEHR-RVR-REC                 PIC X(80).

       SD  CLASSIFICA-FILE.
       01  CLASS-REG.
           05  CLASS-SITE                PIC X(03).
           05  CLASS-OPERADOR            PIC X(08).
           05  CLASS-SEQ                 PIC 9(06).
           05  CLASS-TIPO                PIC X(01).
               88  CLASS-DIVERGENCIA        VALUE "D".
               88  CLASS-ERRO               VALUE "E".
           05  CLASS-DIA                 PIC 9(02).
           05  CLASS-MES                 PIC 9(02).
           05  CLASS-ANO                 PIC 9(04).
           05  CLASS-HR                  PIC 9(02).
           05  CLASS-MINU                PIC 9(02).
           05  CLASS-TZ-CODE             PIC X(03).
           05  CLASS-UTIL-ANT            PIC X(01).
           05  CLASS-UTIL-NOVO           PIC X(01).
           05  CLASS-UTC-ANT.
               10  CLASS-ANT-DIA         PIC 9(02).
               10  CLASS-ANT-MES         PIC 9(02).
               10  CLASS-ANT-ANO         PIC 9(04).
               10  CLASS-ANT-HR          PIC 9(02).
               10  CLASS-ANT-MINU        PIC 9(02).
           05  CLASS-UTC-NOVO.
               10  CLASS-NOVO-DIA        PIC 9(02).
               10  CLASS-NOVO-MES        PIC 9(02).
               10  CLASS-NOVO-ANO        PIC 9(04).
               10  CLASS-NOVO-HR         PIC 9(02).
               10  CLASS-NOVO-MINU       PIC 9(02).
           05  CLASS-MSG                 PIC X(30).

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-CFG               PIC X(02) VALUE "00".
       77  WS-FS-RVP               PIC X(02) VALUE "00".
       77  WS-FS-RVC               PIC X(02) VALUE "00".
       77  WS-FS-MNA               PIC X(02) VALUE "00".
       77  WS-FS-MST               PIC X(02) VALUE "00".
       77  WS-FS-RVI               PIC X(02) VALUE "00".
       77  WS-FS-IFC               PIC X(02) VALUE "00".
       77  WS-FS-IFG               PIC X(02) VALUE "00".
       77  WS-FS-IPC               PIC X(02) VALUE "00".
       77  WS-FS-RVR               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-CRITERIO          PIC X(01) VALUE "M".
           88  WS-CRITERIO-PERIODO    VALUE "P".
           88  WS-CRITERIO-MUDANCAS   VALUE "M".

       77  WS-SW-APLICA            PIC X(01) VALUE "N".
           88  WS-APLICA              VALUE "S".

       77  WS-SW-EOF-MNA           PIC X(01) VALUE "N".
           88  WS-EOF-MNA             VALUE "S".

       77  WS-SW-EOF-MST           PIC X(01) VALUE "N".
           88  WS-EOF-MST             VALUE "S".

       77  WS-SW-FIM-SORT          PIC X(01) VALUE "N".
           88  WS-FIM-SORT            VALUE "S".

       77  WS-SW-PRIMEIRO          PIC X(01) VALUE "S".
           88  WS-PRIMEIRO-REG        VALUE "S".

       77  WS-SW-SELECIONADO       PIC X(01) VALUE "N".
           88  WS-SELECIONADO         VALUE "S".

       77  WS-SW-ACHADO            PIC X(01) VALUE "N".
           88  WS-ACHADO              VALUE "S".

       77  WS-SW-ERRO              PIC X(01) VALUE "N".
           88  WS-ERRO-REVALIDACAO    VALUE "S".

       77  WS-SW-IFC-ABERTA        PIC X(01) VALUE "N".
           88  WS-IFC-ABERTA          VALUE "S".

       77  WS-MSG-ERRO             PIC X(30) VALUE SPACES.
       77  WS-SITE                 PIC X(03) VALUE SPACES.
       77  WS-SITE-ENTRADA         PIC X(03) VALUE SPACES.

      * ----------------------------------------------------------
      * Periodo (criterio P) e marca da trilha (criterio M)
      * ----------------------------------------------------------
       77  WS-DATA-INICIAL         PIC 9(08) VALUE ZEROS.
       77  WS-DATA-FINAL           PIC 9(08) VALUE ZEROS.

       01  WS-MARCA-ULTIMA.
           05  WS-MARCA-ULT-DATA    PIC 9(08).
           05  WS-MARCA-ULT-HORA    PIC 9(08).
       01  WS-MARCA-ULTIMA-NUM REDEFINES WS-MARCA-ULTIMA
                                     PIC 9(16).

       01  WS-MARCA-NOVA.
           05  WS-MARCA-NOVA-DATA   PIC 9(08).
           05  WS-MARCA-NOVA-HORA   PIC 9(08).
       01  WS-MARCA-NOVA-NUM REDEFINES WS-MARCA-NOVA
                                     PIC 9(16).

       01  WS-MARCA-MNA.
           05  WS-MARCA-MNA-DATA    PIC 9(08).
           05  WS-MARCA-MNA-HORA    PIC 9(08).
       01  WS-MARCA-MNA-NUM REDEFINES WS-MARCA-MNA
                                     PIC 9(16).

      * ----------------------------------------------------------
      * Datas de feriado e fusos alterados desde a ultima aplicacao
      * (criterio M)
      * ----------------------------------------------------------
       77  WS-MAX-DATAS            PIC 9(03) VALUE 500 COMP.
       77  WS-QTD-DATAS            PIC 9(03) VALUE ZERO COMP.
       01  WS-TABELA-DATAS.
           05  WS-DATA-ALTERADA     PIC 9(08) OCCURS 500 TIMES.
       77  WS-IDX-DATA             PIC 9(03) VALUE ZERO COMP.

       77  WS-MAX-FUSOS            PIC 9(02) VALUE 50 COMP.
       77  WS-QTD-FUSOS            PIC 9(02) VALUE ZERO COMP.
       01  WS-TABELA-FUSOS.
           05  WS-FUSO-ALTERADO     PIC X(03) OCCURS 50 TIMES.
       77  WS-IDX-FUSO             PIC 9(02) VALUE ZERO COMP.

       01  WS-CHAVE-FERIADO.
           05  WS-CHV-HOL-DIA       PIC 9(02).
           05  WS-CHV-HOL-MES       PIC 9(02).
           05  WS-CHV-HOL-ANO       PIC 9(04).
           05  WS-CHV-HOL-SITE      PIC X(03).

       01  WS-DATA-TRAB-GRP.
           05  WS-ANO-TRAB          PIC 9(04).
           05  WS-MES-TRAB          PIC 9(02).
           05  WS-DIA-TRAB          PIC 9(02).
       01  WS-DATA-TRAB-NUM REDEFINES WS-DATA-TRAB-GRP
                                     PIC 9(08).

      * ----------------------------------------------------------
      * Valores recalculados e comparacao com os do master
      * ----------------------------------------------------------
       77  WS-DATA-ENTRADA-NUM     PIC 9(08) VALUE ZEROS.
       77  WS-UTIL-NOVO            PIC X(01) VALUE SPACE.

       01  WS-UTC-ANTERIOR.
           05  WS-ANT-DIA           PIC 9(02).
           05  WS-ANT-MES           PIC 9(02).
           05  WS-ANT-ANO           PIC 9(04).
           05  WS-ANT-HR            PIC 9(02).
           05  WS-ANT-MINU          PIC 9(02).

       01  WS-UTC-NOVO.
           05  WS-NOVO-DIA          PIC 9(02).
           05  WS-NOVO-MES          PIC 9(02).
           05  WS-NOVO-ANO          PIC 9(04).
           05  WS-NOVO-HR           PIC 9(02).
           05  WS-NOVO-MINU         PIC 9(02).

       77  WS-IMAGEM-ANTES         PIC X(131) VALUE SPACES.

      * ----------------------------------------------------------
      * Derivados para o registro de interface
      * ----------------------------------------------------------
       01  WS-TABELA-DIAS-SEMANA.
           05  WS-NOME-DIA-SEMANA   PIC X(13) OCCURS 7 TIMES
                                     VALUE SPACES.
       77  WS-IDX-SEMANA           PIC 9(01) VALUE ZERO COMP.
       77  WS-DIA-SEMANA-DESC      PIC X(13) VALUE SPACES.
       77  WS-RESTO-SEMANA         PIC 9(01) VALUE ZERO.
       77  WS-QUOC-SEMANA          PIC S9(08) VALUE ZERO COMP.
       77  WS-DIAS-TRANSCORRIDOS   PIC S9(06) VALUE ZERO COMP.

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
       77  WS-JDN-CAPTURA          PIC S9(08) VALUE ZERO COMP.

       77  WS-GERACAO-IFC          PIC 9(06) VALUE ZERO COMP.
       77  WS-SEQ-GER-IFC          PIC 9(06) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Contadores gerais e das quebras (site / operador)
      * ----------------------------------------------------------
       77  WS-QTD-EXAMINADOS       PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-SELECIONADOS     PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-ALTERADOS        PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-UTIL-ALTERADO    PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-UTC-ALTERADO     PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-ERROS            PIC 9(07) VALUE ZERO COMP.
       77  WS-QTD-APLICADOS        PIC 9(07) VALUE ZERO COMP.

       77  WS-SITE-ANTERIOR        PIC X(03) VALUE SPACES.
       77  WS-OPER-ANTERIOR        PIC X(08) VALUE SPACES.

       01  WS-TOTAIS-OPERADOR.
           05  WS-OPE-ALTERADOS     PIC 9(07) COMP.
           05  WS-OPE-UTIL          PIC 9(07) COMP.
           05  WS-OPE-UTC           PIC 9(07) COMP.
           05  WS-OPE-ERROS         PIC 9(07) COMP.

       01  WS-TOTAIS-SITE.
           05  WS-SIT-ALTERADOS     PIC 9(07) COMP.
           05  WS-SIT-UTIL          PIC 9(07) COMP.
           05  WS-SIT-UTC           PIC 9(07) COMP.
           05  WS-SIT-ERROS         PIC 9(07) COMP.

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
           05  FILLER               PIC X(53) VALUE
               "DTEHRRVL - REVALIDACAO DO MASTER (CALENDARIO E FUSOS)".

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
           05  FILLER               PIC X(21) VALUE
               "CRITERIO: PERIODO DE ".
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

       01  WS-LIN-MUDANCAS.
           05  FILLER               PIC X(36) VALUE
               "CRITERIO: CADASTROS ALTERADOS APOS ".
           05  LIN-MUD-DIA          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-MUD-MES          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-MUD-ANO          PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-MUD-HH           PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  LIN-MUD-MM           PIC 9(02).

       01  WS-LIN-QTD-MUDANCAS.
           05  FILLER               PIC X(22) VALUE
               "  FERIADOS ALTERADOS: ".
           05  LIN-MUD-DATAS        PIC ZZ9.
           05  FILLER               PIC X(19) VALUE
               "  FUSOS ALTERADOS: ".
           05  LIN-MUD-FUSOS        PIC Z9.

       01  WS-LIN-MODO.
           05  FILLER               PIC X(20) VALUE
               "SITE DA INSTALACAO: ".
           05  LIN-MODO-SITE        PIC X(03).
           05  FILLER               PIC X(09) VALUE "   MODO: ".
           05  LIN-MODO-TEXTO       PIC X(35).

       01  WS-LIN-SITE.
           05  FILLER               PIC X(06) VALUE "SITE: ".
           05  LIN-SITE-CODIGO      PIC X(03).

       01  WS-LIN-OPER.
           05  FILLER               PIC X(12) VALUE "  OPERADOR: ".
           05  LIN-OPER-CODIGO      PIC X(08).

       01  WS-LIN-COLUNAS.
           05  FILLER               PIC X(40) VALUE
               "    SEQ  ENTRADA    HORA  FUS  DIA UTIL ".
           05  FILLER               PIC X(36) VALUE
               " UTC ANTERIOR     UTC RECALCULADO".

       01  WS-LIN-DET.
           05  FILLER               PIC X(02) VALUE SPACES.
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
           05  LIN-DET-FUSO         PIC X(03).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  LIN-DET-UTIL-ANT     PIC X(01).
           05  FILLER               PIC X(02) VALUE "->".
           05  LIN-DET-UTIL-NOVO    PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  LIN-DET-ANT-DIA      PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-DET-ANT-MES      PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-DET-ANT-ANO      PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-ANT-HR       PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  LIN-DET-ANT-MINU     PIC 9(02).
           05  FILLER               PIC X(02) VALUE "->".
           05  LIN-DET-NOVO-DIA     PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-DET-NOVO-MES     PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-DET-NOVO-ANO     PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-DET-NOVO-HR      PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  LIN-DET-NOVO-MINU    PIC 9(02).

       01  WS-LIN-ERRO.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  LIN-ERR-SEQ          PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-ERR-DIA          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-ERR-MES          PIC 9(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  LIN-ERR-ANO          PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-ERR-HR           PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  LIN-ERR-MINU         PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  LIN-ERR-FUSO         PIC X(03).
           05  FILLER               PIC X(22) VALUE
               "   *** NAO REVALIDADA ".
           05  LIN-ERR-MSG          PIC X(30).

       01  WS-LIN-SUBT.
           05  LIN-SUBT-ROTULO      PIC X(26).
           05  FILLER               PIC X(11) VALUE " ALTERADOS:".
           05  LIN-SUBT-ALTERADOS   PIC Z(04)9.
           05  FILLER               PIC X(10) VALUE " DIA UTIL:".
           05  LIN-SUBT-UTIL        PIC Z(04)9.
           05  FILLER               PIC X(05) VALUE " UTC:".
           05  LIN-SUBT-UTC         PIC Z(04)9.
           05  FILLER               PIC X(07) VALUE " ERROS:".
           05  LIN-SUBT-ERROS       PIC Z(04)9.

       01  WS-LIN-ROTULO-OPER.
           05  FILLER               PIC X(17) VALUE
               "  TOTAL OPERADOR ".
           05  LIN-ROT-OPERADOR     PIC X(08).

       01  WS-LIN-ROTULO-SITE.
           05  FILLER               PIC X(11) VALUE
               "TOTAL SITE ".
           05  LIN-ROT-SITE         PIC X(03).

       01  WS-LIN-CONTA.
           05  LIN-CONTA-TEXTO      PIC X(34).
           05  LIN-CONTA-QTD        PIC Z(06)9.

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

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA THRU 1000-EXIT
           SORT CLASSIFICA-FILE
                ASCENDING KEY CLASS-SITE
                              CLASS-OPERADOR
                              CLASS-SEQ
                INPUT PROCEDURE IS 2000-REVALIDA THRU 2000-EXIT
                OUTPUT PROCEDURE IS 3000-RELATORIO THRU 3000-EXIT
           PERFORM 9000-FINALIZA THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZA  -  configuracao, parametros, alteracoes de
      *       cadastro (criterio M), abertura do master (somente
      *       leitura na simulacao), da trilha de imagens e do
      *       relatorio
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
           IF WS-CRITERIO-MUDANCAS
              PERFORM 1200-LE-CONTROLE THRU 1200-EXIT
              PERFORM 1300-CARREGA-MUDANCAS THRU 1300-EXIT
           END-IF
           PERFORM 1400-ABRE-ARQUIVOS THRU 1400-EXIT
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
      * 1150-LE-PARAMETROS  -  criterio P exige o periodo valido;
      *       sem DTEHRRVP vale o criterio M em simulacao
      ******************************************************************
       1150-LE-PARAMETROS.
           MOVE "M" TO WS-SW-CRITERIO
           MOVE "N" TO WS-SW-APLICA
           OPEN INPUT DTEHR-RVP-FILE
           IF WS-FS-RVP = "00"
              READ DTEHR-RVP-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-RVP = "00"
                 IF RVP-CRITERIO = "P"
                    MOVE "P" TO WS-SW-CRITERIO
                    MOVE RVP-DATA-INICIAL TO WS-DATA-INICIAL
                    MOVE RVP-DATA-FINAL TO WS-DATA-FINAL
                 END-IF
                 IF RVP-APLICA = "S"
                    MOVE "S" TO WS-SW-APLICA
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-RVP-FILE
           IF NOT WS-CRITERIO-PERIODO
              GO TO 1150-EXIT
           END-IF
           IF RVP-DATA-INICIAL NOT NUMERIC
              OR RVP-DATA-FINAL NOT NUMERIC
              OR WS-DATA-INICIAL = 0
              OR WS-DATA-FINAL < WS-DATA-INICIAL
              DISPLAY "DTEHRRVL - PERIODO INVALIDO EM DTEHRRVP - "
                      "EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LE-CONTROLE  -  marca (data/hora) do ultimo registro da
      *       trilha DTEHRMNA ja aplicado; sem controle considera
      *       toda a trilha
      ******************************************************************
       1200-LE-CONTROLE.
           MOVE ZEROS TO WS-MARCA-ULTIMA-NUM
           OPEN INPUT DTEHR-RVC-FILE
           IF WS-FS-RVC = "00"
              READ DTEHR-RVC-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-RVC = "00"
                 IF RVC-DATA-ULTIMA-MNA NUMERIC
                    AND RVC-HORA-ULTIMA-MNA NUMERIC
                    MOVE RVC-DATA-ULTIMA-MNA TO WS-MARCA-ULT-DATA
                    MOVE RVC-HORA-ULTIMA-MNA TO WS-MARCA-ULT-HORA
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-RVC-FILE
           MOVE WS-MARCA-ULTIMA-NUM TO WS-MARCA-NOVA-NUM.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARREGA-MUDANCAS  -  datas de feriado incluidas ou
      *       excluidas e fusos incluidos ou alterados depois da
      *       marca; os demais cadastros da trilha sao ignorados
      ******************************************************************
       1300-CARREGA-MUDANCAS.
           MOVE ZERO TO WS-QTD-DATAS
           MOVE ZERO TO WS-QTD-FUSOS
           MOVE "N" TO WS-SW-EOF-MNA
           OPEN INPUT DTEHR-MNA-FILE
           IF WS-FS-MNA NOT = "00"
              DISPLAY "DTEHRRVL - AVISO: TRILHA DE CADASTROS "
                      "(DTEHRMNA) NAO DISPONIVEL - STATUS " WS-FS-MNA
              MOVE "S" TO WS-SW-EOF-MNA
           END-IF
           PERFORM 1310-LE-MUDANCA THRU 1310-EXIT
              UNTIL WS-EOF-MNA
           CLOSE DTEHR-MNA-FILE.
       1300-EXIT.
           EXIT.

       1310-LE-MUDANCA.
           READ DTEHR-MNA-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-MNA
                 GO TO 1310-EXIT
           END-READ
           MOVE MNA-DATA-SISTEMA TO WS-MARCA-MNA-DATA
           MOVE MNA-HORA-SISTEMA TO WS-MARCA-MNA-HORA
           IF WS-MARCA-MNA-NUM NOT > WS-MARCA-ULTIMA-NUM
              GO TO 1310-EXIT
           END-IF
           IF MNA-ARQUIVO = "HOL"
              PERFORM 1320-REGISTRA-DATA THRU 1320-EXIT
           END-IF
           IF MNA-ARQUIVO = "TZF"
              PERFORM 1330-REGISTRA-FUSO THRU 1330-EXIT
           END-IF
           IF WS-MARCA-MNA-NUM > WS-MARCA-NOVA-NUM
              MOVE WS-MARCA-MNA-NUM TO WS-MARCA-NOVA-NUM
           END-IF.
       1310-EXIT.
           EXIT.

       1320-REGISTRA-DATA.
           MOVE MNA-CHAVE TO WS-CHAVE-FERIADO
           MOVE WS-CHV-HOL-ANO TO WS-ANO-TRAB
           MOVE WS-CHV-HOL-MES TO WS-MES-TRAB
           MOVE WS-CHV-HOL-DIA TO WS-DIA-TRAB
           MOVE "N" TO WS-SW-ACHADO
           PERFORM 1325-PROCURA-DATA THRU 1325-EXIT
              VARYING WS-IDX-DATA FROM 1 BY 1
              UNTIL WS-IDX-DATA > WS-QTD-DATAS
                 OR WS-ACHADO
           IF WS-ACHADO
              GO TO 1320-EXIT
           END-IF
           IF WS-QTD-DATAS >= WS-MAX-DATAS
              DISPLAY "DTEHRRVL - MAIS DE " WS-MAX-DATAS " DATAS DE "
                      "FERIADO ALTERADAS - USE O CRITERIO POR "
                      "PERIODO (DTEHRRVP) - EXECUCAO ABORTADA"
              CLOSE DTEHR-MNA-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-QTD-DATAS
           MOVE WS-DATA-TRAB-NUM TO WS-DATA-ALTERADA(WS-QTD-DATAS).
       1320-EXIT.
           EXIT.

       1325-PROCURA-DATA.
           IF WS-DATA-ALTERADA(WS-IDX-DATA) = WS-DATA-TRAB-NUM
              MOVE "S" TO WS-SW-ACHADO
           END-IF.
       1325-EXIT.
           EXIT.

       1330-REGISTRA-FUSO.
           MOVE "N" TO WS-SW-ACHADO
           PERFORM 1335-PROCURA-FUSO THRU 1335-EXIT
              VARYING WS-IDX-FUSO FROM 1 BY 1
              UNTIL WS-IDX-FUSO > WS-QTD-FUSOS
                 OR WS-ACHADO
           IF WS-ACHADO
              GO TO 1330-EXIT
           END-IF
           IF WS-QTD-FUSOS >= WS-MAX-FUSOS
              DISPLAY "DTEHRRVL - MAIS DE " WS-MAX-FUSOS " FUSOS "
                      "ALTERADOS - USE O CRITERIO POR PERIODO "
                      "(DTEHRRVP) - EXECUCAO ABORTADA"
              CLOSE DTEHR-MNA-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO WS-QTD-FUSOS
           MOVE MNA-CHAVE(1:3) TO WS-FUSO-ALTERADO(WS-QTD-FUSOS).
       1330-EXIT.
           EXIT.

       1335-PROCURA-FUSO.
           IF WS-FUSO-ALTERADO(WS-IDX-FUSO) = MNA-CHAVE(1:3)
              MOVE "S" TO WS-SW-ACHADO
           END-IF.
       1335-EXIT.
           EXIT.

      ******************************************************************
      * 1400-ABRE-ARQUIVOS  -  relatorio e master (I-O so quando as
      *       correcoes forem aplicadas, com a trilha de imagens); a
      *       interface so e aberta na primeira correcao aplicada
      ******************************************************************
       1400-ABRE-ARQUIVOS.
           OPEN OUTPUT DTEHR-RVR-FILE
           IF WS-FS-RVR NOT = "00"
              DISPLAY "DTEHRRVL - FALHA AO ABRIR O RELATORIO "
                      "(DTEHRRVR) - STATUS " WS-FS-RVR
                      " - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-APLICA
              OPEN I-O DTEHR-MST-FILE
           ELSE
              OPEN INPUT DTEHR-MST-FILE
           END-IF
           IF WS-FS-MST NOT = "00"
              DISPLAY "DTEHRRVL - FALHA AO ABRIR O MASTER DE "
                      "CONFIRMACOES - STATUS " WS-FS-MST
                      " - EXECUCAO ABORTADA"
              CLOSE DTEHR-RVR-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF NOT WS-APLICA
              GO TO 1400-EXIT
           END-IF
           PERFORM 1410-VERIFICA-EXPURGO-IFC THRU 1410-EXIT
           OPEN EXTEND DTEHR-RVI-FILE
           IF WS-FS-RVI = "35"
              OPEN OUTPUT DTEHR-RVI-FILE
           END-IF
           IF WS-FS-RVI NOT = "00"
              DISPLAY "DTEHRRVL - FALHA AO ABRIR A TRILHA DE "
                      "IMAGENS (DTEHRRVI) - STATUS " WS-FS-RVI
                      " - EXECUCAO ABORTADA: NENHUMA CORRECAO SEM "
                      "AUDITORIA"
              CLOSE DTEHR-RVR-FILE
              CLOSE DTEHR-MST-FILE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1410-VERIFICA-EXPURGO-IFC  -  com o expurgo da interface
      *       (DTEHRIHK) parado nas fases 1 ou 2 a interface nao pode
      *       receber registros; nenhuma correcao e aplicada
      ******************************************************************
       1410-VERIFICA-EXPURGO-IFC.
           OPEN INPUT DTEHR-IPC-FILE
           IF WS-FS-IPC NOT = "00"
              GO TO 1410-FECHA
           END-IF
           READ DTEHR-IPC-FILE
              AT END
                 GO TO 1410-FECHA
           END-READ
           IF WS-FS-IPC = "00"
              IF IPC-EXPURGO-PENDENTE
                 DISPLAY "DTEHRRVL - EXPURGO DA INTERFACE (DTEHRIHK) "
                         "INTERROMPIDO NA FASE " IPC-FASE
                         " - REINICIE O EXPURGO ANTES DE APLICAR"
                 CLOSE DTEHR-IPC-FILE
                 CLOSE DTEHR-RVR-FILE
                 CLOSE DTEHR-MST-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       1410-FECHA.
           CLOSE DTEHR-IPC-FILE.
       1410-EXIT.
           EXIT.

      ******************************************************************
      * 1900-JORNAL-INICIO  -  registra o inicio da execucao no
      *       diario compartilhado DTEHRJRN (via DTEHRJNL)
      ******************************************************************
       1900-JORNAL-INICIO.
           MOVE SPACES TO DTEHR-JNL-AREA
           MOVE "I" TO JNL-TIPO-REG
           MOVE "DTEHRRVL" TO JNL-PROGRAMA
           MOVE WS-SW-CRITERIO TO JNL-MODO
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
      * 2000-REVALIDA  -  percorre o master pela sequencia de
      *       confirmacao; no criterio M sem nenhuma alteracao de
      *       cadastro nao ha o que revalidar
      ******************************************************************
       2000-REVALIDA.
           MOVE "N" TO WS-SW-EOF-MST
           IF WS-CRITERIO-MUDANCAS
              AND WS-QTD-DATAS = 0 AND WS-QTD-FUSOS = 0
              MOVE "S" TO WS-SW-EOF-MST
              GO TO 2000-EXIT
           END-IF
           MOVE 1 TO MST-SEQ-CONFIRMACAO
           START DTEHR-MST-FILE
              KEY IS NOT LESS THAN MST-SEQ-CONFIRMACAO
              INVALID KEY
                 MOVE "S" TO WS-SW-EOF-MST
           END-START
           PERFORM 2100-LE-MASTER THRU 2100-EXIT
              UNTIL WS-EOF-MST.
       2000-EXIT.
           EXIT.

       2100-LE-MASTER.
           READ DTEHR-MST-FILE NEXT
              AT END
                 MOVE "S" TO WS-SW-EOF-MST
              NOT AT END
                 IF MST-SEQ-CONFIRMACAO > 0
                    PERFORM 2200-AVALIA-ENTRADA THRU 2200-EXIT
                 END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-AVALIA-ENTRADA  -  entrada ativa selecionada pelo
      *       criterio e recalculada; a que diverge (ou nao pode ser
      *       recalculada) vai para o relatorio e, na aplicacao, e
      *       corrigida
      ******************************************************************
       2200-AVALIA-ENTRADA.
           ADD 1 TO WS-QTD-EXAMINADOS
           IF MST-SIT-CANCELADA
              GO TO 2200-EXIT
           END-IF
           IF MST-SITE = SPACES
              MOVE WS-SITE TO WS-SITE-ENTRADA
           ELSE
              MOVE MST-SITE TO WS-SITE-ENTRADA
           END-IF
           PERFORM 2300-SELECIONA THRU 2300-EXIT
           IF NOT WS-SELECIONADO
              GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-QTD-SELECIONADOS
           PERFORM 2400-RECALCULA THRU 2400-EXIT
           IF WS-ERRO-REVALIDACAO
              ADD 1 TO WS-QTD-ERROS
              PERFORM 2600-LIBERA-OCORRENCIA THRU 2600-EXIT
              GO TO 2200-EXIT
           END-IF
           MOVE MST-DIA-UTC TO WS-ANT-DIA
           MOVE MST-MES-UTC TO WS-ANT-MES
           MOVE MST-ANO-UTC TO WS-ANT-ANO
           MOVE MST-HR-UTC TO WS-ANT-HR
           MOVE MST-MINU-UTC TO WS-ANT-MINU
           IF WS-UTIL-NOVO = MST-DIA-UTIL
              AND WS-UTC-NOVO = WS-UTC-ANTERIOR
              GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-QTD-ALTERADOS
           IF WS-UTIL-NOVO NOT = MST-DIA-UTIL
              ADD 1 TO WS-QTD-UTIL-ALTERADO
           END-IF
           IF WS-UTC-NOVO NOT = WS-UTC-ANTERIOR
              ADD 1 TO WS-QTD-UTC-ALTERADO
           END-IF
           PERFORM 2600-LIBERA-OCORRENCIA THRU 2600-EXIT
           IF WS-APLICA
              PERFORM 2500-APLICA-CORRECAO THRU 2500-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-SELECIONA  -  criterio P: data informada no periodo;
      *       criterio M: data informada e feriado alterado ou fuso
      *       da entrada alterado
      ******************************************************************
       2300-SELECIONA.
           MOVE "N" TO WS-SW-SELECIONADO
           MOVE MST-DATA-ENTRADA TO WS-DATA-ENTRADA-NUM
           IF WS-CRITERIO-PERIODO
              IF WS-DATA-ENTRADA-NUM NOT < WS-DATA-INICIAL
                 AND WS-DATA-ENTRADA-NUM NOT > WS-DATA-FINAL
                 MOVE "S" TO WS-SW-SELECIONADO
              END-IF
              GO TO 2300-EXIT
           END-IF
           MOVE WS-DATA-ENTRADA-NUM TO WS-DATA-TRAB-NUM
           MOVE "N" TO WS-SW-ACHADO
           PERFORM 1325-PROCURA-DATA THRU 1325-EXIT
              VARYING WS-IDX-DATA FROM 1 BY 1
              UNTIL WS-IDX-DATA > WS-QTD-DATAS
                 OR WS-ACHADO
           IF WS-ACHADO
              MOVE "S" TO WS-SW-SELECIONADO
              GO TO 2300-EXIT
           END-IF
           PERFORM 2310-PROCURA-FUSO-ENTRADA THRU 2310-EXIT
              VARYING WS-IDX-FUSO FROM 1 BY 1
              UNTIL WS-IDX-FUSO > WS-QTD-FUSOS
                 OR WS-SELECIONADO.
       2300-EXIT.
           EXIT.

       2310-PROCURA-FUSO-ENTRADA.
           IF WS-FUSO-ALTERADO(WS-IDX-FUSO) = MST-TZ-CODE
              MOVE "S" TO WS-SW-SELECIONADO
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-RECALCULA  -  dia util pelo DTEHRCAL (funcao UT, no
      *       site gravado na entrada - WS-SITE-ENTRADA - ou no da
      *       instalacao quando em branco) e UTC pelo DTEHRTZC (funcao
      *       CV); sem o calendario ou sem o cadastro de fusos o
      *       recalculo nao vale e a execucao e abortada antes de
      *       qualquer correcao
      ******************************************************************
       2400-RECALCULA.
           MOVE "N" TO WS-SW-ERRO
           MOVE SPACES TO WS-MSG-ERRO
           MOVE SPACES TO DTEHRCAL-AREA
           MOVE "UT" TO CAL-FUNCAO
           MOVE MST-DIA TO CAL-D1-DIA
           MOVE MST-MES TO CAL-D1-MES
           MOVE MST-ANO TO CAL-D1-ANO
           MOVE ZEROS TO CAL-DATA-2
           MOVE ZEROS TO CAL-QTD-DIAS
           MOVE WS-SITE-ENTRADA TO CAL-SITE
           CALL "DTEHRCAL" USING DTEHRCAL-AREA
           IF CAL-RET-SEM-CALENDARIO
              DISPLAY "DTEHRRVL - CALENDARIO DE FERIADOS (DTEHRHOL) "
                      "NAO DISPONIVEL - EXECUCAO ABORTADA"
              PERFORM 2900-ABORTA THRU 2900-EXIT
           END-IF
           IF NOT CAL-RET-OK
              MOVE "S" TO WS-SW-ERRO
              MOVE "DATA INVALIDA NO MASTER" TO WS-MSG-ERRO
              GO TO 2400-EXIT
           END-IF
           IF CAL-DIAS-RESULT = 1
              MOVE "S" TO WS-UTIL-NOVO
           ELSE
              MOVE "N" TO WS-UTIL-NOVO
           END-IF

           MOVE SPACES TO DTEHRTZC-AREA
           MOVE "CV" TO TZC-FUNCAO
           MOVE MST-DIA TO TZC-DIA
           MOVE MST-MES TO TZC-MES
           MOVE MST-ANO TO TZC-ANO
           MOVE MST-HR TO TZC-HR
           MOVE MST-MINU TO TZC-MINU
           MOVE MST-TZ-CODE TO TZC-FUSO-ORIGEM
           MOVE SPACES TO TZC-FUSO-DESTINO
           CALL "DTEHRTZC" USING DTEHRTZC-AREA
           IF TZC-RET-TABELA-PADRAO
              DISPLAY "DTEHRRVL - CADASTRO DE FUSOS (DTEHRTZF) NAO "
                      "DISPONIVEL - EXECUCAO ABORTADA"
              PERFORM 2900-ABORTA THRU 2900-EXIT
           END-IF
           IF NOT TZC-RET-OK
              MOVE "S" TO WS-SW-ERRO
              IF TZC-RET-ORIGEM-DESCONH
                 MOVE "FUSO HORARIO DESCONHECIDO" TO WS-MSG-ERRO
              ELSE
                 MOVE "DATA/HORA INVALIDA PARA O FUSO" TO WS-MSG-ERRO
              END-IF
              GO TO 2400-EXIT
           END-IF
           MOVE TZC-RES-DIA TO WS-NOVO-DIA
           MOVE TZC-RES-MES TO WS-NOVO-MES
           MOVE TZC-RES-ANO TO WS-NOVO-ANO
           MOVE TZC-RES-HR TO WS-NOVO-HR
           MOVE TZC-RES-MINU TO WS-NOVO-MINU.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-APLICA-CORRECAO  -  grava primeiro a trilha com as
      *       imagens antes/depois, depois regrava o master e avisa
      *       os assinantes pela interface (movimento "R")
      ******************************************************************
       2500-APLICA-CORRECAO.
           IF NOT WS-IFC-ABERTA
              PERFORM 2550-ABRE-INTERFACE THRU 2550-EXIT
           END-IF
           MOVE DTEHR-MST-REC TO WS-IMAGEM-ANTES
           MOVE WS-UTIL-NOVO TO MST-DIA-UTIL
           MOVE WS-NOVO-DIA TO MST-DIA-UTC
           MOVE WS-NOVO-MES TO MST-MES-UTC
           MOVE WS-NOVO-ANO TO MST-ANO-UTC
           MOVE WS-NOVO-HR TO MST-HR-UTC
           MOVE WS-NOVO-MINU TO MST-MINU-UTC
           ACCEPT WS-HORA-SISTEMA-8 FROM TIME
           MOVE WS-DATA-SISTEMA-NUM TO RVI-DATA-SISTEMA
           MOVE WS-HORA-SISTEMA-8 TO RVI-HORA-SISTEMA
           MOVE MST-SEQ-CONFIRMACAO TO RVI-SEQ-CONFIRMACAO
           MOVE WS-SW-CRITERIO TO RVI-CRITERIO
           MOVE WS-GERACAO-IFC TO RVI-GERACAO-IFC
           MOVE WS-IMAGEM-ANTES TO RVI-IMAGEM-ANTES
           MOVE DTEHR-MST-REC TO RVI-IMAGEM-DEPOIS
           WRITE DTEHR-RVI-REC
           IF WS-FS-RVI NOT = "00"
              DISPLAY "DTEHRRVL - FALHA AO GRAVAR A TRILHA DE "
                      "IMAGENS - STATUS " WS-FS-RVI
                      " - EXECUCAO ABORTADA"
              PERFORM 2900-ABORTA THRU 2900-EXIT
           END-IF
           REWRITE DTEHR-MST-REC
           IF WS-FS-MST NOT = "00"
              DISPLAY "DTEHRRVL - FALHA AO REGRAVAR A ENTRADA "
                      MST-SEQ-CONFIRMACAO " NO MASTER - STATUS "
                      WS-FS-MST " - EXECUCAO ABORTADA"
              PERFORM 2900-ABORTA THRU 2900-EXIT
           END-IF
           ADD 1 TO WS-QTD-APLICADOS
           PERFORM 2700-GRAVA-INTERFACE THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2550-ABRE-INTERFACE  -  obtem e ja regrava a proxima geracao
      *       da interface (DTEHRIFG), como no DTEHR, e abre a
      *       interface para acrescimo
      ******************************************************************
       2550-ABRE-INTERFACE.
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
              DISPLAY "DTEHRRVL - FALHA AO GRAVAR O CONTROLE DE "
                      "GERACAO DA INTERFACE (DTEHRIFG) - STATUS "
                      WS-FS-IFG " - EXECUCAO ABORTADA"
              PERFORM 2900-ABORTA THRU 2900-EXIT
           END-IF
           MOVE WS-GERACAO-IFC TO IFG-ULTIMA-GERACAO
           MOVE WS-DATA-SISTEMA-NUM TO IFG-DATA-GERACAO
           MOVE WS-HORA-SISTEMA-8 TO IFG-HORA-GERACAO
           WRITE DTEHR-IFG-REC
           IF WS-FS-IFG NOT = "00"
              DISPLAY "DTEHRRVL - FALHA AO GRAVAR O CONTROLE DE "
                      "GERACAO DA INTERFACE (DTEHRIFG) - STATUS "
                      WS-FS-IFG " - EXECUCAO ABORTADA"
              CLOSE DTEHR-IFG-FILE
              PERFORM 2900-ABORTA THRU 2900-EXIT
           END-IF
           CLOSE DTEHR-IFG-FILE
           OPEN EXTEND DTEHR-IFC-FILE
           IF WS-FS-IFC = "35"
              OPEN OUTPUT DTEHR-IFC-FILE
           END-IF
           IF WS-FS-IFC NOT = "00"
              DISPLAY "DTEHRRVL - FALHA AO ABRIR A INTERFACE - "
                      "STATUS " WS-FS-IFC " - EXECUCAO ABORTADA"
              PERFORM 2900-ABORTA THRU 2900-EXIT
           END-IF
           MOVE "S" TO WS-SW-IFC-ABERTA.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2600-LIBERA-OCORRENCIA  -  divergencia (ou erro) para o
      *       relatorio classificado por site e operador
      ******************************************************************
       2600-LIBERA-OCORRENCIA.
           MOVE WS-SITE-ENTRADA TO CLASS-SITE
           MOVE MST-OPERADOR TO CLASS-OPERADOR
           MOVE MST-SEQ-CONFIRMACAO TO CLASS-SEQ
           MOVE MST-DIA TO CLASS-DIA
           MOVE MST-MES TO CLASS-MES
           MOVE MST-ANO TO CLASS-ANO
           MOVE MST-HR TO CLASS-HR
           MOVE MST-MINU TO CLASS-MINU
           MOVE MST-TZ-CODE TO CLASS-TZ-CODE
           MOVE MST-DIA-UTIL TO CLASS-UTIL-ANT
           IF WS-ERRO-REVALIDACAO
              MOVE "E" TO CLASS-TIPO
              MOVE SPACE TO CLASS-UTIL-NOVO
              MOVE ZEROS TO CLASS-UTC-ANT
              MOVE ZEROS TO CLASS-UTC-NOVO
              MOVE WS-MSG-ERRO TO CLASS-MSG
           ELSE
              MOVE "D" TO CLASS-TIPO
              MOVE WS-UTIL-NOVO TO CLASS-UTIL-NOVO
              MOVE WS-UTC-ANTERIOR TO CLASS-UTC-ANT
              MOVE WS-UTC-NOVO TO CLASS-UTC-NOVO
              MOVE SPACES TO CLASS-MSG
           END-IF
           RELEASE CLASS-REG.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2700-GRAVA-INTERFACE  -  registro de revalidacao (movimento
      *       "R") com os valores corrigidos e a sequencia do master,
      *       para o assinante substituir os recebidos antes
      ******************************************************************
       2700-GRAVA-INTERFACE.
           MOVE MST-DIA TO WS-JDN-CALC-DIA
           MOVE MST-MES TO WS-JDN-CALC-MES
           MOVE MST-ANO TO WS-JDN-CALC-ANO
           PERFORM 7500-CALCULA-JDN THRU 7500-EXIT
           MOVE WS-JDN-CALC-RESULT TO WS-JDN-INFORMADO
           MOVE MST-DATA-SISTEMA TO WS-DATA-TRAB-NUM
           MOVE WS-DIA-TRAB TO WS-JDN-CALC-DIA
           MOVE WS-MES-TRAB TO WS-JDN-CALC-MES
           MOVE WS-ANO-TRAB TO WS-JDN-CALC-ANO
           PERFORM 7500-CALCULA-JDN THRU 7500-EXIT
           MOVE WS-JDN-CALC-RESULT TO WS-JDN-CAPTURA
           COMPUTE WS-DIAS-TRANSCORRIDOS =
                   WS-JDN-INFORMADO - WS-JDN-CAPTURA
           IF WS-DIAS-TRANSCORRIDOS < 0
              MULTIPLY WS-DIAS-TRANSCORRIDOS BY -1
                 GIVING WS-DIAS-TRANSCORRIDOS
           END-IF
           DIVIDE WS-JDN-INFORMADO BY 7
              GIVING WS-QUOC-SEMANA REMAINDER WS-RESTO-SEMANA
           ADD 1 TO WS-RESTO-SEMANA GIVING WS-IDX-SEMANA
           MOVE WS-NOME-DIA-SEMANA(WS-IDX-SEMANA) TO WS-DIA-SEMANA-DESC

           MOVE SPACES TO DTEHR-INTERFACE-REC
           MOVE MST-DIA TO DTEHR-IFC-DIA
           MOVE MST-MES TO DTEHR-IFC-MES
           MOVE MST-ANO TO DTEHR-IFC-ANO
           MOVE MST-HR TO DTEHR-IFC-HR
           MOVE MST-MINU TO DTEHR-IFC-MINU
           MOVE MST-TZ-CODE TO DTEHR-IFC-TZ-CODIGO
           MOVE MST-HR-UTC TO DTEHR-IFC-HR-UTC
           MOVE MST-MINU-UTC TO DTEHR-IFC-MINU-UTC
           MOVE WS-DIA-SEMANA-DESC TO DTEHR-IFC-DIA-SEMANA
           MOVE WS-DIAS-TRANSCORRIDOS TO DTEHR-IFC-DIAS-TRANSCORR
           MOVE MST-DIA-UTIL TO DTEHR-IFC-DIA-UTIL
           MOVE MST-OPERADOR TO DTEHR-IFC-OPERADOR
           MOVE MST-DIA-UTC TO DTEHR-IFC-DIA-UTC
           MOVE MST-MES-UTC TO DTEHR-IFC-MES-UTC
           MOVE MST-ANO-UTC TO DTEHR-IFC-ANO-UTC
           MOVE WS-GERACAO-IFC TO DTEHR-IFC-GERACAO
           ADD 1 TO WS-SEQ-GER-IFC
           MOVE WS-SEQ-GER-IFC TO DTEHR-IFC-SEQ-GER
           MOVE WS-DATA-SISTEMA-NUM TO DTEHR-IFC-DATA-GERACAO
           MOVE "R" TO DTEHR-IFC-TIPO-MOV
           MOVE MST-SEQ-CONFIRMACAO TO DTEHR-IFC-SEQ-CONFIRMACAO
           MOVE SPACES TO DTEHR-IFC-MOTIVO-ESTORNO
           MOVE MST-APROVADOR TO DTEHR-IFC-APROVADOR
           MOVE MST-MODO-ORIGEM TO DTEHR-IFC-MODO-ORIGEM
           MOVE MST-LOTE-ID TO DTEHR-IFC-LOTE-ID
           MOVE MST-SEQ-ORIGINAL TO DTEHR-IFC-SEQ-ORIGINAL
           MOVE WS-SITE-ENTRADA TO DTEHR-IFC-SITE
           WRITE DTEHR-INTERFACE-REC
           IF WS-FS-IFC NOT = "00"
              DISPLAY "DTEHRRVL - AVISO: FALHA AO GRAVAR REGISTRO DE "
                      "INTERFACE - STATUS " WS-FS-IFC
           END-IF.
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2900-ABORTA  -  falha grave no meio da revalidacao: fecha o
      *       que estiver aberto, registra o fim no diario e encerra
      *       com retorno 16; as correcoes ja aplicadas estao na
      *       trilha e uma nova execucao encontra somente as que
      *       faltam
      ******************************************************************
       2900-ABORTA.
           CLOSE DTEHR-MST-FILE
           CLOSE DTEHR-RVR-FILE
           IF WS-APLICA
              CLOSE DTEHR-RVI-FILE
           END-IF
           IF WS-IFC-ABERTA
              CLOSE DTEHR-IFC-FILE
           END-IF
           MOVE 16 TO RETURN-CODE
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT
           STOP RUN.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-RELATORIO  -  relatorio de impacto: criterio, modo, as
      *       divergencias por site e operador (valor antigo ->
      *       recalculado) e os totais
      ******************************************************************
       3000-RELATORIO.
           PERFORM 3050-IMPRIME-CRITERIO THRU 3050-EXIT
           MOVE "N" TO WS-SW-FIM-SORT
           MOVE "S" TO WS-SW-PRIMEIRO
           PERFORM 3100-RECEBE-CLASSIFICADO THRU 3100-EXIT
              UNTIL WS-FIM-SORT
           IF WS-QTD-ALTERADOS > 0 OR WS-QTD-ERROS > 0
              PERFORM 3400-QUEBRA-OPERADOR THRU 3400-EXIT
              PERFORM 3500-QUEBRA-SITE THRU 3500-EXIT
           ELSE
              MOVE SPACES TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              MOVE "NENHUMA ENTRADA DO MASTER AFETADA"
                 TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF
           PERFORM 3700-IMPRIME-TOTAIS THRU 3700-EXIT.
       3000-EXIT.
           EXIT.

       3050-IMPRIME-CRITERIO.
           IF WS-CRITERIO-PERIODO
              MOVE WS-DATA-INICIAL TO WS-DATA-TRAB-NUM
              MOVE WS-DIA-TRAB TO LIN-PER-INI-DIA
              MOVE WS-MES-TRAB TO LIN-PER-INI-MES
              MOVE WS-ANO-TRAB TO LIN-PER-INI-ANO
              MOVE WS-DATA-FINAL TO WS-DATA-TRAB-NUM
              MOVE WS-DIA-TRAB TO LIN-PER-FIM-DIA
              MOVE WS-MES-TRAB TO LIN-PER-FIM-MES
              MOVE WS-ANO-TRAB TO LIN-PER-FIM-ANO
              MOVE WS-LIN-PERIODO TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           ELSE
              MOVE WS-MARCA-ULT-DATA TO WS-DATA-TRAB-NUM
              MOVE WS-DIA-TRAB TO LIN-MUD-DIA
              MOVE WS-MES-TRAB TO LIN-MUD-MES
              MOVE WS-ANO-TRAB TO LIN-MUD-ANO
              MOVE WS-MARCA-ULT-HORA(1:2) TO LIN-MUD-HH
              MOVE WS-MARCA-ULT-HORA(3:2) TO LIN-MUD-MM
              MOVE WS-LIN-MUDANCAS TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              MOVE WS-QTD-DATAS TO LIN-MUD-DATAS
              MOVE WS-QTD-FUSOS TO LIN-MUD-FUSOS
              MOVE WS-LIN-QTD-MUDANCAS TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF
           MOVE WS-SITE TO LIN-MODO-SITE
           IF WS-APLICA
              MOVE "APLICACAO DAS CORRECOES"
                 TO LIN-MODO-TEXTO
           ELSE
              MOVE "SIMULACAO (MASTER NAO ALTERADO)"
                 TO LIN-MODO-TEXTO
           END-IF
           MOVE WS-LIN-MODO TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE WS-LIN-COLUNAS TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3050-EXIT.
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
              PERFORM 3250-INICIA-SITE THRU 3250-EXIT
              PERFORM 3260-INICIA-OPERADOR THRU 3260-EXIT
           ELSE
              IF CLASS-SITE NOT = WS-SITE-ANTERIOR
                 PERFORM 3400-QUEBRA-OPERADOR THRU 3400-EXIT
                 PERFORM 3500-QUEBRA-SITE THRU 3500-EXIT
                 PERFORM 3250-INICIA-SITE THRU 3250-EXIT
                 PERFORM 3260-INICIA-OPERADOR THRU 3260-EXIT
              ELSE
                 IF CLASS-OPERADOR NOT = WS-OPER-ANTERIOR
                    PERFORM 3400-QUEBRA-OPERADOR THRU 3400-EXIT
                    PERFORM 3260-INICIA-OPERADOR THRU 3260-EXIT
                 END-IF
              END-IF
           END-IF
           PERFORM 3300-IMPRIME-DETALHE THRU 3300-EXIT
           IF CLASS-ERRO
              ADD 1 TO WS-OPE-ERROS
              ADD 1 TO WS-SIT-ERROS
              GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-OPE-ALTERADOS
           ADD 1 TO WS-SIT-ALTERADOS
           IF CLASS-UTIL-NOVO NOT = CLASS-UTIL-ANT
              ADD 1 TO WS-OPE-UTIL
              ADD 1 TO WS-SIT-UTIL
           END-IF
           IF CLASS-UTC-NOVO NOT = CLASS-UTC-ANT
              ADD 1 TO WS-OPE-UTC
              ADD 1 TO WS-SIT-UTC
           END-IF.
       3200-EXIT.
           EXIT.

       3250-INICIA-SITE.
           MOVE CLASS-SITE TO WS-SITE-ANTERIOR
           MOVE ZEROS TO WS-SIT-ALTERADOS
           MOVE ZEROS TO WS-SIT-UTIL
           MOVE ZEROS TO WS-SIT-UTC
           MOVE ZEROS TO WS-SIT-ERROS
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE CLASS-SITE TO LIN-SITE-CODIGO
           MOVE WS-LIN-SITE TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3250-EXIT.
           EXIT.

       3260-INICIA-OPERADOR.
           MOVE CLASS-OPERADOR TO WS-OPER-ANTERIOR
           MOVE ZEROS TO WS-OPE-ALTERADOS
           MOVE ZEROS TO WS-OPE-UTIL
           MOVE ZEROS TO WS-OPE-UTC
           MOVE ZEROS TO WS-OPE-ERROS
           MOVE CLASS-OPERADOR TO LIN-OPER-CODIGO
           MOVE WS-LIN-OPER TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3260-EXIT.
           EXIT.

       3300-IMPRIME-DETALHE.
           IF CLASS-ERRO
              MOVE CLASS-SEQ TO LIN-ERR-SEQ
              MOVE CLASS-DIA TO LIN-ERR-DIA
              MOVE CLASS-MES TO LIN-ERR-MES
              MOVE CLASS-ANO TO LIN-ERR-ANO
              MOVE CLASS-HR TO LIN-ERR-HR
              MOVE CLASS-MINU TO LIN-ERR-MINU
              MOVE CLASS-TZ-CODE TO LIN-ERR-FUSO
              MOVE CLASS-MSG TO LIN-ERR-MSG
              MOVE WS-LIN-ERRO TO WS-LINHA-IMPRESSAO
              PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
              GO TO 3300-EXIT
           END-IF
           MOVE CLASS-SEQ TO LIN-DET-SEQ
           MOVE CLASS-DIA TO LIN-DET-DIA
           MOVE CLASS-MES TO LIN-DET-MES
           MOVE CLASS-ANO TO LIN-DET-ANO
           MOVE CLASS-HR TO LIN-DET-HR
           MOVE CLASS-MINU TO LIN-DET-MINU
           MOVE CLASS-TZ-CODE TO LIN-DET-FUSO
           MOVE CLASS-UTIL-ANT TO LIN-DET-UTIL-ANT
           MOVE CLASS-UTIL-NOVO TO LIN-DET-UTIL-NOVO
           MOVE CLASS-ANT-DIA TO LIN-DET-ANT-DIA
           MOVE CLASS-ANT-MES TO LIN-DET-ANT-MES
           MOVE CLASS-ANT-ANO TO LIN-DET-ANT-ANO
           MOVE CLASS-ANT-HR TO LIN-DET-ANT-HR
           MOVE CLASS-ANT-MINU TO LIN-DET-ANT-MINU
           MOVE CLASS-NOVO-DIA TO LIN-DET-NOVO-DIA
           MOVE CLASS-NOVO-MES TO LIN-DET-NOVO-MES
           MOVE CLASS-NOVO-ANO TO LIN-DET-NOVO-ANO
           MOVE CLASS-NOVO-HR TO LIN-DET-NOVO-HR
           MOVE CLASS-NOVO-MINU TO LIN-DET-NOVO-MINU
           MOVE WS-LIN-DET TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3300-EXIT.
           EXIT.

       3400-QUEBRA-OPERADOR.
           MOVE WS-OPER-ANTERIOR TO LIN-ROT-OPERADOR
           MOVE WS-LIN-ROTULO-OPER TO LIN-SUBT-ROTULO
           MOVE WS-OPE-ALTERADOS TO LIN-SUBT-ALTERADOS
           MOVE WS-OPE-UTIL TO LIN-SUBT-UTIL
           MOVE WS-OPE-UTC TO LIN-SUBT-UTC
           MOVE WS-OPE-ERROS TO LIN-SUBT-ERROS
           MOVE WS-LIN-SUBT TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3400-EXIT.
           EXIT.

       3500-QUEBRA-SITE.
           MOVE WS-SITE-ANTERIOR TO LIN-ROT-SITE
           MOVE WS-LIN-ROTULO-SITE TO LIN-SUBT-ROTULO
           MOVE WS-SIT-ALTERADOS TO LIN-SUBT-ALTERADOS
           MOVE WS-SIT-UTIL TO LIN-SUBT-UTIL
           MOVE WS-SIT-UTC TO LIN-SUBT-UTC
           MOVE WS-SIT-ERROS TO LIN-SUBT-ERROS
           MOVE WS-LIN-SUBT TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3500-EXIT.
           EXIT.

       3700-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           MOVE "ENTRADAS EXAMINADAS NO MASTER....:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-EXAMINADOS TO LIN-CONTA-QTD
           PERFORM 3750-IMPRIME-CONTA THRU 3750-EXIT
           MOVE "ENTRADAS ATIVAS SELECIONADAS.....:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-SELECIONADOS TO LIN-CONTA-QTD
           PERFORM 3750-IMPRIME-CONTA THRU 3750-EXIT
           MOVE "ENTRADAS COM VALOR ALTERADO......:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-ALTERADOS TO LIN-CONTA-QTD
           PERFORM 3750-IMPRIME-CONTA THRU 3750-EXIT
           MOVE "  DIA UTIL ALTERADO..............:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-UTIL-ALTERADO TO LIN-CONTA-QTD
           PERFORM 3750-IMPRIME-CONTA THRU 3750-EXIT
           MOVE "  HORARIO UTC ALTERADO...........:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-UTC-ALTERADO TO LIN-CONTA-QTD
           PERFORM 3750-IMPRIME-CONTA THRU 3750-EXIT
           MOVE "ENTRADAS NAO REVALIDADAS.........:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-ERROS TO LIN-CONTA-QTD
           PERFORM 3750-IMPRIME-CONTA THRU 3750-EXIT
           MOVE "CORRECOES APLICADAS NO MASTER....:" TO LIN-CONTA-TEXTO
           MOVE WS-QTD-APLICADOS TO LIN-CONTA-QTD
           PERFORM 3750-IMPRIME-CONTA THRU 3750-EXIT
           IF WS-IFC-ABERTA
              MOVE "GERACAO DA INTERFACE (AVISO).....:"
                 TO LIN-CONTA-TEXTO
              MOVE WS-GERACAO-IFC TO LIN-CONTA-QTD
              PERFORM 3750-IMPRIME-CONTA THRU 3750-EXIT
           END-IF.
       3700-EXIT.
           EXIT.

       3750-IMPRIME-CONTA.
           MOVE WS-LIN-CONTA TO WS-LINHA-IMPRESSAO
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3750-EXIT.
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
           WRITE DTEHR-RVR-REC FROM WS-LINHA-IMPRESSAO
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
              WRITE DTEHR-RVR-REC FROM WS-CAB-1
                 AFTER ADVANCING 1 LINE
           ELSE
              WRITE DTEHR-RVR-REC FROM WS-CAB-1
                 AFTER ADVANCING PAGE
           END-IF
           WRITE DTEHR-RVR-REC FROM WS-CAB-2
              AFTER ADVANCING 1 LINE
           WRITE DTEHR-RVR-REC FROM WS-CAB-3
              AFTER ADVANCING 1 LINE
           MOVE 3 TO WS-LIN-PAG.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-FINALIZA  -  fecha os arquivos, avanca a marca da trilha
      *       (somente na aplicacao pelo criterio M), exibe o resumo
      *       e define o codigo de retorno
      ******************************************************************
       9000-FINALIZA.
           CLOSE DTEHR-MST-FILE
           CLOSE DTEHR-RVR-FILE
           IF WS-APLICA
              CLOSE DTEHR-RVI-FILE
           END-IF
           IF WS-IFC-ABERTA
              CLOSE DTEHR-IFC-FILE
           END-IF
           IF WS-APLICA AND WS-CRITERIO-MUDANCAS
              PERFORM 9100-GRAVA-CONTROLE THRU 9100-EXIT
           END-IF
           DISPLAY "DTEHRRVL - RESUMO DA REVALIDACAO:"
           DISPLAY "  ENTRADAS SELECIONADAS..: " WS-QTD-SELECIONADOS
           DISPLAY "  COM VALOR ALTERADO.....: " WS-QTD-ALTERADOS
           DISPLAY "  NAO REVALIDADAS........: " WS-QTD-ERROS
           DISPLAY "  CORRECOES APLICADAS....: " WS-QTD-APLICADOS
           IF WS-QTD-ERROS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-QTD-ALTERADOS > 0 AND NOT WS-APLICA
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
       9000-EXIT.
           EXIT.

       9100-GRAVA-CONTROLE.
           OPEN OUTPUT DTEHR-RVC-FILE
           IF WS-FS-RVC NOT = "00"
              DISPLAY "DTEHRRVL - *** AVISO SEVERO: FALHA AO GRAVAR "
                      "O CONTROLE (DTEHRRVC) - STATUS " WS-FS-RVC
                      " - A PROXIMA EXECUCAO REPETE AS ALTERACOES"
              MOVE 4 TO RETURN-CODE
              GO TO 9100-EXIT
           END-IF
           MOVE WS-MARCA-NOVA-DATA TO RVC-DATA-ULTIMA-MNA
           MOVE WS-MARCA-NOVA-HORA TO RVC-HORA-ULTIMA-MNA
           MOVE WS-DATA-SISTEMA-NUM TO RVC-DATA-EXECUCAO
           MOVE WS-HORA-SISTEMA-8 TO RVC-HORA-EXECUCAO
           WRITE DTEHR-RVC-REC
           CLOSE DTEHR-RVC-FILE.
       9100-EXIT.
           EXIT.

      ******************************************************************
      * 9900-JORNAL-FIM  -  registra o fim da execucao no diario
      *       compartilhado: selecionadas, corrigidas e nao
      *       revalidadas
      ******************************************************************
       9900-JORNAL-FIM.
           MOVE "F" TO JNL-TIPO-REG
           ACCEPT JNL-DATA-FIM FROM DATE YYYYMMDD
           ACCEPT JNL-HORA-FIM FROM TIME
           MOVE WS-QTD-SELECIONADOS TO JNL-QTD-LIDOS
           MOVE WS-QTD-ALTERADOS TO JNL-QTD-ACEITOS
           MOVE WS-QTD-ERROS TO JNL-QTD-REJEITADOS
           MOVE RETURN-CODE TO JNL-RETURN-CODE
           CALL "DTEHRJNL" USING DTEHR-JNL-AREA.
       9900-EXIT.
           EXIT.

       END PROGRAM DTEHRRVL.
