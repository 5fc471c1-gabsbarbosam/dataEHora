      ******************************************************************
      * Author: GABRIELA BARBOSA
      * Date: 15/10/2026
      * Purpose: SUBPROGRAMA CHAMAVEL DE AUTENTICACAO POR PIN DOS
      *          OPERADORES DO CADASTRO DTEHROPR (COPYBOOK DTEHRAUT).
      *          NA IDENTIFICACAO (FUNCAO VP) PEDE O PIN, COMPARA O
      *          HASH COM O DO CADASTRO, CONTA AS FALHAS CONSECUTIVAS
      *          E BLOQUEIA O OPERADOR AO ATINGIR O LIMITE; EXIGE A
      *          TROCA DO PIN PROVISORIO (APOS REDEFINICAO PELO
      *          SUPERVISOR) E DO PIN EXPIRADO. OPERADOR SEM PIN
      *          DEFINIDO NAO ENTRA: O SUPERVISOR EMITE UM PIN
      *          PROVISORIO PELO DTEHRMNT (ONDE O SUPERVISOR AINDA SEM
      *          PIN DEFINE O PRIMEIRO PELA FUNCAO NP AO ENTRAR).
      *          O PIN E DIGITADO SEM ECO NO TERMINAL. LIMITE DE
      *          FALHAS E VALIDADE DO PIN VEM DE DTEHRCFG (PADRAO 3
      *          FALHAS E 90 DIAS).
      *          FALHAS, BLOQUEIOS, TENTATIVAS COM O OPERADOR
      *          BLOQUEADO OU SEM PIN E AS REDEFINICOES INFORMADAS
      *          PELO DTEHRMNT (FUNCAO EV) VAO PARA O ARQUIVO DE
      *          VIOLACOES DE SEGURANCA DTEHRSEG. O PIN NUNCA E
      *          GRAVADO NEM EXIBIDO: SO O HASH, CALCULADO SOBRE O
      *          CODIGO DO OPERADOR E O PIN.
      * Tectonics: cobc
      *
      * Modification History
      * ---------------------------------------------------------------
      * 15/10/2026 GB  Versao inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRAUT.

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

           SELECT DTEHR-SEG-FILE
               ASSIGN TO "DTEHRSEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEG.

       DATA DIVISION.
       FILE SECTION.
       FD  DTEHR-CFG-FILE.
       01  DTEHR-CFG-REC.
           05  CFG-ORDEM-DATA            PIC X(01).
           05  CFG-MODO                  PIC X(01).
           05  CFG-RETENCAO-MESES        PIC 9(03).
           05  CFG-SITE                  PIC X(03).
           05  CFG-PIN-MAX-FALHAS        PIC 9(01).
           05  CFG-PIN-VALIDADE-DIAS     PIC 9(03).
           05  FILLER                    PIC X(08).

       FD  DTEHR-OPR-FILE.
       01  DTEHR-OPR-REC.
           COPY DTEHROPR.

       FD  DTEHR-SEG-FILE.
       01  DTEHR-SEG-REC.
           COPY DTEHRSEG.

       WORKING-STORAGE SECTION.

      * ----------------------------------------------------------
      * Status dos arquivos
      * ----------------------------------------------------------
       77  WS-FS-CFG               PIC X(02) VALUE "00".
       77  WS-FS-OPR               PIC X(02) VALUE "00".
       77  WS-FS-SEG               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Chaves (switches) de controle - 88 sob cada byte indicador
      * ----------------------------------------------------------
       77  WS-SW-EOF-OPR           PIC X(01) VALUE "N".
           88  WS-EOF-OPR             VALUE "S".

       77  WS-SW-ACHADO            PIC X(01) VALUE "N".
           88  WS-ACHADO              VALUE "S".

       77  WS-SW-ERRO              PIC X(01) VALUE "N".
           88  WS-ERRO-VALIDACAO      VALUE "S".

       77  WS-SW-REGRAVA           PIC X(01) VALUE "N".
           88  WS-REGRAVA             VALUE "S".

       77  WS-SW-EXPIRADO          PIC X(01) VALUE "N".
           88  WS-PIN-EXPIRADO        VALUE "S".

       77  WS-MSG-ERRO             PIC X(40) VALUE SPACES.

      * ----------------------------------------------------------
      * Parametros de seguranca (DTEHRCFG, com padrao na falta)
      * ----------------------------------------------------------
       77  WS-MAX-FALHAS           PIC 9(02) VALUE 3.
       77  WS-VALIDADE-DIAS        PIC 9(03) VALUE 90.

      * ----------------------------------------------------------
      * Cadastro de operadores em memoria, registro inteiro, para
      * a regravacao com os dados de seguranca atualizados
      * ----------------------------------------------------------
       77  WS-MAX-OPERADORES       PIC 9(03) VALUE 100 COMP.
       77  WS-QTD-OPER-CAD         PIC 9(03) VALUE ZERO COMP.
       01  WS-TABELA-CADASTRO.
           05  WS-CAD-ENTRY         OCCURS 100 TIMES.
               10  WS-CAD-CODIGO        PIC X(08).
               10  WS-CAD-RESTO         PIC X(76).
       77  WS-IDX-OPR              PIC 9(03) VALUE ZERO COMP.
       77  WS-IDX-ACHADO           PIC 9(03) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * PIN digitado (limpo ao fim de cada chamada) e hash
      * ----------------------------------------------------------
       77  WS-PIN-DIGITADO         PIC X(08) VALUE SPACES.
       77  WS-PIN-CONFIRMA         PIC X(08) VALUE SPACES.
       77  WS-QTD-BRANCOS          PIC 9(02) VALUE ZERO COMP.
       77  WS-HASH-CALCULADO       PIC 9(10) VALUE ZERO.
       77  WS-HASH-NOVO            PIC 9(10) VALUE ZERO.

       01  WS-HASH-ENTRADA.
           05  WS-HASH-OPERADOR     PIC X(08).
           05  WS-HASH-PIN          PIC X(08).
       01  WS-HASH-CARACTERES REDEFINES WS-HASH-ENTRADA.
           05  WS-HASH-CAR          PIC X(01) OCCURS 16 TIMES.

       01  WS-BYTE-AREA.
           05  WS-BYTE-ALTO         PIC X(01).
           05  WS-BYTE-BAIXO        PIC X(01).
       01  WS-BYTE-NUM REDEFINES WS-BYTE-AREA
                                     PIC 9(04) COMP.

       77  WS-IDX-CAR              PIC 9(02) VALUE ZERO COMP.
       77  WS-HASH-ACUM            PIC S9(18) VALUE ZERO COMP.
       77  WS-HASH-QUOC            PIC S9(18) VALUE ZERO COMP.
       77  WS-HASH-MULT            PIC 9(03) VALUE ZERO COMP.
       77  WS-HASH-MODULO          PIC 9(10) VALUE 9999999967.

      * ----------------------------------------------------------
      * Evento de seguranca a gravar
      * ----------------------------------------------------------
       77  WS-EVENTO               PIC X(01) VALUE SPACES.
       77  WS-EVT-USUARIO          PIC X(08) VALUE SPACES.
       77  WS-EVT-FALHAS           PIC 9(02) VALUE ZEROS.

      * ----------------------------------------------------------
      * Data/hora do sistema e expiracao do PIN (numero juliano,
      * Fliegel/Van Flandern)
      * ----------------------------------------------------------
       01  WS-DATA-SISTEMA-GRP.
           05  WS-ANO-SISTEMA       PIC 9(04).
           05  WS-MES-SISTEMA       PIC 9(02).
           05  WS-DIA-SISTEMA       PIC 9(02).
       01  WS-DATA-SISTEMA-NUM REDEFINES WS-DATA-SISTEMA-GRP
                                     PIC 9(08).
       77  WS-HORA-SISTEMA-8       PIC 9(08) VALUE ZEROS.

       01  WS-DATA-TROCA-GRP.
           05  WS-ANO-TROCA         PIC 9(04).
           05  WS-MES-TROCA         PIC 9(02).
           05  WS-DIA-TROCA         PIC 9(02).
       01  WS-DATA-TROCA-NUM REDEFINES WS-DATA-TROCA-GRP
                                     PIC 9(08).

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
       77  WS-JDN-TROCA            PIC S9(08) VALUE ZERO COMP.
       77  WS-DIAS-DESDE-TROCA     PIC S9(08) VALUE ZERO COMP.

       LINKAGE SECTION.
       01  DTEHRAUT-AREA.
           COPY DTEHRAUT.

       PROCEDURE DIVISION USING DTEHRAUT-AREA.

      ******************************************************************
      * 0000-PRINCIPAL  -  despacha a funcao pedida; o PIN digitado e
      *       apagado da memoria antes de devolver o controle
      ******************************************************************
       0000-PRINCIPAL.
           MOVE "00" TO AUT-RETORNO
           ACCEPT WS-DATA-SISTEMA-GRP FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA-8 FROM TIME
           EVALUATE TRUE
              WHEN AUT-FN-VALIDA-PIN
                 PERFORM 1000-VALIDA-PIN THRU 1000-EXIT
              WHEN AUT-FN-NOVO-PIN
                 PERFORM 2000-NOVO-PIN THRU 2000-EXIT
              WHEN AUT-FN-REGISTRA-EVENTO
                 MOVE AUT-EVENTO TO WS-EVENTO
                 MOVE AUT-USUARIO TO WS-EVT-USUARIO
                 MOVE ZEROS TO WS-EVT-FALHAS
                 PERFORM 8000-GRAVA-EVENTO THRU 8000-EXIT
              WHEN OTHER
                 MOVE "10" TO AUT-RETORNO
           END-EVALUATE
           MOVE SPACES TO WS-PIN-DIGITADO
           MOVE SPACES TO WS-PIN-CONFIRMA
           MOVE SPACES TO WS-HASH-ENTRADA.

       0000-SAIDA.
           GOBACK.

      ******************************************************************
      * 1000-VALIDA-PIN  -  identificacao do operador AUT-OPERADOR:
      *       bloqueado nao entra; sem PIN definido tambem nao
      *       (retorno 16 e evento "S"); PIN errado conta falha (e
      *       bloqueia no limite); PIN certo zera as falhas e, se
      *       provisorio ou expirado, exige a troca antes de liberar
      *       o acesso
      ******************************************************************
       1000-VALIDA-PIN.
           MOVE "N" TO WS-SW-REGRAVA
           MOVE AUT-OPERADOR TO WS-EVT-USUARIO
           PERFORM 1100-LE-PARAMETROS THRU 1100-EXIT
           PERFORM 1200-CARREGA-CADASTRO THRU 1200-EXIT
           IF NOT AUT-RET-OK
              GO TO 1000-EXIT
           END-IF
           MOVE "N" TO WS-SW-ACHADO
           PERFORM 1300-PROCURA-OPERADOR THRU 1300-EXIT
              VARYING WS-IDX-OPR FROM 1 BY 1
              UNTIL WS-IDX-OPR > WS-QTD-OPER-CAD
                 OR WS-ACHADO
           IF NOT WS-ACHADO
              MOVE "12" TO AUT-RETORNO
              GO TO 1000-EXIT
           END-IF
           MOVE WS-CAD-ENTRY(WS-IDX-ACHADO) TO DTEHR-OPR-REC
           IF OPR-PIN-FALHAS NOT NUMERIC
              MOVE ZEROS TO OPR-PIN-FALHAS
           END-IF

           IF OPR-PIN-BLOQUEADO
              DISPLAY "OPERADOR BLOQUEADO POR EXCESSO DE TENTATIVAS - "
                      "PROCURE O SUPERVISOR"
              MOVE "T" TO WS-EVENTO
              MOVE OPR-PIN-FALHAS TO WS-EVT-FALHAS
              PERFORM 8000-GRAVA-EVENTO THRU 8000-EXIT
              MOVE "08" TO AUT-RETORNO
              GO TO 1000-EXIT
           END-IF

           IF OPR-PIN-HASH NOT NUMERIC OR OPR-PIN-HASH = ZERO
              DISPLAY "OPERADOR SEM PIN DEFINIDO - O SUPERVISOR DEVE "
                      "EMITIR UM PIN PROVISORIO"
              MOVE "S" TO WS-EVENTO
              MOVE OPR-PIN-FALHAS TO WS-EVT-FALHAS
              PERFORM 8000-GRAVA-EVENTO THRU 8000-EXIT
              MOVE "16" TO AUT-RETORNO
              GO TO 1000-EXIT
           END-IF

           DISPLAY "INFORME O PIN"
              ACCEPT WS-PIN-DIGITADO WITH SECURE
           MOVE WS-PIN-DIGITADO TO WS-HASH-PIN
           PERFORM 7000-CALCULA-HASH THRU 7000-EXIT
           IF WS-HASH-CALCULADO NOT = OPR-PIN-HASH
              PERFORM 1600-REGISTRA-FALHA THRU 1600-EXIT
              PERFORM 1400-REGRAVA-CADASTRO THRU 1400-EXIT
              IF AUT-RET-OK
                 IF OPR-PIN-BLOQUEADO
                    MOVE "08" TO AUT-RETORNO
                 ELSE
                    MOVE "04" TO AUT-RETORNO
                 END-IF
              END-IF
              GO TO 1000-EXIT
           END-IF

           IF OPR-PIN-FALHAS > 0
              MOVE ZEROS TO OPR-PIN-FALHAS
              MOVE "S" TO WS-SW-REGRAVA
           END-IF
           PERFORM 1700-VERIFICA-EXPIRACAO THRU 1700-EXIT
           IF OPR-PIN-TROCA-OBRIGATORIA OR WS-PIN-EXPIRADO
              IF OPR-PIN-TROCA-OBRIGATORIA
                 DISPLAY "PIN PROVISORIO - DEFINA UM NOVO PIN"
              ELSE
                 DISPLAY "PIN EXPIRADO - DEFINA UM NOVO PIN"
              END-IF
              PERFORM 2100-CAPTURA-NOVO-PIN THRU 2100-EXIT
              IF NOT WS-ERRO-VALIDACAO
                 AND WS-HASH-NOVO = OPR-PIN-HASH
                 MOVE "S" TO WS-SW-ERRO
                 DISPLAY "O NOVO PIN DEVE SER DIFERENTE DO ATUAL!"
              END-IF
              IF WS-ERRO-VALIDACAO
                 IF WS-REGRAVA
                    PERFORM 1400-REGRAVA-CADASTRO THRU 1400-EXIT
                 END-IF
                 MOVE "16" TO AUT-RETORNO
                 GO TO 1000-EXIT
              END-IF
              PERFORM 1500-ATUALIZA-PIN THRU 1500-EXIT
              MOVE "S" TO WS-SW-REGRAVA
           END-IF
           IF WS-REGRAVA
              PERFORM 1400-REGRAVA-CADASTRO THRU 1400-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LE-PARAMETROS.
           MOVE 3 TO WS-MAX-FALHAS
           MOVE 90 TO WS-VALIDADE-DIAS
           OPEN INPUT DTEHR-CFG-FILE
           IF WS-FS-CFG = "00"
              READ DTEHR-CFG-FILE
                 AT END
                    CONTINUE
              END-READ
              IF WS-FS-CFG = "00"
                 IF CFG-PIN-MAX-FALHAS NUMERIC
                    AND CFG-PIN-MAX-FALHAS > 0
                    MOVE CFG-PIN-MAX-FALHAS TO WS-MAX-FALHAS
                 END-IF
                 IF CFG-PIN-VALIDADE-DIAS NUMERIC
                    AND CFG-PIN-VALIDADE-DIAS > 0
                    MOVE CFG-PIN-VALIDADE-DIAS TO WS-VALIDADE-DIAS
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-CFG-FILE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGA-CADASTRO  -  carrega o cadastro inteiro; acima da
      *       capacidade a regravacao perderia registros, entao a
      *       identificacao e recusada
      ******************************************************************
       1200-CARREGA-CADASTRO.
           MOVE ZERO TO WS-QTD-OPER-CAD
           MOVE "N" TO WS-SW-EOF-OPR
           OPEN INPUT DTEHR-OPR-FILE
           IF WS-FS-OPR NOT = "00"
              CLOSE DTEHR-OPR-FILE
              GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LE-OPERADOR THRU 1210-EXIT
              UNTIL WS-EOF-OPR
                 OR WS-QTD-OPER-CAD >= WS-MAX-OPERADORES
           IF NOT WS-EOF-OPR
              READ DTEHR-OPR-FILE
                 AT END
                    MOVE "S" TO WS-SW-EOF-OPR
              END-READ
           END-IF
           CLOSE DTEHR-OPR-FILE
           IF NOT WS-EOF-OPR
              DISPLAY "DTEHRAUT - CADASTRO DE OPERADORES EXCEDE "
                      WS-MAX-OPERADORES " REGISTROS - IDENTIFICACAO "
                      "RECUSADA"
              MOVE "90" TO AUT-RETORNO
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LE-OPERADOR.
           READ DTEHR-OPR-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-OPR
              NOT AT END
                 ADD 1 TO WS-QTD-OPER-CAD
                 MOVE DTEHR-OPR-REC TO WS-CAD-ENTRY(WS-QTD-OPER-CAD)
           END-READ.
       1210-EXIT.
           EXIT.

       1300-PROCURA-OPERADOR.
           IF WS-CAD-CODIGO(WS-IDX-OPR) = AUT-OPERADOR
              MOVE "S" TO WS-SW-ACHADO
              MOVE WS-IDX-OPR TO WS-IDX-ACHADO
           END-IF.
       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-REGRAVA-CADASTRO  -  devolve o registro do operador a
      *       tabela e regrava o cadastro inteiro
      ******************************************************************
       1400-REGRAVA-CADASTRO.
           MOVE DTEHR-OPR-REC TO WS-CAD-ENTRY(WS-IDX-ACHADO)
           OPEN OUTPUT DTEHR-OPR-FILE
           IF WS-FS-OPR NOT = "00"
              DISPLAY "DTEHRAUT - FALHA AO REGRAVAR O CADASTRO DE "
                      "OPERADORES - STATUS " WS-FS-OPR
              MOVE "90" TO AUT-RETORNO
              GO TO 1400-EXIT
           END-IF
           PERFORM 1410-GRAVA-OPERADOR THRU 1410-EXIT
              VARYING WS-IDX-OPR FROM 1 BY 1
              UNTIL WS-IDX-OPR > WS-QTD-OPER-CAD
           CLOSE DTEHR-OPR-FILE
           MOVE WS-CAD-ENTRY(WS-IDX-ACHADO) TO DTEHR-OPR-REC.
       1400-EXIT.
           EXIT.

       1410-GRAVA-OPERADOR.
           MOVE WS-CAD-ENTRY(WS-IDX-OPR) TO DTEHR-OPR-REC
           WRITE DTEHR-OPR-REC
           IF WS-FS-OPR NOT = "00"
              DISPLAY "DTEHRAUT - FALHA AO GRAVAR OPERADOR - STATUS "
                      WS-FS-OPR
              MOVE "90" TO AUT-RETORNO
           END-IF.
       1410-EXIT.
           EXIT.

       1500-ATUALIZA-PIN.
           MOVE WS-HASH-NOVO TO OPR-PIN-HASH
           MOVE "N" TO OPR-PIN-TROCA
           MOVE WS-DATA-SISTEMA-NUM TO OPR-PIN-DATA-TROCA
           MOVE ZEROS TO OPR-PIN-FALHAS
           MOVE "N" TO OPR-PIN-BLOQUEIO
           DISPLAY "PIN DEFINIDO".
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1600-REGISTRA-FALHA  -  conta a falha, bloqueia no limite e
      *       grava os eventos de seguranca correspondentes
      ******************************************************************
       1600-REGISTRA-FALHA.
           ADD 1 TO OPR-PIN-FALHAS
           MOVE "F" TO WS-EVENTO
           MOVE OPR-PIN-FALHAS TO WS-EVT-FALHAS
           PERFORM 8000-GRAVA-EVENTO THRU 8000-EXIT
           IF OPR-PIN-FALHAS >= WS-MAX-FALHAS
              MOVE "S" TO OPR-PIN-BLOQUEIO
              MOVE "B" TO WS-EVENTO
              PERFORM 8000-GRAVA-EVENTO THRU 8000-EXIT
              DISPLAY "PIN INVALIDO - OPERADOR BLOQUEADO APOS "
                      OPR-PIN-FALHAS " FALHAS - PROCURE O SUPERVISOR"
           ELSE
              DISPLAY "PIN INVALIDO!"
           END-IF.
       1600-EXIT.
           EXIT.

      ******************************************************************
      * 1700-VERIFICA-EXPIRACAO  -  PIN trocado ha mais dias que a
      *       validade (ou sem data de troca) esta expirado
      ******************************************************************
       1700-VERIFICA-EXPIRACAO.
           MOVE "N" TO WS-SW-EXPIRADO
           IF OPR-PIN-DATA-TROCA NOT NUMERIC
              OR OPR-PIN-DATA-TROCA = ZERO
              MOVE "S" TO WS-SW-EXPIRADO
              GO TO 1700-EXIT
           END-IF
           MOVE OPR-PIN-DATA-TROCA TO WS-DATA-TROCA-NUM
           MOVE WS-DIA-TROCA TO WS-JDN-CALC-DIA
           MOVE WS-MES-TROCA TO WS-JDN-CALC-MES
           MOVE WS-ANO-TROCA TO WS-JDN-CALC-ANO
           PERFORM 7500-CALCULA-JDN THRU 7500-EXIT
           MOVE WS-JDN-CALC-RESULT TO WS-JDN-TROCA
           MOVE WS-DIA-SISTEMA TO WS-JDN-CALC-DIA
           MOVE WS-MES-SISTEMA TO WS-JDN-CALC-MES
           MOVE WS-ANO-SISTEMA TO WS-JDN-CALC-ANO
           PERFORM 7500-CALCULA-JDN THRU 7500-EXIT
           COMPUTE WS-DIAS-DESDE-TROCA =
                   WS-JDN-CALC-RESULT - WS-JDN-TROCA
           IF WS-DIAS-DESDE-TROCA > WS-VALIDADE-DIAS
              MOVE "S" TO WS-SW-EXPIRADO
           END-IF.
       1700-EXIT.
           EXIT.

      ******************************************************************
      * 2000-NOVO-PIN  -  funcao NP: captura o novo PIN e devolve o
      *       hash ao chamador, que o grava no cadastro
      ******************************************************************
       2000-NOVO-PIN.
           PERFORM 2100-CAPTURA-NOVO-PIN THRU 2100-EXIT
           IF WS-ERRO-VALIDACAO
              MOVE "16" TO AUT-RETORNO
              MOVE ZEROS TO AUT-PIN-HASH
           ELSE
              MOVE WS-HASH-NOVO TO AUT-PIN-HASH
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CAPTURA-NOVO-PIN  -  o PIN tem de 4 a 8 caracteres, sem
      *       branco a esquerda, e e digitado duas vezes
      ******************************************************************
       2100-CAPTURA-NOVO-PIN.
           MOVE "N" TO WS-SW-ERRO
           MOVE SPACES TO WS-MSG-ERRO
           MOVE ZEROS TO WS-HASH-NOVO
           DISPLAY "INFORME O NOVO PIN (4 A 8 CARACTERES)"
              ACCEPT WS-PIN-DIGITADO WITH SECURE
           MOVE ZERO TO WS-QTD-BRANCOS
           INSPECT WS-PIN-DIGITADO TALLYING WS-QTD-BRANCOS
              FOR ALL SPACES
           IF WS-QTD-BRANCOS > 4 OR WS-PIN-DIGITADO(1:1) = SPACE
              MOVE "S" TO WS-SW-ERRO
              MOVE "PIN DEVE TER DE 4 A 8 CARACTERES!" TO WS-MSG-ERRO
              GO TO 2100-FIM
           END-IF
           DISPLAY "CONFIRME O NOVO PIN"
              ACCEPT WS-PIN-CONFIRMA WITH SECURE
           IF WS-PIN-CONFIRMA NOT = WS-PIN-DIGITADO
              MOVE "S" TO WS-SW-ERRO
              MOVE "CONFIRMACAO NAO CONFERE COM O PIN!" TO WS-MSG-ERRO
              GO TO 2100-FIM
           END-IF
           MOVE WS-PIN-DIGITADO TO WS-HASH-PIN
           PERFORM 7000-CALCULA-HASH THRU 7000-EXIT
           MOVE WS-HASH-CALCULADO TO WS-HASH-NOVO.
       2100-FIM.
           MOVE SPACES TO WS-PIN-DIGITADO
           MOVE SPACES TO WS-PIN-CONFIRMA
           IF WS-ERRO-VALIDACAO
              DISPLAY WS-MSG-ERRO
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CALCULA-HASH  -  hash do codigo do operador com o PIN
      *       (WS-HASH-PIN ja preenchido): duas passadas sobre os 16
      *       bytes, multiplicando o acumulado e somando o valor de
      *       cada byte e sua posicao, reduzido a 10 digitos; zero e
      *       reservado para "PIN nao definido"
      ******************************************************************
       7000-CALCULA-HASH.
           MOVE AUT-OPERADOR TO WS-HASH-OPERADOR
           MOVE 5381 TO WS-HASH-ACUM
           MOVE 33 TO WS-HASH-MULT
           PERFORM 7100-MISTURA-CARACTER THRU 7100-EXIT
              VARYING WS-IDX-CAR FROM 1 BY 1
              UNTIL WS-IDX-CAR > 16
           MOVE 131 TO WS-HASH-MULT
           PERFORM 7100-MISTURA-CARACTER THRU 7100-EXIT
              VARYING WS-IDX-CAR FROM 16 BY -1
              UNTIL WS-IDX-CAR < 1
           MOVE WS-HASH-ACUM TO WS-HASH-CALCULADO
           IF WS-HASH-CALCULADO = ZERO
              MOVE 1 TO WS-HASH-CALCULADO
           END-IF
           MOVE SPACES TO WS-HASH-PIN.
       7000-EXIT.
           EXIT.

       7100-MISTURA-CARACTER.
           MOVE LOW-VALUE TO WS-BYTE-ALTO
           MOVE WS-HASH-CAR(WS-IDX-CAR) TO WS-BYTE-BAIXO
           COMPUTE WS-HASH-ACUM = (WS-HASH-ACUM * WS-HASH-MULT)
                                + WS-BYTE-NUM + WS-IDX-CAR
           DIVIDE WS-HASH-ACUM BY WS-HASH-MODULO
              GIVING WS-HASH-QUOC REMAINDER WS-HASH-ACUM.
       7100-EXIT.
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
      * 8000-GRAVA-EVENTO  -  acrescenta o evento WS-EVENTO ao arquivo
      *       de violacoes de seguranca, criando-o na primeira
      *       gravacao; falha na gravacao so gera aviso
      ******************************************************************
       8000-GRAVA-EVENTO.
           OPEN EXTEND DTEHR-SEG-FILE
           IF WS-FS-SEG = "35"
              OPEN OUTPUT DTEHR-SEG-FILE
           END-IF
           IF WS-FS-SEG NOT = "00"
              DISPLAY "DTEHRAUT - AVISO: FALHA AO ABRIR O ARQUIVO DE "
                      "VIOLACOES (DTEHRSEG) - STATUS " WS-FS-SEG
              GO TO 8000-EXIT
           END-IF
           ACCEPT WS-HORA-SISTEMA-8 FROM TIME
           MOVE WS-DATA-SISTEMA-NUM TO SEG-DATA
           MOVE WS-HORA-SISTEMA-8 TO SEG-HORA
           MOVE WS-EVENTO TO SEG-EVENTO
           MOVE AUT-OPERADOR TO SEG-OPERADOR
           MOVE AUT-TERMINAL TO SEG-TERMINAL
           MOVE AUT-PROGRAMA TO SEG-PROGRAMA
           MOVE WS-EVT-USUARIO TO SEG-USUARIO
           MOVE WS-EVT-FALHAS TO SEG-QTD-FALHAS
           WRITE DTEHR-SEG-REC
           IF WS-FS-SEG NOT = "00"
              DISPLAY "DTEHRAUT - AVISO: FALHA AO GRAVAR O ARQUIVO DE "
                      "VIOLACOES - STATUS " WS-FS-SEG
           END-IF
           CLOSE DTEHR-SEG-FILE.
       8000-EXIT.
           EXIT.

       END PROGRAM DTEHRAUT.
