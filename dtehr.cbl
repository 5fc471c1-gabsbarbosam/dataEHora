      *                inicializacao e fim no encerramento com modo,
      *                lote, totais, checkpoint e codigo de retorno,
      *                para o resumo de operacoes DTEHRJRP.
      * 15/10/2026 GB  Estorno/correcao de entradas (DTEHREST): o
      *                master e gravado antes do log e da interface,
      *                que passam a levar o tipo de movimento "C" e a
      *                sequencia de confirmacao; o registro do master
      *                nasce com situacao ativa; na recriacao do
      *                DTEHRDUP o estorno do log retira a chave da
      *                entrada estornada.
      * 15/10/2026 GB  Entrada em dia nao util de operador sem o nivel
      *                exigido deixa de ser recusada com motivo "NV":
      *                vai para a fila de aprovacao DTEHRPND (dupla
      *                custodia pelo DTEHRAPR); o motivo "NV" so e
      *                usado quando a fila nao puder ser aberta. A
      *                conferencia de duplicata passa a ser feita antes
      *                do desvio para a fila.
      * 15/10/2026 GB  Identificacao do operador na sessao interativa
      *                passa a exigir o PIN (subprograma DTEHRAUT):
      *                falhas contam como tentativa invalida e o
      *                operador bloqueado tem a sessao encerrada; o
      *                registro do cadastro vem do copybook DTEHROPR.
      * 15/10/2026 GB  Registro do log de auditoria encadeado ao
      *                anterior (sequencia de auditoria e valor de
      *                controle calculados pelo subprograma DTEHRCHN).
      * 15/10/2026 GB  Origem da entrada (modo, lote e sequencia no
      *                lote) gravada no log, no master, na interface e
      *                no suspense; no modo 'R' o lote e a sequencia
      *                sao os do lote original, lidos do suspense.
      * 15/10/2026 GB  Nada e gravado na interface com o expurgo da
      *                interface (DTEHRIHK) interrompido.
      * 15/10/2026 GB  Grava o site da instalacao (CFG-SITE) no log,
      *                no master e na interface.
      * 15/10/2026 GB  Operador sem PIN valido (retorno 16 do DTEHRAUT)
      *                tem a sessao encerrada em vez de nova tentativa;
      *                operador retirado do cadastro durante a sessao
      *                e tratado como operador invalido.
      * 15/10/2026 GB  Checkpoint do expurgo do log (DTEHRAPC) lido
      *                com o layout completo do copybook DTEHRAPC; o
      *                registro curto devolvia status 06 e deixava de
      *                travar o programa com o expurgo interrompido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APC.

           SELECT OPTIONAL DTEHR-IPC-FILE
               ASSIGN TO "DTEHRIPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-IPC.

           SELECT OPTIONAL DTEHR-RJI-FILE
               ASSIGN TO "DTEHRRJI"
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS DUP-CHAVE
               FILE STATUS IS WS-FS-DUP.

           SELECT DTEHR-PND-FILE
               ASSIGN TO "DTEHRPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS WS-FS-PND.

           SELECT DTEHR-MST-FILE
               ASSIGN TO "DTEHRMST"
               ORGANIZATION IS INDEXED

       FD  DTEHR-OPR-FILE.
       01  DTEHR-OPR-REC.
           COPY DTEHROPR.

       FD  DTEHR-TRANS-FILE.
       01  DTEHR-TRANS-REC.

       FD  DTEHR-APC-FILE.
       01  DTEHR-APC-REC.
           COPY DTEHRAPC.

       FD  DTEHR-IPC-FILE.
       01  DTEHR-IPC-REC.
           COPY DTEHRIPC.

       FD  DTEHR-RJI-FILE.
       01  DTEHR-RJI-REC.
       01  DTEHR-DUP-REC.
           05  DUP-CHAVE                 PIC X(23).

       FD  DTEHR-PND-FILE.
       01  DTEHR-PND-REC.
           COPY DTEHRPND.

       FD  DTEHR-MST-FILE.
       01  DTEHR-MST-REC.
           COPY DTEHRMST.
       77  WS-FS-TRANS             PIC X(02) VALUE "00".
       77  WS-FS-CKPT              PIC X(02) VALUE "00".
       77  WS-FS-APC               PIC X(02) VALUE "00".
       77  WS-FS-IPC               PIC X(02) VALUE "00".
       77  WS-FS-RJI               PIC X(02) VALUE "00".
       77  WS-FS-REJ               PIC X(02) VALUE "00".
       77  WS-FS-LOG               PIC X(02) VALUE "00".
       77  WS-FS-IFG               PIC X(02) VALUE "00".
       77  WS-FS-DUP               PIC X(02) VALUE "00".
       77  WS-FS-MST               PIC X(02) VALUE "00".
       77  WS-FS-PND               PIC X(02) VALUE "00".

      * ----------------------------------------------------------
      * Tabela de dias por mes (ajustada para bissexto em fevereiro)
       77  WS-SES-CONFIRMADAS       PIC 9(05) VALUE ZERO COMP.
       77  WS-SES-NAO-UTEIS         PIC 9(05) VALUE ZERO COMP.
       77  WS-SES-RECUSADAS         PIC 9(05) VALUE ZERO COMP.
       77  WS-SES-PENDENTES         PIC 9(05) VALUE ZERO COMP.

       77  WS-HORA-INICIO-8         PIC 9(08) VALUE ZEROS.
       77  WS-HORA-FIM-8            PIC 9(08) VALUE ZEROS.
      * Master indexado de confirmacoes (sequencia cumulativa)
      * ----------------------------------------------------------
       77  WS-SEQ-CONFIRMACAO       PIC 9(06) VALUE ZERO COMP.
       77  WS-SEQ-GRAVADA           PIC 9(06) VALUE ZERO COMP.
       77  WS-SW-MST-ABERTO         PIC X(01) VALUE "N".
           88  WS-MST-ABERTO           VALUE "S".

      * ----------------------------------------------------------
      * Fila de aprovacao de entradas em dia nao util (DTEHRPND)
      * ----------------------------------------------------------
       77  WS-NUM-PENDENCIA         PIC 9(06) VALUE ZERO COMP.
       77  WS-NUM-PND-GRAVADA       PIC 9(06) VALUE ZERO COMP.
       77  WS-SW-PND-ABERTO         PIC X(01) VALUE "N".
           88  WS-PND-ABERTO           VALUE "S".

      * ----------------------------------------------------------
      * Controles de lote: header/trailer e totais de conferencia
      * ----------------------------------------------------------
           88  WS-ERRO-CONTROLE        VALUE "S".

       77  WS-LOTE-ID               PIC X(08) VALUE SPACES.
       77  WS-LOTE-ORIGEM           PIC X(08) VALUE SPACES.
       77  WS-QTD-LIDOS             PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-ACEITOS           PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-REJEITADOS        PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-TIPO-INV          PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-PENDENTES         PIC 9(06) VALUE ZERO COMP.
       77  WS-HASH-DATAS            PIC 9(12) VALUE ZERO COMP.
       77  WS-TRL-QTD-REG           PIC 9(06) VALUE ZERO COMP.
       77  WS-TRL-HASH-DATAS        PIC 9(12) VALUE ZERO COMP.
       77  WS-QTD-REPROC-LIDOS      PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-REPROC-OK         PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-REPROC-REJ        PIC 9(06) VALUE ZERO COMP.
       77  WS-QTD-REPROC-PEND       PIC 9(06) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Autenticacao do operador por PIN (subprograma DTEHRAUT)
      * ----------------------------------------------------------
       01  DTEHRAUT-AREA.
           COPY DTEHRAUT.

      * ----------------------------------------------------------
      * Encadeamento do log de auditoria (subprograma DTEHRCHN)
      * ----------------------------------------------------------
       01  DTEHRCHN-AREA.
           COPY DTEHRCHN.

      * ----------------------------------------------------------
      * Diario de execucoes (DTEHRJRN, gravado pelo subprograma

       1500-ABRE-ARQUIVOS-SAIDA.
           PERFORM 1510-VERIFICA-EXPURGO-PENDENTE THRU 1510-EXIT
           PERFORM 1515-VERIFICA-EXPURGO-IFC THRU 1515-EXIT
           OPEN EXTEND DTEHR-LOG-FILE
           IF WS-FS-LOG = "35"
              OPEN OUTPUT DTEHR-LOG-FILE
                         WS-FS-REJ
              END-IF
           END-IF
           PERFORM 1550-ABRE-MASTER THRU 1550-EXIT
           PERFORM 1560-ABRE-PENDENCIAS THRU 1560-EXIT.
       1500-EXIT.
           EXIT.

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
                 DISPLAY "EXPURGO DA INTERFACE (DTEHRIHK) INTERROMPIDO "
                         "NA FASE " IPC-FASE " - REINICIE O EXPURGO "
                         "ANTES DE NOVAS GRAVACOES"
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
      * 1520-PROXIMA-GERACAO-IFC  -  obtem a proxima geracao da
      *       interface acumulativa no controle DTEHRIFG e ja o
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 1560-ABRE-PENDENCIAS  -  abre (ou cria) a fila indexada de
      *       aprovacao e recupera o ultimo numero de pendencia do
      *       registro de controle (chave zero); sem a fila a entrada
      *       em dia nao util de operador sem nivel volta a ser
      *       recusada com motivo "NV"
      ******************************************************************
       1560-ABRE-PENDENCIAS.
           MOVE "N" TO WS-SW-PND-ABERTO
           MOVE ZERO TO WS-NUM-PENDENCIA
           OPEN I-O DTEHR-PND-FILE
           IF WS-FS-PND = "35"
              OPEN OUTPUT DTEHR-PND-FILE
              IF WS-FS-PND = "00"
                 CLOSE DTEHR-PND-FILE
                 OPEN I-O DTEHR-PND-FILE
              END-IF
           END-IF
           IF WS-FS-PND NOT = "00"
              DISPLAY "AVISO: FALHA AO ABRIR FILA DE APROVACAO "
                      "(DTEHRPND) - STATUS " WS-FS-PND
                      " - DIA NAO UTIL SEM NIVEL SERA RECUSADO"
              GO TO 1560-EXIT
           END-IF
           MOVE "S" TO WS-SW-PND-ABERTO
           MOVE ZEROS TO PND-NUMERO
           READ DTEHR-PND-FILE
              INVALID KEY
                 MOVE ZEROS TO DTEHR-PND-REC
                 WRITE DTEHR-PND-REC
                    INVALID KEY
                       CONTINUE
                 END-WRITE
                 IF WS-FS-PND NOT = "00" AND WS-FS-PND NOT = "02"
                    DISPLAY "AVISO: FALHA AO CRIAR CONTROLE DA "
                            "FILA DE APROVACAO - STATUS " WS-FS-PND
                 END-IF
              NOT INVALID KEY
                 MOVE PND-CTL-ULTIMO-NUM TO WS-NUM-PENDENCIA
           END-READ.
       1560-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ATUALIZA-CHECKPOINT  -  grava o ultimo registro de lote
      *                              processado com sucesso
      *       a conferencia por chave; qualquer falha que impeca a
      *       cobertura do historico completo gera aviso severo (a
      *       conferencia nunca degrada em silencio); o log e
      *       reaberto para acrescimo em 1500. O estorno gravado pelo
      *       DTEHREST retira a chave da entrada estornada, liberando
      *       nova confirmacao da mesma data/hora
      ******************************************************************
       1700-CARREGA-CHAVES-LOG.
           MOVE ZERO TO WS-QTD-CHAVES-DUP
                      " - CONFERENCIA DE DUPLICATAS INOPERANTE"
              GO TO 1700-EXIT
           END-IF
           CLOSE DTEHR-DUP-FILE
           OPEN I-O DTEHR-DUP-FILE
           IF WS-FS-DUP NOT = "00"
              MOVE "S" TO WS-SW-DUP-PARCIAL
              DISPLAY "*** AVISO SEVERO: FALHA AO CRIAR O INDICE DE "
                      "DUPLICATAS (DTEHRDUP) - STATUS " WS-FS-DUP
                      " - CONFERENCIA DE DUPLICATAS INOPERANTE"
              GO TO 1700-EXIT
           END-IF
           OPEN INPUT DTEHR-LOG-FILE
           IF WS-FS-LOG NOT = "00"
              GO TO 1700-FECHA
                 MOVE LOG-TZ-CODE TO WS-CHV-TZ-CODE
                 MOVE LOG-OPERADOR TO WS-CHV-OPERADOR
                 MOVE WS-CHAVE-DUP TO DUP-CHAVE
                 IF LOG-MOV-ESTORNO
                    PERFORM 1720-RETIRA-CHAVE-ESTORNO THRU 1720-EXIT
                    GO TO 1710-EXIT
                 END-IF
                 WRITE DTEHR-DUP-REC
                    INVALID KEY
                       CONTINUE
       1710-EXIT.
           EXIT.

       1720-RETIRA-CHAVE-ESTORNO.
           DELETE DTEHR-DUP-FILE
              INVALID KEY
                 CONTINUE
           END-DELETE
           IF WS-FS-DUP = "00"
              SUBTRACT 1 FROM WS-QTD-CHAVES-DUP
           ELSE
              IF WS-FS-DUP NOT = "23"
                 MOVE "S" TO WS-SW-DUP-PARCIAL
                 DISPLAY "*** AVISO SEVERO: FALHA AO RETIRAR CHAVE "
                         "ESTORNADA DO INDICE DE DUPLICATAS - STATUS "
                         WS-FS-DUP " - CONFERENCIA PARCIAL"
              END-IF
           END-IF.
       1720-EXIT.
           EXIT.

      ******************************************************************
      * 1900-JORNAL-INICIO  -  registra o inicio da execucao no
      *       diario compartilhado DTEHRJRN (via DTEHRJNL)
       2110-PROCESSA-HEADER.
           MOVE "S" TO WS-SW-HEADER-LIDO
           MOVE TRANS-HDR-LOTE-ID TO WS-LOTE-ID
           MOVE TRANS-HDR-LOTE-ID TO WS-LOTE-ORIGEM
           IF TRANS-HDR-DATA-GER NOT = WS-DATA-SISTEMA-NUM
              DISPLAY "LOTE " WS-LOTE-ID " GERADO EM "
                      TRANS-HDR-DATA-GER " NAO E DE HOJE ("
                 PERFORM 5500-GRAVA-REJEITO THRU 5500-EXIT
                 PERFORM 1600-ATUALIZA-CHECKPOINT THRU 1600-EXIT
              ELSE
                 PERFORM 5800-VERIFICA-DUPLICATA THRU 5800-EXIT
                 IF WS-E-DUPLICATA
                    DISPLAY "REGISTRO " WS-SEQ-ATUAL
                            " DUPLICADO - JA CONFIRMADO NO LOG"
                    MOVE "DP" TO WS-MOTIVO-REJ
                    ADD 1 TO WS-QTD-DUPLICADOS
                    PERFORM 5500-GRAVA-REJEITO THRU 5500-EXIT
                    PERFORM 1600-ATUALIZA-CHECKPOINT THRU 1600-EXIT
                 ELSE
                    IF WS-DIA-E-NAO-UTIL AND WS-NIVEL-NAO-PERMITE
                       PERFORM 2160-ENCAMINHA-APROVACAO THRU 2160-EXIT
                       PERFORM 1600-ATUALIZA-CHECKPOINT THRU 1600-EXIT
                    ELSE
                       PERFORM 5000-GRAVA-SAIDAS THRU 5000-EXIT
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2160-ENCAMINHA-APROVACAO  -  dia nao util de operador sem o
      *       nivel exigido: a transacao vai para a fila de aprovacao
      *       do supervisor; sem a fila e recusada com motivo "NV"
      ******************************************************************
       2160-ENCAMINHA-APROVACAO.
           PERFORM 5700-GRAVA-PENDENCIA THRU 5700-EXIT
           IF WS-NUM-PND-GRAVADA > 0
              DISPLAY "REGISTRO " WS-SEQ-ATUAL " AGUARDA APROVACAO "
                      "DO SUPERVISOR - PENDENCIA " WS-NUM-PND-GRAVADA
              ADD 1 TO WS-QTD-PENDENTES
           ELSE
              DISPLAY "REGISTRO " WS-SEQ-ATUAL " REJEITADO - "
                      "OPERADOR SEM NIVEL PARA DIA NAO UTIL"
              MOVE "NV" TO WS-MOTIVO-REJ
              ADD 1 TO WS-QTD-REJEITADOS
              PERFORM 5500-GRAVA-REJEITO THRU 5500-EXIT
           END-IF.
       2160-EXIT.
           EXIT.

      ******************************************************************
      * 2200-PROCESSA-INTERATIVO  -  sessao interativa: o operador se
      *       identifica uma vez e entra quantas datas quiser; campo
                 GO TO 2205-EXIT
              END-IF
              GO TO 2205-OBTEM-OPERADOR
           END-IF
           IF NOT WS-VALIDA-OPERADORES
              GO TO 2205-EXIT
           END-IF
           MOVE SPACES TO DTEHRAUT-AREA
           MOVE "VP" TO AUT-FUNCAO
           MOVE WS-OPERADOR TO AUT-OPERADOR
           MOVE WS-TERMINAL TO AUT-TERMINAL
           MOVE "DTEHR" TO AUT-PROGRAMA
           CALL "DTEHRAUT" USING DTEHRAUT-AREA
           IF AUT-RET-OK
              GO TO 2205-EXIT
           END-IF
           IF AUT-RET-BLOQUEADO
              DISPLAY "OPERADOR BLOQUEADO - PROCURE O SUPERVISOR"
              MOVE "S" TO WS-SW-FIM-SESSAO
              GO TO 2205-EXIT
           END-IF
           IF AUT-RET-FALHA-CADASTRO
              DISPLAY "FALHA NA ATUALIZACAO DO CADASTRO DE "
                      "OPERADORES - SESSAO ENCERRADA"
              MOVE "S" TO WS-SW-FIM-SESSAO
              GO TO 2205-EXIT
           END-IF
           IF AUT-RET-NOVO-PIN-INVALIDO
              DISPLAY "PIN NAO DEFINIDO - O SUPERVISOR DEVE EMITIR UM "
                      "PIN PROVISORIO (DTEHRMNT) - SESSAO ENCERRADA"
              MOVE "S" TO WS-SW-FIM-SESSAO
              GO TO 2205-EXIT
           END-IF
           IF AUT-RET-NAO-CADASTRADO
              DISPLAY "OPERADOR INVALIDO!"
           ELSE
              DISPLAY "PIN INVALIDO!"
           END-IF
           PERFORM 2295-CONTA-TENTATIVA THRU 2295-EXIT
           IF WS-FIM-SESSAO
              GO TO 2205-EXIT
           END-IF
           GO TO 2205-OBTEM-OPERADOR.
       2205-EXIT.
           EXIT.


           MOVE "F" TO WS-TRANS-TIPO
           PERFORM 4000-CALCULA-DERIVADOS THRU 4000-EXIT
           PERFORM 5800-VERIFICA-DUPLICATA THRU 5800-EXIT
           IF WS-E-DUPLICATA
              DISPLAY "ENTRADA DUPLICADA - JA CONFIRMADA "
                      "ANTERIORMENTE NO LOG!"
              ADD 1 TO WS-SES-DUPLICADAS
           ELSE
              IF WS-DIA-E-NAO-UTIL AND WS-NIVEL-NAO-PERMITE
                 PERFORM 5700-GRAVA-PENDENCIA THRU 5700-EXIT
                 IF WS-NUM-PND-GRAVADA > 0
                    DISPLAY "OPERADOR SEM NIVEL PARA CONFIRMAR DIA NAO "
                            "UTIL - ENTRADA ENVIADA PARA APROVACAO DO "
                            "SUPERVISOR (PENDENCIA " WS-NUM-PND-GRAVADA
                            ")"
                    ADD 1 TO WS-SES-PENDENTES
                 ELSE
                    DISPLAY "OPERADOR SEM NIVEL PARA CONFIRMAR DIA NAO "
                            "UTIL!"
                    ADD 1 TO WS-SES-RECUSADAS
                 END-IF
              ELSE
                 PERFORM 5000-GRAVA-SAIDAS THRU 5000-EXIT
                 ADD 1 TO WS-SES-CONFIRMADAS
           DISPLAY "  ENTRADAS CONFIRMADAS...: " WS-SES-CONFIRMADAS
           DISPLAY "  EM DIA NAO UTIL........: " WS-SES-NAO-UTEIS
           DISPLAY "  RECUSADAS..............: " WS-SES-RECUSADAS
           DISPLAY "  AGUARDAM APROVACAO.....: " WS-SES-PENDENTES
           DISPLAY "  DUPLICADAS.............: " WS-SES-DUPLICADAS
           DISPLAY "  DURACAO (MINUTOS)......: " WS-DURACAO-MIN.
       2290-EXIT.

       2350-REPROCESSA-UM-REJEITO.
           MOVE RJI-SEQ-ORIGINAL TO WS-SEQ-ATUAL
           MOVE RJI-LOTE-ID TO WS-LOTE-ORIGEM
           MOVE RJI-DIA TO WS-DIA
           MOVE RJI-MES TO WS-MES
           MOVE RJI-ANO TO WS-ANO
                 ADD 1 TO WS-QTD-REPROC-REJ
                 PERFORM 5500-GRAVA-REJEITO THRU 5500-EXIT
              ELSE
                 PERFORM 5800-VERIFICA-DUPLICATA THRU 5800-EXIT
                 IF WS-E-DUPLICATA
                    DISPLAY "SUSPENSE " WS-SEQ-ATUAL
                            " DUPLICADO - JA CONFIRMADO NO LOG"
                    MOVE "DP" TO WS-MOTIVO-REJ
                    ADD 1 TO WS-QTD-DUPLICADOS
                    ADD 1 TO WS-QTD-REPROC-REJ
                    PERFORM 5500-GRAVA-REJEITO THRU 5500-EXIT
                 ELSE
                    IF WS-DIA-E-NAO-UTIL AND WS-NIVEL-NAO-PERMITE
                       PERFORM 5700-GRAVA-PENDENCIA THRU 5700-EXIT
                       IF WS-NUM-PND-GRAVADA > 0
                          DISPLAY "SUSPENSE " WS-SEQ-ATUAL " AGUARDA "
                                  "APROVACAO DO SUPERVISOR - "
                                  "PENDENCIA " WS-NUM-PND-GRAVADA
                          ADD 1 TO WS-QTD-REPROC-PEND
                       ELSE
                          DISPLAY "SUSPENSE " WS-SEQ-ATUAL
                                  " REJEITADO - OPERADOR SEM NIVEL "
                                  "PARA DIA NAO UTIL"
                          MOVE "NV" TO WS-MOTIVO-REJ
                          ADD 1 TO WS-QTD-REPROC-REJ
                          PERFORM 5500-GRAVA-REJEITO THRU 5500-EXIT
                       END-IF
                    ELSE
                       PERFORM 5000-GRAVA-SAIDAS THRU 5000-EXIT
                       ADD 1 TO WS-QTD-REPROC-OK
           EXIT.

      ******************************************************************
      * 5000-GRAVA-SAIDAS  -  grava o master, o log de auditoria e o
      *       registro de interface para a entrada confirmada; o
      *       master vem primeiro para que log e interface levem a
      *       sequencia de confirmacao atribuida
      ******************************************************************
       5000-GRAVA-SAIDAS.
           PERFORM 5600-GRAVA-MASTER THRU 5600-EXIT

           MOVE WS-DIA TO LOG-DIA
           MOVE WS-MES TO LOG-MES
           MOVE WS-ANO TO LOG-ANO
           MOVE WS-DIA-UTC TO LOG-DIA-UTC
           MOVE WS-MES-UTC TO LOG-MES-UTC
           MOVE WS-ANO-UTC TO LOG-ANO-UTC
           MOVE "C" TO LOG-TIPO-MOV
           MOVE WS-SEQ-GRAVADA TO LOG-SEQ-CONFIRMACAO
           MOVE SPACES TO LOG-MOTIVO-ESTORNO
           MOVE SPACES TO LOG-SUPERVISOR
           MOVE SPACES TO LOG-APROVADOR
           MOVE WS-SW-MODO TO LOG-MODO-ORIGEM
           MOVE WS-LOTE-ORIGEM TO LOG-LOTE-ID
           MOVE WS-SEQ-ATUAL TO LOG-SEQ-ORIGINAL
           MOVE WS-SITE TO LOG-SITE
           PERFORM 5050-GRAVA-LOG THRU 5050-EXIT

           MOVE SPACES TO DTEHR-INTERFACE-REC
           MOVE WS-DIA TO DTEHR-IFC-DIA
           ADD 1 TO WS-SEQ-GER-IFC
           MOVE WS-SEQ-GER-IFC TO DTEHR-IFC-SEQ-GER
           MOVE WS-DATA-SISTEMA-NUM TO DTEHR-IFC-DATA-GERACAO
           MOVE "C" TO DTEHR-IFC-TIPO-MOV
           MOVE WS-SEQ-GRAVADA TO DTEHR-IFC-SEQ-CONFIRMACAO
           MOVE SPACES TO DTEHR-IFC-APROVADOR
           MOVE WS-SW-MODO TO DTEHR-IFC-MODO-ORIGEM
           MOVE WS-LOTE-ORIGEM TO DTEHR-IFC-LOTE-ID
           MOVE WS-SEQ-ATUAL TO DTEHR-IFC-SEQ-ORIGINAL
           MOVE WS-SITE TO DTEHR-IFC-SITE
           WRITE DTEHR-INTERFACE-REC
           IF WS-FS-IFC NOT = "00"
              DISPLAY "AVISO: FALHA AO GRAVAR REGISTRO DE INTERFACE - "
                      "STATUS " WS-FS-IFC
           END-IF

           PERFORM 5900-REGISTRA-CHAVE-DUP THRU 5900-EXIT.
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5050-GRAVA-LOG  -  grava DTEHR-LOG-REC encadeado ao registro
      *       anterior (sequencia de auditoria e valor de controle do
      *       DTEHRCHN) e, gravado o registro, confirma o novo fim da
      *       cadeia
      ******************************************************************
       5050-GRAVA-LOG.
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
              DISPLAY "AVISO: LOG DE AUDITORIA GRAVADO SEM "
                      "ENCADEAMENTO - RETORNO " CHN-RETORNO
           END-IF
           WRITE DTEHR-LOG-REC
           IF WS-FS-LOG NOT = "00"
              DISPLAY "AVISO: FALHA AO GRAVAR LOG DE "
                      "AUDITORIA - STATUS " WS-FS-LOG
              GO TO 5050-EXIT
           END-IF
           IF LOG-SEQ-AUDITORIA = ZEROS
              GO TO 5050-EXIT
           END-IF
           MOVE "CF" TO CHN-FUNCAO
           CALL "DTEHRCHN" USING DTEHRCHN-AREA
           IF NOT CHN-RET-OK
              DISPLAY "AVISO: FALHA AO ATUALIZAR O CONTROLE "
                      "DO ENCADEAMENTO (DTEHRLGC) - RETORNO "
                      CHN-RETORNO
           END-IF.
       5050-EXIT.
           EXIT.

      ******************************************************************
      * 5500-GRAVA-REJEITO  -  grava a transacao recusada no arquivo
      *       de suspense com o motivo (WS-MOTIVO-REJ), a data da
      *       execucao, a transacao original completa e a origem
      *       (modo, lote e sequencia no lote)
      ******************************************************************
       5500-GRAVA-REJEITO.
           MOVE WS-MOTIVO-REJ TO REJ-MOTIVO
           MOVE WS-OPERADOR TO REJ-OPERADOR
           MOVE WS-TERMINAL TO REJ-TERMINAL
           MOVE WS-TRANS-TIPO TO REJ-TIPO
           MOVE WS-SW-MODO TO REJ-MODO-ORIGEM
           MOVE WS-LOTE-ORIGEM TO REJ-LOTE-ID
           WRITE DTEHR-REJ-REC
           IF WS-FS-REJ NOT = "00"
              DISPLAY "AVISO: FALHA AO GRAVAR SUSPENSE - STATUS "
      ******************************************************************
      * 5600-GRAVA-MASTER  -  grava a confirmacao no master indexado
      *       com a proxima sequencia e atualiza o registro de
      *       controle (chave zero); WS-SEQ-GRAVADA devolve a
      *       sequencia atribuida (zero quando nao gravou)
      ******************************************************************
       5600-GRAVA-MASTER.
           MOVE ZERO TO WS-SEQ-GRAVADA
           IF NOT WS-MST-ABERTO
              GO TO 5600-EXIT
           END-IF
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
           MOVE SPACES TO MST-APROVADOR
           MOVE WS-SW-MODO TO MST-MODO-ORIGEM
           MOVE WS-LOTE-ORIGEM TO MST-LOTE-ID
           MOVE WS-SEQ-ATUAL TO MST-SEQ-ORIGINAL
           MOVE WS-SITE TO MST-SITE
           WRITE DTEHR-MST-REC
              INVALID KEY
                 CONTINUE
              SUBTRACT 1 FROM WS-SEQ-CONFIRMACAO
              GO TO 5600-EXIT
           END-IF
           MOVE WS-SEQ-CONFIRMACAO TO WS-SEQ-GRAVADA
           MOVE ZEROS TO MST-SEQ-CONFIRMACAO
           MOVE ZEROS TO MST-DETALHE
           MOVE WS-SEQ-CONFIRMACAO TO MST-CTL-ULTIMO-SEQ
       5600-EXIT.
           EXIT.

      ******************************************************************
      * 5700-GRAVA-PENDENCIA  -  inclui a entrada na fila de aprovacao
      *       com o proximo numero, situacao pendente, origem (modo,
      *       lote e sequencia no lote) e a transacao completa, e
      *       atualiza o registro de controle; WS-NUM-PND-GRAVADA
      *       devolve o numero atribuido (zero quando nao gravou)
      ******************************************************************
       5700-GRAVA-PENDENCIA.
           MOVE ZERO TO WS-NUM-PND-GRAVADA
           IF NOT WS-PND-ABERTO
              GO TO 5700-EXIT
           END-IF
           ADD 1 TO WS-NUM-PENDENCIA
           MOVE WS-NUM-PENDENCIA TO PND-NUMERO
           MOVE "P" TO PND-SITUACAO
           MOVE WS-DATA-SISTEMA-NUM TO PND-DATA-INCLUSAO
           MOVE WS-HORA-SISTEMA-8 TO PND-HORA-INCLUSAO
           MOVE WS-SW-MODO TO PND-MODO-ORIGEM
           MOVE WS-LOTE-ORIGEM TO PND-LOTE-ID
           MOVE WS-SEQ-ATUAL TO PND-SEQ-ORIGINAL
           MOVE WS-DIA TO PND-DIA
           MOVE WS-MES TO PND-MES
           MOVE WS-ANO TO PND-ANO
           MOVE WS-HR TO PND-HR
           MOVE WS-MINU TO PND-MINU
           MOVE WS-TZ-CODE TO PND-TZ-CODE
           MOVE WS-OPERADOR TO PND-OPERADOR
           MOVE WS-TERMINAL TO PND-TERMINAL
           MOVE WS-TRANS-TIPO TO PND-TIPO
           MOVE SPACES TO PND-SUPERVISOR
           MOVE ZEROS TO PND-DATA-DECISAO
           MOVE ZEROS TO PND-HORA-DECISAO
           MOVE ZEROS TO PND-SEQ-CONFIRMACAO
           WRITE DTEHR-PND-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF WS-FS-PND NOT = "00" AND WS-FS-PND NOT = "02"
              DISPLAY "AVISO: FALHA AO GRAVAR FILA DE APROVACAO - "
                      "STATUS " WS-FS-PND
              SUBTRACT 1 FROM WS-NUM-PENDENCIA
              GO TO 5700-EXIT
           END-IF
           MOVE WS-NUM-PENDENCIA TO WS-NUM-PND-GRAVADA
           MOVE ZEROS TO PND-NUMERO
           MOVE ZEROS TO PND-DETALHE
           MOVE WS-NUM-PENDENCIA TO PND-CTL-ULTIMO-NUM
           REWRITE DTEHR-PND-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF WS-FS-PND NOT = "00" AND WS-FS-PND NOT = "02"
              DISPLAY "AVISO: FALHA AO ATUALIZAR CONTROLE DA FILA "
                      "DE APROVACAO - STATUS " WS-FS-PND
           END-IF.
       5700-EXIT.
           EXIT.

      ******************************************************************
      * 5800-VERIFICA-DUPLICATA  -  confere a candidata (data, hora,
      *       fuso e operador) por leitura com chave no indice de
              CLOSE DTEHR-MST-FILE
              MOVE "N" TO WS-SW-MST-ABERTO
           END-IF
           IF WS-PND-ABERTO
              CLOSE DTEHR-PND-FILE
              MOVE "N" TO WS-SW-PND-ABERTO
           END-IF
           IF WS-MODO-BATCH
              CLOSE DTEHR-TRANS-FILE
              PERFORM 9100-RELATORIO-CONTROLE THRU 9100-EXIT
              DISPLAY "  REGISTROS LIDOS....: " WS-QTD-REPROC-LIDOS
              DISPLAY "  REGISTROS ACEITOS..: " WS-QTD-REPROC-OK
              DISPLAY "  AINDA RECUSADOS....: " WS-QTD-REPROC-REJ
              DISPLAY "  AGUARDAM APROVACAO.: " WS-QTD-REPROC-PEND
           END-IF
           PERFORM 9900-JORNAL-FIM THRU 9900-EXIT.
       9000-EXIT.
           DISPLAY "  ACEITOS............: " WS-QTD-ACEITOS
           DISPLAY "  REJEITADOS.........: " WS-QTD-REJEITADOS
           DISPLAY "  DUPLICADOS.........: " WS-QTD-DUPLICADOS
           DISPLAY "  AGUARDAM APROVACAO.: " WS-QTD-PENDENTES
           IF NOT WS-HEADER-LIDO
              DISPLAY "  *** LOTE SEM REGISTRO HEADER"
              MOVE "S" TO WS-SW-ERRO-CONTROLE
              WHEN OTHER
                 COMPUTE JNL-QTD-LIDOS = WS-SES-CONFIRMADAS
                         + WS-SES-RECUSADAS + WS-SES-DUPLICADAS
                         + WS-SES-PENDENTES
                 MOVE WS-SES-CONFIRMADAS TO JNL-QTD-ACEITOS
                 COMPUTE JNL-QTD-REJEITADOS = WS-SES-RECUSADAS
                         + WS-SES-DUPLICADAS
