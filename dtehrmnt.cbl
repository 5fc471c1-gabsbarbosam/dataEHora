      * 02/09/2026 GB  Registra cada execucao no diario compartilhado
      *                DTEHRJRN (via DTEHRJNL) para o resumo de
      *                operacoes DTEHRJRP.
      * 15/10/2026 GB  Autenticacao por PIN (subprograma DTEHRAUT): o
      *                supervisor informa o PIN na identificacao; nova
      *                opcao P de redefinicao do PIN de um operador
      *                (PIN provisorio de troca obrigatoria, falhas
      *                zeradas e bloqueio retirado), auditada em
      *                DTEHRMNA com a acao "P" e registrada em DTEHRSEG;
      *                a inclusao captura o PIN provisorio. Os dados de
      *                seguranca sao preservados na regravacao e o hash
      *                nunca entra nas imagens da auditoria.
      * 15/10/2026 GB  A regravacao do cadastro de operadores rele o
      *                DTEHROPR e aplica somente o que a sessao mudou:
      *                os demais operadores voltam como estao no
      *                arquivo e os dados de seguranca (bloqueio,
      *                falhas, troca do PIN) gravados pelo DTEHRAUT
      *                durante a sessao sao mantidos, salvo quando a
      *                sessao redefiniu o PIN do operador.
      * 15/10/2026 GB  Regravacao dos cadastros aceita status 05
      *                (arquivo opcional ainda inexistente na carga
      *                inicial).
      * 15/10/2026 GB  Supervisor sem PIN (cadastro anterior aos dados
      *                de seguranca) define o primeiro PIN na entrada,
      *                auditado e registrado em DTEHRSEG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRMNT.
       FILE SECTION.
       FD  DTEHR-OPR-FILE.
       01  DTEHR-OPR-REC.
           COPY DTEHROPR.

       FD  DTEHR-HOL-FILE.
       01  DTEHR-HOL-REC.
               88  MNA-ACAO-ALTERACAO       VALUE "A".
               88  MNA-ACAO-DESATIVACAO     VALUE "D".
               88  MNA-ACAO-EXCLUSAO        VALUE "E".
               88  MNA-ACAO-REDEF-PIN       VALUE "P".
           05  MNA-CHAVE                 PIC X(11).
           05  MNA-IMAGEM-ANTES          PIC X(62).
           05  MNA-IMAGEM-DEPOIS         PIC X(62).

      * ----------------------------------------------------------
      * Cadastro de operadores em memoria (com o nome, preservado
      * na regravacao do arquivo) e o que a sessao fez com cada um
      * ----------------------------------------------------------
       77  WS-MAX-OPERADORES       PIC 9(03) VALUE 100 COMP.
       77  WS-QTD-OPER-CAD         PIC 9(03) VALUE ZERO COMP.
               10  WS-OPER-NIVEL        PIC 9(01).
               10  WS-OPER-TERMINAIS.
                   15  WS-OPER-TERMINAL PIC X(08) OCCURS 4 TIMES.
               10  WS-OPER-SEGURANCA.
                   15  WS-OPER-PIN-HASH     PIC 9(10).
                   15  WS-OPER-PIN-TROCA    PIC X(01).
                   15  WS-OPER-PIN-DATA-TROCA
                                            PIC 9(08).
                   15  WS-OPER-PIN-FALHAS   PIC 9(02).
                   15  WS-OPER-PIN-BLOQUEIO PIC X(01).
               10  WS-OPER-MANTIDO      PIC X(01).
                   88  WS-OPER-FOI-MANTIDO     VALUE "S".
               10  WS-OPER-PIN-REDEF    PIC X(01).
                   88  WS-OPER-PIN-FOI-REDEF   VALUE "S".
               10  WS-OPER-GRAVADO      PIC X(01).
                   88  WS-OPER-JA-GRAVADO      VALUE "S".
       77  WS-IDX-OPR              PIC 9(03) VALUE ZERO COMP.
       77  WS-IDX-ACHADO           PIC 9(03) VALUE ZERO COMP.

      * ----------------------------------------------------------
      * Cadastro de operadores como esta no arquivo no fim da
      * sessao (o DTEHRAUT pode ter gravado bloqueios, falhas e
      * trocas de PIN enquanto a sessao estava aberta)
      * ----------------------------------------------------------
       77  WS-QTD-OPER-DSC         PIC 9(03) VALUE ZERO COMP.
       01  WS-TABELA-OPER-DISCO.
           05  WS-DSC-ENTRY         OCCURS 100 TIMES.
               10  WS-DSC-CODIGO        PIC X(08).
               10  WS-DSC-NOME          PIC X(20).
               10  WS-DSC-ATIVO         PIC X(01).
               10  WS-DSC-NIVEL         PIC 9(01).
               10  WS-DSC-TERMINAL      PIC X(08) OCCURS 4 TIMES.
               10  WS-DSC-PIN-HASH      PIC 9(10).
               10  WS-DSC-PIN-TROCA     PIC X(01).
               10  WS-DSC-PIN-DATA-TROCA
                                        PIC 9(08).
               10  WS-DSC-PIN-FALHAS    PIC 9(02).
               10  WS-DSC-PIN-BLOQUEIO  PIC X(01).
       77  WS-IDX-DSC              PIC 9(03) VALUE ZERO COMP.
       77  WS-SW-DISCO             PIC X(01) VALUE "N".
           88  WS-DISCO-LIDO          VALUE "S".
           88  WS-DISCO-EXCEDIDO      VALUE "E".

      * ----------------------------------------------------------
      * Calendario de feriados em memoria (multi-site: feriado com
      * site em branco vale para todos os sites)
           05  WS-IMG-OPR-NIVEL     PIC 9(01).
           05  WS-IMG-OPR-TERMINAIS PIC X(32).

      * Situacao de seguranca (sem o hash) para a redefinicao de PIN
       01  WS-IMG-SEGURANCA.
           05  WS-IMG-SEG-CODIGO    PIC X(08).
           05  FILLER               PIC X(10) VALUE " BLOQUEIO:".
           05  WS-IMG-SEG-BLOQUEIO  PIC X(01).
           05  FILLER               PIC X(08) VALUE " FALHAS:".
           05  WS-IMG-SEG-FALHAS    PIC X(02).
           05  FILLER               PIC X(07) VALUE " TROCA:".
           05  WS-IMG-SEG-TROCA     PIC X(01).
           05  FILLER               PIC X(12) VALUE " DATA TROCA:".
           05  WS-IMG-SEG-DATA      PIC X(08).

       01  WS-IMG-FERIADO.
           05  WS-IMG-HOL-DIA       PIC 9(02).
           05  WS-IMG-HOL-MES       PIC 9(02).
           COPY DTEHRJNL.
           05  JNL-RETORNO               PIC X(02).

      * ----------------------------------------------------------
      * Autenticacao por PIN (subprograma DTEHRAUT)
      * ----------------------------------------------------------
       01  DTEHRAUT-AREA.
           COPY DTEHRAUT.

       PROCEDURE DIVISION.

      ******************************************************************
                    TO WS-OPER-NIVEL(WS-QTD-OPER-CAD)
                 MOVE OPR-TERMINAIS
                    TO WS-OPER-TERMINAIS(WS-QTD-OPER-CAD)
                 MOVE OPR-PIN-HASH
                    TO WS-OPER-PIN-HASH(WS-QTD-OPER-CAD)
                 MOVE OPR-PIN-TROCA
                    TO WS-OPER-PIN-TROCA(WS-QTD-OPER-CAD)
                 MOVE OPR-PIN-DATA-TROCA
                    TO WS-OPER-PIN-DATA-TROCA(WS-QTD-OPER-CAD)
                 MOVE OPR-PIN-FALHAS
                    TO WS-OPER-PIN-FALHAS(WS-QTD-OPER-CAD)
                 MOVE OPR-PIN-BLOQUEIO
                    TO WS-OPER-PIN-BLOQUEIO(WS-QTD-OPER-CAD)
                 MOVE "N" TO WS-OPER-MANTIDO(WS-QTD-OPER-CAD)
                 MOVE "N" TO WS-OPER-PIN-REDEF(WS-QTD-OPER-CAD)
                 MOVE "N" TO WS-OPER-GRAVADO(WS-QTD-OPER-CAD)
           END-READ.
       1110-EXIT.
           EXIT.
      ******************************************************************
      * 1500-IDENTIFICA-SUPERVISOR  -  o usuario deve constar do
      *       cadastro de operadores, estar ativo e ter o nivel
      *       minimo de manutencao e confirmar o PIN (DTEHRAUT, que
      *       pode atualizar o cadastro - por isso ele e recarregado);
      *       supervisor ainda sem PIN define o primeiro (1520); com
      *       o cadastro vazio a sessao segue em modo de carga
      *       inicial (com aviso)
      ******************************************************************
       1500-IDENTIFICA-SUPERVISOR.
           DISPLAY "DTEHRMNT - INFORME O CODIGO DO SUPERVISOR"
                      ") - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO DTEHRAUT-AREA
           MOVE "VP" TO AUT-FUNCAO
           MOVE WS-USUARIO TO AUT-OPERADOR
           MOVE SPACES TO AUT-TERMINAL
           MOVE "DTEHRMNT" TO AUT-PROGRAMA
           CALL "DTEHRAUT" USING DTEHRAUT-AREA
           IF AUT-RET-NOVO-PIN-INVALIDO
              AND (WS-OPER-PIN-HASH(WS-IDX-USU-ACHADO) NOT NUMERIC
                OR WS-OPER-PIN-HASH(WS-IDX-USU-ACHADO) = ZERO)
              PERFORM 1520-PRIMEIRO-PIN THRU 1520-EXIT
           END-IF
           IF NOT AUT-RET-OK
              DISPLAY "DTEHRMNT - SUPERVISOR NAO AUTENTICADO "
                      "(RETORNO " AUT-RETORNO ") - EXECUCAO ABORTADA"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 1100-CARREGA-OPERADORES THRU 1100-EXIT.
       1500-EXIT.
           EXIT.

       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1520-PRIMEIRO-PIN  -  supervisor ainda sem PIN (cadastro
      *       anterior aos dados de seguranca): define o proprio PIN,
      *       digitado duas vezes, gravado na hora no DTEHROPR,
      *       auditado em DTEHRMNA (acao "P") e registrado em DTEHRSEG
      *       (evento "R"); so entao a sessao segue e o supervisor
      *       pode emitir os PINs provisorios dos demais operadores
      ******************************************************************
       1520-PRIMEIRO-PIN.
           DISPLAY "DTEHRMNT - SUPERVISOR SEM PIN - DEFINA O SEU "
                   "PRIMEIRO PIN"
           MOVE WS-IDX-USU-ACHADO TO WS-IDX-ACHADO
           PERFORM 3850-IMAGEM-SEGURANCA THRU 3850-EXIT
           MOVE WS-IMG-SEGURANCA TO WS-IMAGEM-ANTES
           MOVE SPACES TO DTEHRAUT-AREA
           MOVE "NP" TO AUT-FUNCAO
           MOVE WS-USUARIO TO AUT-OPERADOR
           MOVE "DTEHRMNT" TO AUT-PROGRAMA
           CALL "DTEHRAUT" USING DTEHRAUT-AREA
           IF NOT AUT-RET-OK
              GO TO 1520-EXIT
           END-IF
           MOVE AUT-PIN-HASH TO WS-OPER-PIN-HASH(WS-IDX-ACHADO)
           MOVE "N" TO WS-OPER-PIN-TROCA(WS-IDX-ACHADO)
           MOVE WS-DATA-SISTEMA-NUM
              TO WS-OPER-PIN-DATA-TROCA(WS-IDX-ACHADO)
           MOVE ZERO TO WS-OPER-PIN-FALHAS(WS-IDX-ACHADO)
           MOVE "N" TO WS-OPER-PIN-BLOQUEIO(WS-IDX-ACHADO)
           MOVE "S" TO WS-OPER-PIN-REDEF(WS-IDX-ACHADO)
           PERFORM 3850-IMAGEM-SEGURANCA THRU 3850-EXIT
           MOVE WS-IMG-SEGURANCA TO WS-IMAGEM-DEPOIS
           MOVE "OPR" TO WS-AUD-ARQUIVO
           MOVE "P" TO WS-AUD-ACAO
           MOVE WS-USUARIO TO WS-AUD-CHAVE
           PERFORM 7000-GRAVA-AUDITORIA THRU 7000-EXIT
           MOVE ZERO TO RETURN-CODE
           PERFORM 9100-REGRAVA-OPERADORES THRU 9100-EXIT
           IF RETURN-CODE NOT = 0
              MOVE "90" TO AUT-RETORNO
              GO TO 1520-EXIT
           END-IF
           MOVE SPACES TO DTEHRAUT-AREA
           MOVE "EV" TO AUT-FUNCAO
           MOVE WS-USUARIO TO AUT-OPERADOR
           MOVE SPACES TO AUT-TERMINAL
           MOVE "DTEHRMNT" TO AUT-PROGRAMA
           MOVE WS-USUARIO TO AUT-USUARIO
           MOVE "R" TO AUT-EVENTO
           CALL "DTEHRAUT" USING DTEHRAUT-AREA
           MOVE "00" TO AUT-RETORNO
           DISPLAY "PIN DEFINIDO".
       1520-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MENU-PRINCIPAL  -  escolha do cadastro a manter
      ******************************************************************

      ******************************************************************
      * 3000-MANUTENCAO-OPERADOR  -  submenu do cadastro de
      *       operadores: incluir, alterar, desativar, redefinir o
      *       PIN
      ******************************************************************
       3000-MANUTENCAO-OPERADOR.
           DISPLAY "OPERADORES - ESCOLHA:"
           DISPLAY "  I - INCLUIR"
           DISPLAY "  A - ALTERAR"
           DISPLAY "  D - DESATIVAR"
           DISPLAY "  P - REDEFINIR PIN"
           DISPLAY "  F - VOLTAR AO MENU"
              ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
              WHEN "D"
              WHEN "d"
                 PERFORM 3300-DESATIVA-OPERADOR THRU 3300-EXIT
              WHEN "P"
              WHEN "p"
                 PERFORM 3400-REDEFINE-PIN THRU 3400-EXIT
              WHEN "F"
              WHEN "f"
                 MOVE "S" TO WS-SW-FIM-SUBMENU
              DISPLAY "INCLUSAO DESCARTADA"
              GO TO 3100-EXIT
           END-IF
           DISPLAY "PIN PROVISORIO DO OPERADOR (TROCA OBRIGATORIA "
                   "NO PRIMEIRO ACESSO)"
           MOVE SPACES TO DTEHRAUT-AREA
           MOVE "NP" TO AUT-FUNCAO
           MOVE WS-ED-OPR-CODIGO TO AUT-OPERADOR
           MOVE "DTEHRMNT" TO AUT-PROGRAMA
           CALL "DTEHRAUT" USING DTEHRAUT-AREA
           IF NOT AUT-RET-OK
              DISPLAY "PIN NAO DEFINIDO - INCLUSAO DESCARTADA"
              GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-QTD-OPER-CAD
           MOVE WS-ED-OPR-CODIGO TO WS-OPER-CODIGO(WS-QTD-OPER-CAD)
           MOVE WS-ED-OPR-NOME TO WS-OPER-NOME(WS-QTD-OPER-CAD)
           MOVE WS-ED-OPR-NIVEL TO WS-OPER-NIVEL(WS-QTD-OPER-CAD)
           MOVE WS-ED-OPR-TERMINAIS
              TO WS-OPER-TERMINAIS(WS-QTD-OPER-CAD)
           MOVE AUT-PIN-HASH TO WS-OPER-PIN-HASH(WS-QTD-OPER-CAD)
           MOVE "S" TO WS-OPER-PIN-TROCA(WS-QTD-OPER-CAD)
           MOVE WS-DATA-SISTEMA-NUM
              TO WS-OPER-PIN-DATA-TROCA(WS-QTD-OPER-CAD)
           MOVE ZERO TO WS-OPER-PIN-FALHAS(WS-QTD-OPER-CAD)
           MOVE "N" TO WS-OPER-PIN-BLOQUEIO(WS-QTD-OPER-CAD)
           MOVE "S" TO WS-OPER-MANTIDO(WS-QTD-OPER-CAD)
           MOVE "S" TO WS-OPER-PIN-REDEF(WS-QTD-OPER-CAD)
           MOVE "N" TO WS-OPER-GRAVADO(WS-QTD-OPER-CAD)
           MOVE "S" TO WS-SW-OPR-MUDOU
           MOVE SPACES TO WS-IMAGEM-ANTES
           MOVE WS-QTD-OPER-CAD TO WS-IDX-ACHADO
           MOVE WS-ED-OPR-NIVEL TO WS-OPER-NIVEL(WS-IDX-ACHADO)
           MOVE WS-ED-OPR-TERMINAIS
              TO WS-OPER-TERMINAIS(WS-IDX-ACHADO)
           MOVE "S" TO WS-OPER-MANTIDO(WS-IDX-ACHADO)
           MOVE "S" TO WS-SW-OPR-MUDOU
           PERFORM 3800-IMAGEM-OPERADOR THRU 3800-EXIT
           MOVE WS-IMG-OPERADOR TO WS-IMAGEM-DEPOIS
              GO TO 3300-EXIT
           END-IF
           MOVE "I" TO WS-OPER-ATIVO(WS-IDX-ACHADO)
           MOVE "S" TO WS-OPER-MANTIDO(WS-IDX-ACHADO)
           MOVE "S" TO WS-SW-OPR-MUDOU
           PERFORM 3800-IMAGEM-OPERADOR THRU 3800-EXIT
           MOVE WS-IMG-OPERADOR TO WS-IMAGEM-DEPOIS
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-REDEFINE-PIN  -  o supervisor define um PIN provisorio
      *       para o operador (esquecido ou bloqueado): troca
      *       obrigatoria no proximo acesso, falhas zeradas e bloqueio
      *       retirado; o proprio PIN do supervisor nao e redefinido
      *       aqui. Auditada em DTEHRMNA (acao "P", sem o hash) e
      *       registrada em DTEHRSEG
      ******************************************************************
       3400-REDEFINE-PIN.
           DISPLAY "INFORME O CODIGO DO OPERADOR DO PIN A REDEFINIR"
              ACCEPT WS-ED-OPR-CODIGO
           PERFORM 3600-PROCURA-OPERADOR THRU 3600-EXIT
           IF NOT WS-ACHADO
              DISPLAY "OPERADOR NAO CADASTRADO!"
              GO TO 3400-EXIT
           END-IF
           IF WS-ED-OPR-CODIGO = WS-USUARIO
              DISPLAY "O SUPERVISOR NAO PODE REDEFINIR O PROPRIO PIN!"
              GO TO 3400-EXIT
           END-IF
           PERFORM 3850-IMAGEM-SEGURANCA THRU 3850-EXIT
           MOVE WS-IMG-SEGURANCA TO WS-IMAGEM-ANTES
           DISPLAY "SITUACAO ATUAL: " WS-IMG-SEGURANCA
           DISPLAY "CONFIRMA A REDEFINICAO DO PIN (S/N)?"
              ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT = "S" AND WS-RESPOSTA NOT = "s"
              DISPLAY "REDEFINICAO DESCARTADA"
              GO TO 3400-EXIT
           END-IF
           MOVE SPACES TO DTEHRAUT-AREA
           MOVE "NP" TO AUT-FUNCAO
           MOVE WS-ED-OPR-CODIGO TO AUT-OPERADOR
           MOVE "DTEHRMNT" TO AUT-PROGRAMA
           CALL "DTEHRAUT" USING DTEHRAUT-AREA
           IF NOT AUT-RET-OK
              DISPLAY "PIN NAO DEFINIDO - REDEFINICAO DESCARTADA"
              GO TO 3400-EXIT
           END-IF
           MOVE AUT-PIN-HASH TO WS-OPER-PIN-HASH(WS-IDX-ACHADO)
           MOVE "S" TO WS-OPER-PIN-TROCA(WS-IDX-ACHADO)
           MOVE WS-DATA-SISTEMA-NUM
              TO WS-OPER-PIN-DATA-TROCA(WS-IDX-ACHADO)
           MOVE ZERO TO WS-OPER-PIN-FALHAS(WS-IDX-ACHADO)
           MOVE "N" TO WS-OPER-PIN-BLOQUEIO(WS-IDX-ACHADO)
           MOVE "S" TO WS-OPER-PIN-REDEF(WS-IDX-ACHADO)
           MOVE "S" TO WS-SW-OPR-MUDOU
           PERFORM 3850-IMAGEM-SEGURANCA THRU 3850-EXIT
           MOVE WS-IMG-SEGURANCA TO WS-IMAGEM-DEPOIS
           MOVE "OPR" TO WS-AUD-ARQUIVO
           MOVE "P" TO WS-AUD-ACAO
           MOVE WS-ED-OPR-CODIGO TO WS-AUD-CHAVE
           PERFORM 7000-GRAVA-AUDITORIA THRU 7000-EXIT
           MOVE SPACES TO DTEHRAUT-AREA
           MOVE "EV" TO AUT-FUNCAO
           MOVE WS-ED-OPR-CODIGO TO AUT-OPERADOR
           MOVE SPACES TO AUT-TERMINAL
           MOVE "DTEHRMNT" TO AUT-PROGRAMA
           MOVE WS-USUARIO TO AUT-USUARIO
           MOVE "R" TO AUT-EVENTO
           CALL "DTEHRAUT" USING DTEHRAUT-AREA
           DISPLAY "PIN REDEFINIDO - TROCA OBRIGATORIA NO PROXIMO "
                   "ACESSO".
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-OBTEM-DADOS-OPERADOR  -  captura e valida o registro
      *       completo de operador (codigo e demais campos)
       3800-EXIT.
           EXIT.

      ******************************************************************
      * 3850-IMAGEM-SEGURANCA  -  monta a situacao de seguranca do
      *       operador apontado por WS-IDX-ACHADO (bloqueio, falhas,
      *       troca obrigatoria e data da troca - nunca o hash)
      ******************************************************************
       3850-IMAGEM-SEGURANCA.
           MOVE WS-OPER-CODIGO(WS-IDX-ACHADO) TO WS-IMG-SEG-CODIGO
           MOVE WS-OPER-PIN-BLOQUEIO(WS-IDX-ACHADO)
              TO WS-IMG-SEG-BLOQUEIO
           MOVE WS-OPER-PIN-FALHAS(WS-IDX-ACHADO)
              TO WS-IMG-SEG-FALHAS
           MOVE WS-OPER-PIN-TROCA(WS-IDX-ACHADO) TO WS-IMG-SEG-TROCA
           MOVE WS-OPER-PIN-DATA-TROCA(WS-IDX-ACHADO)
              TO WS-IMG-SEG-DATA.
       3850-EXIT.
           EXIT.

      ******************************************************************
      * 4000-MANUTENCAO-FERIADO  -  submenu do calendario de
      *       feriados: incluir, excluir
       9900-EXIT.
           EXIT.

      ******************************************************************
      * 9100-REGRAVA-OPERADORES  -  rele o DTEHROPR e o regrava
      *       aplicando so o que a sessao mudou: operador nao mantido
      *       volta como esta no arquivo; o mantido leva os campos de
      *       cadastro da sessao e conserva os dados de seguranca do
      *       arquivo, salvo quando a sessao redefiniu o seu PIN; os
      *       incluidos vao no fim. Sem o arquivo, grava a tabela
      ******************************************************************
       9100-REGRAVA-OPERADORES.
           PERFORM 9120-RELE-OPERADORES THRU 9120-EXIT
           IF WS-DISCO-EXCEDIDO
              DISPLAY "DTEHRMNT - CADASTRO DE OPERADORES EXCEDE "
                      WS-MAX-OPERADORES " REGISTROS - ALTERACOES DE "
                      "OPERADORES NAO REGRAVADAS (VER DTEHRMNA)"
              MOVE 16 TO RETURN-CODE
              GO TO 9100-EXIT
           END-IF
           OPEN OUTPUT DTEHR-OPR-FILE
           IF WS-FS-OPR NOT = "00" AND WS-FS-OPR NOT = "05"
              DISPLAY "DTEHRMNT - FALHA AO REGRAVAR O CADASTRO DE "
                      "OPERADORES - STATUS " WS-FS-OPR
              MOVE 16 TO RETURN-CODE
              GO TO 9100-EXIT
           END-IF
           IF WS-DISCO-LIDO
              PERFORM 9130-GRAVA-DO-ARQUIVO THRU 9130-EXIT
                 VARYING WS-IDX-DSC FROM 1 BY 1
                 UNTIL WS-IDX-DSC > WS-QTD-OPER-DSC
              PERFORM 9150-GRAVA-INCLUIDO THRU 9150-EXIT
                 VARYING WS-IDX-OPR FROM 1 BY 1
                 UNTIL WS-IDX-OPR > WS-QTD-OPER-CAD
           ELSE
              PERFORM 9110-GRAVA-OPERADOR THRU 9110-EXIT
                 VARYING WS-IDX-OPR FROM 1 BY 1
                 UNTIL WS-IDX-OPR > WS-QTD-OPER-CAD
           END-IF
           CLOSE DTEHR-OPR-FILE.
       9100-EXIT.
           EXIT.
           MOVE WS-OPER-ATIVO(WS-IDX-OPR) TO OPR-ATIVO
           MOVE WS-OPER-NIVEL(WS-IDX-OPR) TO OPR-NIVEL
           MOVE WS-OPER-TERMINAIS(WS-IDX-OPR) TO OPR-TERMINAIS
           MOVE WS-OPER-PIN-HASH(WS-IDX-OPR) TO OPR-PIN-HASH
           MOVE WS-OPER-PIN-TROCA(WS-IDX-OPR) TO OPR-PIN-TROCA
           MOVE WS-OPER-PIN-DATA-TROCA(WS-IDX-OPR)
              TO OPR-PIN-DATA-TROCA
           MOVE WS-OPER-PIN-FALHAS(WS-IDX-OPR) TO OPR-PIN-FALHAS
           MOVE WS-OPER-PIN-BLOQUEIO(WS-IDX-OPR) TO OPR-PIN-BLOQUEIO
           PERFORM 9190-GRAVA-REGISTRO THRU 9190-EXIT.
       9110-EXIT.
           EXIT.

      ******************************************************************
      * 9120-RELE-OPERADORES  -  cadastro de operadores como esta no
      *       arquivo agora
      ******************************************************************
       9120-RELE-OPERADORES.
           MOVE ZERO TO WS-QTD-OPER-DSC
           MOVE "N" TO WS-SW-DISCO
           MOVE "N" TO WS-SW-EOF-OPR
           OPEN INPUT DTEHR-OPR-FILE
           IF WS-FS-OPR = "00"
              MOVE "S" TO WS-SW-DISCO
              PERFORM 9125-LE-OPERADOR-ARQUIVO THRU 9125-EXIT
                 UNTIL WS-EOF-OPR
                    OR WS-QTD-OPER-DSC >= WS-MAX-OPERADORES
              IF NOT WS-EOF-OPR
                 READ DTEHR-OPR-FILE
                    AT END
                       MOVE "S" TO WS-SW-EOF-OPR
                 END-READ
                 IF NOT WS-EOF-OPR
                    MOVE "E" TO WS-SW-DISCO
                 END-IF
              END-IF
           END-IF
           CLOSE DTEHR-OPR-FILE.
       9120-EXIT.
           EXIT.

       9125-LE-OPERADOR-ARQUIVO.
           READ DTEHR-OPR-FILE
              AT END
                 MOVE "S" TO WS-SW-EOF-OPR
              NOT AT END
                 ADD 1 TO WS-QTD-OPER-DSC
                 MOVE OPR-CODIGO TO WS-DSC-CODIGO(WS-QTD-OPER-DSC)
                 MOVE OPR-NOME TO WS-DSC-NOME(WS-QTD-OPER-DSC)
                 MOVE OPR-ATIVO TO WS-DSC-ATIVO(WS-QTD-OPER-DSC)
                 MOVE OPR-NIVEL TO WS-DSC-NIVEL(WS-QTD-OPER-DSC)
                 MOVE OPR-TERMINAL(1)
                    TO WS-DSC-TERMINAL(WS-QTD-OPER-DSC, 1)
                 MOVE OPR-TERMINAL(2)
                    TO WS-DSC-TERMINAL(WS-QTD-OPER-DSC, 2)
                 MOVE OPR-TERMINAL(3)
                    TO WS-DSC-TERMINAL(WS-QTD-OPER-DSC, 3)
                 MOVE OPR-TERMINAL(4)
                    TO WS-DSC-TERMINAL(WS-QTD-OPER-DSC, 4)
                 MOVE OPR-PIN-HASH
                    TO WS-DSC-PIN-HASH(WS-QTD-OPER-DSC)
                 MOVE OPR-PIN-TROCA
                    TO WS-DSC-PIN-TROCA(WS-QTD-OPER-DSC)
                 MOVE OPR-PIN-DATA-TROCA
                    TO WS-DSC-PIN-DATA-TROCA(WS-QTD-OPER-DSC)
                 MOVE OPR-PIN-FALHAS
                    TO WS-DSC-PIN-FALHAS(WS-QTD-OPER-DSC)
                 MOVE OPR-PIN-BLOQUEIO
                    TO WS-DSC-PIN-BLOQUEIO(WS-QTD-OPER-DSC)
           END-READ.
       9125-EXIT.
           EXIT.

      ******************************************************************
      * 9130-GRAVA-DO-ARQUIVO  -  operador do arquivo, com os campos
      *       mantidos pela sessao quando for o caso
      ******************************************************************
       9130-GRAVA-DO-ARQUIVO.
           MOVE WS-DSC-CODIGO(WS-IDX-DSC) TO OPR-CODIGO
           MOVE WS-DSC-NOME(WS-IDX-DSC) TO OPR-NOME
           MOVE WS-DSC-ATIVO(WS-IDX-DSC) TO OPR-ATIVO
           MOVE WS-DSC-NIVEL(WS-IDX-DSC) TO OPR-NIVEL
           MOVE WS-DSC-TERMINAL(WS-IDX-DSC, 1) TO OPR-TERMINAL(1)
           MOVE WS-DSC-TERMINAL(WS-IDX-DSC, 2) TO OPR-TERMINAL(2)
           MOVE WS-DSC-TERMINAL(WS-IDX-DSC, 3) TO OPR-TERMINAL(3)
           MOVE WS-DSC-TERMINAL(WS-IDX-DSC, 4) TO OPR-TERMINAL(4)
           MOVE WS-DSC-PIN-HASH(WS-IDX-DSC) TO OPR-PIN-HASH
           MOVE WS-DSC-PIN-TROCA(WS-IDX-DSC) TO OPR-PIN-TROCA
           MOVE WS-DSC-PIN-DATA-TROCA(WS-IDX-DSC)
              TO OPR-PIN-DATA-TROCA
           MOVE WS-DSC-PIN-FALHAS(WS-IDX-DSC) TO OPR-PIN-FALHAS
           MOVE WS-DSC-PIN-BLOQUEIO(WS-IDX-DSC) TO OPR-PIN-BLOQUEIO
           MOVE WS-DSC-CODIGO(WS-IDX-DSC) TO WS-ED-OPR-CODIGO
           PERFORM 3600-PROCURA-OPERADOR THRU 3600-EXIT
           IF NOT WS-ACHADO
              GO TO 9130-GRAVA
           END-IF
           MOVE "S" TO WS-OPER-GRAVADO(WS-IDX-ACHADO)
           IF WS-OPER-FOI-MANTIDO(WS-IDX-ACHADO)
              MOVE WS-OPER-NOME(WS-IDX-ACHADO) TO OPR-NOME
              MOVE WS-OPER-ATIVO(WS-IDX-ACHADO) TO OPR-ATIVO
              MOVE WS-OPER-NIVEL(WS-IDX-ACHADO) TO OPR-NIVEL
              MOVE WS-OPER-TERMINAIS(WS-IDX-ACHADO) TO OPR-TERMINAIS
           END-IF
           IF WS-OPER-PIN-FOI-REDEF(WS-IDX-ACHADO)
              MOVE WS-OPER-PIN-HASH(WS-IDX-ACHADO) TO OPR-PIN-HASH
              MOVE WS-OPER-PIN-TROCA(WS-IDX-ACHADO) TO OPR-PIN-TROCA
              MOVE WS-OPER-PIN-DATA-TROCA(WS-IDX-ACHADO)
                 TO OPR-PIN-DATA-TROCA
              MOVE WS-OPER-PIN-FALHAS(WS-IDX-ACHADO) TO OPR-PIN-FALHAS
              MOVE WS-OPER-PIN-BLOQUEIO(WS-IDX-ACHADO)
                 TO OPR-PIN-BLOQUEIO
           END-IF.
       9130-GRAVA.
           PERFORM 9190-GRAVA-REGISTRO THRU 9190-EXIT.
       9130-EXIT.
           EXIT.

      ******************************************************************
      * 9150-GRAVA-INCLUIDO  -  operador mantido pela sessao que nao
      *       esta no arquivo (incluido nesta sessao)
      ******************************************************************
       9150-GRAVA-INCLUIDO.
           IF WS-OPER-FOI-MANTIDO(WS-IDX-OPR)
              AND NOT WS-OPER-JA-GRAVADO(WS-IDX-OPR)
              PERFORM 9110-GRAVA-OPERADOR THRU 9110-EXIT
           END-IF.
       9150-EXIT.
           EXIT.

       9190-GRAVA-REGISTRO.
           WRITE DTEHR-OPR-REC
           IF WS-FS-OPR NOT = "00"
              DISPLAY "DTEHRMNT - FALHA AO GRAVAR OPERADOR - STATUS "
                      WS-FS-OPR
              MOVE 16 TO RETURN-CODE
           END-IF.
       9190-EXIT.
           EXIT.

       9200-REGRAVA-FERIADOS.
           OPEN OUTPUT DTEHR-HOL-FILE
           IF WS-FS-HOL NOT = "00" AND WS-FS-HOL NOT = "05"
              DISPLAY "DTEHRMNT - FALHA AO REGRAVAR O CALENDARIO DE "
                      "FERIADOS - STATUS " WS-FS-HOL
              MOVE 16 TO RETURN-CODE

       9300-REGRAVA-FUSOS.
           OPEN OUTPUT DTEHR-TZF-FILE
           IF WS-FS-TZF NOT = "00" AND WS-FS-TZF NOT = "05"
              DISPLAY "DTEHRMNT - FALHA AO REGRAVAR O CADASTRO DE "
                      "FUSOS - STATUS " WS-FS-TZF
              MOVE 16 TO RETURN-CODE
