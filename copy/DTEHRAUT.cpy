      ******************************************************************
      * Copybook: DTEHRAUT
      * Purpose:  Area de parametros (LINKAGE) do subprograma
      *           DTEHRAUT de autenticacao por PIN. O chamador
      *           preenche AUT-FUNCAO e os campos da funcao e recebe
      *           AUT-RETORNO (e AUT-PIN-HASH na funcao NP). O PIN e
      *           sempre capturado dentro do subprograma e nunca
      *           passa pela area.
      * Funcoes:  VP - identificacao: pede o PIN de AUT-OPERADOR,
      *                confere com o hash do cadastro DTEHROPR, conta
      *                as falhas e bloqueia no limite (DTEHRCFG), exige
      *                a troca do PIN provisorio ou expirado e recusa
      *                o operador sem PIN definido (o supervisor emite
      *                um PIN provisorio no DTEHRMNT); falhas,
      *                bloqueios e acessos sem PIN vao para DTEHRSEG
      *                com AUT-TERMINAL e AUT-PROGRAMA
      *           NP - captura um novo PIN (digitado duas vezes) para
      *                AUT-OPERADOR e devolve o hash em AUT-PIN-HASH,
      *                sem gravar o cadastro (redefinicao, inclusao
      *                e primeiro PIN do supervisor no DTEHRMNT); o
      *                PIN e digitado sem eco
      *           EV - grava em DTEHRSEG o evento AUT-EVENTO do
      *                operador AUT-OPERADOR feito por AUT-USUARIO
      * Retorno:  00 ok; 04 PIN nao confere; 08 operador bloqueado;
      *           10 funcao invalida; 12 operador nao cadastrado;
      *           16 novo PIN invalido ou nao confirmado, ou
      *           operador sem PIN definido; 90 falha
      *           na gravacao do cadastro
      * Used by:  DTEHRAUT e todos os chamadores (DTEHR, DTEHRMNT,
      *           DTEHREST, DTEHRAPR).
      ******************************************************************
           05  AUT-FUNCAO                PIC X(02).
               88  AUT-FN-VALIDA-PIN        VALUE "VP".
               88  AUT-FN-NOVO-PIN          VALUE "NP".
               88  AUT-FN-REGISTRA-EVENTO   VALUE "EV".
           05  AUT-OPERADOR              PIC X(08).
           05  AUT-TERMINAL              PIC X(08).
           05  AUT-PROGRAMA              PIC X(08).
           05  AUT-USUARIO               PIC X(08).
           05  AUT-EVENTO                PIC X(01).
           05  AUT-PIN-HASH              PIC 9(10).
           05  AUT-RETORNO               PIC X(02).
               88  AUT-RET-OK               VALUE "00".
               88  AUT-RET-PIN-INVALIDO     VALUE "04".
               88  AUT-RET-BLOQUEADO        VALUE "08".
               88  AUT-RET-FUNCAO-INVALIDA  VALUE "10".
               88  AUT-RET-NAO-CADASTRADO   VALUE "12".
               88  AUT-RET-NOVO-PIN-INVALIDO VALUE "16".
               88  AUT-RET-FALHA-CADASTRO   VALUE "90".
