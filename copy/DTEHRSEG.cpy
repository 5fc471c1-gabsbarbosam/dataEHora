      ******************************************************************
      * Copybook: DTEHRSEG
      * Purpose:  Layout for DTEHR-SEG-REC, o registro do arquivo de
      *           violacoes de seguranca DTEHRSEG: cada falha de PIN
      *           na identificacao, cada bloqueio por excesso de
      *           falhas, cada tentativa de acesso com o operador ja
      *           bloqueado ou ainda sem PIN definido e cada
      *           redefinicao de PIN pelo supervisor
      *           (DTEHRMNT), com data/hora, operador, terminal (em
      *           branco nos programas sem terminal), programa e o
      *           responsavel (o proprio operador ou o supervisor que
      *           redefiniu o PIN). O PIN digitado nunca e gravado.
      * Used by:  DTEHRAUT (grava). DTEHRSGR (relatorio diario de
      *           violacoes por operador e terminal).
      ******************************************************************
           05  SEG-DATA                  PIC 9(08).
           05  SEG-HORA                  PIC 9(08).
           05  SEG-EVENTO                PIC X(01).
               88  SEG-EV-FALHA-PIN         VALUE "F".
               88  SEG-EV-BLOQUEIO          VALUE "B".
               88  SEG-EV-ACESSO-BLOQUEADO  VALUE "T".
               88  SEG-EV-REDEFINICAO       VALUE "R".
               88  SEG-EV-ACESSO-SEM-PIN    VALUE "S".
           05  SEG-OPERADOR              PIC X(08).
           05  SEG-TERMINAL              PIC X(08).
           05  SEG-PROGRAMA              PIC X(08).
           05  SEG-USUARIO               PIC X(08).
           05  SEG-QTD-FALHAS            PIC 9(02).
