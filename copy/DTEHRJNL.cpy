      *           abortada no meio.
      * Used by:  DTEHRJNL (gravador chamavel; os programas preenchem
      *           esta area e chamam o subprograma). DTEHRJRP
      *           (relatorio das execucoes da noite). DTEHRTRC
      *           (quantidade de detalhes do lote rastreado).
      ******************************************************************
           05  JNL-TIPO-REG              PIC X(01).
               88  JNL-REG-INICIO           VALUE "I".
