      *                (exclusive a data 1, inclusive a data 2;
      *                negativo quando a data 2 e anterior);
      *                resultado em CAL-DIAS-RESULT
      *           UT - verifica se a data 1 e dia util; resultado em
      *                CAL-DIAS-RESULT (1 util, 0 nao util)
      * Retorno:  00 ok; 04 ok sem calendario de feriados (somente
      *           fins de semana considerados); 10 funcao invalida;
      *           20 data invalida
               88  CAL-FN-PROXIMO-DIA-UTIL   VALUE "NX".
               88  CAL-FN-DIA-UTIL-ANTERIOR  VALUE "PR".
               88  CAL-FN-DIAS-UTEIS-ENTRE   VALUE "DF".
               88  CAL-FN-VERIFICA-DIA-UTIL  VALUE "UT".
           05  CAL-DATA-1.
               10  CAL-D1-DIA            PIC 9(02).
               10  CAL-D1-MES            PIC 9(02).
