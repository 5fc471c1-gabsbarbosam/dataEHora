      *                filtrando pelo CAL-SITE do chamador, e amplia
      *                a capacidade para 1000 entradas (carga de
      *                varios anos gerada pelo DTEHRHBL).
      * 15/10/2026 GB  Funcao UT: informa se a data 1 e dia util no
      *                site do chamador.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRCAL.
                 PERFORM 5000-SOMA-DIAS-UTEIS THRU 5000-EXIT
              WHEN CAL-FN-DIAS-UTEIS-ENTRE
                 PERFORM 6000-DIAS-UTEIS-ENTRE THRU 6000-EXIT
              WHEN CAL-FN-VERIFICA-DIA-UTIL
                 PERFORM 7000-VERIFICA-DIA-UTIL THRU 7000-EXIT
              WHEN OTHER
                 MOVE "10" TO CAL-RETORNO
           END-EVALUATE.
       6100-EXIT.
           EXIT.

      ******************************************************************
      * 7000-VERIFICA-DIA-UTIL  -  informa se a data 1 e dia util no
      *       site do chamador (1 util, 0 nao util)
      ******************************************************************
       7000-VERIFICA-DIA-UTIL.
           MOVE CAL-D1-DIA TO WS-JDN-CALC-DIA
           MOVE CAL-D1-MES TO WS-JDN-CALC-MES
           MOVE CAL-D1-ANO TO WS-JDN-CALC-ANO
           PERFORM 4500-CALCULA-JDN THRU 4500-EXIT
           MOVE WS-JDN-CALC-RESULT TO WS-JDN-TRABALHO
           PERFORM 4600-VERIFICA-JDN-UTIL THRU 4600-EXIT
           IF WS-JDN-E-UTIL
              MOVE +1 TO CAL-DIAS-RESULT
           ELSE
              MOVE ZERO TO CAL-DIAS-RESULT
           END-IF.
       7000-EXIT.
           EXIT.

       END PROGRAM DTEHRCAL.
