      * Modification History
      * ---------------------------------------------------------------
      * 02/09/2026 GB  Versao inicial.
      * 15/10/2026 GB  Devolve ao chamador o codigo de retorno que ele
      *                informou no registro, para que a chamada do
      *                diario no encerramento nao zere o RETURN-CODE
      *                do passo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTEHRJNL.
           CLOSE DTEHR-JRN-FILE.

       0000-SAIDA.
           MOVE JNL-RETURN-CODE TO RETURN-CODE
           GOBACK.

       END PROGRAM DTEHRJNL.
