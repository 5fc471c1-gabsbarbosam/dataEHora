      ******************************************************************
      * Copybook: DTEHRCHN
      * Purpose:  Area de parametros (LINKAGE) do subprograma
      *           DTEHRCHN, que encadeia os registros do log de
      *           auditoria (DTEHRLOG / arquivo morto DTEHRLGA). Cada
      *           registro leva uma sequencia de auditoria e um valor
      *           de controle calculado sobre a sequencia, o valor de
      *           controle do registro anterior e a imagem do proprio
      *           registro com os dois campos de encadeamento zerados
      *           (CHN-REGISTRO). Alterar, excluir, incluir ou trocar
      *           a ordem de um registro quebra a cadeia.
      * Funcoes:  EN - encadeia: devolve em CHN-SEQ a proxima
      *                sequencia, em CHN-VALOR-ANTERIOR o valor do
      *                ultimo registro (controle DTEHRLGC) e em
      *                CHN-VALOR o valor de CHN-REGISTRO; nada e gravado
      *           CF - confirma: depois de gravado o registro no log,
      *                guarda CHN-SEQ e CHN-VALOR no controle DTEHRLGC
      *           CK - calcula CHN-VALOR a partir de CHN-SEQ,
      *                CHN-VALOR-ANTERIOR e CHN-REGISTRO (verificacao)
      * Retorno:  00 ok; 04 controle ausente, refeito pelo ultimo
      *           registro encadeado do log (ou do arquivo morto);
      *           10 funcao invalida; 90 falha no controle ou na
      *           leitura do log para refaze-lo
      * Used by:  DTEHRCHN e todos os gravadores do log (DTEHR,
      *           DTEHREST, DTEHRAPR); DTEHRVCA (verificador).
      ******************************************************************
           05  CHN-FUNCAO                PIC X(02).
               88  CHN-FN-ENCADEIA          VALUE "EN".
               88  CHN-FN-CONFIRMA          VALUE "CF".
               88  CHN-FN-CALCULA           VALUE "CK".
           05  CHN-SEQ                   PIC 9(09).
           05  CHN-VALOR-ANTERIOR        PIC 9(10).
           05  CHN-VALOR                 PIC 9(10).
           05  CHN-REGISTRO              PIC X(200).
           05  CHN-RETORNO               PIC X(02).
               88  CHN-RET-OK               VALUE "00".
               88  CHN-RET-CONTROLE-REFEITO VALUE "04".
               88  CHN-RET-FUNCAO-INVALIDA  VALUE "10".
               88  CHN-RET-FALHA-CONTROLE   VALUE "90".
