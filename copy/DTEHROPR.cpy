      ******************************************************************
      * Copybook: DTEHROPR
      * Purpose:  Layout for DTEHR-OPR-REC, o registro do cadastro de
      *           operadores DTEHROPR: codigo, nome, situacao (A/I),
      *           nivel e ate quatro terminais autorizados, seguidos
      *           dos dados de seguranca do acesso. O PIN nunca e
      *           gravado nem exibido: guarda-se somente o hash
      *           calculado pelo subprograma DTEHRAUT, com a troca
      *           obrigatoria (PIN provisorio), a data da ultima troca
      *           (base da expiracao), as falhas consecutivas e o
      *           bloqueio. Registro sem os dados de seguranca
      *           (brancos) indica PIN ainda nao definido; o operador
      *           so entra depois que o supervisor emite um PIN
      *           provisorio no DTEHRMNT; o supervisor ainda sem PIN
      *           define o proprio ao entrar no DTEHRMNT.
      * Used by:  DTEHR, DTEHREST, DTEHRAPR (validacao e
      *           identificacao). DTEHRMNT (manutencao do cadastro e
      *           redefinicao do PIN). DTEHRAUT (autenticacao).
      ******************************************************************
           05  OPR-CODIGO                PIC X(08).
           05  OPR-NOME                  PIC X(20).
           05  OPR-ATIVO                 PIC X(01).
           05  OPR-NIVEL                 PIC 9(01).
           05  OPR-TERMINAIS.
               10  OPR-TERMINAL          PIC X(08) OCCURS 4 TIMES.
           05  OPR-SEGURANCA.
               10  OPR-PIN-HASH          PIC 9(10).
               10  OPR-PIN-TROCA         PIC X(01).
                   88  OPR-PIN-TROCA-OBRIGATORIA VALUE "S".
               10  OPR-PIN-DATA-TROCA    PIC 9(08).
               10  OPR-PIN-FALHAS        PIC 9(02).
               10  OPR-PIN-BLOQUEIO      PIC X(01).
                   88  OPR-PIN-BLOQUEADO     VALUE "S".
