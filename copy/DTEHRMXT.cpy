      ******************************************************************
      * Copybook: DTEHRMXT
      * Purpose:  Layout for DTEHR-MXT-REC, o extrato do master de um
      *           site enviado para a consolidacao corporativa. Cada
      *           extrato e um bloco com um registro header ("H"), um
      *           detalhe ("D") por entrada do master (a imagem
      *           inteira do registro DTEHRMST em MXT-CORPO, com o
      *           site preenchido) e um trailer ("T") com os totais
      *           enviados: quantidade de entradas, ativas,
      *           estornadas e a soma das sequencias de confirmacao.
      *           Os extratos dos sites sao concatenados para a
      *           consolidacao.
      * Used by:  DTEHRSXT (grava). DTEHRCSL (consolidacao).
      ******************************************************************
           05  MXT-TIPO-REG              PIC X(01).
               88  MXT-HEADER            VALUE "H".
               88  MXT-DETALHE           VALUE "D".
               88  MXT-TRAILER           VALUE "T".
           05  MXT-SITE                  PIC X(03).
           05  MXT-CORPO                 PIC X(131).
           05  MXT-CORPO-HEADER REDEFINES MXT-CORPO.
               10  MXT-DATA-EXTRACAO     PIC 9(08).
               10  MXT-HORA-EXTRACAO     PIC 9(08).
               10  FILLER                PIC X(115).
           05  MXT-CORPO-TRAILER REDEFINES MXT-CORPO.
               10  MXT-QTD-ENVIADOS      PIC 9(07).
               10  MXT-QTD-ATIVAS        PIC 9(07).
               10  MXT-QTD-CANCELADAS    PIC 9(07).
               10  MXT-SOMA-SEQ          PIC 9(12).
               10  FILLER                PIC X(98).
