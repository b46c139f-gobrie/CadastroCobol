      ******************************************************************
      * Copybook: REORGREC
      * Purpose:  Pedido de reorganizacao de departamento
      *           (REORGPEN.DAT, chave RRG-CHAVE), gravado pelo
      *           CADDEPTO e aprovado de uma vez no CADAPROV. Cada
      *           pedido tem um registro de cabecalho (RRG-SEQ zero:
      *           origem, destino, autor e baixa da origem) e um
      *           registro por usuario transferido (RRG-SEQ 1 em
      *           diante) com a imagem do registro no pedido, que a
      *           aprovacao confere antes de regravar.
      ******************************************************************
       01  RRG-REG.
           05  RRG-CHAVE.
               10  RRG-NUMERO      PIC 9(05).
               10  RRG-SEQ         PIC 9(05).
           05  RRG-CORPO           PIC X(230).
           05  RRG-CABECALHO REDEFINES RRG-CORPO.
               10  RRG-DEPTO-ORIGEM    PIC 9(04).
               10  RRG-DEPTO-DESTINO   PIC 9(04).
               10  RRG-MODO            PIC X(01).
                   88  RRG-DEPTO-INTEIRO   VALUE "D".
                   88  RRG-LISTA-IDS       VALUE "L".
               10  RRG-BAIXA           PIC X(01).
                   88  RRG-BAIXA-ORIGEM    VALUE "S".
               10  RRG-OPERADOR        PIC X(20).
               10  RRG-DATA            PIC X(08).
               10  RRG-HORA            PIC X(08).
               10  RRG-QTD             PIC 9(05).
               10  FILLER              PIC X(179).
           05  RRG-ITEM REDEFINES RRG-CORPO.
               10  RRG-ANTES           PIC X(230).
