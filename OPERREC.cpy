      ******************************************************************
      * Copybook: OPERREC
      * Purpose:  Direitos dos operadores (OPERCTL.DAT, indexado pela
      *           chave OPR-CHAVE): um registro por USERNAME x
      *           programa x funcao autorizada, mantido pelo CADOPER
      *           e consultado pelos programas sensiveis antes de
      *           cada funcao (ausencia do registro = acao recusada).
      ******************************************************************
       01  OPR-REG.
           05  OPR-CHAVE.
               10  OPR-USUARIO     PIC X(20).
               10  OPR-PROGRAMA    PIC X(08).
               10  OPR-FUNCAO      PIC X(10).
           05  OPR-DATA-CONCESSAO  PIC 9(08).
           05  OPR-CONCEDIDO-POR   PIC X(20).
