      ******************************************************************
      * Copybook: OPLOGREC
      * Purpose:  Registro do log de autorizacao (OPERLOG.DAT, linha
      *           sequencial): recusas de operador sem direito
      *           gravadas pelos programas sensiveis (R) e concessoes
      *           (C) e revogacoes (V) de direitos feitas no CADOPER,
      *           estas com o operador afetado em OPL-ALVO.
      ******************************************************************
       01  OPL-REG.
           05  OPL-OPERADOR        PIC X(20).
           05  OPL-PROGRAMA        PIC X(08).
           05  OPL-FUNCAO          PIC X(10).
           05  OPL-ACAO            PIC X(01).
               88  OPL-RECUSA          VALUE "R".
               88  OPL-CONCESSAO       VALUE "C".
               88  OPL-REVOGACAO       VALUE "V".
           05  OPL-DATA            PIC X(08).
           05  OPL-HORA            PIC X(08).
           05  OPL-ALVO            PIC X(20).
