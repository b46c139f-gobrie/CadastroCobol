      ******************************************************************
      * Copybook: RECREC
      * Purpose:  Registro da campanha de recertificacao trimestral
      *           de acessos (RECCAMP.DAT, chave REC-ID, chave
      *           alternada REC-DEPTO com duplicatas): um registro por
      *           usuario ativo na abertura da campanha, com a
      *           resposta do gestor do departamento (manter/revogar)
      *           e o resultado da acao de prazo do RECERT.
      ******************************************************************
       01  REC-REG.
           05  REC-ID              PIC 9(05).
           05  REC-DEPTO           PIC 9(04).
           05  REC-NOME            PIC X(40).
           05  REC-RESPOSTA        PIC X(01).
               88  REC-SEM-RESPOSTA    VALUE " ".
               88  REC-MANTER          VALUE "M".
               88  REC-REVOGAR         VALUE "R".
           05  REC-DATA-RESP       PIC X(08).
           05  REC-HORA-RESP       PIC X(08).
           05  REC-OPERADOR        PIC X(20).
           05  REC-ACAO-PRAZO      PIC X(01).
               88  REC-SEM-ACAO        VALUE " ".
               88  REC-PENDENCIA       VALUE "P".
               88  REC-JA-PENDENTE     VALUE "J".
               88  REC-JA-INATIVO      VALUE "N".
