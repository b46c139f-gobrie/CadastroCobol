      ******************************************************************
      * Copybook: JORNREC
      * Purpose:  Jornal de alteracoes de USUARIOS.DAT (JORNAL.DAT,
      *           sequencial, so acrescentado): cada gravacao no
      *           cadastro leva as imagens completas antes e depois,
      *           com o numero de sequencia (JORNCTL.DAT) e o momento,
      *           para a recuperacao do CADREST reaplicar as mudancas
      *           sobre uma geracao de backup:
      *           operacao I = inclusao (imagem-antes em branco);
      *           operacao A = regravacao do registro;
      *           operacao D = remocao fisica (imagem-depois em branco);
      *           operacao R = marca de restauracao gravada pelo
      *                        CADREST: o cadastro voltou ao estado da
      *                        sequencia JOR-SEQ-BASE e as entradas
      *                        entre ela e a marca foram descartadas.
      *           As imagens seguem o LAYOUT, com a senha cifrada.
      ******************************************************************
       01  JOR-REG.
           05  JOR-SEQ             PIC 9(09).
           05  JOR-MOMENTO.
               10  JOR-DATA        PIC 9(08).
               10  JOR-HORA        PIC 9(08).
           05  JOR-PROGRAMA        PIC X(08).
           05  JOR-OPERACAO        PIC X(01).
               88  JOR-INCLUSAO        VALUE "I".
               88  JOR-ALTERACAO       VALUE "A".
               88  JOR-REMOCAO         VALUE "D".
               88  JOR-RESTAURACAO     VALUE "R".
           05  JOR-OPERADOR        PIC X(20).
           05  JOR-ID              PIC 9(05).
           05  JOR-SEQ-BASE        PIC 9(09).
           05  JOR-ANTES           PIC X(230).
           05  JOR-DEPOIS          PIC X(230).
