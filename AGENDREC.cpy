      ******************************************************************
      * Copybook: AGENDREC
      * Purpose:  Mudanca agendada com data efetiva (AGENDA.DAT, chave
      *           AGE-CHAVE = data efetiva + sequencia do dia),
      *           registrada pela opcao de agendamento do CADASTRO
      *           (origem C) ou por linha de LOTE.DAT com data futura
      *           no CADLOTE (origem L), e aplicada pelo CADEFET na
      *           cadeia noturna quando a data chega:
      *           tipo I = inclusao (origem C sem ID: o proximo ID
      *                    livre e atribuido na aplicacao);
      *           tipo A = alteracao dos campos informados;
      *           tipo E = desativacao;
      *           tipo M = mudanca de departamento.
      *           AGE-DADOS segue o LAYOUT, com a senha ja cifrada;
      *           AGE-INFORMADOS diz quais campos foram informados
      *           (campo nao informado mantem o atual, como na
      *           alteracao online).
      *           Situacao: P = pendente, A = aplicada, F = encaminhada
      *           para aprovacao (PENDCHG.DAT), R = rejeitada na data
      *           efetiva (motivo em AGE-MOTIVO), C = cancelada.
      *           Os registros ficam no arquivo como historico.
      ******************************************************************
       01  AGE-REG.
           05  AGE-CHAVE.
               10  AGE-DATA-EFETIVA    PIC 9(08).
               10  AGE-SEQ             PIC 9(05).
           05  AGE-TIPO                PIC X(01).
               88  AGE-INCLUSAO            VALUE "I".
               88  AGE-ALTERACAO           VALUE "A".
               88  AGE-DESATIVACAO         VALUE "E".
               88  AGE-MUDA-DEPTO          VALUE "M".
           05  AGE-ORIGEM              PIC X(01).
               88  AGE-ORIGEM-CADASTRO     VALUE "C".
               88  AGE-ORIGEM-LOTE         VALUE "L".
           05  AGE-SITUACAO            PIC X(01).
               88  AGE-PENDENTE            VALUE "P".
               88  AGE-APLICADA            VALUE "A".
               88  AGE-ENCAMINHADA         VALUE "F".
               88  AGE-REJEITADA           VALUE "R".
               88  AGE-CANCELADA           VALUE "C".
           05  AGE-ID-USUARIO          PIC 9(05).
           05  AGE-DADOS               PIC X(230).
           05  AGE-INFORMADOS.
               10  AGE-INF-NOME        PIC X(01).
               10  AGE-INF-SENHA       PIC X(01).
               10  AGE-INF-EMAIL       PIC X(01).
               10  AGE-INF-FONE        PIC X(01).
               10  AGE-INF-DEPTO       PIC X(01).
           05  AGE-OPERADOR            PIC X(20).
           05  AGE-DATA-REG            PIC X(08).
           05  AGE-HORA-REG            PIC X(08).
           05  AGE-OPER-PROC           PIC X(20).
           05  AGE-DATA-PROC           PIC X(08).
           05  AGE-HORA-PROC           PIC X(08).
           05  AGE-MOTIVO              PIC X(60).
