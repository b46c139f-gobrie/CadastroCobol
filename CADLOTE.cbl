      *                 e guarda a senha antiga no historico, para a
      *                 rotacao de 90 dias do LOGIN valer tambem para
      *                 as senhas vindas do delta do RH.
      * 15/10/2026 GC - Departamento baixado numa reorganizacao
      *                 (DEP-BAIXADO no DEPTREC) rejeitado na carga,
      *                 com o codigo sucessor no motivo da excecao.
      * 15/10/2026 GC - Coluna DATA (AAAAMMDD) opcional no fim da
      *                 linha (OPERACAO;NOME;SENHA;EMAIL;FONE;ID;
      *                 DEPTO;DATA): com data futura a linha valida
      *                 nao e aplicada, vai para AGENDA.DAT (AGENDREC)
      *                 e o CADEFET a aplica na cadeia noturna da data
      *                 efetiva; data vazia, de hoje ou passada aplica
      *                 na hora como antes. Nova operacao M (mudanca
      *                 de departamento: ID e DEPTO, demais colunas
      *                 ignoradas). Agendados contados a parte nos
      *                 totais e no checkpoint.
      * 15/10/2026 GC - Tamanho do telefone conferido pela quantidade
      *                 de digitos (11 ou 12), como no CADASTRO: a
      *                 comparacao anterior era com o valor e
      *                 rejeitava todo telefone informado.
      * 15/10/2026 GC - Inclusao, alteracao e desativacao do lote gravam
      *                 as imagens antes e depois no jornal de
      *                 alteracoes (JORNAL.DAT) com sequencia e horario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLOTE.
                RECORD  KEY  IS SEN-ID
                FILE STATUS  IS WS-FS-SEN.

                SELECT AGENDA ASSIGN TO "AGENDA.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS AGE-CHAVE
                FILE STATUS  IS WS-FS-AGE.

                SELECT JORNAL ASSIGN TO "JORNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JOR.

                SELECT JORCONTROLE ASSIGN TO "JORNCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JCT.


       DATA DIVISION.
       FILE SECTION.
          05 CHK-TOTAL             PIC 9(005).
          05 CHK-ACEITOS           PIC 9(005).
          05 CHK-REJEITADOS        PIC 9(005).
          05 CHK-AGENDADOS         PIC 9(005).

       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       FD SENHAS.
           COPY SENHAREC.

       FD AGENDA.
           COPY AGENDREC.
       FD JORNAL.
           COPY JORNREC.
       FD JORCONTROLE.
           COPY JORNCTL.
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-FS-PARM               PIC 99.
          03 WS-C-PHONE               PIC X(12).
          03 WS-C-ID                  PIC X(5).
          03 WS-C-DEPTO               PIC X(4).
          03 WS-C-DATA                PIC X(8).
       77 WS-OPER                 PIC X.
          88 OPER-INCLUI          VALUE "I".
          88 OPER-ALTERA          VALUE "A".
          88 OPER-DESATIVA        VALUE "E".
          88 OPER-MUDA-DEPTO      VALUE "M".
          88 OPER-VALIDA          VALUES "I" "A" "E" "M".
       77 WS-FS                   PIC 99.
          88 FS-OK                VALUE 0.
       77 WS-FS-ENT               PIC 99.
          88 FS-OK-SEN             VALUE 0.
       77 WS-SEN-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-SENHA-VELHA           PIC X(8) VALUE SPACES.
       77 WS-FS-AGE                PIC 99.
          88 FS-OK-AGE             VALUE 0.
       77 WS-EOF-AGE               PIC X.
          88 EOF-OK-AGE            VALUE "S" FALSE "N".
       77 WS-AGE-ABERTO            PIC X VALUE "N".
          88 AGENDA-ABERTA         VALUE "S" FALSE "N".
       77 WS-AGENDADA             PIC X.
          88 LINHA-AGENDADA       VALUE "S" FALSE "N".
       77 WS-AGENDADOS            PIC 9(005) VALUE ZEROS.
       77 WS-AGE-SEQ              PIC 9(005) VALUE ZEROS.
       77 WS-TENTATIVAS           PIC 9 VALUE ZEROS.
       77 WS-GRAVACAO             PIC X.
          88 GRAVACAO-PENDENTE    VALUE "P" FALSE "F".
       77 WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-EFETIVA-X       PIC X(08) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-EFETIVA-X.
          05 WS-DATA-EFETIVA      PIC 9(08).
       01 FILLER REDEFINES WS-DATA-EFETIVA-X.
          05 WS-DE-ANO            PIC 9(04).
          05 WS-DE-MES            PIC 9(02).
          05 WS-DE-DIA            PIC 9(02).
      * JORNAL DE ALTERACOES DO CADASTRO (IMAGENS ANTES E DEPOIS)
       77 WS-FS-JOR                PIC 99.
          88 FS-OK-JOR             VALUE 0.
       77 WS-FS-JCT                PIC 99.
          88 FS-OK-JCT             VALUE 0.
       01 WS-JORNAL-CTL.
          05 WS-JOR-OPERACAO       PIC X(01).
             88 JOR-OP-INCLUSAO    VALUE "I".
             88 JOR-OP-ALTERACAO   VALUE "A".
             88 JOR-OP-REMOCAO     VALUE "D".
          05 WS-JOR-SEQ            PIC 9(09).
          05 WS-JOR-OPERADOR       PIC X(20).
          05 WS-JOR-ANTES          PIC X(230).
          05 WS-JOR-DEPOIS         PIC X(230).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE ZEROS              TO WS-ACEITOS
               MOVE ZEROS              TO WS-REJEITADOS
               MOVE ZEROS              TO WS-PULAR
               MOVE ZEROS              TO WS-AGENDADOS
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

               PERFORM P110-LE-CHECKPOINT THRU P110-FIM

                           MOVE CHK-TOTAL      TO WS-PULAR
                           MOVE CHK-ACEITOS    TO WS-ACEITOS
                           MOVE CHK-REJEITADOS TO WS-REJEITADOS
                           IF CHK-AGENDADOS IS NUMERIC THEN
                               MOVE CHK-AGENDADOS TO WS-AGENDADOS
                           END-IF
                           SET RETOMADA        TO TRUE
                       END-IF
               END-READ
                   MOVE WS-TOTAL       TO CHK-TOTAL
                   MOVE WS-ACEITOS     TO CHK-ACEITOS
                   MOVE WS-REJEITADOS  TO CHK-REJEITADOS
                   MOVE WS-AGENDADOS   TO CHK-AGENDADOS
                   WRITE CHK-REG
                   CLOSE CONTROLE
               END-IF
                   WS-C-PHONE
                   WS-C-ID
                   WS-C-DEPTO
                   WS-C-DATA
               END-UNSTRING

               MOVE WS-C-OPER          TO WS-OPER
               INSPECT WS-OPER CONVERTING "iaem" TO "IAEM"

               MOVE WS-C-NOME          TO WS-NOME
               MOVE WS-C-SENHA         TO WS-PASSWORD

               IF NOT OPER-VALIDA THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Operacao invalida (use I, A, E ou M)"
                       TO WS-MOTIVO
                   PERFORM P800-REJEITA THRU P800-FIM
                   GO TO P210-FIM
               END-IF

               IF (OPER-ALTERA OR OPER-DESATIVA OR OPER-MUDA-DEPTO)
                  AND WS-C-ID IS NOT NUMERIC THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "ID invalido para a operacao" TO WS-MOTIVO
                   PERFORM P800-REJEITA THRU P800-FIM
                   GO TO P210-FIM
               END-IF

      * MUDANCA DE DEPARTAMENTO E UMA ALTERACAO SO DO DEPARTAMENTO;
      * AS DEMAIS COLUNAS DA LINHA SAO IGNORADAS
               IF OPER-MUDA-DEPTO THEN
                   IF WS-C-DEPTO EQUAL SPACES THEN
                       SET LINHA-INVALIDA TO TRUE
                       MOVE "Departamento nao informado para a mudanca"
                           TO WS-MOTIVO
                       PERFORM P800-REJEITA THRU P800-FIM
                       GO TO P210-FIM
                   END-IF
                   MOVE SPACES TO WS-C-NOME
                   MOVE SPACES TO WS-C-SENHA
                   MOVE SPACES TO WS-C-EMAIL
                   MOVE SPACES TO WS-C-PHONE
               END-IF

               PERFORM P230-DATA-EFETIVA THRU P230-FIM
               IF LINHA-INVALIDA THEN
                   PERFORM P800-REJEITA THRU P800-FIM
                   GO TO P210-FIM
               END-IF

               EVALUATE TRUE
                   WHEN OPER-INCLUI
                       IF LINHA-VALIDA THEN
                       IF LINHA-VALIDA THEN
                           PERFORM P620-VALIDA-DEPTO THRU P620-FIM
                       END-IF
                       IF LINHA-VALIDA AND LINHA-AGENDADA THEN
                           PERFORM P730-AGENDA       THRU P730-FIM
                       ELSE
                           IF LINHA-VALIDA THEN
                               PERFORM P700-GRAVA    THRU P700-FIM
                           ELSE
                               PERFORM P800-REJEITA  THRU P800-FIM
                           END-IF
                       END-IF
                   WHEN OPER-ALTERA
                   WHEN OPER-MUDA-DEPTO
                       PERFORM P260-VALIDA-PARCIAL THRU P260-FIM
                       IF LINHA-VALIDA AND LINHA-AGENDADA THEN
                           PERFORM P730-AGENDA       THRU P730-FIM
                       ELSE
                           IF LINHA-VALIDA THEN
                               PERFORM P710-ALTERA   THRU P710-FIM
                           ELSE
                               PERFORM P800-REJEITA  THRU P800-FIM
                           END-IF
                       END-IF
                   WHEN OPER-DESATIVA
                       IF LINHA-AGENDADA THEN
                           PERFORM P730-AGENDA   THRU P730-FIM
                       ELSE
                           PERFORM P720-DESATIVA THRU P720-FIM
                       END-IF
               END-EVALUATE
            .
            P210-FIM.

      ****************** CONFERINDO A DATA EFETIVA ********************
      * COLUNA DATA VAZIA, DE HOJE OU PASSADA: A OPERACAO E APLICADA
      * NA HORA; DATA FUTURA: A LINHA VALIDA VAI PARA AGENDA.DAT E
      * O CADEFET APLICA NA CADEIA NOTURNA DA DATA EFETIVA.
            P230-DATA-EFETIVA.
               SET LINHA-AGENDADA      TO FALSE
               IF WS-C-DATA EQUAL SPACES THEN
                   GO TO P230-FIM
               END-IF

               MOVE WS-C-DATA          TO WS-DATA-EFETIVA-X
               IF WS-DATA-EFETIVA-X IS NOT NUMERIC OR
                  WS-DE-MES LESS THAN 1 OR WS-DE-MES GREATER THAN 12
                  OR WS-DE-DIA LESS THAN 1 OR WS-DE-DIA GREATER THAN 31
                  THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Data efetiva invalida" TO WS-MOTIVO
                   GO TO P230-FIM
               END-IF
               IF ((WS-DE-MES EQUAL 4 OR 6 OR 9 OR 11) AND
                   WS-DE-DIA GREATER THAN 30) OR
                  (WS-DE-MES EQUAL 2 AND WS-DE-DIA GREATER THAN 29)
                  THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Data efetiva invalida" TO WS-MOTIVO
                   GO TO P230-FIM
               END-IF

               IF WS-DATA-EFETIVA GREATER THAN WS-DATA-HOJE THEN
                   SET LINHA-AGENDADA TO TRUE
               END-IF
            .
            P230-FIM.

      ********** VALIDANDO SOMENTE OS CAMPOS INFORMADOS ****************
            P260-VALIDA-PARCIAL.
               IF WS-C-NOME NOT EQUAL SPACES THEN

      *********************** VALIDANDO TELEFONE ***********************
            P600-VALIDA-FONE.
      * 11 OU 12 DIGITOS (O CAMPO TEM 12): O VALOR NAO PODE TER
      * MENOS DE 11 DIGITOS
               IF WS-PHONE IS LESS THAN 10000000000 THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Telefone fora do tamanho esperado"
                       TO WS-MOTIVO
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Departamento inexistente no mestre"
                       TO WS-MOTIVO
                   GO TO P620-FIM
               END-IF

               IF DEP-BAIXADO THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE SPACES TO WS-MOTIVO
                   STRING "Departamento baixado; sucessor "
                              DELIMITED BY SIZE
                          DEP-SUCESSOR DELIMITED BY SIZE
                          INTO WS-MOTIVO
                   END-STRING
               END-IF
            .
            P620-FIM.
                           ADD 1 TO WS-ACEITOS
                           SET AUDIT-INCLUSAO TO TRUE
                           PERFORM P750-AUDITORIA THRU P750-FIM
                           SET JOR-OP-INCLUSAO TO TRUE
                           MOVE SPACES TO WS-JOR-ANTES
                           MOVE DADOS  TO WS-JOR-DEPOIS
                           PERFORM P780-JORNAL THRU P780-FIM
                           MOVE SPACES TO WS-SENHA-VELHA
                           PERFORM P760-SENHA-CTL THRU P760-FIM
                   END-WRITE
                       MOVE "Contato nao encontrado" TO WS-MOTIVO
                       PERFORM P800-REJEITA THRU P800-FIM
                   NOT INVALID KEY
                       MOVE DADOS TO WS-JOR-ANTES
                       IF WS-C-NOME NOT EQUAL SPACES THEN
                           MOVE WS-NOME TO NOME
                       END-IF
                               ADD 1 TO WS-ACEITOS
                               SET AUDIT-ALTERACAO TO TRUE
                               PERFORM P750-AUDITORIA THRU P750-FIM
                               SET JOR-OP-ALTERACAO TO TRUE
                               MOVE DADOS TO WS-JOR-DEPOIS
                               PERFORM P780-JORNAL THRU P780-FIM
                               IF WS-C-SENHA NOT EQUAL SPACES THEN
                                   PERFORM P760-SENHA-CTL
                                       THRU P760-FIM
                           MOVE "Contato ja esta inativo" TO WS-MOTIVO
                           PERFORM P800-REJEITA THRU P800-FIM
                       ELSE
                           MOVE DADOS TO WS-JOR-ANTES
                           SET USUARIO-INATIVO TO TRUE
                           REWRITE DADOS
                               INVALID KEY
                                   ADD 1 TO WS-ACEITOS
                                   SET AUDIT-EXCLUSAO TO TRUE
                                   PERFORM P750-AUDITORIA THRU P750-FIM
                                   SET JOR-OP-ALTERACAO TO TRUE
                                   MOVE DADOS TO WS-JOR-DEPOIS
                                   PERFORM P780-JORNAL THRU P780-FIM
                           END-REWRITE
                       END-IF
               END-READ
            .
            P720-FIM.

      ********** AGENDANDO A OPERACAO PARA A DATA EFETIVA **************
      * A LINHA JA PASSOU PELAS VALIDACOES DA CARGA; AQUI SO CONFERE
      * SE O CONTATO EXISTE (OU NAO, NA INCLUSAO) E GRAVA O PEDIDO.
      * O CADEFET REPETE TODAS AS VALIDACOES NA DATA EFETIVA.
            P730-AGENDA.
               IF NOT FS-OK THEN
                   MOVE "Erro ao acessar USUARIOS.DAT" TO WS-MOTIVO
                   PERFORM P800-REJEITA THRU P800-FIM
                   GO TO P730-FIM
               END-IF

               SET LINHA-VALIDA        TO TRUE
               MOVE WS-ID-USUARIO      TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       IF NOT OPER-INCLUI THEN
                           SET LINHA-INVALIDA TO TRUE
                           MOVE "Contato nao encontrado" TO WS-MOTIVO
                       END-IF
                   NOT INVALID KEY
                       IF OPER-INCLUI THEN
                           SET LINHA-INVALIDA TO TRUE
                           MOVE "Contato ja cadastrado" TO WS-MOTIVO
                       END-IF
               END-READ
      * A LEITURA SEM ACHAR DEIXA STATUS 23; AS LINHAS SEGUINTES
      * CONFEREM FS-OK COMO SINAL DE ARQUIVO ABERTO
               SET FS-OK               TO TRUE
               IF LINHA-INVALIDA THEN
                   PERFORM P800-REJEITA THRU P800-FIM
                   GO TO P730-FIM
               END-IF

               IF NOT AGENDA-ABERTA THEN
                   SET FS-OK-AGE       TO TRUE
                   OPEN I-O AGENDA
                   IF WS-FS-AGE EQUAL 35 THEN
                       OPEN OUTPUT AGENDA
                       CLOSE AGENDA
                       OPEN I-O AGENDA
                   END-IF
                   IF FS-OK-AGE THEN
                       SET AGENDA-ABERTA TO TRUE
                   END-IF
               END-IF
               IF NOT AGENDA-ABERTA THEN
                   MOVE "Erro ao acessar AGENDA.DAT" TO WS-MOTIVO
                   PERFORM P800-REJEITA THRU P800-FIM
                   GO TO P730-FIM
               END-IF

               ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AUD-HORA FROM TIME
               ACCEPT WS-AUD-OPERADOR FROM ENVIRONMENT "USERNAME"
               IF WS-AUD-OPERADOR EQUAL SPACES THEN
                   ACCEPT WS-AUD-OPERADOR FROM ENVIRONMENT "USER"
               END-IF

               PERFORM P735-PROXIMA-SEQ THRU P735-FIM

               IF WS-C-SENHA NOT EQUAL SPACES THEN
                   MOVE WS-PASSWORD    TO WS-SENHA-COD
                   INSPECT WS-SENHA-COD
                       CONVERTING WS-ALFA-CLARO TO WS-ALFA-CODIF
                   MOVE WS-SENHA-COD   TO WS-PASSWORD
               END-IF
               IF WS-C-PHONE EQUAL SPACES THEN
                   MOVE ZEROS          TO WS-PHONE
               END-IF
               MOVE "A"                TO WS-STATUS

               MOVE WS-DATA-EFETIVA    TO AGE-DATA-EFETIVA
               MOVE WS-AGE-SEQ         TO AGE-SEQ
               MOVE WS-OPER            TO AGE-TIPO
               SET AGE-ORIGEM-LOTE     TO TRUE
               SET AGE-PENDENTE        TO TRUE
               MOVE WS-ID-USUARIO      TO AGE-ID-USUARIO
               MOVE WS-DADOS           TO AGE-DADOS
               MOVE "NNNNN"            TO AGE-INFORMADOS
               IF OPER-INCLUI THEN
                   MOVE "SSSSS"        TO AGE-INFORMADOS
               ELSE
                   IF WS-C-NOME NOT EQUAL SPACES THEN
                       MOVE "S" TO AGE-INF-NOME
                   END-IF
                   IF WS-C-SENHA NOT EQUAL SPACES THEN
                       MOVE "S" TO AGE-INF-SENHA
                   END-IF
                   IF WS-C-EMAIL NOT EQUAL SPACES THEN
                       MOVE "S" TO AGE-INF-EMAIL
                   END-IF
                   IF WS-C-PHONE NOT EQUAL SPACES THEN
                       MOVE "S" TO AGE-INF-FONE
                   END-IF
                   IF WS-C-DEPTO NOT EQUAL SPACES THEN
                       MOVE "S" TO AGE-INF-DEPTO
                   END-IF
               END-IF
               MOVE WS-AUD-OPERADOR    TO AGE-OPERADOR
               MOVE WS-AUD-DATA        TO AGE-DATA-REG
               MOVE WS-AUD-HORA        TO AGE-HORA-REG
               MOVE SPACES             TO AGE-OPER-PROC
               MOVE SPACES             TO AGE-DATA-PROC
               MOVE SPACES             TO AGE-HORA-PROC
               MOVE SPACES             TO AGE-MOTIVO

               MOVE ZEROS              TO WS-TENTATIVAS
               SET GRAVACAO-PENDENTE   TO TRUE
               PERFORM P738-TENTA-AGENDA THRU P738-FIM
                   UNTIL NOT GRAVACAO-PENDENTE
            .
            P730-FIM.

      ********** PROXIMA SEQUENCIA DA DATA EFETIVA *********************
            P735-PROXIMA-SEQ.
               MOVE ZEROS              TO WS-AGE-SEQ
               SET EOF-OK-AGE          TO FALSE
               MOVE WS-DATA-EFETIVA    TO AGE-DATA-EFETIVA
               MOVE ZEROS              TO AGE-SEQ
               START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                   INVALID KEY
                       SET EOF-OK-AGE TO TRUE
               END-START

               PERFORM P736-LE-SEQ THRU P736-FIM
                   UNTIL EOF-OK-AGE

               ADD 1                   TO WS-AGE-SEQ
            .
            P735-FIM.

            P736-LE-SEQ.
               READ AGENDA NEXT
                   AT END
                       SET EOF-OK-AGE TO TRUE
                   NOT AT END
                       IF AGE-DATA-EFETIVA NOT EQUAL WS-DATA-EFETIVA
                          THEN
                           SET EOF-OK-AGE TO TRUE
                       ELSE
                           MOVE AGE-SEQ TO WS-AGE-SEQ
                       END-IF
               END-READ
               IF NOT EOF-OK-AGE AND WS-FS-AGE GREATER THAN 09 THEN
                   SET EOF-OK-AGE TO TRUE
               END-IF
            .
            P736-FIM.

            P738-TENTA-AGENDA.
               WRITE AGE-REG
                   INVALID KEY
                       IF WS-TENTATIVAS LESS THAN 5 THEN
                           ADD 1 TO WS-TENTATIVAS
                           ADD 1 TO AGE-SEQ
                       ELSE
                           MOVE "Erro ao gravar o agendamento"
                               TO WS-MOTIVO
                           PERFORM P800-REJEITA THRU P800-FIM
                           SET GRAVACAO-PENDENTE TO FALSE
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-AGENDADOS
                       SET GRAVACAO-PENDENTE TO FALSE
               END-WRITE

               IF GRAVACAO-PENDENTE AND WS-FS-AGE NOT LESS THAN 30
                  THEN
                   MOVE "Erro ao gravar o agendamento" TO WS-MOTIVO
                   PERFORM P800-REJEITA THRU P800-FIM
                   SET GRAVACAO-PENDENTE TO FALSE
               END-IF
            .
            P738-FIM.

      ****************** GRAVANDO A TRILHA DE AUDITORIA ****************
            P750-AUDITORIA.
               ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
               CLOSE ENTRADA
               CLOSE RELATORIO
               CLOSE USUARIOS
               IF AGENDA-ABERTA THEN
                   CLOSE AGENDA
               END-IF

      * ZERA O CHECKPOINT SOMENTE QUANDO A CARGA CHEGOU AO FIM
               IF CARGA-COMPLETA THEN
                       MOVE ZEROS TO CHK-TOTAL
                       MOVE ZEROS TO CHK-ACEITOS
                       MOVE ZEROS TO CHK-REJEITADOS
                       MOVE ZEROS TO CHK-AGENDADOS
                       WRITE CHK-REG
                       CLOSE CONTROLE
                   END-IF
               DISPLAY "*** CARGA EM LOTE CONCLUIDA ***"
               DISPLAY "Linhas lidas ......: " WS-TOTAL
               DISPLAY "Operacoes aplicadas: " WS-ACEITOS
               DISPLAY "Operacoes agendadas: " WS-AGENDADOS
               DISPLAY "Linhas rejeitadas .: " WS-REJEITADOS
            .
            P900-FIM.

      ****************** GRAVANDO O JORNAL DE ALTERACOES ***************
      * IMAGENS ANTES E DEPOIS DE CADA GRAVACAO EM USUARIOS.DAT, COM O
      * PROXIMO NUMERO DE SEQUENCIA (JORNCTL.DAT) E O MOMENTO, PARA A
      * RECUPERACAO DO CADREST REAPLICAR AS MUDANCAS SOBRE UM BACKUP.
            P780-JORNAL.
               MOVE ZEROS              TO WS-JOR-SEQ
               SET FS-OK-JCT           TO TRUE
               OPEN INPUT JORCONTROLE
               IF FS-OK-JCT THEN
                   READ JORCONTROLE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JCT-ULTIMA IS NUMERIC THEN
                               MOVE JCT-ULTIMA TO WS-JOR-SEQ
                           END-IF
                   END-READ
                   CLOSE JORCONTROLE
               END-IF
               ADD 1 TO WS-JOR-SEQ

               SET FS-OK-JCT           TO TRUE
               OPEN OUTPUT JORCONTROLE
               IF FS-OK-JCT THEN
                   MOVE WS-JOR-SEQ     TO JCT-ULTIMA
                   WRITE JCT-REG
                   CLOSE JORCONTROLE
               END-IF

               MOVE SPACES             TO WS-JOR-OPERADOR
               ACCEPT WS-JOR-OPERADOR FROM ENVIRONMENT "USERNAME"
               IF WS-JOR-OPERADOR EQUAL SPACES THEN
                   ACCEPT WS-JOR-OPERADOR FROM ENVIRONMENT "USER"
               END-IF

               MOVE WS-JOR-SEQ         TO JOR-SEQ
               ACCEPT JOR-DATA FROM DATE YYYYMMDD
               ACCEPT JOR-HORA FROM TIME
               MOVE "CADLOTE"          TO JOR-PROGRAMA
               MOVE WS-JOR-OPERACAO    TO JOR-OPERACAO
               MOVE WS-JOR-OPERADOR    TO JOR-OPERADOR
               MOVE ZEROS              TO JOR-SEQ-BASE
               MOVE WS-JOR-ANTES       TO JOR-ANTES
               MOVE WS-JOR-DEPOIS      TO JOR-DEPOIS
               IF WS-JOR-DEPOIS NOT EQUAL SPACES THEN
                   MOVE WS-JOR-DEPOIS(221:5) TO JOR-ID
               ELSE
                   MOVE WS-JOR-ANTES(221:5)  TO JOR-ID
               END-IF

               SET FS-OK-JOR           TO TRUE
               OPEN EXTEND JORNAL
               IF WS-FS-JOR EQUAL 35 THEN
                   OPEN OUTPUT JORNAL
               END-IF

               IF FS-OK-JOR THEN
                   WRITE JOR-REG
               ELSE
                   DISPLAY "Aviso: erro ao gravar o jornal de"
                       " alteracoes (FILE STATUS " WS-FS-JOR ")."
               END-IF

               CLOSE JORNAL
            .
            P780-FIM.

            P999-FIM.
            STOP RUN.
       END PROGRAM CADLOTE.
