      *                 controle de senha (SENHACTL.DAT) com a data
      *                 de hoje, para a rotacao de 90 dias do LOGIN
      *                 contar desde o cadastro.
      * 15/10/2026 GC - Departamento baixado numa reorganizacao
      *                 (DEP-BAIXADO no DEPTREC) recusado como os
      *                 inexistentes, com o codigo sucessor na tela.
      * 15/10/2026 GC - Mudancas com data efetiva: opcao 4 agenda
      *                 inclusao, alteracao, desativacao ou mudanca
      *                 de departamento para uma data futura em
      *                 AGENDA.DAT (AGENDREC), validada ja no
      *                 agendamento; opcao 5 lista as pendentes e
      *                 cancela pela data e sequencia. A aplicacao
      *                 fica com o CADEFET na cadeia noturna. Sair
      *                 passou a ser a opcao 6.
      * 15/10/2026 GC - Tamanho do telefone conferido pela quantidade
      *                 de digitos (11 ou 12): a comparacao anterior
      *                 era com o valor e recusava todo telefone na
      *                 alteracao (e nunca recusava na inclusao).
      *                 A inclusao passa a recusar telefone de 10
      *                 digitos ou menos, inclusive zero.
      * 15/10/2026 GC - Inclusao grava a imagem do registro no jornal de
      *                 alteracoes (JORNAL.DAT) com sequencia e horario.
      * 15/10/2026 GC - Inclusao agendada confere o telefone como a
      *                 inclusao online (zero ou menos de 11 digitos e
      *                 recusado no agendamento, nao so na data).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO.
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
           COPY PENDREC.
       FD SENHAS.
           COPY SENHAREC.
       FD AGENDA.
           COPY AGENDREC.
       FD AUDITORIA.
           COPY AUDITREC.
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       FD DOMINIOS.
       01 DOMINIO-LINHA            PIC X(20).
       FD JORNAL.
           COPY JORNREC.
       FD JORCONTROLE.
           COPY JORNCTL.
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-FS-PARM               PIC 99.
          88 FS-OK-SEN             VALUE 0.
       77 WS-SEN-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-PEN-TIPO              PIC X.
       77 WS-FS-AGE                PIC 99.
          88 FS-OK-AGE             VALUE 0.
       77 WS-EOF-AGE               PIC X.
          88 EOF-OK-AGE            VALUE "S" FALSE "N".
       77 WS-AGE-OPCAO             PIC X.
          88 AGENDA-INCLUSAO       VALUE "1".
          88 AGENDA-ALTERACAO      VALUE "2".
          88 AGENDA-DESATIVACAO    VALUE "3".
          88 AGENDA-DEPTO          VALUE "4".
       77 WS-AGE-SEQ               PIC 9(05) VALUE ZEROS.
       77 WS-AGE-QTD               PIC 9(05) VALUE ZEROS.
       77 WS-AGE-DEPTO-X           PIC X(04) VALUE SPACES.
       77 WS-AGE-TIPO-DESC         PIC X(12) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OK               PIC X.
          88 DATA-VALIDA           VALUE "S" FALSE "N".
       01 WS-DATA-EFETIVA-X        PIC X(08) VALUE SPACES.
       01 FILLER REDEFINES WS-DATA-EFETIVA-X.
          05 WS-DATA-EFETIVA       PIC 9(08).
       01 FILLER REDEFINES WS-DATA-EFETIVA-X.
          05 WS-DE-ANO             PIC 9(04).
          05 WS-DE-MES             PIC 9(02).
          05 WS-DE-DIA             PIC 9(02).
       01 WS-AGE-INFORMADOS.
          05 WS-INF-NOME           PIC X.
          05 WS-INF-SENHA          PIC X.
          05 WS-INF-EMAIL          PIC X.
          05 WS-INF-FONE           PIC X.
          05 WS-INF-DEPTO          PIC X.
       01 WS-DEPOIS               PIC X(230) VALUE SPACES.
       01 WS-TABELA-DOMINIOS.
          05 WS-DOM-QTD            PIC 9(003) VALUE ZEROS.
          88 OPCAO-INCLUIR        VALUE "1".
          88 OPCAO-ALTERAR        VALUE "2".
          88 OPCAO-EXCLUIR        VALUE "3".
          88 OPCAO-AGENDAR        VALUE "4".
          88 OPCAO-AGENDAMENTOS   VALUE "5".
          88 OPCAO-SAIR           VALUE "6".
       77 WS-CONFIRMA             PIC X.
       77 WS-ALT-VALIDO           PIC X.
          88 ALT-VALIDO           VALUE "S" FALSE "N".
           05 WS-LOWER-CASE          PIC 9.
           05 WS-SPECIAL-CHAR        PIC 9.
           05 WS-NUMBER-ONLY         PIC 9.
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
               DISPLAY "1 - Incluir novo contato"
               DISPLAY "2 - Alterar contato existente"
               DISPLAY "3 - Excluir contato"
               DISPLAY "4 - Agendar mudanca com data efetiva"
               DISPLAY "5 - Consultar/cancelar agendamentos"
               DISPLAY "6 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO

                       PERFORM P200-ALTERA THRU P200-FIM
                   WHEN OPCAO-EXCLUIR
                       PERFORM P300-EXCLUI THRU P300-FIM
                   WHEN OPCAO-AGENDAR
                       PERFORM P400-AGENDA THRU P400-FIM
                   WHEN OPCAO-AGENDAMENTOS
                       PERFORM P500-AGENDAMENTOS THRU P500-FIM
                   WHEN OPCAO-SAIR
                       SET EXIT-OK TO TRUE
                   WHEN OTHER

      *********************** VALIDANDO TELEFONE ***********************

      * 11 OU 12 DIGITOS (O CAMPO TEM 12): O VALOR NAO PODE TER
      * MENOS DE 11 DIGITOS
               IF WS-PHONE IS LESS THAN 10000000000 THEN
                   PERFORM P000-ERRO
               END-IF

                       DISPLAY "ID gravado: " WS-ID-USUARIO
                       SET AUD-OP-INCLUSAO TO TRUE
                       PERFORM P700-AUDITORIA THRU P700-FIM
                       SET JOR-OP-INCLUSAO TO TRUE
                       MOVE SPACES     TO WS-JOR-ANTES
                       MOVE DADOS      TO WS-JOR-DEPOIS
                       PERFORM P780-JORNAL THRU P780-FIM
                       PERFORM P760-SENHA-CTL THRU P760-FIM
                       SET GRAVACAO-PENDENTE TO FALSE
               END-WRITE

      ********** VALIDANDO O DEPARTAMENTO CONTRA O MESTRE **************
      * 0000 (SEM DEPARTAMENTO) E SEMPRE ACEITO; OUTRO CODIGO PRECISA
      * EXISTIR EM DEPTOS.DAT, MANTIDO PELO CADDEPTO, E NAO PODE
      * ESTAR BAIXADO.
            P115-VALIDA-DEPTO.
               SET DEPTO-ACHADO        TO FALSE
               IF WS-DEPTO EQUAL ZEROS THEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEP-BAIXADO THEN
                           DISPLAY "Departamento baixado; use o"
                               " sucessor " DEP-SUCESSOR "."
                       ELSE
                           SET DEPTO-ACHADO TO TRUE
                       END-IF
               END-READ

               CLOSE DEPTOS
               END-IF

               IF WS-PHONE IS NOT EQUAL TO ZEROS THEN
      * 11 OU 12 DIGITOS (O CAMPO TEM 12): O VALOR NAO PODE TER
      * MENOS DE 11 DIGITOS
                   IF WS-PHONE IS LESS THAN 10000000000 THEN
                       SET ALT-VALIDO TO FALSE
                       DISPLAY "Telefone fora do tamanho esperado."
                   END-IF
            .
            P320-FIM.

      ********** AGENDANDO MUDANCA COM DATA EFETIVA ********************
      * A MUDANCA FICA EM AGENDA.DAT E E APLICADA PELO CADEFET NA
      * CADEIA NOTURNA DA DATA EFETIVA, COM AS MESMAS VALIDACOES;
      * ALTERACAO, DESATIVACAO E MUDANCA DE DEPARTAMENTO SEGUEM
      * ENTAO PARA A APROVACAO NO CADAPROV, COMO AS FEITAS NA HORA.
            P400-AGENDA.
               DISPLAY " "
               DISPLAY "------------ AGENDAR MUDANCA ------------"
               DISPLAY "1 - Inclusao de contato"
               DISPLAY "2 - Alteracao de contato"
               DISPLAY "3 - Desativacao de contato"
               DISPLAY "4 - Mudanca de departamento"
               DISPLAY "Tipo da mudanca: "
               ACCEPT WS-AGE-OPCAO
               IF NOT (AGENDA-INCLUSAO OR AGENDA-ALTERACAO OR
                       AGENDA-DESATIVACAO OR AGENDA-DEPTO) THEN
                   DISPLAY "Tipo invalido."
                   GO TO P400-FIM
               END-IF

               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               DISPLAY "Data efetiva (AAAAMMDD): "
               MOVE SPACES TO WS-DATA-EFETIVA-X
               ACCEPT WS-DATA-EFETIVA-X
               PERFORM P405-VALIDA-DATA THRU P405-FIM
               IF NOT DATA-VALIDA THEN
                   DISPLAY "Data efetiva invalida."
                   GO TO P400-FIM
               END-IF
               IF WS-DATA-EFETIVA NOT GREATER THAN WS-DATA-HOJE THEN
                   DISPLAY "A data efetiva precisa ser futura; para"
                       " hoje use as opcoes 1 a 3."
                   GO TO P400-FIM
               END-IF

               MOVE SPACES             TO WS-DADOS
               MOVE ZEROS              TO WS-PHONE
               MOVE ZEROS              TO WS-ID-USUARIO
               MOVE ZEROS              TO WS-DEPTO
               MOVE "NNNNN"            TO WS-AGE-INFORMADOS
               SET ALT-VALIDO          TO FALSE

               EVALUATE TRUE
                   WHEN AGENDA-INCLUSAO
                       PERFORM P410-AGENDA-INCLUSAO THRU P410-FIM
                   WHEN AGENDA-ALTERACAO
                       PERFORM P420-AGENDA-ALTERACAO THRU P420-FIM
                   WHEN AGENDA-DESATIVACAO
                       PERFORM P430-AGENDA-DESATIVACAO THRU P430-FIM
                   WHEN AGENDA-DEPTO
                       PERFORM P440-AGENDA-DEPTO THRU P440-FIM
               END-EVALUATE

               IF ALT-VALIDO THEN
                   PERFORM P450-GRAVA-AGENDA THRU P450-FIM
               ELSE
                   DISPLAY "Mudanca nao agendada."
               END-IF
            .
            P400-FIM.

      ****************** VALIDANDO A DATA EFETIVA **********************
            P405-VALIDA-DATA.
               SET DATA-VALIDA         TO FALSE
               IF WS-DATA-EFETIVA-X IS NOT NUMERIC THEN
                   GO TO P405-FIM
               END-IF
               IF WS-DE-MES LESS THAN 1 OR WS-DE-MES GREATER THAN 12
                  OR WS-DE-DIA LESS THAN 1 OR WS-DE-DIA GREATER THAN 31
                  THEN
                   GO TO P405-FIM
               END-IF
               IF (WS-DE-MES EQUAL 4 OR 6 OR 9 OR 11) AND
                  WS-DE-DIA GREATER THAN 30 THEN
                   GO TO P405-FIM
               END-IF
               IF WS-DE-MES EQUAL 2 AND WS-DE-DIA GREATER THAN 29 THEN
                   GO TO P405-FIM
               END-IF
               SET DATA-VALIDA         TO TRUE
            .
            P405-FIM.

      ********** AGENDANDO UMA INCLUSAO ********************************
      * O ID E ATRIBUIDO SO NA DATA EFETIVA (PROXIMO ID LIVRE NAQUELE
      * DIA); A SENHA FICA GUARDADA JA CIFRADA.
            P410-AGENDA-INCLUSAO.
               DISPLAY "Informe nome e sobrenome: "
               ACCEPT WS-NOME
               DISPLAY "Informe a senha: "
               ACCEPT WS-PASSWORD
               DISPLAY "Informe o e-mail: "
               ACCEPT WS-EMAIL
               DISPLAY "Digite o telefone: "
               ACCEPT WS-PHONE
               DISPLAY "Informe o departamento (0000 = sem): "
               MOVE ZEROS TO WS-DEPTO
               ACCEPT WS-DEPTO

               IF WS-NOME EQUAL SPACES OR WS-EMAIL EQUAL SPACES THEN
                   DISPLAY "Nome e e-mail sao obrigatorios."
                   GO TO P410-FIM
               END-IF

               PERFORM P210-VALIDA-ALTERACAO THRU P210-FIM
      * NA INCLUSAO O TELEFONE E OBRIGATORIO, COMO NA OPCAO 1; O
      * P210 JA RECUSA O DIFERENTE DE ZERO COM MENOS DE 11 DIGITOS
               IF WS-PHONE IS EQUAL TO ZEROS THEN
                   SET ALT-VALIDO TO FALSE
                   DISPLAY "Telefone fora do tamanho esperado."
               END-IF
               IF ALT-VALIDO THEN
                   PERFORM P470-VALIDA-SENHA THRU P470-FIM
               END-IF
               IF ALT-VALIDO THEN
                   PERFORM P475-EMAIL-LIVRE THRU P475-FIM
               END-IF
               IF NOT ALT-VALIDO THEN
                   GO TO P410-FIM
               END-IF

               MOVE WS-PASSWORD        TO WS-SENHA-COD
               INSPECT WS-SENHA-COD
                   CONVERTING WS-ALFA-CLARO TO WS-ALFA-CODIF
               MOVE WS-SENHA-COD       TO WS-PASSWORD
               MOVE ZEROS              TO WS-ID-USUARIO
               SET WS-STATUS-ATIVO     TO TRUE
               MOVE "SSSSS"            TO WS-AGE-INFORMADOS
            .
            P410-FIM.

      ********** AGENDANDO UMA ALTERACAO *******************************
            P420-AGENDA-ALTERACAO.
               DISPLAY "Informe o ID do usuario a alterar: "
               ACCEPT WS-ID-USUARIO
               PERFORM P480-LE-USUARIO THRU P480-FIM
               IF NOT FS-OK THEN
                   GO TO P420-FIM
               END-IF

               DISPLAY "Dados atuais:"
               DISPLAY "Nome....: " NOME
               DISPLAY "E-mail..: " EMAIL
               DISPLAY "Telefone: " PHONE
               DISPLAY "Depto...: " DEPTO-USUARIO

               DISPLAY "Novo nome (ENTER mantem): "
               ACCEPT WS-NOME
               DISPLAY "Novo e-mail (ENTER mantem): "
               ACCEPT WS-EMAIL
               DISPLAY "Novo telefone (ENTER mantem): "
               ACCEPT WS-PHONE
               DISPLAY "Novo departamento (ENTER mantem): "
               MOVE ZEROS TO WS-DEPTO
               ACCEPT WS-DEPTO

               IF WS-NOME EQUAL SPACES AND WS-EMAIL EQUAL SPACES AND
                  WS-PHONE EQUAL ZEROS AND WS-DEPTO EQUAL ZEROS THEN
                   DISPLAY "Nenhum campo informado."
                   GO TO P420-FIM
               END-IF

               PERFORM P210-VALIDA-ALTERACAO THRU P210-FIM
               IF ALT-VALIDO AND WS-EMAIL NOT EQUAL SPACES THEN
                   PERFORM P475-EMAIL-LIVRE THRU P475-FIM
               END-IF
               IF NOT ALT-VALIDO THEN
                   GO TO P420-FIM
               END-IF

               IF WS-NOME NOT EQUAL SPACES THEN
                   MOVE "S" TO WS-INF-NOME
               END-IF
               IF WS-EMAIL NOT EQUAL SPACES THEN
                   MOVE "S" TO WS-INF-EMAIL
               END-IF
               IF WS-PHONE NOT EQUAL ZEROS THEN
                   MOVE "S" TO WS-INF-FONE
               END-IF
               IF WS-DEPTO NOT EQUAL ZEROS THEN
                   MOVE "S" TO WS-INF-DEPTO
               END-IF
            .
            P420-FIM.

      ********** AGENDANDO UMA DESATIVACAO *****************************
            P430-AGENDA-DESATIVACAO.
               DISPLAY "Informe o ID do usuario a desativar: "
               ACCEPT WS-ID-USUARIO
               PERFORM P480-LE-USUARIO THRU P480-FIM
               IF NOT FS-OK THEN
                   GO TO P430-FIM
               END-IF

               IF USUARIO-INATIVO THEN
                   DISPLAY "Contato ja esta inativo."
                   GO TO P430-FIM
               END-IF

               DISPLAY "Nome....: " NOME
               DISPLAY "E-mail..: " EMAIL
               DISPLAY "Confirma o agendamento da desativacao? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA EQUAL "S" OR WS-CONFIRMA EQUAL "s" THEN
                   SET ALT-VALIDO TO TRUE
               END-IF
            .
            P430-FIM.

      ********** AGENDANDO UMA MUDANCA DE DEPARTAMENTO *****************
      * AQUI 0000 E UM DESTINO VALIDO (SEM DEPARTAMENTO); ENTER VOLTA.
            P440-AGENDA-DEPTO.
               DISPLAY "Informe o ID do usuario: "
               ACCEPT WS-ID-USUARIO
               PERFORM P480-LE-USUARIO THRU P480-FIM
               IF NOT FS-OK THEN
                   GO TO P440-FIM
               END-IF

               DISPLAY "Nome....: " NOME
               DISPLAY "Depto...: " DEPTO-USUARIO
               DISPLAY "Novo departamento (0000 = sem): "
               MOVE SPACES TO WS-AGE-DEPTO-X
               ACCEPT WS-AGE-DEPTO-X
               IF WS-AGE-DEPTO-X EQUAL SPACES OR
                  WS-AGE-DEPTO-X IS NOT NUMERIC THEN
                   DISPLAY "Departamento invalido."
                   GO TO P440-FIM
               END-IF

               MOVE WS-AGE-DEPTO-X     TO WS-DEPTO
               IF WS-DEPTO EQUAL DEPTO-USUARIO THEN
                   DISPLAY "Contato ja esta neste departamento."
                   GO TO P440-FIM
               END-IF

               PERFORM P115-VALIDA-DEPTO THRU P115-FIM
               IF NOT DEPTO-ACHADO THEN
                   DISPLAY "Departamento inexistente no mestre."
                   GO TO P440-FIM
               END-IF

               MOVE "S"                TO WS-INF-DEPTO
               SET ALT-VALIDO          TO TRUE
            .
            P440-FIM.

      ********** GRAVANDO O AGENDAMENTO ********************************
            P450-GRAVA-AGENDA.
               PERFORM P455-ABRE-AGENDA THRU P455-FIM
               IF NOT FS-OK-AGE THEN
                   GO TO P450-FIM
               END-IF

               ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AUD-HORA FROM TIME
               ACCEPT WS-AUD-OPERADOR FROM ENVIRONMENT "USERNAME"
               IF WS-AUD-OPERADOR EQUAL SPACES THEN
                   ACCEPT WS-AUD-OPERADOR FROM ENVIRONMENT "USER"
               END-IF

               PERFORM P460-PROXIMA-SEQ THRU P460-FIM

               MOVE WS-DATA-EFETIVA    TO AGE-DATA-EFETIVA
               MOVE WS-AGE-SEQ         TO AGE-SEQ
               EVALUATE TRUE
                   WHEN AGENDA-INCLUSAO
                       SET AGE-INCLUSAO    TO TRUE
                   WHEN AGENDA-ALTERACAO
                       SET AGE-ALTERACAO   TO TRUE
                   WHEN AGENDA-DESATIVACAO
                       SET AGE-DESATIVACAO TO TRUE
                   WHEN AGENDA-DEPTO
                       SET AGE-MUDA-DEPTO  TO TRUE
               END-EVALUATE
               SET AGE-ORIGEM-CADASTRO TO TRUE
               SET AGE-PENDENTE        TO TRUE
               MOVE WS-ID-USUARIO      TO AGE-ID-USUARIO
               MOVE WS-DADOS           TO AGE-DADOS
               MOVE WS-AGE-INFORMADOS  TO AGE-INFORMADOS
               MOVE WS-AUD-OPERADOR    TO AGE-OPERADOR
               MOVE WS-AUD-DATA        TO AGE-DATA-REG
               MOVE WS-AUD-HORA        TO AGE-HORA-REG
               MOVE SPACES             TO AGE-OPER-PROC
               MOVE SPACES             TO AGE-DATA-PROC
               MOVE SPACES             TO AGE-HORA-PROC
               MOVE SPACES             TO AGE-MOTIVO

               MOVE ZEROS              TO WS-TENTATIVAS
               SET GRAVACAO-PENDENTE   TO TRUE
               PERFORM P465-TENTA-AGENDA THRU P465-FIM
                   UNTIL NOT GRAVACAO-PENDENTE

               CLOSE AGENDA
            .
            P450-FIM.

      ****************** ABRINDO O ARQUIVO DE AGENDAMENTOS *************
            P455-ABRE-AGENDA.
               SET FS-OK-AGE           TO TRUE
               OPEN I-O AGENDA
               IF WS-FS-AGE EQUAL 35 THEN
                   OPEN OUTPUT AGENDA
                   CLOSE AGENDA
                   OPEN I-O AGENDA
               END-IF
               IF NOT FS-OK-AGE THEN
                   DISPLAY "Erro ao abrir o arquivo de agendamentos."
                   DISPLAY "FILE STATUS: " WS-FS-AGE
               END-IF
            .
            P455-FIM.

      ********** PROXIMA SEQUENCIA DA DATA EFETIVA *********************
            P460-PROXIMA-SEQ.
               MOVE ZEROS              TO WS-AGE-SEQ
               SET EOF-OK-AGE          TO FALSE
               MOVE WS-DATA-EFETIVA    TO AGE-DATA-EFETIVA
               MOVE ZEROS              TO AGE-SEQ
               START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                   INVALID KEY
                       SET EOF-OK-AGE TO TRUE
               END-START

               PERFORM P462-LE-SEQ THRU P462-FIM
                   UNTIL EOF-OK-AGE

               ADD 1                   TO WS-AGE-SEQ
            .
            P460-FIM.

            P462-LE-SEQ.
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
            P462-FIM.

      * OUTRA SESSAO PODE TER TOMADO A MESMA SEQUENCIA; TENTA AS
      * SEGUINTES ANTES DE DESISTIR, COMO NA GRAVACAO DA INCLUSAO.
            P465-TENTA-AGENDA.
               WRITE AGE-REG
                   INVALID KEY
                       IF WS-TENTATIVAS LESS THAN 5 THEN
                           ADD 1 TO WS-TENTATIVAS
                           ADD 1 TO AGE-SEQ
                       ELSE
                           DISPLAY "Nao foi possivel agendar;"
                               " tente novamente."
                           SET GRAVACAO-PENDENTE TO FALSE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Mudanca agendada para "
                           AGE-DATA-EFETIVA " (sequencia " AGE-SEQ
                           ")."
                       SET GRAVACAO-PENDENTE TO FALSE
               END-WRITE

               IF WS-FS-AGE NOT LESS THAN 30 THEN
                   DISPLAY "Erro ao gravar o agendamento."
                   DISPLAY "FILE STATUS: " WS-FS-AGE
                   SET GRAVACAO-PENDENTE TO FALSE
               END-IF
            .
            P465-FIM.

      ****************** VALIDANDO A SENHA AGENDADA ********************
            P470-VALIDA-SENHA.
               MOVE ZEROS TO WS-UPPER-CASE
               MOVE ZEROS TO WS-LOWER-CASE
               MOVE ZEROS TO WS-NUMBER-ONLY
               MOVE ZEROS TO WS-SPECIAL-CHAR

               IF WS-PASSWORD(8:1) EQUAL SPACE THEN
                   SET ALT-VALIDO TO FALSE
                   DISPLAY "Senha com menos de 8 caracteres."
                   GO TO P470-FIM
               END-IF

               INSPECT WS-PASSWORD TALLYING WS-UPPER-CASE
               FOR ALL "A" "B" "C" "D" "E" "F" "G" "H" "I" "J" "L" "M"
               "N" "O" "P" "Q" "R" "S" "T" "U" "V" "X" "Z" "Y"
               INSPECT WS-PASSWORD TALLYING WS-LOWER-CASE
               FOR ALL "a" "b" "c" "d" "e" "f" "g" "h" "i" "j" "l" "m"
               "n" "o" "p" "q" "r" "s" "t" "u" "v" "x" "z" "y"
               INSPECT WS-PASSWORD TALLYING WS-NUMBER-ONLY
               FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
               INSPECT WS-PASSWORD TALLYING WS-SPECIAL-CHAR
               FOR ALL "!" "@" "#" "$" "%" "&" "*" "(" ")" "-" "+"
               "_" "=" "." "?" "{" "}" "`" "|" "/" "\" "]" "["

               IF WS-UPPER-CASE LESS THAN 1 OR
                  WS-LOWER-CASE LESS THAN 1 OR
                  WS-NUMBER-ONLY LESS THAN 1 OR
                  WS-SPECIAL-CHAR LESS THAN 1 THEN
                   SET ALT-VALIDO TO FALSE
                   DISPLAY "Senha precisa de maiuscula, minuscula,"
                       " numero e caracter especial."
               END-IF
            .
            P470-FIM.

      ********** CONFERINDO SE O E-MAIL ESTA LIVRE *********************
      * A CONFERENCIA E REPETIDA NA DATA EFETIVA; AQUI SO EVITA
      * AGENDAR O QUE JA SE SABE QUE SERA REJEITADO.
            P475-EMAIL-LIVRE.
               MOVE WS-EMAIL           TO EMAIL
               READ USUARIOS KEY IS EMAIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ID-USUARIO NOT EQUAL WS-ID-USUARIO THEN
                           SET ALT-VALIDO TO FALSE
                           DISPLAY "E-mail ja cadastrado para outro"
                               " contato."
                       END-IF
               END-READ
            .
            P475-FIM.

      ****************** LENDO O CONTATO A AGENDAR *********************
            P480-LE-USUARIO.
               MOVE WS-ID-USUARIO      TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       DISPLAY "Contato nao encontrado."
               END-READ

               IF WS-FS EQUAL 51 THEN
                   DISPLAY "Registro em uso por outro operador;"
                       " tente novamente."
               END-IF
            .
            P480-FIM.

      ********** CONSULTANDO E CANCELANDO AGENDAMENTOS *****************
      * LISTA AS MUDANCAS AINDA PENDENTES (DO CADASTRO E DA CARGA EM
      * LOTE) E CANCELA UMA PELA DATA EFETIVA E SEQUENCIA; A
      * CANCELADA FICA NO ARQUIVO COMO HISTORICO.
            P500-AGENDAMENTOS.
               SET FS-OK-AGE           TO TRUE
               OPEN I-O AGENDA
               IF WS-FS-AGE EQUAL 35 THEN
                   DISPLAY "Nenhuma mudanca agendada."
                   GO TO P500-FIM
               END-IF
               IF NOT FS-OK-AGE THEN
                   DISPLAY "Erro ao abrir o arquivo de agendamentos."
                   DISPLAY "FILE STATUS: " WS-FS-AGE
                   GO TO P500-FIM
               END-IF

               PERFORM P505-LISTA-E-CANCELA THRU P505-FIM

               CLOSE AGENDA
            .
            P500-FIM.

            P505-LISTA-E-CANCELA.
               DISPLAY " "
               DISPLAY "-------- MUDANCAS AGENDADAS PENDENTES --------"
               DISPLAY "DATA     SEQ   TIPO         ID    ORIGEM"
                   " OPERADOR"
               MOVE ZEROS              TO WS-AGE-QTD
               SET EOF-OK-AGE          TO FALSE
               MOVE ZEROS              TO AGE-DATA-EFETIVA
               MOVE ZEROS              TO AGE-SEQ
               START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                   INVALID KEY
                       SET EOF-OK-AGE TO TRUE
               END-START

               PERFORM P510-LISTA-AGENDA THRU P510-FIM
                   UNTIL EOF-OK-AGE

               IF WS-AGE-QTD EQUAL ZEROS THEN
                   DISPLAY "Nenhuma mudanca pendente."
                   GO TO P505-FIM
               END-IF

               DISPLAY "Data efetiva a cancelar (ENTER volta): "
               MOVE SPACES TO WS-DATA-EFETIVA-X
               ACCEPT WS-DATA-EFETIVA-X
               IF WS-DATA-EFETIVA-X EQUAL SPACES THEN
                   GO TO P505-FIM
               END-IF
               IF WS-DATA-EFETIVA-X IS NOT NUMERIC THEN
                   DISPLAY "Data invalida."
                   GO TO P505-FIM
               END-IF

               DISPLAY "Sequencia: "
               MOVE ZEROS TO WS-AGE-SEQ
               ACCEPT WS-AGE-SEQ

               PERFORM P520-CANCELA THRU P520-FIM
            .
            P505-FIM.

            P510-LISTA-AGENDA.
               READ AGENDA NEXT
                   AT END
                       SET EOF-OK-AGE TO TRUE
                   NOT AT END
                       IF AGE-PENDENTE THEN
                           PERFORM P515-MOSTRA-AGENDA THRU P515-FIM
                       END-IF
               END-READ
               IF NOT EOF-OK-AGE AND WS-FS-AGE GREATER THAN 09 THEN
                   SET EOF-OK-AGE TO TRUE
               END-IF
            .
            P510-FIM.

            P515-MOSTRA-AGENDA.
               ADD 1 TO WS-AGE-QTD
               PERFORM P530-DESCREVE-TIPO THRU P530-FIM
               MOVE AGE-DADOS TO WS-DADOS

               DISPLAY AGE-DATA-EFETIVA " " AGE-SEQ " "
                   WS-AGE-TIPO-DESC " " AGE-ID-USUARIO " "
                   AGE-ORIGEM "      " AGE-OPERADOR

               IF AGE-INF-NOME EQUAL "S" THEN
                   DISPLAY "    Nome....: " WS-NOME(1:60)
               END-IF
               IF AGE-INF-EMAIL EQUAL "S" THEN
                   DISPLAY "    E-mail..: " WS-EMAIL(1:60)
               END-IF
               IF AGE-INF-FONE EQUAL "S" THEN
                   DISPLAY "    Telefone: " WS-PHONE
               END-IF
               IF AGE-INF-DEPTO EQUAL "S" THEN
                   DISPLAY "    Depto...: " WS-DEPTO
               END-IF
            .
            P515-FIM.

      ****************** CANCELANDO UM AGENDAMENTO *********************
            P520-CANCELA.
               MOVE WS-DATA-EFETIVA    TO AGE-DATA-EFETIVA
               MOVE WS-AGE-SEQ         TO AGE-SEQ
               READ AGENDA
                   INVALID KEY
                       DISPLAY "Agendamento nao encontrado."
                       GO TO P520-FIM
               END-READ

               IF NOT AGE-PENDENTE THEN
                   DISPLAY "Agendamento ja processado ou cancelado."
                   GO TO P520-FIM
               END-IF

               PERFORM P530-DESCREVE-TIPO THRU P530-FIM
               DISPLAY WS-AGE-TIPO-DESC " do ID " AGE-ID-USUARIO
                   " em " AGE-DATA-EFETIVA
               DISPLAY "Confirma o cancelamento? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S" AND
                  WS-CONFIRMA NOT EQUAL "s" THEN
                   DISPLAY "Agendamento mantido."
                   GO TO P520-FIM
               END-IF

               ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AUD-HORA FROM TIME
               ACCEPT WS-AUD-OPERADOR FROM ENVIRONMENT "USERNAME"
               IF WS-AUD-OPERADOR EQUAL SPACES THEN
                   ACCEPT WS-AUD-OPERADOR FROM ENVIRONMENT "USER"
               END-IF

               SET AGE-CANCELADA       TO TRUE
               MOVE WS-AUD-OPERADOR    TO AGE-OPER-PROC
               MOVE WS-AUD-DATA        TO AGE-DATA-PROC
               MOVE WS-AUD-HORA        TO AGE-HORA-PROC
               MOVE "Cancelado pelo operador" TO AGE-MOTIVO

               REWRITE AGE-REG
                   INVALID KEY
                       DISPLAY "Erro ao cancelar o agendamento."
                   NOT INVALID KEY
                       DISPLAY "Agendamento cancelado."
               END-REWRITE
            .
            P520-FIM.

            P530-DESCREVE-TIPO.
               EVALUATE TRUE
                   WHEN AGE-INCLUSAO
                       MOVE "INCLUSAO"     TO WS-AGE-TIPO-DESC
                   WHEN AGE-ALTERACAO
                       MOVE "ALTERACAO"    TO WS-AGE-TIPO-DESC
                   WHEN AGE-DESATIVACAO
                       MOVE "DESATIVACAO"  TO WS-AGE-TIPO-DESC
                   WHEN AGE-MUDA-DEPTO
                       MOVE "MUDA DEPTO"   TO WS-AGE-TIPO-DESC
                   WHEN OTHER
                       MOVE "?"            TO WS-AGE-TIPO-DESC
               END-EVALUATE
            .
            P530-FIM.

      ****************** GRAVANDO A TRILHA DE AUDITORIA ****************
            P700-AUDITORIA.
               ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
            .
            P760-FIM.

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
               MOVE "CADASTRO"         TO JOR-PROGRAMA
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
            CLOSE USUARIOS
            STOP RUN.
