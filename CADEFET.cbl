      ******************************************************************
      * Author:GABRIEL CERQUEIRA
      * Date: 15/10/2026
      * Purpose:APLICACAO DAS MUDANCAS AGENDADAS (DATA EFETIVA)
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026 GC - Programa criado: passo da cadeia noturna,
      *                 antes do NOTIFICA, que aplica as mudancas de
      *                 AGENDA.DAT (AGENDREC) cuja data efetiva
      *                 chegou, agendadas no CADASTRO (opcao 4) ou
      *                 vindas de LOTE.DAT com data futura (CADLOTE).
      *                 Cada mudanca e validada de novo na data
      *                 efetiva com as regras do CADASTRO/CADLOTE
      *                 (nome, e-mail e dominio, e-mail livre, senha,
      *                 telefone, departamento existente e nao
      *                 baixado). As vindas da carga sao aplicadas
      *                 como o CADLOTE aplica, com auditoria I/A/E e
      *                 controle de senha; as do CADASTRO seguem o
      *                 caminho online: a inclusao e gravada na hora
      *                 e a alteracao, a desativacao e a mudanca de
      *                 departamento viram pendencia em PENDCHG.DAT
      *                 para aprovacao no CADAPROV, com o autor do
      *                 agendamento como autor da pendencia. A que
      *                 nao passa vai para o relatorio de excecoes
      *                 AGENDREJ.DAT e fica rejeitada no arquivo com
      *                 o motivo. Totais do passo em PASSOTOT.DAT
      *                 (aplicadas, encaminhadas, rejeitadas).
      * 15/10/2026 GC - Mudancas aplicadas gravam as imagens antes e
      *                 depois no jornal de alteracoes (JORNAL.DAT) com
      *                 sequencia e horario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEFET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT USUARIOS ASSIGN DYNAMIC WS-USUARIOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS ID-USUARIO
                ALTERNATE RECORD KEY IS EMAIL
                FILE STATUS  IS WS-FS.

                SELECT AGENDA ASSIGN TO "AGENDA.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS AGE-CHAVE
                FILE STATUS  IS WS-FS-AGE.

                SELECT PENDENTES ASSIGN TO "PENDCHG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS PEN-ID-USUARIO
                FILE STATUS  IS WS-FS-PEN.

                SELECT SENHAS ASSIGN TO "SENHACTL.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS SEN-ID
                FILE STATUS  IS WS-FS-SEN.

                SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS DEP-CODIGO
                FILE STATUS  IS WS-FS-DEP.

                SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-AUD.

                SELECT RELATORIO ASSIGN TO "AGENDREJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

                SELECT DOMINIOS ASSIGN TO "DOMINIOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-DOM.

                SELECT TOTAIS ASSIGN TO "PASSOTOT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-TOT.

                SELECT PARAMETROS ASSIGN TO "CADPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PARM.

                SELECT JORNAL ASSIGN TO "JORNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JOR.

                SELECT JORCONTROLE ASSIGN TO "JORNCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JCT.


       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
           COPY LAYOUT.
       FD AGENDA.
           COPY AGENDREC.
       FD PENDENTES.
           COPY PENDREC.
       FD SENHAS.
           COPY SENHAREC.
       FD DEPTOS.
           COPY DEPTREC.
       FD AUDITORIA.
           COPY AUDITREC.
       FD RELATORIO.
       01 RELATORIO-LINHA          PIC X(200).
       FD DOMINIOS.
       01 DOMINIO-LINHA            PIC X(20).
       FD TOTAIS.
           COPY TOTREC.
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       FD JORNAL.
           COPY JORNREC.
       FD JORCONTROLE.
           COPY JORNCTL.
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-FS-PARM               PIC 99.
          88 FS-OK-PARM            VALUE 0.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-AGE                PIC 99.
          88 FS-OK-AGE             VALUE 0.
       77 WS-FS-PEN                PIC 99.
          88 FS-OK-PEN             VALUE 0.
       77 WS-FS-SEN                PIC 99.
          88 FS-OK-SEN             VALUE 0.
       77 WS-FS-DEP                PIC 99.
          88 FS-OK-DEP             VALUE 0.
       77 WS-FS-AUD                PIC 99.
          88 FS-OK-AUD             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-OK-REL             VALUE 0.
       77 WS-FS-DOM                PIC 99.
          88 FS-OK-DOM             VALUE 0.
       77 WS-FS-TOT                PIC 99.
          88 FS-OK-TOT             VALUE 0.
       77 WS-EOF-AGE               PIC X.
          88 EOF-OK-AGE            VALUE "S" FALSE "N".
       77 WS-EOF-DOM               PIC X.
          88 EOF-OK-DOM            VALUE "S" FALSE "N".
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-MODO-BATCH            PIC X VALUE "N".
          88 MODO-BATCH            VALUE "S".
       77 WS-ABERTOS               PIC X VALUE "N".
          88 ARQUIVOS-ABERTOS      VALUE "S" FALSE "N".
       77 WS-PEN-TIPO              PIC X.
       77 WS-DOMINIO-OK            PIC X.
          88 DOMINIO-ACHADO        VALUE "S" FALSE "N".
       77 WS-VALIDO                PIC X.
          88 LINHA-VALIDA          VALUE "S".
          88 LINHA-INVALIDA        VALUE "N".
       77 WS-MOTIVO                PIC X(60) VALUE SPACES.
       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       77 WS-PROX-ID               PIC 9(05) VALUE ZEROS.
       77 WS-SENHA-CLARA           PIC X(08) VALUE SPACES.
       77 WS-SENHA-VELHA           PIC X(08) VALUE SPACES.
       77 WS-NOME-REL              PIC X(100) VALUE SPACES.
       77 WS-ALFA-CLARO            PIC X(85).
       77 WS-ALFA-CODIF            PIC X(85).
       77 WS-DEVIDAS               PIC 9(005) VALUE ZEROS.
       77 WS-APLICADAS             PIC 9(005) VALUE ZEROS.
       77 WS-ENCAMINHADAS          PIC 9(005) VALUE ZEROS.
       77 WS-REJEITADAS            PIC 9(005) VALUE ZEROS.
       01 WS-TABELA-DOMINIOS.
          05 WS-DOM-QTD            PIC 9(003) VALUE ZEROS.
          05 WS-DOM-ITEM           PIC X(20)
                                    OCCURS 1 TO 20 TIMES
                                    DEPENDING ON WS-DOM-QTD
                                    INDEXED BY WS-DOM-IDX.
       01 WS-DADOS                PIC X(230) VALUE SPACES.
       01 FILLER REDEFINES WS-DADOS.
          03 WS-NOME                  PIC X(100).
          03 WS-PASSWORD              PIC X(8).
          03 WS-EMAIL                 PIC X(100).
          03 WS-PHONE                 PIC 9(12).
          03 WS-ID-USUARIO            PIC 9(05).
          03 WS-STATUS                PIC X.
          03 WS-DEPTO                 PIC 9(04).
       01 WS-ANTES                PIC X(230) VALUE SPACES.
       01 WS-DEPOIS               PIC X(230) VALUE SPACES.
       01 CHARS.
           03 WS-NAME              PIC X(20).
           03 WS-LAST-NAME         PIC X(20).
           03 WS-USER              PIC X(25).
           03 WS-DOMAIN            PIC X(25).
       01 AUXILIARES.
           05 WS-BRA               PIC X(20) VALUE "bradesco.com".
           05 WS-CAP               PIC X(20) VALUE "capgemini.com".
       01 SENHA.
           05 WS-UPPER-CASE          PIC 9.
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
            PERFORM P010-CAMINHO THRU P010-FIM
            PERFORM P015-MODO-EXECUCAO THRU P015-FIM
            PERFORM P020-OPERADOR THRU P020-FIM
            PERFORM P025-CARREGA-DOMINIOS THRU P025-FIM
            PERFORM P030-MONTA-CIFRA THRU P030-FIM
            PERFORM P100-INICIO THRU P100-FIM
            PERFORM P200-PROCESSA THRU P200-FIM UNTIL EOF-OK-AGE
            PERFORM P900-ENCERRA THRU P900-FIM
            IF MODO-BATCH THEN
                PERFORM P950-GRAVA-TOTAIS THRU P950-FIM
            END-IF
            PERFORM P999-FIM.

      ****************** RESOLVENDO O CAMINHO DE USUARIOS.DAT **********
            P010-CAMINHO.
               MOVE SPACES TO WS-USUARIOS-PATH
               ACCEPT WS-USUARIOS-PATH FROM ENVIRONMENT "USUARIOS_DAT"

               IF WS-USUARIOS-PATH EQUAL SPACES THEN
                   OPEN INPUT PARAMETROS
                   IF FS-OK-PARM THEN
                       READ PARAMETROS INTO WS-USUARIOS-PATH
                           AT END
                               CONTINUE
                       END-READ
                       CLOSE PARAMETROS
                   END-IF
               END-IF

               IF WS-USUARIOS-PATH EQUAL SPACES THEN
                   MOVE "C:\Users\gasilva\PROJETO001\USUARIOS.DAT"
                       TO WS-USUARIOS-PATH
               END-IF
            .
            P010-FIM.

      ****************** VERIFICANDO O MODO DE EXECUCAO ****************
            P015-MODO-EXECUCAO.
               MOVE "N" TO WS-MODO-BATCH
               ACCEPT WS-MODO-BATCH FROM ENVIRONMENT "MODO_BATCH"
               IF WS-MODO-BATCH EQUAL "s" THEN
                   MOVE "S" TO WS-MODO-BATCH
               END-IF
            .
            P015-FIM.

      ****************** IDENTIFICANDO O OPERADOR **********************
            P020-OPERADOR.
               MOVE SPACES TO WS-OPERADOR
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME"
               IF WS-OPERADOR EQUAL SPACES THEN
                   ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
               END-IF
            .
            P020-FIM.

      ****************** CARREGANDO OS DOMINIOS DE E-MAIL **************
            P025-CARREGA-DOMINIOS.
               SET EOF-OK-DOM       TO FALSE
               MOVE ZEROS           TO WS-DOM-QTD

               OPEN INPUT DOMINIOS
               IF FS-OK-DOM THEN
                   PERFORM P026-LE-DOMINIO THRU P026-FIM
                       UNTIL EOF-OK-DOM
                   CLOSE DOMINIOS
               END-IF

               IF WS-DOM-QTD EQUAL ZEROS THEN
                   MOVE 1              TO WS-DOM-QTD
                   MOVE WS-BRA         TO WS-DOM-ITEM(1)
                   MOVE 2              TO WS-DOM-QTD
                   MOVE WS-CAP         TO WS-DOM-ITEM(2)
               END-IF
            .
            P025-FIM.

            P026-LE-DOMINIO.
               READ DOMINIOS INTO DOMINIO-LINHA
                   AT END
                       SET EOF-OK-DOM TO TRUE
                   NOT AT END
                       IF WS-DOM-QTD LESS THAN 20 THEN
                           ADD 1 TO WS-DOM-QTD
                           MOVE DOMINIO-LINHA
                               TO WS-DOM-ITEM(WS-DOM-QTD)
                       END-IF
               END-READ
            .
            P026-FIM.

      ****************** MONTANDO A CIFRA DE SUBSTITUICAO **************
            P030-MONTA-CIFRA.
               STRING "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmn"
                          DELIMITED BY SIZE
                      "opqrstuvwxyz0123456789!@#$%&*()-+_=.?{}`|"
                          DELIMITED BY SIZE
                      "/\][" DELIMITED BY SIZE
                      INTO WS-ALFA-CLARO
               END-STRING

               STRING "RSTUVWXYZabcdefghijklmnopqrstuvwxyz01234"
                          DELIMITED BY SIZE
                      "56789!@#$%&*()-+_=.?{}`|/\][ABCDEFGHIJKL"
                          DELIMITED BY SIZE
                      "MNOPQ" DELIMITED BY SIZE
                      INTO WS-ALFA-CODIF
               END-STRING
            .
            P030-FIM.

      ****************** ABRINDO OS ARQUIVOS DO PASSO ******************
      * SEM AGENDA.DAT NAO HA NADA AGENDADO: O PASSO TERMINA SEM
      * ERRO. CADASTRO OU RELATORIO QUE NAO ABREM SAO FATAIS.
            P100-INICIO.
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               SET EOF-OK-AGE          TO FALSE

               SET FS-OK-AGE           TO TRUE
               OPEN I-O AGENDA
               IF WS-FS-AGE EQUAL 35 THEN
                   DISPLAY "Nenhuma mudanca agendada."
                   SET EOF-OK-AGE TO TRUE
                   GO TO P100-FIM
               END-IF
               IF NOT FS-OK-AGE THEN
                   DISPLAY "Erro ao abrir o arquivo de agendamentos."
                   DISPLAY "FILE STATUS: " WS-FS-AGE
                   MOVE 8 TO RETURN-CODE
                   SET EOF-OK-AGE TO TRUE
                   GO TO P100-FIM
               END-IF

               SET FS-OK               TO TRUE
               OPEN I-O USUARIOS
               IF WS-FS EQUAL 35 THEN
                   OPEN OUTPUT USUARIOS
                   CLOSE USUARIOS
                   OPEN I-O USUARIOS
               END-IF
               IF NOT FS-OK THEN
                   DISPLAY "Erro ao abrir o arquivo de usuarios."
                   DISPLAY "FILE STATUS: " WS-FS
                   CLOSE AGENDA
                   MOVE 8 TO RETURN-CODE
                   SET EOF-OK-AGE TO TRUE
                   GO TO P100-FIM
               END-IF

               OPEN OUTPUT RELATORIO
               IF NOT FS-OK-REL THEN
                   DISPLAY "Erro ao abrir o relatorio de excecoes."
                   DISPLAY "FILE STATUS: " WS-FS-REL
                   CLOSE AGENDA
                   CLOSE USUARIOS
                   MOVE 8 TO RETURN-CODE
                   SET EOF-OK-AGE TO TRUE
                   GO TO P100-FIM
               END-IF
               MOVE "DATA EFETIVA;SEQ;TIPO;ORIGEM;ID;NOME;MOTIVO"
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               SET ARQUIVOS-ABERTOS    TO TRUE

               MOVE ZEROS              TO AGE-DATA-EFETIVA
               MOVE ZEROS              TO AGE-SEQ
               START AGENDA KEY IS NOT LESS THAN AGE-CHAVE
                   INVALID KEY
                       SET EOF-OK-AGE TO TRUE
               END-START
            .
            P100-FIM.

      ********** PERCORRENDO AS MUDANCAS ATE A DATA DE HOJE ************
      * A CHAVE COMECA PELA DATA EFETIVA: A LEITURA PARA NA PRIMEIRA
      * MUDANCA FUTURA. PENDENTES DE DIAS SEM CADEIA TAMBEM ENTRAM.
            P200-PROCESSA.
               READ AGENDA NEXT
                   AT END
                       SET EOF-OK-AGE TO TRUE
                   NOT AT END
                       IF AGE-DATA-EFETIVA GREATER THAN WS-DATA-HOJE
                          THEN
                           SET EOF-OK-AGE TO TRUE
                       ELSE
                           IF AGE-PENDENTE THEN
                               PERFORM P300-APLICA THRU P300-FIM
                           END-IF
                       END-IF
               END-READ
               IF NOT EOF-OK-AGE AND WS-FS-AGE GREATER THAN 09 THEN
                   DISPLAY "Erro ao ler o arquivo de agendamentos."
                   DISPLAY "FILE STATUS: " WS-FS-AGE
                   MOVE 8 TO RETURN-CODE
                   SET EOF-OK-AGE TO TRUE
               END-IF
            .
            P200-FIM.

      ****************** APLICANDO UMA MUDANCA *************************
            P300-APLICA.
               ADD 1 TO WS-DEVIDAS
               SET LINHA-VALIDA        TO TRUE
               MOVE SPACES             TO WS-MOTIVO
               MOVE AGE-DADOS          TO WS-DADOS
               MOVE AGE-ID-USUARIO     TO WS-ID-USUARIO
               MOVE SPACES             TO WS-NOME-REL
               IF AGE-INF-NOME EQUAL "S" THEN
                   MOVE WS-NOME        TO WS-NOME-REL
               END-IF

      * A SENHA FICA CIFRADA NA AGENDA; A VALIDACAO E SOBRE A CLARA
               MOVE SPACES             TO WS-SENHA-CLARA
               IF AGE-INF-SENHA EQUAL "S" THEN
                   MOVE WS-PASSWORD    TO WS-SENHA-CLARA
                   INSPECT WS-SENHA-CLARA
                       CONVERTING WS-ALFA-CODIF TO WS-ALFA-CLARO
               END-IF

               EVALUATE TRUE
                   WHEN AGE-INCLUSAO
                       PERFORM P400-INCLUSAO THRU P400-FIM
                   WHEN AGE-ALTERACAO
                   WHEN AGE-MUDA-DEPTO
                       PERFORM P500-ALTERACAO THRU P500-FIM
                   WHEN AGE-DESATIVACAO
                       PERFORM P600-DESATIVACAO THRU P600-FIM
                   WHEN OTHER
                       SET LINHA-INVALIDA TO TRUE
                       MOVE "Tipo de mudanca invalido" TO WS-MOTIVO
               END-EVALUATE

               PERFORM P390-FECHA-MUDANCA THRU P390-FIM
            .
            P300-FIM.

      ********** REGISTRANDO O RESULTADO NA AGENDA *********************
      * A MUDANCA QUE NAO PASSOU NAS VALIDACOES NAO SE PERDE: FICA
      * REJEITADA COM O MOTIVO E SAI NO RELATORIO DE EXCECOES.
            P390-FECHA-MUDANCA.
               ACCEPT WS-HORA-AGORA FROM TIME
               IF LINHA-INVALIDA THEN
                   SET AGE-REJEITADA TO TRUE
                   ADD 1 TO WS-REJEITADAS
                   PERFORM P870-REJEITA THRU P870-FIM
               END-IF
               MOVE WS-MOTIVO          TO AGE-MOTIVO
               MOVE WS-OPERADOR        TO AGE-OPER-PROC
               MOVE WS-DATA-HOJE       TO AGE-DATA-PROC
               MOVE WS-HORA-AGORA      TO AGE-HORA-PROC

               REWRITE AGE-REG
                   INVALID KEY
                       DISPLAY "Erro ao regravar o agendamento "
                           AGE-DATA-EFETIVA "/" AGE-SEQ
               END-REWRITE
            .
            P390-FIM.

      ****************** APLICANDO UMA INCLUSAO ************************
      * AGENDADA NO CADASTRO: RECEBE O PROXIMO ID LIVRE DE HOJE, COMO
      * A INCLUSAO ONLINE. VINDA DA CARGA: USA O ID DA LINHA.
            P400-INCLUSAO.
               PERFORM P700-VALIDA-NOME THRU P700-FIM
               IF LINHA-VALIDA THEN
                   PERFORM P710-VALIDA-EMAIL THRU P710-FIM
               END-IF
               IF LINHA-VALIDA THEN
                   PERFORM P720-VALIDA-SENHA THRU P720-FIM
               END-IF
               IF LINHA-VALIDA THEN
                   PERFORM P730-VALIDA-FONE THRU P730-FIM
               END-IF
               IF LINHA-VALIDA THEN
                   PERFORM P740-VALIDA-DEPTO THRU P740-FIM
               END-IF
               IF LINHA-VALIDA AND AGE-ORIGEM-CADASTRO THEN
                   PERFORM P410-PROXIMO-ID THRU P410-FIM
               END-IF
               IF LINHA-VALIDA THEN
                   PERFORM P750-EMAIL-LIVRE THRU P750-FIM
               END-IF
               IF LINHA-INVALIDA THEN
                   GO TO P400-FIM
               END-IF

               MOVE WS-NOME            TO NOME
               MOVE WS-PASSWORD        TO SENHA-USUARIO
               MOVE WS-EMAIL           TO EMAIL
               MOVE WS-PHONE           TO PHONE
               MOVE WS-ID-USUARIO      TO ID-USUARIO
               SET USUARIO-ATIVO       TO TRUE
               MOVE WS-DEPTO           TO DEPTO-USUARIO

               WRITE DADOS
                   INVALID KEY
                       SET LINHA-INVALIDA TO TRUE
                       PERFORM P420-MOTIVO-DUPLICATA THRU P420-FIM
                   NOT INVALID KEY
                       MOVE WS-ID-USUARIO  TO AGE-ID-USUARIO
                       SET AUDIT-INCLUSAO  TO TRUE
                       PERFORM P850-AUDITORIA THRU P850-FIM
                       SET JOR-OP-INCLUSAO TO TRUE
                       MOVE SPACES         TO WS-JOR-ANTES
                       MOVE DADOS          TO WS-JOR-DEPOIS
                       PERFORM P780-JORNAL THRU P780-FIM
                       MOVE SPACES         TO WS-SENHA-VELHA
                       PERFORM P860-SENHA-CTL THRU P860-FIM
                       SET AGE-APLICADA    TO TRUE
                       ADD 1 TO WS-APLICADAS
               END-WRITE
            .
            P400-FIM.

      ****************** ATRIBUINDO O PROXIMO ID LIVRE *****************
            P410-PROXIMO-ID.
               SET EOF-OK              TO FALSE
               MOVE ZEROS              TO WS-PROX-ID

               MOVE ZEROS              TO ID-USUARIO
               START USUARIOS KEY IS NOT LESS THAN ID-USUARIO
                   INVALID KEY
                       SET EOF-OK      TO TRUE
               END-START

               PERFORM P415-LE-ID THRU P415-FIM
                   UNTIL EOF-OK

               ADD 1                   TO WS-PROX-ID
               MOVE WS-PROX-ID         TO WS-ID-USUARIO
            .
            P410-FIM.

            P415-LE-ID.
               READ USUARIOS NEXT
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF ID-USUARIO GREATER WS-PROX-ID THEN
                           MOVE ID-USUARIO TO WS-PROX-ID
                       END-IF
               END-READ
               IF NOT EOF-OK AND WS-FS GREATER THAN 09 THEN
                   SET EOF-OK TO TRUE
               END-IF
            .
            P415-FIM.

      ********** DISTINGUINDO DUPLICATA DE ID E DE E-MAIL **************
            P420-MOTIVO-DUPLICATA.
               MOVE WS-ID-USUARIO      TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       MOVE "E-mail ja cadastrado em outro contato"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE "Contato ja cadastrado" TO WS-MOTIVO
               END-READ
            .
            P420-FIM.

      ********** APLICANDO UMA ALTERACAO OU MUDANCA DE DEPARTAMENTO ****
      * SO OS CAMPOS INFORMADOS NO AGENDAMENTO SAO VALIDADOS E
      * TROCADOS; OS DEMAIS FICAM COMO ESTAO HOJE NO CADASTRO.
            P500-ALTERACAO.
               PERFORM P550-LE-ATUAL THRU P550-FIM
               IF LINHA-INVALIDA THEN
                   GO TO P500-FIM
               END-IF

               IF AGE-MUDA-DEPTO AND WS-DEPTO EQUAL DEPTO-USUARIO THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Contato ja esta neste departamento"
                       TO WS-MOTIVO
                   GO TO P500-FIM
               END-IF

               IF AGE-INF-NOME EQUAL "S" THEN
                   PERFORM P700-VALIDA-NOME THRU P700-FIM
               END-IF
               IF LINHA-VALIDA AND AGE-INF-EMAIL EQUAL "S" THEN
                   PERFORM P710-VALIDA-EMAIL THRU P710-FIM
               END-IF
               IF LINHA-VALIDA AND AGE-INF-SENHA EQUAL "S" THEN
                   PERFORM P720-VALIDA-SENHA THRU P720-FIM
               END-IF
               IF LINHA-VALIDA AND AGE-INF-FONE EQUAL "S" THEN
                   PERFORM P730-VALIDA-FONE THRU P730-FIM
               END-IF
               IF LINHA-VALIDA AND AGE-INF-DEPTO EQUAL "S" THEN
                   PERFORM P740-VALIDA-DEPTO THRU P740-FIM
               END-IF
               IF LINHA-VALIDA AND AGE-INF-EMAIL EQUAL "S" THEN
                   PERFORM P750-EMAIL-LIVRE THRU P750-FIM
               END-IF
               IF LINHA-INVALIDA THEN
                   GO TO P500-FIM
               END-IF

      * AS LEITURAS DE CONFERENCIA OCUPAM A AREA DO REGISTRO
               MOVE WS-ANTES           TO DADOS
               MOVE SPACES             TO WS-SENHA-VELHA
               IF AGE-INF-NOME EQUAL "S" THEN
                   MOVE WS-NOME TO NOME
               END-IF
               IF AGE-INF-SENHA EQUAL "S" THEN
                   MOVE SENHA-USUARIO  TO WS-SENHA-VELHA
                   MOVE WS-PASSWORD    TO SENHA-USUARIO
               END-IF
               IF AGE-INF-EMAIL EQUAL "S" THEN
                   MOVE WS-EMAIL TO EMAIL
               END-IF
               IF AGE-INF-FONE EQUAL "S" THEN
                   MOVE WS-PHONE TO PHONE
               END-IF
               IF AGE-INF-DEPTO EQUAL "S" THEN
                   MOVE WS-DEPTO TO DEPTO-USUARIO
               END-IF

               IF AGE-ORIGEM-CADASTRO THEN
                   MOVE DADOS          TO WS-DEPOIS
                   MOVE "A"            TO WS-PEN-TIPO
                   PERFORM P800-GRAVA-PENDENTE THRU P800-FIM
                   GO TO P500-FIM
               END-IF

               REWRITE DADOS
                   INVALID KEY
                       SET LINHA-INVALIDA TO TRUE
                       MOVE "E-mail ja cadastrado em outro contato"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       SET AUDIT-ALTERACAO TO TRUE
                       PERFORM P850-AUDITORIA THRU P850-FIM
                       SET JOR-OP-ALTERACAO TO TRUE
                       MOVE WS-ANTES       TO WS-JOR-ANTES
                       MOVE DADOS          TO WS-JOR-DEPOIS
                       PERFORM P780-JORNAL THRU P780-FIM
                       IF AGE-INF-SENHA EQUAL "S" THEN
                           PERFORM P860-SENHA-CTL THRU P860-FIM
                       END-IF
                       SET AGE-APLICADA TO TRUE
                       ADD 1 TO WS-APLICADAS
               END-REWRITE
            .
            P500-FIM.

      ****************** LENDO O CONTATO COMO ESTA HOJE ****************
            P550-LE-ATUAL.
               MOVE WS-ID-USUARIO      TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       SET LINHA-INVALIDA TO TRUE
                       MOVE "Contato nao encontrado" TO WS-MOTIVO
                   NOT INVALID KEY
                       MOVE DADOS TO WS-ANTES
                       IF WS-NOME-REL EQUAL SPACES THEN
                           MOVE NOME TO WS-NOME-REL
                       END-IF
               END-READ
            .
            P550-FIM.

      ****************** APLICANDO UMA DESATIVACAO *********************
            P600-DESATIVACAO.
               PERFORM P550-LE-ATUAL THRU P550-FIM
               IF LINHA-INVALIDA THEN
                   GO TO P600-FIM
               END-IF

               IF USUARIO-INATIVO THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Contato ja esta inativo" TO WS-MOTIVO
                   GO TO P600-FIM
               END-IF

               SET USUARIO-INATIVO     TO TRUE

               IF AGE-ORIGEM-CADASTRO THEN
                   MOVE DADOS          TO WS-DEPOIS
                   MOVE "E"            TO WS-PEN-TIPO
                   PERFORM P800-GRAVA-PENDENTE THRU P800-FIM
                   GO TO P600-FIM
               END-IF

               REWRITE DADOS
                   INVALID KEY
                       SET LINHA-INVALIDA TO TRUE
                       MOVE "Erro ao desativar o contato" TO WS-MOTIVO
                   NOT INVALID KEY
                       SET AUDIT-EXCLUSAO TO TRUE
                       PERFORM P850-AUDITORIA THRU P850-FIM
                       SET JOR-OP-ALTERACAO TO TRUE
                       MOVE WS-ANTES       TO WS-JOR-ANTES
                       MOVE DADOS          TO WS-JOR-DEPOIS
                       PERFORM P780-JORNAL THRU P780-FIM
                       SET AGE-APLICADA TO TRUE
                       ADD 1 TO WS-APLICADAS
               END-REWRITE
            .
            P600-FIM.

      ********************* VALIDANDO NOME *****************************
            P700-VALIDA-NOME.
               MOVE SPACES TO WS-NAME
               MOVE SPACES TO WS-LAST-NAME
               UNSTRING WS-NOME DELIMITED BY " " INTO
                   WS-NAME
                   WS-LAST-NAME
               END-UNSTRING
               IF WS-LAST-NAME IS EQUAL " " THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Nome sem sobrenome" TO WS-MOTIVO
               END-IF
            .
            P700-FIM.

      *********************** VALIDANDO E-MAIL ************************
            P710-VALIDA-EMAIL.
               MOVE SPACES TO WS-USER
               MOVE SPACES TO WS-DOMAIN
               UNSTRING WS-EMAIL DELIMITED BY "@" INTO
                   WS-USER
                   WS-DOMAIN
               END-UNSTRING

               IF WS-EMAIL(10:1) EQUAL SPACE THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "E-mail muito curto" TO WS-MOTIVO
                   GO TO P710-FIM
               END-IF

               IF WS-USER EQUAL SPACES THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "E-mail sem usuario" TO WS-MOTIVO
                   GO TO P710-FIM
               END-IF

               SET DOMINIO-ACHADO TO FALSE
               SET WS-DOM-IDX TO 1
               SEARCH WS-DOM-ITEM
                   WHEN WS-DOM-ITEM(WS-DOM-IDX) EQUAL WS-DOMAIN
                       SET DOMINIO-ACHADO TO TRUE
               END-SEARCH

               IF NOT DOMINIO-ACHADO THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Dominio de e-mail nao permitido" TO WS-MOTIVO
               END-IF
            .
            P710-FIM.

      *********************** VALIDANDO SENHA **************************
            P720-VALIDA-SENHA.
               MOVE ZEROS TO WS-UPPER-CASE
               MOVE ZEROS TO WS-LOWER-CASE
               MOVE ZEROS TO WS-NUMBER-ONLY
               MOVE ZEROS TO WS-SPECIAL-CHAR

               IF WS-SENHA-CLARA(8:1) EQUAL SPACE THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Senha com menos de 8 caracteres" TO WS-MOTIVO
                   GO TO P720-FIM
               END-IF

               INSPECT WS-SENHA-CLARA TALLYING WS-UPPER-CASE
               FOR ALL "A" "B" "C" "D" "E" "F" "G" "H" "I" "J" "L" "M"
               "N" "O" "P" "Q" "R" "S" "T" "U" "V" "X" "Z" "Y"
               IF WS-UPPER-CASE IS LESS THAN 1 THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Senha sem letra maiuscula" TO WS-MOTIVO
                   GO TO P720-FIM
               END-IF

               INSPECT WS-SENHA-CLARA TALLYING WS-LOWER-CASE
               FOR ALL "a" "b" "c" "d" "e" "f" "g" "h" "i" "j" "l" "m"
               "n" "o" "p" "q" "r" "s" "t" "u" "v" "x" "z" "y"
               IF WS-LOWER-CASE IS LESS THAN 1 THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Senha sem letra minuscula" TO WS-MOTIVO
                   GO TO P720-FIM
               END-IF

               INSPECT WS-SENHA-CLARA TALLYING WS-NUMBER-ONLY
               FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9"
               IF WS-NUMBER-ONLY IS LESS THAN 1 THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Senha sem numero" TO WS-MOTIVO
                   GO TO P720-FIM
               END-IF

               INSPECT WS-SENHA-CLARA TALLYING WS-SPECIAL-CHAR
               FOR ALL "!" "@" "#" "$" "%" "&" "*" "(" ")" "-" "+"
               "_" "=" "." "?" "{" "}" "`" "|" "/" "\" "]" "["
               IF WS-SPECIAL-CHAR IS LESS THAN 1 THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Senha sem caracter especial" TO WS-MOTIVO
               END-IF
            .
            P720-FIM.

      *********************** VALIDANDO TELEFONE ***********************
      * 11 OU 12 DIGITOS (O CAMPO TEM 12): O VALOR NAO PODE TER
      * MENOS DE 11 DIGITOS
            P730-VALIDA-FONE.
               IF WS-PHONE IS NOT NUMERIC OR
                  WS-PHONE LESS THAN 10000000000 THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Telefone fora do tamanho esperado"
                       TO WS-MOTIVO
               END-IF
            .
            P730-FIM.

      ******************* VALIDANDO DEPARTAMENTO ***********************
      * 0000 (SEM DEPARTAMENTO) E ACEITO; OUTRO CODIGO PRECISA
      * EXISTIR EM DEPTOS.DAT E NAO PODE TER SIDO BAIXADO ATE A DATA
      * EFETIVA (A REORGANIZACAO PODE TER ACONTECIDO NO MEIO TEMPO).
            P740-VALIDA-DEPTO.
               IF WS-DEPTO IS NOT NUMERIC THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Departamento nao numerico" TO WS-MOTIVO
                   GO TO P740-FIM
               END-IF
               IF WS-DEPTO EQUAL ZEROS THEN
                   GO TO P740-FIM
               END-IF

               SET FS-OK-DEP           TO TRUE
               OPEN INPUT DEPTOS
               IF NOT FS-OK-DEP THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Cadastro de departamentos indisponivel"
                       TO WS-MOTIVO
                   GO TO P740-FIM
               END-IF

               MOVE WS-DEPTO TO DEP-CODIGO
               READ DEPTOS
                   INVALID KEY
                       SET LINHA-INVALIDA TO TRUE
                       MOVE "Departamento inexistente no mestre"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       IF DEP-BAIXADO THEN
                           SET LINHA-INVALIDA TO TRUE
                           MOVE SPACES TO WS-MOTIVO
                           STRING "Departamento baixado; sucessor "
                                      DELIMITED BY SIZE
                                  DEP-SUCESSOR DELIMITED BY SIZE
                                  INTO WS-MOTIVO
                           END-STRING
                       END-IF
               END-READ
               CLOSE DEPTOS
            .
            P740-FIM.

      ********** CONFERINDO SE O E-MAIL ESTA LIVRE *********************
            P750-EMAIL-LIVRE.
               MOVE WS-EMAIL           TO EMAIL
               READ USUARIOS KEY IS EMAIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ID-USUARIO NOT EQUAL WS-ID-USUARIO THEN
                           SET LINHA-INVALIDA TO TRUE
                           MOVE "E-mail ja cadastrado em outro contato"
                               TO WS-MOTIVO
                       END-IF
               END-READ
            .
            P750-FIM.

      ********** ENCAMINHANDO PARA A APROVACAO (PENDCHG.DAT) ***********
      * A MUDANCA AGENDADA NO CADASTRO SEGUE A DUPLA APROVACAO COMO A
      * FEITA NA HORA; O AUTOR DA PENDENCIA E QUEM AGENDOU, PARA QUE
      * ELE NAO POSSA APROVAR A PROPRIA MUDANCA NO CADAPROV.
            P800-GRAVA-PENDENTE.
               SET FS-OK-PEN           TO TRUE
               OPEN I-O PENDENTES
               IF WS-FS-PEN EQUAL 35 THEN
                   OPEN OUTPUT PENDENTES
                   CLOSE PENDENTES
                   OPEN I-O PENDENTES
               END-IF
               IF NOT FS-OK-PEN THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Erro ao acessar PENDCHG.DAT" TO WS-MOTIVO
                   GO TO P800-FIM
               END-IF

               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-ID-USUARIO      TO PEN-ID-USUARIO
               MOVE WS-PEN-TIPO        TO PEN-TIPO
               MOVE WS-ANTES           TO PEN-ANTES
               MOVE WS-DEPOIS          TO PEN-DEPOIS
               MOVE WS-DATA-HOJE       TO PEN-DATA
               MOVE WS-HORA-AGORA      TO PEN-HORA
               MOVE AGE-OPERADOR       TO PEN-OPERADOR

               WRITE PEN-REG
                   INVALID KEY
                       SET LINHA-INVALIDA TO TRUE
                       MOVE "Ja existe pendencia para o contato"
                           TO WS-MOTIVO
                   NOT INVALID KEY
                       SET AGE-ENCAMINHADA TO TRUE
                       MOVE "Encaminhada para aprovacao no CADAPROV"
                           TO WS-MOTIVO
                       ADD 1 TO WS-ENCAMINHADAS
               END-WRITE

               CLOSE PENDENTES
            .
            P800-FIM.

      ****************** GRAVANDO A TRILHA DE AUDITORIA ****************
      * O OPERADOR DA AUDITORIA E QUEM AGENDOU A MUDANCA, NAO A
      * CONTA DO AGENDADOR QUE RODA A CADEIA.
            P850-AUDITORIA.
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-ID-USUARIO    TO AUDIT-ID
               MOVE WS-DATA-HOJE     TO AUDIT-DATA
               MOVE WS-HORA-AGORA    TO AUDIT-HORA
               MOVE AGE-OPERADOR     TO AUDIT-OPERADOR
               MOVE ZEROS            TO AUDIT-ID-DESTINO

               OPEN EXTEND AUDITORIA
               IF WS-FS-AUD EQUAL 35 THEN
                   OPEN OUTPUT AUDITORIA
               END-IF

               IF FS-OK-AUD THEN
                   WRITE AUDIT-REC
               END-IF

               CLOSE AUDITORIA
            .
            P850-FIM.

      ********** ATUALIZANDO O CONTROLE DE SENHA ***********************
      * INCLUSAO (SENHA VELHA EM BRANCO) CRIA O REGISTRO COM A DATA
      * DE HOJE; ALTERACAO COM SENHA RENOVA A DATA E EMPURRA A SENHA
      * ANTIGA PARA O HISTORICO DE REUSO DO LOGIN, COMO NO CADLOTE.
            P860-SENHA-CTL.
               SET FS-OK-SEN           TO TRUE
               OPEN I-O SENHAS
               IF WS-FS-SEN EQUAL 35 THEN
                   OPEN OUTPUT SENHAS
                   CLOSE SENHAS
                   OPEN I-O SENHAS
               END-IF
               IF NOT FS-OK-SEN THEN
                   GO TO P860-FIM
               END-IF

               MOVE WS-ID-USUARIO TO SEN-ID
               READ SENHAS
                   INVALID KEY
                       MOVE WS-ID-USUARIO TO SEN-ID
                       MOVE SPACES TO SEN-SENHA-ANT(1)
                       MOVE SPACES TO SEN-SENHA-ANT(2)
                       MOVE SPACES TO SEN-SENHA-ANT(3)
               END-READ

               IF WS-SENHA-VELHA NOT EQUAL SPACES THEN
                   MOVE SEN-SENHA-ANT(2) TO SEN-SENHA-ANT(3)
                   MOVE SEN-SENHA-ANT(1) TO SEN-SENHA-ANT(2)
                   MOVE WS-SENHA-VELHA   TO SEN-SENHA-ANT(1)
               END-IF
               MOVE WS-DATA-HOJE TO SEN-DATA-TROCA

               REWRITE SEN-REG
                   INVALID KEY
                       WRITE SEN-REG
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-REWRITE

               CLOSE SENHAS
            .
            P860-FIM.

      ****************** GRAVANDO O RELATORIO DE EXCECOES **************
            P870-REJEITA.
               MOVE SPACES TO RELATORIO-LINHA
               STRING AGE-DATA-EFETIVA DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      AGE-SEQ          DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      AGE-TIPO         DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      AGE-ORIGEM       DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WS-ID-USUARIO    DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WS-NOME-REL      DELIMITED BY "  "
                      ";"              DELIMITED BY SIZE
                      WS-MOTIVO        DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
            .
            P870-FIM.

            P900-ENCERRA.
               IF ARQUIVOS-ABERTOS THEN
                   CLOSE AGENDA
                   CLOSE USUARIOS
                   CLOSE RELATORIO
               END-IF

               DISPLAY "*** MUDANCAS AGENDADAS DE " WS-DATA-HOJE
                   " ***"
               DISPLAY "Mudancas devidas .........: " WS-DEVIDAS
               DISPLAY "Aplicadas ................: " WS-APLICADAS
               DISPLAY "Encaminhadas p/ aprovacao : " WS-ENCAMINHADAS
               DISPLAY "Rejeitadas (AGENDREJ.DAT) : " WS-REJEITADAS
            .
            P900-FIM.

      ********** GRAVANDO OS TOTAIS DO PASSO PARA O NOTURNO ************
            P950-GRAVA-TOTAIS.
               OPEN OUTPUT TOTAIS
               IF FS-OK-TOT THEN
                   MOVE "CADEFET"      TO TOT-PROGRAMA
                   MOVE WS-APLICADAS   TO TOT-CONT-1
                   MOVE WS-ENCAMINHADAS TO TOT-CONT-2
                   MOVE WS-REJEITADAS  TO TOT-CONT-3
                   WRITE TOT-REG
                   CLOSE TOTAIS
               END-IF
            .
            P950-FIM.

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
               MOVE "CADEFET"          TO JOR-PROGRAMA
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
            GOBACK.
       END PROGRAM CADEFET.
