      ******************************************************************
      * Author:GABRIEL CERQUEIRA
      * Date: 15/10/2026
      * Purpose:CONFERENCIA CRUZADA DOS ARQUIVOS DE CONTROLE
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026 GC - Programa criado: confere os arquivos de
      *                 controle chaveados pelo ID do usuario contra o
      *                 cadastro (USUARIOS.DAT) e aponta em INTEGREJ.DAT
      *                 os controles de bloqueio (BLOQCTL.DAT) e de
      *                 senha (SENHACTL.DAT) de IDs fora do cadastro,
      *                 os usuarios ativos sem controle de senha, os
      *                 usuarios lancados em departamento ausente de
      *                 DEPTOS.DAT, as pendencias (PENDCHG.DAT) cuja
      *                 imagem-antes nao confere mais com o cadastro e
      *                 os IDs arquivados (ARQUIVO.DAT) ainda presentes
      *                 no cadastro. O modo de reparo (direito
      *                 CADINTEG/REPARAR no CADOPER) corrige so os
      *                 casos seguros: exclui os controles orfaos e
      *                 cria o controle de senha que falta com a data
      *                 do dia, como o LOGIN faz no primeiro acesso; os
      *                 demais ficam no relatorio para acao manual.
      *                 Passo da cadeia noturna: sem operador o reparo
      *                 e pedido em CADINTEG.PRM (linha 1 = REPARAR) e
      *                 os contadores vao para PASSOTOT.DAT.
      * 15/10/2026 GC - Sem DEPTOS.DAT a conferencia de departamentos
      *                 e ignorada com aviso, como a dos controles,
      *                 em vez de acusar todo usuario com departamento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADINTEG.

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

                SELECT BLOQUEIOS ASSIGN TO "BLOQCTL.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS BLQ-ID
                FILE STATUS  IS WS-FS-BLQ.

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

                SELECT PENDENTES ASSIGN TO "PENDCHG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS PEN-ID-USUARIO
                FILE STATUS  IS WS-FS-PEN.

                SELECT ARQUIVO ASSIGN TO "ARQUIVO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.

                SELECT RELATORIO ASSIGN TO "INTEGREJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

                SELECT PARAMETROS ASSIGN TO "CADPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PARM.

                SELECT PARMBATCH ASSIGN TO "CADINTEG.PRM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PRB.

                SELECT TOTAIS ASSIGN TO "PASSOTOT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-TOT.

                SELECT OPERADORES ASSIGN TO "OPERCTL.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS OPR-CHAVE
                FILE STATUS  IS WS-FS-OPR.

                SELECT OPERLOG ASSIGN TO "OPERLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-OPL.


       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
           COPY LAYOUT.
       FD BLOQUEIOS.
           COPY BLOQREC.
       FD SENHAS.
           COPY SENHAREC.
       FD DEPTOS.
           COPY DEPTREC.
       FD PENDENTES.
           COPY PENDREC.
       FD ARQUIVO.
       01 ARQ-REG.
          05 ARQ-DADOS             PIC X(230).
          05 ARQ-DATA-ARQ          PIC 9(08).
       FD RELATORIO.
       01 RELATORIO-LINHA         PIC X(200).
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       FD PARMBATCH.
       01 PRB-LINHA                PIC X(50).
       FD TOTAIS.
           COPY TOTREC.
       FD OPERADORES.
           COPY OPERREC.
       FD OPERLOG.
           COPY OPLOGREC.
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-BLQ                PIC 99.
          88 FS-OK-BLQ             VALUE 0.
       77 WS-FS-SEN                PIC 99.
          88 FS-OK-SEN             VALUE 0.
       77 WS-FS-DEP                PIC 99.
          88 FS-OK-DEP             VALUE 0.
       77 WS-FS-PEN                PIC 99.
          88 FS-OK-PEN             VALUE 0.
       77 WS-FS-ARQ                PIC 99.
          88 FS-OK-ARQ             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-OK-REL             VALUE 0.
       77 WS-FS-PARM               PIC 99.
          88 FS-OK-PARM            VALUE 0.
       77 WS-FS-PRB                PIC 99.
          88 FS-OK-PRB             VALUE 0.
       77 WS-FS-TOT                PIC 99.
          88 FS-OK-TOT             VALUE 0.
       77 WS-FS-OPR                PIC 99.
          88 FS-OK-OPR             VALUE 0.
       77 WS-FS-OPL                PIC 99.
          88 FS-OK-OPL             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-MODO-BATCH            PIC X VALUE "N".
          88 MODO-BATCH            VALUE "S".
       77 WS-REPARO                PIC X VALUE "N".
          88 MODO-REPARO           VALUE "S" FALSE "N".
       77 WS-CONFIRMA              PIC X.
       77 WS-AUTORIZADO            PIC X.
          88 AUTORIZADO            VALUE "S" FALSE "N".
       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-FATAL                 PIC X VALUE "N".
          88 ERRO-FATAL            VALUE "S" FALSE "N".
       77 WS-BLQ-ABERTO            PIC X VALUE "N".
          88 BLQ-ABERTO            VALUE "S" FALSE "N".
       77 WS-SEN-ABERTO            PIC X VALUE "N".
          88 SEN-ABERTO            VALUE "S" FALSE "N".
       77 WS-DEP-ABERTO            PIC X VALUE "N".
          88 DEP-ABERTO            VALUE "S" FALSE "N".
       77 WS-USU-ACHADO            PIC X.
          88 USU-ACHADO            VALUE "S" FALSE "N".
       01 WS-DADOS                PIC X(230) VALUE SPACES.
       01 FILLER REDEFINES WS-DADOS.
          03 WS-NOME                  PIC X(100).
          03 WS-PASSWORD              PIC X(8).
          03 WS-EMAIL                 PIC X(100).
          03 WS-PHONE                 PIC 9(12).
          03 WS-ID-USUARIO            PIC 9(05).
          03 WS-STATUS                PIC X.
             88 WS-STATUS-ATIVO           VALUE "A".
             88 WS-STATUS-INATIVO         VALUE "I".
          03 WS-DEPTO                 PIC 9(04).
      * IMAGEM-ANTES DA PENDENCIA, PARA O NOME NO RELATORIO
       01 WS-IMAGEM               PIC X(230) VALUE SPACES.
       01 FILLER REDEFINES WS-IMAGEM.
          03 WS-IMG-NOME              PIC X(100).
          03 FILLER                   PIC X(130).
      * LINHA DO RELATORIO DE EXCECOES
       01 WS-EXCECAO.
          05 WS-EXC-ARQUIVO        PIC X(12).
          05 WS-EXC-ID             PIC 9(05).
          05 WS-EXC-NOME           PIC X(100).
          05 WS-EXC-MOTIVO         PIC X(60).
          05 WS-EXC-ACAO           PIC X(12).
       77 WS-ID-ARQ                PIC X(05).
       77 WS-DEPTO-EDIT            PIC 9(04).
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-LIDOS                 PIC 9(005) VALUE ZEROS.
       77 WS-EXCECOES              PIC 9(005) VALUE ZEROS.
       77 WS-REPARADOS             PIC 9(005) VALUE ZEROS.
       77 WS-BLQ-ORFAOS            PIC 9(005) VALUE ZEROS.
       77 WS-SEN-ORFAOS            PIC 9(005) VALUE ZEROS.
       77 WS-SEM-SENHA             PIC 9(005) VALUE ZEROS.
       77 WS-SEM-DEPTO             PIC 9(005) VALUE ZEROS.
       77 WS-PEN-DIVERGE           PIC 9(005) VALUE ZEROS.
       77 WS-ARQ-DUPLIC            PIC 9(005) VALUE ZEROS.
       01 WS-AUTORIZACAO.
          05 WS-AUT-PROGRAMA       PIC X(08) VALUE "CADINTEG".
          05 WS-AUT-FUNCAO         PIC X(10) VALUE SPACES.
          05 WS-AUT-DATA           PIC 9(08).
          05 WS-AUT-HORA           PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P010-CAMINHO  THRU P010-FIM
            PERFORM P015-MODO-EXECUCAO THRU P015-FIM
            PERFORM P020-OPERADOR THRU P020-FIM
            PERFORM P030-MODO-REPARO THRU P030-FIM
            PERFORM P100-INICIO   THRU P100-FIM
            IF NOT ERRO-FATAL THEN
                PERFORM P200-BLOQUEIOS  THRU P200-FIM
                PERFORM P300-SENHAS     THRU P300-FIM
                PERFORM P400-USUARIOS   THRU P400-FIM
                PERFORM P500-PENDENCIAS THRU P500-FIM
                PERFORM P600-ARQUIVADOS THRU P600-FIM
                PERFORM P900-ENCERRA    THRU P900-FIM
                IF MODO-BATCH THEN
                    PERFORM P950-GRAVA-TOTAIS THRU P950-FIM
                END-IF
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

      ****************** ESCOLHENDO O MODO DE REPARO *******************
      * SEM OPERADOR O REPARO SO E FEITO COM "REPARAR" NA LINHA 1 DE
      * CADINTEG.PRM; ARQUIVO AUSENTE = SO CONFERENCIA. O REPARO EXIGE
      * O DIREITO CADINTEG/REPARAR; SEM ELE A RECUSA VAI PARA O LOG E
      * A CONFERENCIA SEGUE SEM REPARO (O RELATORIO CONTINUA VALENDO
      * E A CADEIA NAO PARA POR ISSO).
            P030-MODO-REPARO.
               SET MODO-REPARO         TO FALSE

               IF MODO-BATCH THEN
                   OPEN INPUT PARMBATCH
                   IF FS-OK-PRB THEN
                       READ PARMBATCH
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PRB-LINHA(1:7) EQUAL "REPARAR" THEN
                                   SET MODO-REPARO TO TRUE
                               END-IF
                       END-READ
                       CLOSE PARMBATCH
                   END-IF
               ELSE
                   DISPLAY "==== CONFERENCIA CRUZADA DOS CONTROLES ===="
                   DISPLAY "Aplicar os reparos seguros (controles"
                       " orfaos e controle de senha ausente)? (S/N)"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA EQUAL "S" OR "s" THEN
                       SET MODO-REPARO TO TRUE
                   END-IF
               END-IF

               IF MODO-REPARO THEN
                   MOVE "REPARAR"      TO WS-AUT-FUNCAO
                   PERFORM P080-AUTORIZA THRU P080-FIM
                   IF NOT AUTORIZADO THEN
                       SET MODO-REPARO TO FALSE
                       DISPLAY "Conferencia segue sem reparo."
                   END-IF
               END-IF
            .
            P030-FIM.

      ****************** CONFERINDO O DIREITO DO OPERADOR **************
      * A FUNCAO PEDIDA PRECISA ESTAR CONCEDIDA AO OPERADOR NA TABELA
      * DE DIREITOS (OPERCTL.DAT, MANTIDA PELO CADOPER); SEM A TABELA
      * OU SEM O DIREITO A ACAO E RECUSADA E A RECUSA VAI PARA O LOG.
            P080-AUTORIZA.
               SET AUTORIZADO          TO FALSE
               SET FS-OK-OPR           TO TRUE

               OPEN INPUT OPERADORES
               IF FS-OK-OPR THEN
                   MOVE WS-OPERADOR     TO OPR-USUARIO
                   MOVE WS-AUT-PROGRAMA TO OPR-PROGRAMA
                   MOVE WS-AUT-FUNCAO   TO OPR-FUNCAO
                   READ OPERADORES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET AUTORIZADO TO TRUE
                   END-READ
                   CLOSE OPERADORES
               END-IF

               IF NOT AUTORIZADO THEN
                   DISPLAY "Acesso negado: o operador " WS-OPERADOR
                   DISPLAY "  nao tem a funcao " WS-AUT-FUNCAO
                       " do programa " WS-AUT-PROGRAMA "."
                   DISPLAY "  Acao recusada e registrada; peca o"
                       " direito ao administrador (CADOPER)."
                   PERFORM P085-REGISTRA-RECUSA THRU P085-FIM
               END-IF
            .
            P080-FIM.

      ****************** REGISTRANDO A RECUSA **************************
            P085-REGISTRA-RECUSA.
               ACCEPT WS-AUT-DATA FROM DATE YYYYMMDD
               ACCEPT WS-AUT-HORA FROM TIME

               MOVE WS-OPERADOR        TO OPL-OPERADOR
               MOVE WS-AUT-PROGRAMA    TO OPL-PROGRAMA
               MOVE WS-AUT-FUNCAO      TO OPL-FUNCAO
               SET OPL-RECUSA          TO TRUE
               MOVE WS-AUT-DATA        TO OPL-DATA
               MOVE WS-AUT-HORA        TO OPL-HORA
               MOVE SPACES             TO OPL-ALVO

               SET FS-OK-OPL           TO TRUE
               OPEN EXTEND OPERLOG
               IF WS-FS-OPL EQUAL 35 THEN
                   OPEN OUTPUT OPERLOG
               END-IF

               IF FS-OK-OPL THEN
                   WRITE OPL-REG
               END-IF

               CLOSE OPERLOG
            .
            P085-FIM.

      ****************** ABRINDO OS ARQUIVOS ***************************
      * O CADASTRO E O RELATORIO SAO OBRIGATORIOS (RC 8 SEM ELES). OS
      * CONTROLES AUSENTES (35) NAO TEM O QUE CONFERIR; SO O DE SENHA
      * E CRIADO NO MODO DE REPARO, PARA RECEBER OS REGISTROS QUE
      * FALTAM.
            P100-INICIO.
               SET ERRO-FATAL          TO FALSE
               SET FS-OK               TO TRUE
               SET FS-OK-REL           TO TRUE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

               OPEN INPUT USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Erro ao abrir o arquivo de usuarios."
                   DISPLAY "FILE STATUS: " WS-FS
                   MOVE 8 TO RETURN-CODE
                   SET ERRO-FATAL TO TRUE
                   GO TO P100-FIM
               END-IF

               OPEN OUTPUT RELATORIO
               IF FS-OK-REL THEN
                   MOVE "ARQUIVO;ID;NOME;EXCECAO;ACAO"
                       TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
               ELSE
                   DISPLAY "Erro ao abrir o relatorio de excecoes."
                   DISPLAY "FILE STATUS: " WS-FS-REL
                   CLOSE USUARIOS
                   MOVE 8 TO RETURN-CODE
                   SET ERRO-FATAL TO TRUE
                   GO TO P100-FIM
               END-IF

               SET BLQ-ABERTO          TO FALSE
               SET FS-OK-BLQ           TO TRUE
               IF MODO-REPARO THEN
                   OPEN I-O BLOQUEIOS
               ELSE
                   OPEN INPUT BLOQUEIOS
               END-IF
               IF FS-OK-BLQ THEN
                   SET BLQ-ABERTO TO TRUE
               END-IF

               SET SEN-ABERTO          TO FALSE
               SET FS-OK-SEN           TO TRUE
               IF MODO-REPARO THEN
                   OPEN I-O SENHAS
                   IF WS-FS-SEN EQUAL 35 THEN
                       OPEN OUTPUT SENHAS
                       CLOSE SENHAS
                       OPEN I-O SENHAS
                   END-IF
               ELSE
                   OPEN INPUT SENHAS
               END-IF
               IF FS-OK-SEN THEN
                   SET SEN-ABERTO TO TRUE
               END-IF

               SET DEP-ABERTO          TO FALSE
               SET FS-OK-DEP           TO TRUE
               OPEN INPUT DEPTOS
               IF FS-OK-DEP THEN
                   SET DEP-ABERTO TO TRUE
               ELSE
                   DISPLAY "Aviso: DEPTOS.DAT indisponivel; conferencia"
                       " de departamentos ignorada."
               END-IF
            .
            P100-FIM.

      ********** CONTROLES DE BLOQUEIO SEM USUARIO NO CADASTRO *********
            P200-BLOQUEIOS.
               IF NOT BLQ-ABERTO THEN
                   GO TO P200-FIM
               END-IF

               SET EOF-OK              TO FALSE
               PERFORM P210-LE-BLOQUEIO THRU P210-FIM UNTIL EOF-OK
            .
            P200-FIM.

            P210-LE-BLOQUEIO.
               READ BLOQUEIOS NEXT
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P210-FIM
               END-READ
               ADD 1 TO WS-LIDOS

               MOVE BLQ-ID             TO WS-EXC-ID
               PERFORM P700-LE-USUARIO THRU P700-FIM
               IF USU-ACHADO THEN
                   GO TO P210-FIM
               END-IF

               ADD 1 TO WS-BLQ-ORFAOS
               MOVE "BLOQCTL.DAT"      TO WS-EXC-ARQUIVO
               MOVE SPACES             TO WS-EXC-NOME
               MOVE "Controle de bloqueio de ID fora do cadastro"
                   TO WS-EXC-MOTIVO

               IF NOT MODO-REPARO THEN
                   MOVE "REPARAVEL"    TO WS-EXC-ACAO
               ELSE
                   DELETE BLOQUEIOS RECORD
                       INVALID KEY
                           MOVE "NAO REPARADO" TO WS-EXC-ACAO
                       NOT INVALID KEY
                           MOVE "EXCLUIDO"     TO WS-EXC-ACAO
                           ADD 1 TO WS-REPARADOS
                   END-DELETE
               END-IF
               PERFORM P800-EXCECAO THRU P800-FIM
            .
            P210-FIM.

      ********** CONTROLES DE SENHA SEM USUARIO NO CADASTRO ************
            P300-SENHAS.
               IF NOT SEN-ABERTO THEN
                   GO TO P300-FIM
               END-IF

               SET EOF-OK              TO FALSE
               PERFORM P310-LE-SENHA THRU P310-FIM UNTIL EOF-OK
            .
            P300-FIM.

            P310-LE-SENHA.
               READ SENHAS NEXT
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P310-FIM
               END-READ
               ADD 1 TO WS-LIDOS

               MOVE SEN-ID             TO WS-EXC-ID
               PERFORM P700-LE-USUARIO THRU P700-FIM
               IF USU-ACHADO THEN
                   GO TO P310-FIM
               END-IF

               ADD 1 TO WS-SEN-ORFAOS
               MOVE "SENHACTL.DAT"     TO WS-EXC-ARQUIVO
               MOVE SPACES             TO WS-EXC-NOME
               MOVE "Controle de senha de ID fora do cadastro"
                   TO WS-EXC-MOTIVO

               IF NOT MODO-REPARO THEN
                   MOVE "REPARAVEL"    TO WS-EXC-ACAO
               ELSE
                   DELETE SENHAS RECORD
                       INVALID KEY
                           MOVE "NAO REPARADO" TO WS-EXC-ACAO
                       NOT INVALID KEY
                           MOVE "EXCLUIDO"     TO WS-EXC-ACAO
                           ADD 1 TO WS-REPARADOS
                   END-DELETE
               END-IF
               PERFORM P800-EXCECAO THRU P800-FIM
            .
            P310-FIM.

      ********** USUARIOS: CONTROLE DE SENHA E DEPARTAMENTO ************
            P400-USUARIOS.
               SET EOF-OK              TO FALSE
               MOVE ZEROS              TO ID-USUARIO
               START USUARIOS KEY IS NOT LESS THAN ID-USUARIO
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START

               PERFORM P410-LE-USUARIO THRU P410-FIM UNTIL EOF-OK
            .
            P400-FIM.

            P410-LE-USUARIO.
               READ USUARIOS NEXT INTO WS-DADOS
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P410-FIM
               END-READ
               ADD 1 TO WS-LIDOS

               MOVE WS-ID-USUARIO      TO WS-EXC-ID
               MOVE WS-NOME            TO WS-EXC-NOME

               IF WS-STATUS-ATIVO THEN
                   PERFORM P420-CONFERE-SENHA THRU P420-FIM
               END-IF

               IF WS-DEPTO NOT EQUAL ZEROS THEN
                   PERFORM P430-CONFERE-DEPTO THRU P430-FIM
               END-IF
            .
            P410-FIM.

      * USUARIO ATIVO SEM SENHACTL: O REPARO GRAVA O CONTROLE COM A
      * DATA DO DIA E SEM HISTORICO, COMO O LOGIN NO PRIMEIRO ACESSO
            P420-CONFERE-SENHA.
               IF SEN-ABERTO THEN
                   MOVE WS-ID-USUARIO  TO SEN-ID
                   READ SENHAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           GO TO P420-FIM
                   END-READ
               END-IF

               ADD 1 TO WS-SEM-SENHA
               MOVE "USUARIOS.DAT"     TO WS-EXC-ARQUIVO
               MOVE "Usuario ativo sem registro em SENHACTL.DAT"
                   TO WS-EXC-MOTIVO

               IF NOT MODO-REPARO OR NOT SEN-ABERTO THEN
                   MOVE "REPARAVEL"    TO WS-EXC-ACAO
               ELSE
                   MOVE WS-ID-USUARIO  TO SEN-ID
                   MOVE WS-DATA-HOJE   TO SEN-DATA-TROCA
                   MOVE SPACES         TO SEN-SENHA-ANT(1)
                   MOVE SPACES         TO SEN-SENHA-ANT(2)
                   MOVE SPACES         TO SEN-SENHA-ANT(3)
                   WRITE SEN-REG
                       INVALID KEY
                           MOVE "NAO REPARADO" TO WS-EXC-ACAO
                       NOT INVALID KEY
                           MOVE "CRIADO"       TO WS-EXC-ACAO
                           ADD 1 TO WS-REPARADOS
                   END-WRITE
               END-IF
               PERFORM P800-EXCECAO THRU P800-FIM
            .
            P420-FIM.

      * DEPARTAMENTO AUSENTE DE DEPTOS.DAT: NAO HA COMO SABER O CODIGO
      * CERTO, FICA PARA ACAO MANUAL (CADASTRO OU CADDEPTO)
            P430-CONFERE-DEPTO.
      * SEM O MESTRE NAO HA COMO CONFERIR; NAO ACUSA TODOS OS USUARIOS
               IF NOT DEP-ABERTO THEN
                   GO TO P430-FIM
               END-IF

               MOVE WS-DEPTO           TO DEP-CODIGO
               READ DEPTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO P430-FIM
               END-READ

               ADD 1 TO WS-SEM-DEPTO
               MOVE WS-DEPTO           TO WS-DEPTO-EDIT
               MOVE "USUARIOS.DAT"     TO WS-EXC-ARQUIVO
               MOVE SPACES             TO WS-EXC-MOTIVO
               STRING "Departamento "  DELIMITED BY SIZE
                      WS-DEPTO-EDIT    DELIMITED BY SIZE
                      " ausente de DEPTOS.DAT" DELIMITED BY SIZE
                      INTO WS-EXC-MOTIVO
               END-STRING
               MOVE "MANUAL"           TO WS-EXC-ACAO
               PERFORM P800-EXCECAO THRU P800-FIM
            .
            P430-FIM.

      ********** PENDENCIAS COM IMAGEM-ANTES DESATUALIZADA *************
      * O CADAPROV RECUSA APLICAR ESSAS PENDENCIAS; A DECISAO DE
      * REJEITA-LAS FICA COM O APROVADOR (ACAO MANUAL).
            P500-PENDENCIAS.
               SET FS-OK-PEN           TO TRUE
               OPEN INPUT PENDENTES
               IF NOT FS-OK-PEN THEN
                   GO TO P500-FIM
               END-IF

               SET EOF-OK              TO FALSE
               PERFORM P510-LE-PENDENCIA THRU P510-FIM UNTIL EOF-OK
               CLOSE PENDENTES
            .
            P500-FIM.

            P510-LE-PENDENCIA.
               READ PENDENTES NEXT
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P510-FIM
               END-READ
               ADD 1 TO WS-LIDOS

               MOVE PEN-ID-USUARIO     TO WS-EXC-ID
               MOVE PEN-ANTES          TO WS-IMAGEM
               MOVE WS-IMG-NOME        TO WS-EXC-NOME
               MOVE "PENDCHG.DAT"      TO WS-EXC-ARQUIVO
               MOVE "MANUAL"           TO WS-EXC-ACAO

               PERFORM P700-LE-USUARIO THRU P700-FIM
               IF NOT USU-ACHADO THEN
                   ADD 1 TO WS-PEN-DIVERGE
                   MOVE "Pendencia de ID fora do cadastro"
                       TO WS-EXC-MOTIVO
                   PERFORM P800-EXCECAO THRU P800-FIM
                   GO TO P510-FIM
               END-IF

               IF PEN-ANTES NOT EQUAL WS-DADOS THEN
                   ADD 1 TO WS-PEN-DIVERGE
                   MOVE "Imagem-antes da pendencia difere do cadastro"
                       TO WS-EXC-MOTIVO
                   PERFORM P800-EXCECAO THRU P800-FIM
               END-IF
            .
            P510-FIM.

      ********** IDS ARQUIVADOS AINDA PRESENTES NO CADASTRO ************
      * O ID OCUPA A MESMA POSICAO (221:5) NO LAYOUT ATUAL E NO ANTIGO
      * DE 234 POSICOES; NAO HA COMO SABER QUAL COPIA VALE (RESTAURACAO
      * INTERROMPIDA OU ID REUTILIZADO), ENTAO FICA PARA ACAO MANUAL.
            P600-ARQUIVADOS.
               SET FS-OK-ARQ           TO TRUE
               OPEN INPUT ARQUIVO
               IF NOT FS-OK-ARQ THEN
                   GO TO P600-FIM
               END-IF

               SET EOF-OK              TO FALSE
               PERFORM P610-LE-ARQUIVADO THRU P610-FIM UNTIL EOF-OK
               CLOSE ARQUIVO
            .
            P600-FIM.

            P610-LE-ARQUIVADO.
               READ ARQUIVO
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P610-FIM
               END-READ
               ADD 1 TO WS-LIDOS

               MOVE ARQ-DADOS(221:5)   TO WS-ID-ARQ
               IF WS-ID-ARQ IS NOT NUMERIC THEN
                   GO TO P610-FIM
               END-IF

               MOVE WS-ID-ARQ          TO WS-EXC-ID
               PERFORM P700-LE-USUARIO THRU P700-FIM
               IF NOT USU-ACHADO THEN
                   GO TO P610-FIM
               END-IF

               ADD 1 TO WS-ARQ-DUPLIC
               MOVE "ARQUIVO.DAT"      TO WS-EXC-ARQUIVO
               MOVE WS-NOME            TO WS-EXC-NOME
               MOVE "ID arquivado tambem presente no cadastro"
                   TO WS-EXC-MOTIVO
               MOVE "MANUAL"           TO WS-EXC-ACAO
               PERFORM P800-EXCECAO THRU P800-FIM
            .
            P610-FIM.

      ****************** LENDO O USUARIO DO ID EM WS-EXC-ID ************
            P700-LE-USUARIO.
               SET USU-ACHADO          TO FALSE
               MOVE WS-EXC-ID          TO ID-USUARIO
               READ USUARIOS INTO WS-DADOS
                   KEY IS ID-USUARIO
                   INVALID KEY
                       MOVE SPACES TO WS-DADOS
                   NOT INVALID KEY
                       SET USU-ACHADO TO TRUE
               END-READ
            .
            P700-FIM.

      ****************** GRAVANDO O RELATORIO DE EXCECOES **************
            P800-EXCECAO.
               ADD 1 TO WS-EXCECOES
               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-EXC-ARQUIVO  DELIMITED BY SPACE
                      ";"             DELIMITED BY SIZE
                      WS-EXC-ID       DELIMITED BY SIZE
                      ";"             DELIMITED BY SIZE
                      WS-EXC-NOME     DELIMITED BY "  "
                      ";"             DELIMITED BY SIZE
                      WS-EXC-MOTIVO   DELIMITED BY "  "
                      ";"             DELIMITED BY SIZE
                      WS-EXC-ACAO     DELIMITED BY "  "
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
            .
            P800-FIM.

            P900-ENCERRA.
               CLOSE USUARIOS
               IF BLQ-ABERTO THEN
                   CLOSE BLOQUEIOS
               END-IF
               IF SEN-ABERTO THEN
                   CLOSE SENHAS
               END-IF
               IF DEP-ABERTO THEN
                   CLOSE DEPTOS
               END-IF
               CLOSE RELATORIO

               DISPLAY "*** CONFERENCIA CRUZADA CONCLUIDA ***"
               IF MODO-REPARO THEN
                   DISPLAY "Modo ......................: com reparo"
               ELSE
                   DISPLAY "Modo ......................: so conferencia"
               END-IF
               DISPLAY "Registros conferidos ......: " WS-LIDOS
               DISPLAY "Bloqueios orfaos ..........: " WS-BLQ-ORFAOS
               DISPLAY "Controles de senha orfaos .: " WS-SEN-ORFAOS
               DISPLAY "Ativos sem controle senha .: " WS-SEM-SENHA
               DISPLAY "Departamento inexistente ..: " WS-SEM-DEPTO
               DISPLAY "Pendencias divergentes ....: " WS-PEN-DIVERGE
               DISPLAY "Arquivados no cadastro ....: " WS-ARQ-DUPLIC
               DISPLAY "Excecoes apontadas ........: " WS-EXCECOES
               DISPLAY "Excecoes reparadas ........: " WS-REPARADOS
               IF NOT BLQ-ABERTO THEN
                   DISPLAY "Aviso: BLOQCTL.DAT indisponivel;"
                       " bloqueios nao conferidos."
               END-IF
               IF NOT DEP-ABERTO THEN
                   DISPLAY "Aviso: DEPTOS.DAT indisponivel."
               END-IF
               DISPLAY "Relatorio gravado em INTEGREJ.DAT."
            .
            P900-FIM.

      ********** GRAVANDO OS TOTAIS DO PASSO PARA O NOTURNO ************
            P950-GRAVA-TOTAIS.
               OPEN OUTPUT TOTAIS
               IF FS-OK-TOT THEN
                   MOVE "CADINTEG"     TO TOT-PROGRAMA
                   MOVE WS-LIDOS       TO TOT-CONT-1
                   MOVE WS-EXCECOES    TO TOT-CONT-2
                   MOVE WS-REPARADOS   TO TOT-CONT-3
                   WRITE TOT-REG
                   CLOSE TOTAIS
               END-IF
            .
            P950-FIM.

            P999-FIM.
            GOBACK.
       END PROGRAM CADINTEG.
