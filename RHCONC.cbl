      ******************************************************************
      * Author:GABRIEL CERQUEIRA
      * Date: 15/10/2026
      * Purpose:CONCILIACAO DO QUADRO DO RH COM O CADASTRO
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026 GC - Programa criado: le o quadro completo mensal
      *                 do RH (RHQUADRO.DAT, formato NOME;EMAIL;FONE;
      *                 DEPTO) e confere pessoa a pessoa contra
      *                 USUARIOS.DAT pela chave alternada EMAIL. O
      *                 relatorio RHCONC.DAT (TIPO;ID;NOME;EMAIL;
      *                 DETALHE) aponta quem esta no RH e falta no
      *                 cadastro, os ativos que o RH nao lista mais,
      *                 as divergencias de nome, telefone e
      *                 departamento e os inativos que o RH ainda
      *                 lista. As operacoes correspondentes (I/A/E)
      *                 saem em LOTERH.DAT no formato do LOTE.DAT do
      *                 CADLOTE (OPERACAO;NOME;SENHA;EMAIL;FONE;ID;
      *                 DEPTO), para revisao antes da carga: inclusao
      *                 com o proximo ID livre e a senha inicial de
      *                 RHCONC.PRM (linha 1; sem ela a linha sai sem
      *                 senha e a revisao precisa informa-la), e
      *                 alteracao so com os campos divergentes.
      * 15/10/2026 GC - E-mail repetido no quadro do RH e ausente do
      *                 cadastro gera uma so inclusao; a repeticao sai
      *                 como E-MAIL REPETIDO, sem linha no delta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RHCONC.

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

                SELECT QUADRO ASSIGN TO "RHQUADRO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-QUA.

                SELECT RELATORIO ASSIGN TO "RHCONC.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

                SELECT DELTA ASSIGN TO "LOTERH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-DLT.

                SELECT PARMRH ASSIGN TO "RHCONC.PRM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PRM.

                SELECT PARAMETROS ASSIGN TO "CADPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PARM.


       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
           COPY LAYOUT.
       FD QUADRO.
       01 QUA-LINHA                PIC X(250).
       FD RELATORIO.
       01 REL-LINHA                PIC X(250).
       FD DELTA.
       01 DLT-LINHA                PIC X(250).
       FD PARMRH.
       01 PRM-LINHA                PIC X(50).
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-FS-PARM               PIC 99.
          88 FS-OK-PARM            VALUE 0.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-QUA                PIC 99.
          88 FS-OK-QUA             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-OK-REL             VALUE 0.
       77 WS-FS-DLT                PIC 99.
          88 FS-OK-DLT             VALUE 0.
       77 WS-FS-PRM                PIC 99.
          88 FS-OK-PRM             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-EOF-QUA               PIC X.
          88 EOF-OK-QUA            VALUE "S" FALSE "N".
       77 WS-CANCELADO             PIC X.
          88 CANCELADO             VALUE "S" FALSE "N".
       77 WS-TABELA-CHEIA          PIC X VALUE "N".
          88 TABELA-CHEIA          VALUE "S" FALSE "N".
       77 WS-VISTO                 PIC X.
          88 ID-VISTO              VALUE "S" FALSE "N".
       77 WS-INCLUIDO              PIC X.
          88 JA-INCLUIDO           VALUE "S" FALSE "N".
       77 WS-DIVERGE               PIC X.
          88 DIVERGE               VALUE "S" FALSE "N".
       77 WS-SENHA-INICIAL         PIC X(08) VALUE SPACES.
       77 WS-PROX-ID               PIC 9(05) VALUE ZEROS.
       77 WS-TAM-FONE              PIC 9(03) VALUE ZEROS.
       77 WS-PONTEIRO              PIC 9(03) VALUE ZEROS.
       77 WS-TIPO                  PIC X(20) VALUE SPACES.
       77 WS-DETALHE               PIC X(80) VALUE SPACES.
       77 WS-LINHA-DELTA           PIC X(250) VALUE SPACES.
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
       01 WS-CAMPOS-RH.
          03 WS-RH-NOME               PIC X(100).
          03 WS-RH-EMAIL              PIC X(100).
          03 WS-RH-FONE               PIC X(12).
          03 WS-RH-DEPTO              PIC X(4).
       77 WS-RH-FONE-NUM           PIC 9(12) VALUE ZEROS.
       01 WS-ALTERA.
          03 WS-ALT-NOME              PIC X(100).
          03 WS-ALT-FONE              PIC X(12).
          03 WS-ALT-DEPTO             PIC X(4).
       01 WS-TAB-VISTOS.
          05 WS-VIS-QTD            PIC 9(005) VALUE ZEROS.
          05 WS-VIS-ID             PIC 9(005)
                                    OCCURS 1 TO 9999 TIMES
                                    DEPENDING ON WS-VIS-QTD
                                    INDEXED BY WS-VIS-IDX.
      * E-MAILS DO RH JA TRANSFORMADOS EM INCLUSAO NESTA EXECUCAO
       01 WS-TAB-INCLUIDOS.
          05 WS-INC-QTD            PIC 9(005) VALUE ZEROS.
          05 WS-INC-EMAIL          PIC X(100)
                                    OCCURS 1 TO 9999 TIMES
                                    DEPENDING ON WS-INC-QTD
                                    INDEXED BY WS-INC-IDX.
       77 WS-LIDOS-RH              PIC 9(005) VALUE ZEROS.
       77 WS-CONFEREM              PIC 9(005) VALUE ZEROS.
       77 WS-FALTAM                PIC 9(005) VALUE ZEROS.
       77 WS-DIVERGENTES           PIC 9(005) VALUE ZEROS.
       77 WS-INATIVOS-RH           PIC 9(005) VALUE ZEROS.
       77 WS-FORA-RH               PIC 9(005) VALUE ZEROS.
       77 WS-INVALIDAS             PIC 9(005) VALUE ZEROS.
       77 WS-REPETIDOS             PIC 9(005) VALUE ZEROS.
       77 WS-LINHAS-DELTA          PIC 9(005) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P010-CAMINHO THRU P010-FIM
            PERFORM P020-SENHA-INICIAL THRU P020-FIM
            PERFORM P100-INICIO THRU P100-FIM
            IF NOT CANCELADO THEN
                PERFORM P200-CONFERE-RH THRU P200-FIM
                    UNTIL EOF-OK-QUA
                PERFORM P400-FORA-DO-RH THRU P400-FIM
                PERFORM P900-ENCERRA THRU P900-FIM
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

      ****************** LENDO A SENHA INICIAL DAS INCLUSOES ***********
            P020-SENHA-INICIAL.
               MOVE SPACES             TO WS-SENHA-INICIAL
               OPEN INPUT PARMRH
               IF FS-OK-PRM THEN
                   READ PARMRH
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PRM-LINHA(1:8) TO WS-SENHA-INICIAL
                   END-READ
                   CLOSE PARMRH
               END-IF

               IF WS-SENHA-INICIAL EQUAL SPACES THEN
                   DISPLAY "Aviso: RHCONC.PRM sem senha inicial; as"
                       " inclusoes saem sem senha e precisam ser"
                       " completadas na revisao."
               END-IF
            .
            P020-FIM.

            P100-INICIO.
               SET CANCELADO           TO FALSE
               SET EOF-OK-QUA          TO FALSE
               SET TABELA-CHEIA        TO FALSE
               MOVE ZEROS              TO WS-VIS-QTD
               MOVE ZEROS              TO WS-INC-QTD

               SET FS-OK               TO TRUE
               OPEN INPUT USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Erro ao abrir o arquivo de usuarios."
                   DISPLAY "FILE STATUS: " WS-FS
                   SET CANCELADO TO TRUE
                   GO TO P100-FIM
               END-IF

               SET FS-OK-QUA           TO TRUE
               OPEN INPUT QUADRO
               IF NOT FS-OK-QUA THEN
                   DISPLAY "Erro ao abrir o quadro do RH RHQUADRO.DAT."
                   DISPLAY "FILE STATUS: " WS-FS-QUA
                   CLOSE USUARIOS
                   SET CANCELADO TO TRUE
                   GO TO P100-FIM
               END-IF

               SET FS-OK-REL           TO TRUE
               OPEN OUTPUT RELATORIO
               IF NOT FS-OK-REL THEN
                   DISPLAY "Erro ao abrir o relatorio RHCONC.DAT."
                   DISPLAY "FILE STATUS: " WS-FS-REL
                   CLOSE USUARIOS
                   CLOSE QUADRO
                   SET CANCELADO TO TRUE
                   GO TO P100-FIM
               END-IF

               SET FS-OK-DLT           TO TRUE
               OPEN OUTPUT DELTA
               IF NOT FS-OK-DLT THEN
                   DISPLAY "Erro ao abrir o arquivo delta LOTERH.DAT."
                   DISPLAY "FILE STATUS: " WS-FS-DLT
                   CLOSE USUARIOS
                   CLOSE QUADRO
                   CLOSE RELATORIO
                   SET CANCELADO TO TRUE
                   GO TO P100-FIM
               END-IF

               MOVE "TIPO;ID;NOME;EMAIL;DETALHE" TO REL-LINHA
               WRITE REL-LINHA

               PERFORM P110-PROXIMO-ID THRU P110-FIM
            .
            P100-FIM.

      ****************** ATRIBUINDO O PROXIMO ID LIVRE *****************
      * MESMA REGRA DO CADASTRO (MAIOR ID + 1); AS INCLUSOES DO DELTA
      * RECEBEM IDS SEGUIDOS A PARTIR DELE.
            P110-PROXIMO-ID.
               SET EOF-OK              TO FALSE
               MOVE ZEROS              TO WS-PROX-ID

               MOVE ZEROS              TO ID-USUARIO
               START USUARIOS KEY IS NOT LESS THAN ID-USUARIO
                   INVALID KEY
                       SET EOF-OK      TO TRUE
               END-START

               PERFORM P115-LE-MAIOR THRU P115-FIM UNTIL EOF-OK

               ADD 1                   TO WS-PROX-ID
            .
            P110-FIM.

            P115-LE-MAIOR.
               READ USUARIOS NEXT INTO WS-DADOS
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF WS-ID-USUARIO GREATER WS-PROX-ID
                           MOVE WS-ID-USUARIO TO WS-PROX-ID
                       END-IF
               END-READ
            .
            P115-FIM.

      ********** CONFERINDO CADA PESSOA DO QUADRO DO RH ****************
            P200-CONFERE-RH.
               READ QUADRO
                   AT END
                       SET EOF-OK-QUA TO TRUE
                       GO TO P200-FIM
               END-READ

               ADD 1 TO WS-LIDOS-RH
               MOVE SPACES             TO WS-CAMPOS-RH
               UNSTRING QUA-LINHA DELIMITED BY ";" INTO
                   WS-RH-NOME
                   WS-RH-EMAIL
                   WS-RH-FONE
                   WS-RH-DEPTO
               END-UNSTRING

               IF WS-RH-EMAIL EQUAL SPACES THEN
                   MOVE ZEROS TO WS-ID-USUARIO
                   MOVE "LINHA INVALIDA" TO WS-TIPO
                   MOVE "Linha do RH sem e-mail" TO WS-DETALHE
                   PERFORM P800-RELATA-RH THRU P800-FIM
                   ADD 1 TO WS-INVALIDAS
                   GO TO P200-FIM
               END-IF

      * TELEFONE DO RH VEM SEM ZEROS A ESQUERDA; CONVERTE PARA
      * COMPARAR COM O PHONE NUMERICO DO CADASTRO
               MOVE ZEROS              TO WS-TAM-FONE
               MOVE ZEROS              TO WS-RH-FONE-NUM
               INSPECT WS-RH-FONE TALLYING WS-TAM-FONE
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-TAM-FONE GREATER THAN ZEROS THEN
                   IF WS-RH-FONE(1:WS-TAM-FONE) IS NUMERIC THEN
                       MOVE WS-RH-FONE(1:WS-TAM-FONE)
                           TO WS-RH-FONE-NUM
                   ELSE
                       MOVE ZEROS TO WS-ID-USUARIO
                       MOVE "LINHA INVALIDA" TO WS-TIPO
                       MOVE "Telefone do RH nao numerico"
                           TO WS-DETALHE
                       PERFORM P800-RELATA-RH THRU P800-FIM
                       ADD 1 TO WS-INVALIDAS
                       GO TO P200-FIM
                   END-IF
               END-IF

               IF WS-RH-DEPTO NOT EQUAL SPACES AND
                  WS-RH-DEPTO IS NOT NUMERIC THEN
                   MOVE ZEROS TO WS-ID-USUARIO
                   MOVE "LINHA INVALIDA" TO WS-TIPO
                   MOVE "Departamento do RH nao numerico (4 digitos)"
                       TO WS-DETALHE
                   PERFORM P800-RELATA-RH THRU P800-FIM
                   ADD 1 TO WS-INVALIDAS
                   GO TO P200-FIM
               END-IF

               MOVE WS-RH-EMAIL        TO EMAIL
               READ USUARIOS KEY IS EMAIL
                   INVALID KEY
                       PERFORM P300-FALTA-NO-CADASTRO THRU P300-FIM
                   NOT INVALID KEY
                       MOVE DADOS TO WS-DADOS
                       PERFORM P250-COMPARA THRU P250-FIM
               END-READ
            .
            P200-FIM.

      ********** COMPARANDO O CADASTRO COM O RH ************************
            P250-COMPARA.
               PERFORM P260-MARCA-VISTO THRU P260-FIM
               IF ID-VISTO THEN
                   MOVE "E-MAIL REPETIDO" TO WS-TIPO
                   MOVE "E-mail repetido no quadro do RH; ignorado"
                       TO WS-DETALHE
                   PERFORM P800-RELATA-RH THRU P800-FIM
                   ADD 1 TO WS-REPETIDOS
                   GO TO P250-FIM
               END-IF

      * INATIVO QUE O RH AINDA LISTA: O CADLOTE NAO REATIVA, ENTAO
      * SO RELATA PARA A SEGURANCA DECIDIR
               IF WS-STATUS-INATIVO THEN
                   MOVE "INATIVO NO CADASTRO" TO WS-TIPO
                   MOVE "Listado pelo RH mas inativo no cadastro"
                       TO WS-DETALHE
                   PERFORM P810-RELATA-CADASTRO THRU P810-FIM
                   ADD 1 TO WS-INATIVOS-RH
                   GO TO P250-FIM
               END-IF

               SET DIVERGE             TO FALSE
               MOVE SPACES             TO WS-ALTERA
               MOVE "Diverge do RH:"   TO WS-DETALHE
               MOVE 15                 TO WS-PONTEIRO

               IF WS-RH-NOME NOT EQUAL SPACES AND
                  WS-RH-NOME NOT EQUAL WS-NOME THEN
                   SET DIVERGE TO TRUE
                   MOVE WS-RH-NOME TO WS-ALT-NOME
                   STRING " NOME"    DELIMITED BY SIZE
                          INTO WS-DETALHE WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF

               IF WS-TAM-FONE GREATER THAN ZEROS AND
                  WS-RH-FONE-NUM NOT EQUAL WS-PHONE THEN
                   SET DIVERGE TO TRUE
                   MOVE WS-RH-FONE(1:WS-TAM-FONE) TO WS-ALT-FONE
                   STRING " TELEFONE" DELIMITED BY SIZE
                          INTO WS-DETALHE WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF

               IF WS-RH-DEPTO NOT EQUAL SPACES AND
                  WS-RH-DEPTO NOT EQUAL WS-DEPTO THEN
                   SET DIVERGE TO TRUE
                   MOVE WS-RH-DEPTO TO WS-ALT-DEPTO
                   STRING " DEPTO"   DELIMITED BY SIZE
                          INTO WS-DETALHE WITH POINTER WS-PONTEIRO
                   END-STRING
               END-IF

               IF NOT DIVERGE THEN
                   ADD 1 TO WS-CONFEREM
                   GO TO P250-FIM
               END-IF

               MOVE "DIVERGENTE"       TO WS-TIPO
               PERFORM P810-RELATA-CADASTRO THRU P810-FIM
               ADD 1 TO WS-DIVERGENTES

      * ALTERACAO: SO OS CAMPOS DIVERGENTES; VAZIO MANTEM O ATUAL
               MOVE SPACES TO WS-LINHA-DELTA
               STRING "A;"          DELIMITED BY SIZE
                      WS-ALT-NOME   DELIMITED BY "  "
                      ";;;"         DELIMITED BY SIZE
                      WS-ALT-FONE   DELIMITED BY SPACE
                      ";"           DELIMITED BY SIZE
                      WS-ID-USUARIO DELIMITED BY SIZE
                      ";"           DELIMITED BY SIZE
                      WS-ALT-DEPTO  DELIMITED BY SPACE
                      INTO WS-LINHA-DELTA
               END-STRING
               PERFORM P850-GRAVA-DELTA THRU P850-FIM
            .
            P250-FIM.

      ********** GUARDANDO OS IDS ENCONTRADOS NO RH ********************
            P260-MARCA-VISTO.
               SET ID-VISTO            TO FALSE
               SET WS-VIS-IDX          TO 1
               SEARCH WS-VIS-ID
                   AT END
                       IF WS-VIS-QTD LESS THAN 9999 THEN
                           ADD 1 TO WS-VIS-QTD
                           MOVE WS-ID-USUARIO
                               TO WS-VIS-ID(WS-VIS-QTD)
                       ELSE
                           SET TABELA-CHEIA TO TRUE
                       END-IF
                   WHEN WS-VIS-ID(WS-VIS-IDX) EQUAL WS-ID-USUARIO
                       SET ID-VISTO TO TRUE
               END-SEARCH
            .
            P260-FIM.

      ********** PESSOA DO RH QUE NAO ESTA NO CADASTRO *****************
            P300-FALTA-NO-CADASTRO.
               PERFORM P310-MARCA-INCLUIDO THRU P310-FIM
               IF JA-INCLUIDO THEN
                   MOVE ZEROS TO WS-ID-USUARIO
                   MOVE "E-MAIL REPETIDO" TO WS-TIPO
                   MOVE "E-mail repetido no quadro do RH; ignorado"
                       TO WS-DETALHE
                   PERFORM P800-RELATA-RH THRU P800-FIM
                   ADD 1 TO WS-REPETIDOS
                   GO TO P300-FIM
               END-IF

               MOVE WS-PROX-ID         TO WS-ID-USUARIO
               ADD 1                   TO WS-PROX-ID
               MOVE "FALTA NO CADASTRO" TO WS-TIPO
               MOVE "Inclusao gerada com o proximo ID livre"
                   TO WS-DETALHE
               PERFORM P800-RELATA-RH THRU P800-FIM
               ADD 1 TO WS-FALTAM

               MOVE SPACES TO WS-LINHA-DELTA
               STRING "I;"             DELIMITED BY SIZE
                      WS-RH-NOME       DELIMITED BY "  "
                      ";"              DELIMITED BY SIZE
                      WS-SENHA-INICIAL DELIMITED BY SPACE
                      ";"              DELIMITED BY SIZE
                      WS-RH-EMAIL      DELIMITED BY SPACE
                      ";"              DELIMITED BY SIZE
                      WS-RH-FONE       DELIMITED BY SPACE
                      ";"              DELIMITED BY SIZE
                      WS-ID-USUARIO    DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WS-RH-DEPTO      DELIMITED BY SPACE
                      INTO WS-LINHA-DELTA
               END-STRING
               PERFORM P850-GRAVA-DELTA THRU P850-FIM
            .
            P300-FIM.

      ********** GUARDANDO OS E-MAILS JA INCLUIDOS NO DELTA ************
            P310-MARCA-INCLUIDO.
               SET JA-INCLUIDO         TO FALSE
               SET WS-INC-IDX          TO 1
               SEARCH WS-INC-EMAIL
                   AT END
                       IF WS-INC-QTD LESS THAN 9999 THEN
                           ADD 1 TO WS-INC-QTD
                           MOVE WS-RH-EMAIL
                               TO WS-INC-EMAIL(WS-INC-QTD)
                       END-IF
                   WHEN WS-INC-EMAIL(WS-INC-IDX) EQUAL WS-RH-EMAIL
                       SET JA-INCLUIDO TO TRUE
               END-SEARCH
            .
            P310-FIM.

      ********** ATIVOS DO CADASTRO QUE O RH NAO LISTA MAIS ************
            P400-FORA-DO-RH.
      * COM A TABELA DE IDS CHEIA NAO DA PARA SABER QUEM FICOU DE
      * FORA; NAO GERA DESATIVACAO NENHUMA EM VEZ DE GERAR ERRADO
               IF TABELA-CHEIA THEN
                   DISPLAY "Aviso: mais de 9999 pessoas no RH; a"
                       " conferencia dos ativos fora do RH nao foi"
                       " feita."
                   MOVE "AVISO;;;;Ativos fora do RH nao conferidos"
                       TO REL-LINHA
                   WRITE REL-LINHA
                   GO TO P400-FIM
               END-IF

               SET EOF-OK              TO FALSE
               MOVE ZEROS              TO ID-USUARIO
               START USUARIOS KEY IS NOT LESS THAN ID-USUARIO
                   INVALID KEY
                       SET EOF-OK      TO TRUE
               END-START

               PERFORM P410-LE-ATIVO THRU P410-FIM UNTIL EOF-OK
            .
            P400-FIM.

            P410-LE-ATIVO.
               READ USUARIOS NEXT INTO WS-DADOS
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P410-FIM
               END-READ

               IF NOT WS-STATUS-ATIVO THEN
                   GO TO P410-FIM
               END-IF

               SET WS-VIS-IDX          TO 1
               SEARCH WS-VIS-ID
                   AT END
                       MOVE "FORA DO RH" TO WS-TIPO
                       MOVE "Ativo ausente do quadro do RH"
                           TO WS-DETALHE
                       PERFORM P810-RELATA-CADASTRO THRU P810-FIM
                       ADD 1 TO WS-FORA-RH
                       MOVE SPACES TO WS-LINHA-DELTA
                       STRING "E;;;;;"      DELIMITED BY SIZE
                              WS-ID-USUARIO DELIMITED BY SIZE
                              ";"           DELIMITED BY SIZE
                              INTO WS-LINHA-DELTA
                       END-STRING
                       PERFORM P850-GRAVA-DELTA THRU P850-FIM
                   WHEN WS-VIS-ID(WS-VIS-IDX) EQUAL WS-ID-USUARIO
                       CONTINUE
               END-SEARCH
            .
            P410-FIM.

      ********** LINHA DO RELATORIO COM OS DADOS DO RH *****************
            P800-RELATA-RH.
               MOVE SPACES TO REL-LINHA
               STRING WS-TIPO       DELIMITED BY "  "
                      ";"           DELIMITED BY SIZE
                      WS-ID-USUARIO DELIMITED BY SIZE
                      ";"           DELIMITED BY SIZE
                      WS-RH-NOME    DELIMITED BY "  "
                      ";"           DELIMITED BY SIZE
                      WS-RH-EMAIL   DELIMITED BY SPACE
                      ";"           DELIMITED BY SIZE
                      WS-DETALHE    DELIMITED BY "  "
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
            .
            P800-FIM.

      ********** LINHA DO RELATORIO COM OS DADOS DO CADASTRO ***********
            P810-RELATA-CADASTRO.
               MOVE SPACES TO REL-LINHA
               STRING WS-TIPO       DELIMITED BY "  "
                      ";"           DELIMITED BY SIZE
                      WS-ID-USUARIO DELIMITED BY SIZE
                      ";"           DELIMITED BY SIZE
                      WS-NOME       DELIMITED BY "  "
                      ";"           DELIMITED BY SIZE
                      WS-EMAIL      DELIMITED BY SPACE
                      ";"           DELIMITED BY SIZE
                      WS-DETALHE    DELIMITED BY "  "
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
            .
            P810-FIM.

            P850-GRAVA-DELTA.
               MOVE WS-LINHA-DELTA     TO DLT-LINHA
               WRITE DLT-LINHA
               ADD 1 TO WS-LINHAS-DELTA
            .
            P850-FIM.

            P900-ENCERRA.
               CLOSE USUARIOS
               CLOSE QUADRO
               CLOSE RELATORIO
               CLOSE DELTA

               DISPLAY "*** CONCILIACAO RH x CADASTRO CONCLUIDA ***"
               DISPLAY "Pessoas no quadro do RH ....: " WS-LIDOS-RH
               DISPLAY "Conferem com o cadastro ....: " WS-CONFEREM
               DISPLAY "Faltam no cadastro (I) .....: " WS-FALTAM
               DISPLAY "Divergentes (A) ............: " WS-DIVERGENTES
               DISPLAY "Ativos fora do RH (E) ......: " WS-FORA-RH
               DISPLAY "Inativos listados pelo RH ..: " WS-INATIVOS-RH
               DISPLAY "E-mails repetidos no RH ....: " WS-REPETIDOS
               DISPLAY "Linhas invalidas do RH .....: " WS-INVALIDAS
               DISPLAY "Linhas geradas em LOTERH.DAT: " WS-LINHAS-DELTA
               DISPLAY "Revise RHCONC.DAT e LOTERH.DAT antes de copiar"
                   " o delta para LOTE.DAT e rodar o CADLOTE."
            .
            P900-FIM.

            P999-FIM.
            STOP RUN.
       END PROGRAM RHCONC.
