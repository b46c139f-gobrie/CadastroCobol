      ******************************************************************
      * Author:GABRIEL CERQUEIRA
      * Date: 15/10/2026
      * Purpose:FOTOGRAFIA MENSAL DO CADASTRO PARA O HISTORICO
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026 GC - Programa criado: grava em FOTOHIST.DAT
      *                 (FOTOREC) a fotografia do mes fechado, com
      *                 ativos e inativos por departamento e por
      *                 dominio de e-mail, contas bloqueadas
      *                 (BLOQCTL.DAT), senhas ativas com mais de 90
      *                 dias (SENHACTL.DAT, mesma conta de dias do
      *                 LOGIN) e as inclusoes, alteracoes, exclusoes
      *                 e fusoes do mes lidas de AUD<AAAAMM>.DAT (ou
      *                 da trilha viva, se o mes ainda nao foi
      *                 fechado). O mes e o anterior a data de
      *                 execucao, ou o informado na linha 1 de
      *                 FOTOMES.PRM (AAAAMM); rodar de novo para o
      *                 mesmo mes substitui a fotografia. Sem prompts,
      *                 para rodar agendado logo depois do AUDFECHA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTOMES.

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

                SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-AUD.

                SELECT ARQMES ASSIGN DYNAMIC WS-ARQ-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.

                SELECT FOTOHIST ASSIGN TO "FOTOHIST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS FOT-CHAVE
                FILE STATUS  IS WS-FS-FOT.

                SELECT PARAMETROS ASSIGN TO "CADPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PARM.

                SELECT PARMBATCH ASSIGN TO "FOTOMES.PRM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PRB.


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
       FD AUDITORIA.
           COPY AUDITREC.
       FD ARQMES.
       01 ARQ-LINHA                PIC X(60).
       FD FOTOHIST.
           COPY FOTOREC.
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       FD PARMBATCH.
       01 PRB-LINHA                PIC X(50).
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-ARQ-PATH              PIC X(20) VALUE SPACES.
       77 WS-FS-PARM               PIC 99.
          88 FS-OK-PARM            VALUE 0.
       77 WS-FS-PRB                PIC 99.
          88 FS-OK-PRB             VALUE 0.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-BLQ                PIC 99.
          88 FS-OK-BLQ             VALUE 0.
       77 WS-FS-SEN                PIC 99.
          88 FS-OK-SEN             VALUE 0.
       77 WS-FS-DEP                PIC 99.
          88 FS-OK-DEP             VALUE 0.
       77 WS-FS-AUD                PIC 99.
          88 FS-OK-AUD             VALUE 0.
       77 WS-FS-ARQ                PIC 99.
          88 FS-OK-ARQ             VALUE 0.
       77 WS-FS-FOT                PIC 99.
          88 FS-OK-FOT             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-EOF-DEP               PIC X.
          88 EOF-OK-DEP            VALUE "S" FALSE "N".
       77 WS-EOF-AUD               PIC X.
          88 EOF-OK-AUD            VALUE "S" FALSE "N".
       77 WS-EOF-FOT               PIC X.
          88 EOF-OK-FOT            VALUE "S" FALSE "N".
       77 WS-ERRO                  PIC X.
          88 ERRO-FATAL            VALUE "S" FALSE "N".
       77 WS-BLQ-ABERTO            PIC X.
          88 BLQ-ABERTO            VALUE "S" FALSE "N".
       77 WS-SEN-ABERTO            PIC X.
          88 SEN-ABERTO            VALUE "S" FALSE "N".
       77 WS-USU-BLOQ              PIC X.
          88 USU-BLOQUEADO         VALUE "S" FALSE "N".
       77 WS-USU-VENC              PIC X.
          88 USU-SENHA-VENCIDA     VALUE "S" FALSE "N".
       77 WS-DEP-ACHADO            PIC X.
          88 DEPTO-ACHADO          VALUE "S" FALSE "N".
       77 WS-TABELA-CHEIA          PIC X.
          88 TABELA-CHEIA          VALUE "S" FALSE "N".
       77 WS-ORIGEM-AUD            PIC X(20) VALUE SPACES.
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
       01 CHARS.
          03 WS-USER               PIC X(100).
          03 WS-DOMAIN             PIC X(30).
       01 WS-TAB-DEPTOS.
          05 WS-DEP-QTD            PIC 9(003) VALUE ZEROS.
          05 WS-DEP-ITEM           OCCURS 1 TO 999 TIMES
                                    DEPENDING ON WS-DEP-QTD
                                    INDEXED BY WS-DEP-IDX.
             10 WS-DEP-CODIGO      PIC 9(004).
             10 WS-DEP-ATIVOS      PIC 9(007).
             10 WS-DEP-INATIVOS    PIC 9(007).
             10 WS-DEP-BLOQ        PIC 9(007).
             10 WS-DEP-VENC        PIC 9(007).
       01 WS-TAB-DOMINIOS.
          05 WS-DOM-QTD            PIC 9(003) VALUE ZEROS.
          05 WS-DOM-ITEM           OCCURS 1 TO 200 TIMES
                                    DEPENDING ON WS-DOM-QTD
                                    INDEXED BY WS-DOM-IDX.
             10 WS-DOM-NOME        PIC X(30).
             10 WS-DOM-ATIVOS      PIC 9(007).
             10 WS-DOM-INATIVOS    PIC 9(007).
             10 WS-DOM-BLOQ        PIC 9(007).
             10 WS-DOM-VENC        PIC 9(007).
       01 WS-TOTAIS.
          05 WS-TOT-ATIVOS         PIC 9(007) VALUE ZEROS.
          05 WS-TOT-INATIVOS       PIC 9(007) VALUE ZEROS.
          05 WS-TOT-BLOQ           PIC 9(007) VALUE ZEROS.
          05 WS-TOT-VENC           PIC 9(007) VALUE ZEROS.
          05 WS-TOT-INCLUSOES      PIC 9(007) VALUE ZEROS.
          05 WS-TOT-ALTERACOES     PIC 9(007) VALUE ZEROS.
          05 WS-TOT-EXCLUSOES      PIC 9(007) VALUE ZEROS.
          05 WS-TOT-FUSOES         PIC 9(007) VALUE ZEROS.
       01 WS-MES-FOTO              PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-FOTO.
          05 WS-MF-ANO             PIC 9(04).
          05 WS-MF-MES             PIC 9(02).
       01 WS-DATA-PARTES.
          05 WS-DP-ANO             PIC 9(04).
          05 WS-DP-MES             PIC 9(02).
          05 WS-DP-DIA             PIC 9(02).
       77 WS-MES-ABERTO            PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-DIAS           PIC 9(003) VALUE 90.
       77 WS-DIAS-CONV             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-SENHA            PIC 9(07) VALUE ZEROS.
       77 WS-LIDOS                 PIC 9(007) VALUE ZEROS.
       77 WS-GRAVADOS              PIC 9(005) VALUE ZEROS.
       77 WS-SUBSTITUIDOS          PIC 9(005) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P010-CAMINHO THRU P010-FIM
            PERFORM P050-PREPARA THRU P050-FIM
            PERFORM P100-CARREGA-DEPTOS THRU P100-FIM
            PERFORM P200-CONTA-USUARIOS THRU P200-FIM
            IF NOT ERRO-FATAL THEN
                PERFORM P300-CONTA-AUDITORIA THRU P300-FIM
                PERFORM P400-GRAVA-FOTO THRU P400-FIM
            END-IF
            PERFORM P900-ENCERRA THRU P900-FIM
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

      ****************** DEFININDO O MES DA FOTOGRAFIA *****************
      * PADRAO: O MES ANTERIOR A EXECUCAO, QUE O AUDFECHA ACABOU DE
      * FECHAR. FOTOMES.PRM (LINHA 1 = AAAAMM) REFAZ UM MES PASSADO.
            P050-PREPARA.
               SET ERRO-FATAL          TO FALSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
               COMPUTE WS-MES-ABERTO = WS-DATA-HOJE / 100

               MOVE WS-MES-ABERTO      TO WS-MES-FOTO
               IF WS-MF-MES GREATER THAN 1 THEN
                   SUBTRACT 1 FROM WS-MF-MES
               ELSE
                   SUBTRACT 1 FROM WS-MF-ANO
                   MOVE 12 TO WS-MF-MES
               END-IF

               OPEN INPUT PARMBATCH
               IF NOT FS-OK-PRB THEN
                   GO TO P050-FIM
               END-IF

               READ PARMBATCH
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRB-LINHA(1:6) IS NUMERIC THEN
                           IF PRB-LINHA(5:2) GREATER THAN "00" AND
                              PRB-LINHA(5:2) LESS THAN "13" AND
                              PRB-LINHA(1:6) NOT GREATER THAN
                              WS-MES-ABERTO THEN
                               MOVE PRB-LINHA(1:6) TO WS-MES-FOTO
                           ELSE
                               DISPLAY "Aviso: mes invalido em"
                                   " FOTOMES.PRM; usado o mes"
                                   " anterior."
                           END-IF
                       END-IF
               END-READ

               CLOSE PARMBATCH
            .
            P050-FIM.

      ********** CARREGANDO OS DEPARTAMENTOS ATIVOS DO MESTRE **********
      * DEPARTAMENTO ATIVO SEM USUARIOS ENTRA COM ZEROS, PARA A
      * TENDENCIA NAO TER BURACOS; OS BAIXADOS SO ENTRAM SE AINDA
      * TIVEREM USUARIOS LANCADOS.
            P100-CARREGA-DEPTOS.
               SET EOF-OK-DEP          TO FALSE
               SET FS-OK-DEP           TO TRUE
               SET TABELA-CHEIA        TO FALSE
               MOVE ZEROS              TO WS-DEP-QTD

               OPEN INPUT DEPTOS
               IF NOT FS-OK-DEP THEN
                   DISPLAY "Aviso: mestre de departamentos"
                       " indisponivel; so os departamentos dos"
                       " usuarios entram na fotografia."
                   GO TO P100-FIM
               END-IF

               MOVE ZEROS TO DEP-CODIGO
               START DEPTOS KEY IS NOT LESS THAN DEP-CODIGO
                   INVALID KEY
                       SET EOF-OK-DEP TO TRUE
               END-START

               PERFORM P110-LE-DEPTO THRU P110-FIM UNTIL EOF-OK-DEP

               CLOSE DEPTOS
            .
            P100-FIM.

            P110-LE-DEPTO.
               READ DEPTOS NEXT
                   AT END
                       SET EOF-OK-DEP TO TRUE
                       GO TO P110-FIM
               END-READ

               IF DEP-BAIXADO THEN
                   GO TO P110-FIM
               END-IF

               MOVE DEP-CODIGO         TO WS-DEPTO
               PERFORM P220-ACHA-DEPTO THRU P220-FIM
            .
            P110-FIM.

      ****************** CONTANDO OS USUARIOS **************************
            P200-CONTA-USUARIOS.
               SET EOF-OK              TO FALSE
               SET FS-OK               TO TRUE
               SET BLQ-ABERTO          TO FALSE
               SET SEN-ABERTO          TO FALSE
               MOVE ZEROS              TO WS-LIDOS
               MOVE ZEROS              TO WS-DOM-QTD

               OPEN INPUT USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Erro ao abrir o arquivo de usuarios."
                   DISPLAY "FILE STATUS: " WS-FS
                   SET ERRO-FATAL TO TRUE
                   MOVE 8 TO RETURN-CODE
                   GO TO P200-FIM
               END-IF

      * SEM OS CONTROLES A FOTOGRAFIA SAI SO COM ATIVOS E INATIVOS
               OPEN INPUT BLOQUEIOS
               IF FS-OK-BLQ THEN
                   SET BLQ-ABERTO TO TRUE
               ELSE
                   DISPLAY "Aviso: BLOQCTL.DAT indisponivel;"
                       " bloqueados gravados com zeros."
               END-IF

               OPEN INPUT SENHAS
               IF FS-OK-SEN THEN
                   SET SEN-ABERTO TO TRUE
               ELSE
                   DISPLAY "Aviso: SENHACTL.DAT indisponivel;"
                       " senhas vencidas gravadas com zeros."
               END-IF

               MOVE WS-DATA-HOJE       TO WS-DATA-PARTES
               PERFORM P610-CONTA-DIAS THRU P610-FIM
               MOVE WS-DIAS-CONV       TO WS-DIAS-HOJE

               PERFORM P210-CONTA-USUARIO THRU P210-FIM UNTIL EOF-OK

               CLOSE USUARIOS
               IF BLQ-ABERTO THEN
                   CLOSE BLOQUEIOS
               END-IF
               IF SEN-ABERTO THEN
                   CLOSE SENHAS
               END-IF

               IF TABELA-CHEIA THEN
                   DISPLAY "Aviso: tabela de departamentos cheia"
                       " (limite de 999); os excedentes so entram"
                       " nos totais gerais."
               END-IF
            .
            P200-FIM.

            P210-CONTA-USUARIO.
               READ USUARIOS NEXT INTO WS-DADOS
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P210-FIM
               END-READ

               ADD 1 TO WS-LIDOS
               SET USU-BLOQUEADO       TO FALSE
               SET USU-SENHA-VENCIDA   TO FALSE

               IF BLQ-ABERTO THEN
                   MOVE WS-ID-USUARIO TO BLQ-ID
                   READ BLOQUEIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF BLQ-BLOQUEADO THEN
                               SET USU-BLOQUEADO TO TRUE
                           END-IF
                   END-READ
               END-IF

      * SENHA VENCIDA SO CONTA PARA QUEM AINDA PODE ENTRAR
               IF SEN-ABERTO AND WS-STATUS-ATIVO THEN
                   MOVE WS-ID-USUARIO TO SEN-ID
                   READ SENHAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM P215-IDADE-SENHA THRU P215-FIM
                   END-READ
               END-IF

               IF WS-STATUS-ATIVO THEN
                   ADD 1 TO WS-TOT-ATIVOS
               ELSE
                   ADD 1 TO WS-TOT-INATIVOS
               END-IF
               IF USU-BLOQUEADO THEN
                   ADD 1 TO WS-TOT-BLOQ
               END-IF
               IF USU-SENHA-VENCIDA THEN
                   ADD 1 TO WS-TOT-VENC
               END-IF

               PERFORM P220-ACHA-DEPTO THRU P220-FIM
               IF DEPTO-ACHADO THEN
                   PERFORM P225-SOMA-DEPTO THRU P225-FIM
               END-IF

               PERFORM P230-ACHA-DOMINIO THRU P230-FIM
               PERFORM P235-SOMA-DOMINIO THRU P235-FIM
            .
            P210-FIM.

            P215-IDADE-SENHA.
               IF SEN-DATA-TROCA IS NOT NUMERIC OR
                  SEN-DATA-TROCA EQUAL ZEROS THEN
                   GO TO P215-FIM
               END-IF

               MOVE SEN-DATA-TROCA     TO WS-DATA-PARTES
               PERFORM P610-CONTA-DIAS THRU P610-FIM
               IF WS-DIAS-CONV LESS THAN WS-DIAS-HOJE THEN
                   SUBTRACT WS-DIAS-CONV FROM WS-DIAS-HOJE
                       GIVING WS-DIAS-SENHA
                   IF WS-DIAS-SENHA GREATER THAN WS-LIMITE-DIAS THEN
                       SET USU-SENHA-VENCIDA TO TRUE
                   END-IF
               END-IF
            .
            P215-FIM.

      ********** LOCALIZANDO (OU ABRINDO) A LINHA DO DEPARTAMENTO ******
            P220-ACHA-DEPTO.
               SET DEPTO-ACHADO        TO FALSE
               SET WS-DEP-IDX          TO 1
               SEARCH WS-DEP-ITEM
                   AT END
                       IF WS-DEP-QTD LESS THAN 999 THEN
                           ADD 1 TO WS-DEP-QTD
                           SET WS-DEP-IDX TO WS-DEP-QTD
                           MOVE WS-DEPTO
                               TO WS-DEP-CODIGO(WS-DEP-IDX)
                           MOVE ZEROS
                               TO WS-DEP-ATIVOS(WS-DEP-IDX)
                           MOVE ZEROS
                               TO WS-DEP-INATIVOS(WS-DEP-IDX)
                           MOVE ZEROS
                               TO WS-DEP-BLOQ(WS-DEP-IDX)
                           MOVE ZEROS
                               TO WS-DEP-VENC(WS-DEP-IDX)
                           SET DEPTO-ACHADO TO TRUE
                       ELSE
                           SET TABELA-CHEIA TO TRUE
                       END-IF
                   WHEN WS-DEP-CODIGO(WS-DEP-IDX) EQUAL WS-DEPTO
                       SET DEPTO-ACHADO TO TRUE
               END-SEARCH
            .
            P220-FIM.

            P225-SOMA-DEPTO.
               IF WS-STATUS-ATIVO THEN
                   ADD 1 TO WS-DEP-ATIVOS(WS-DEP-IDX)
               ELSE
                   ADD 1 TO WS-DEP-INATIVOS(WS-DEP-IDX)
               END-IF
               IF USU-BLOQUEADO THEN
                   ADD 1 TO WS-DEP-BLOQ(WS-DEP-IDX)
               END-IF
               IF USU-SENHA-VENCIDA THEN
                   ADD 1 TO WS-DEP-VENC(WS-DEP-IDX)
               END-IF
            .
            P225-FIM.

      ********** LOCALIZANDO (OU ABRINDO) A LINHA DO DOMINIO ***********
      * O DOMINIO VAI EM MINUSCULAS PARA NAO DUPLICAR A LINHA; COM A
      * TABELA CHEIA OS DEMAIS DOMINIOS SOMAM NA LINHA (OUTROS).
            P230-ACHA-DOMINIO.
               MOVE SPACES             TO WS-USER
               MOVE SPACES             TO WS-DOMAIN
               UNSTRING WS-EMAIL DELIMITED BY "@" INTO
                   WS-USER
                   WS-DOMAIN
               END-UNSTRING
               INSPECT WS-DOMAIN CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   TO "abcdefghijklmnopqrstuvwxyz"
               IF WS-DOMAIN EQUAL SPACES THEN
                   MOVE "(SEM DOMINIO)" TO WS-DOMAIN
               END-IF

               SET WS-DOM-IDX          TO 1
               SEARCH WS-DOM-ITEM
                   AT END
                       IF WS-DOM-QTD LESS THAN 199 THEN
                           ADD 1 TO WS-DOM-QTD
                           MOVE WS-DOMAIN
                               TO WS-DOM-NOME(WS-DOM-QTD)
                       ELSE
                           IF WS-DOM-QTD EQUAL 199 THEN
                               ADD 1 TO WS-DOM-QTD
                               MOVE "(OUTROS)"
                                   TO WS-DOM-NOME(WS-DOM-QTD)
                           END-IF
                       END-IF
                       SET WS-DOM-IDX TO WS-DOM-QTD
                   WHEN WS-DOM-NOME(WS-DOM-IDX) EQUAL WS-DOMAIN
                       CONTINUE
               END-SEARCH
            .
            P230-FIM.

            P235-SOMA-DOMINIO.
               IF WS-STATUS-ATIVO THEN
                   ADD 1 TO WS-DOM-ATIVOS(WS-DOM-IDX)
               ELSE
                   ADD 1 TO WS-DOM-INATIVOS(WS-DOM-IDX)
               END-IF
               IF USU-BLOQUEADO THEN
                   ADD 1 TO WS-DOM-BLOQ(WS-DOM-IDX)
               END-IF
               IF USU-SENHA-VENCIDA THEN
                   ADD 1 TO WS-DOM-VENC(WS-DOM-IDX)
               END-IF
            .
            P235-FIM.

      ********** CONTANDO AS OPERACOES DO MES NA AUDITORIA *************
      * O MES FECHADO ESTA EM AUD<AAAAMM>.DAT; SE O AUDFECHA AINDA
      * NAO RODOU, AS ENTRADAS DO MES CONTINUAM NA TRILHA VIVA.
            P300-CONTA-AUDITORIA.
               SET EOF-OK-AUD          TO FALSE
               MOVE SPACES             TO WS-ARQ-PATH
               STRING "AUD"            DELIMITED BY SIZE
                      WS-MES-FOTO      DELIMITED BY SIZE
                      ".DAT"           DELIMITED BY SIZE
                      INTO WS-ARQ-PATH
               END-STRING

               SET FS-OK-ARQ           TO TRUE
               OPEN INPUT ARQMES
               IF FS-OK-ARQ THEN
                   MOVE WS-ARQ-PATH    TO WS-ORIGEM-AUD
                   PERFORM P310-LE-ARQMES THRU P310-FIM
                       UNTIL EOF-OK-AUD
                   CLOSE ARQMES
                   GO TO P300-FIM
               END-IF

               SET FS-OK-AUD           TO TRUE
               OPEN INPUT AUDITORIA
               IF FS-OK-AUD THEN
                   MOVE "AUDITORIA.DAT"  TO WS-ORIGEM-AUD
                   PERFORM P320-LE-AUDITORIA THRU P320-FIM
                       UNTIL EOF-OK-AUD
                   CLOSE AUDITORIA
               ELSE
                   MOVE "(INDISPONIVEL)" TO WS-ORIGEM-AUD
                   DISPLAY "Aviso: auditoria do mes indisponivel;"
                       " operacoes gravadas com zeros."
               END-IF
            .
            P300-FIM.

            P310-LE-ARQMES.
               READ ARQMES INTO AUDIT-REC
                   AT END
                       SET EOF-OK-AUD TO TRUE
                   NOT AT END
                       PERFORM P330-SOMA-OPERACAO THRU P330-FIM
               END-READ
            .
            P310-FIM.

            P320-LE-AUDITORIA.
               READ AUDITORIA
                   AT END
                       SET EOF-OK-AUD TO TRUE
                   NOT AT END
                       PERFORM P330-SOMA-OPERACAO THRU P330-FIM
               END-READ
            .
            P320-FIM.

            P330-SOMA-OPERACAO.
               IF AUDIT-DATA(1:6) NOT EQUAL WS-MES-FOTO THEN
                   GO TO P330-FIM
               END-IF

               EVALUATE TRUE
                   WHEN AUDIT-INCLUSAO
                       ADD 1 TO WS-TOT-INCLUSOES
                   WHEN AUDIT-ALTERACAO
                       ADD 1 TO WS-TOT-ALTERACOES
                   WHEN AUDIT-EXCLUSAO
                       ADD 1 TO WS-TOT-EXCLUSOES
                   WHEN AUDIT-FUSAO
                       ADD 1 TO WS-TOT-FUSOES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
            .
            P330-FIM.

      ****************** GRAVANDO A FOTOGRAFIA NO HISTORICO ************
            P400-GRAVA-FOTO.
               SET FS-OK-FOT           TO TRUE
               MOVE ZEROS              TO WS-GRAVADOS
               MOVE ZEROS              TO WS-SUBSTITUIDOS

               OPEN I-O FOTOHIST
               IF WS-FS-FOT EQUAL 35 THEN
                   OPEN OUTPUT FOTOHIST
                   CLOSE FOTOHIST
                   OPEN I-O FOTOHIST
               END-IF
               IF NOT FS-OK-FOT THEN
                   DISPLAY "Erro ao abrir FOTOHIST.DAT."
                   DISPLAY "FILE STATUS: " WS-FS-FOT
                   SET ERRO-FATAL TO TRUE
                   MOVE 8 TO RETURN-CODE
                   GO TO P400-FIM
               END-IF

      * UMA NOVA EXECUCAO PARA O MESMO MES SUBSTITUI A ANTERIOR
               SET EOF-OK-FOT          TO FALSE
               MOVE WS-MES-FOTO        TO FOT-MES
               MOVE LOW-VALUES         TO FOT-TIPO
               MOVE LOW-VALUES         TO FOT-CODIGO
               START FOTOHIST KEY IS NOT LESS THAN FOT-CHAVE
                   INVALID KEY
                       SET EOF-OK-FOT TO TRUE
               END-START
               PERFORM P410-APAGA-ANTERIOR THRU P410-FIM
                   UNTIL EOF-OK-FOT

               INITIALIZE FOT-REG
               MOVE WS-MES-FOTO        TO FOT-MES
               SET FOT-GERAL           TO TRUE
               MOVE SPACES             TO FOT-CODIGO
               MOVE WS-TOT-ATIVOS      TO FOT-ATIVOS
               MOVE WS-TOT-INATIVOS    TO FOT-INATIVOS
               MOVE WS-TOT-BLOQ        TO FOT-BLOQUEADOS
               MOVE WS-TOT-VENC        TO FOT-SENHA-VENCIDA
               MOVE WS-TOT-INCLUSOES   TO FOT-INCLUSOES
               MOVE WS-TOT-ALTERACOES  TO FOT-ALTERACOES
               MOVE WS-TOT-EXCLUSOES   TO FOT-EXCLUSOES
               MOVE WS-TOT-FUSOES      TO FOT-FUSOES
               PERFORM P450-GRAVA-REGISTRO THRU P450-FIM

               PERFORM P420-GRAVA-DEPTO THRU P420-FIM
                   VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX GREATER THAN WS-DEP-QTD
                      OR ERRO-FATAL

               PERFORM P430-GRAVA-DOMINIO THRU P430-FIM
                   VARYING WS-DOM-IDX FROM 1 BY 1
                   UNTIL WS-DOM-IDX GREATER THAN WS-DOM-QTD
                      OR ERRO-FATAL

               CLOSE FOTOHIST
            .
            P400-FIM.

            P410-APAGA-ANTERIOR.
               READ FOTOHIST NEXT
                   AT END
                       SET EOF-OK-FOT TO TRUE
                       GO TO P410-FIM
               END-READ

               IF FOT-MES NOT EQUAL WS-MES-FOTO THEN
                   SET EOF-OK-FOT TO TRUE
                   GO TO P410-FIM
               END-IF

               DELETE FOTOHIST RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SUBSTITUIDOS
               END-DELETE
            .
            P410-FIM.

            P420-GRAVA-DEPTO.
               INITIALIZE FOT-REG
               MOVE WS-MES-FOTO        TO FOT-MES
               SET FOT-DEPTO           TO TRUE
               MOVE SPACES             TO FOT-CODIGO
               MOVE WS-DEP-CODIGO(WS-DEP-IDX)   TO FOT-COD-DEPTO
               MOVE WS-DEP-ATIVOS(WS-DEP-IDX)   TO FOT-ATIVOS
               MOVE WS-DEP-INATIVOS(WS-DEP-IDX) TO FOT-INATIVOS
               MOVE WS-DEP-BLOQ(WS-DEP-IDX)     TO FOT-BLOQUEADOS
               MOVE WS-DEP-VENC(WS-DEP-IDX)     TO FOT-SENHA-VENCIDA
               PERFORM P450-GRAVA-REGISTRO THRU P450-FIM
            .
            P420-FIM.

            P430-GRAVA-DOMINIO.
               INITIALIZE FOT-REG
               MOVE WS-MES-FOTO        TO FOT-MES
               SET FOT-DOMINIO         TO TRUE
               MOVE WS-DOM-NOME(WS-DOM-IDX)     TO FOT-CODIGO
               MOVE WS-DOM-ATIVOS(WS-DOM-IDX)   TO FOT-ATIVOS
               MOVE WS-DOM-INATIVOS(WS-DOM-IDX) TO FOT-INATIVOS
               MOVE WS-DOM-BLOQ(WS-DOM-IDX)     TO FOT-BLOQUEADOS
               MOVE WS-DOM-VENC(WS-DOM-IDX)     TO FOT-SENHA-VENCIDA
               PERFORM P450-GRAVA-REGISTRO THRU P450-FIM
            .
            P430-FIM.

            P450-GRAVA-REGISTRO.
               MOVE WS-DATA-HOJE       TO FOT-DATA-FOTO
               MOVE WS-HORA-AGORA      TO FOT-HORA-FOTO
               WRITE FOT-REG
                   INVALID KEY
                       DISPLAY "Erro ao gravar a fotografia: "
                           FOT-CHAVE
                       DISPLAY "FILE STATUS: " WS-FS-FOT
                       SET ERRO-FATAL TO TRUE
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-GRAVADOS
               END-WRITE
            .
            P450-FIM.

      ********** CONVERTENDO UMA DATA EM DIAS APROXIMADOS **************
            P610-CONTA-DIAS.
               COMPUTE WS-DIAS-CONV = (WS-DP-ANO * 365)
                                    + (WS-DP-MES * 30)
                                    + WS-DP-DIA
            .
            P610-FIM.

            P900-ENCERRA.
               DISPLAY "*** FOTOGRAFIA MENSAL DO CADASTRO ***"
               DISPLAY "Mes da fotografia ...: " WS-MES-FOTO
               DISPLAY "Usuarios lidos ......: " WS-LIDOS
               DISPLAY "Ativos / inativos ...: " WS-TOT-ATIVOS
                   " / " WS-TOT-INATIVOS
               DISPLAY "Contas bloqueadas ...: " WS-TOT-BLOQ
               DISPLAY "Senhas com + de 90 d.: " WS-TOT-VENC
               DISPLAY "Auditoria lida de ...: " WS-ORIGEM-AUD
               DISPLAY "Incl/Alt/Excl/Fusao .: " WS-TOT-INCLUSOES
                   " / " WS-TOT-ALTERACOES " / " WS-TOT-EXCLUSOES
                   " / " WS-TOT-FUSOES
               DISPLAY "Registros gravados ..: " WS-GRAVADOS
               IF WS-SUBSTITUIDOS GREATER THAN ZEROS THEN
                   DISPLAY "Registros substituidos: " WS-SUBSTITUIDOS
               END-IF
               IF ERRO-FATAL THEN
                   DISPLAY "Fotografia incompleta; rodar de novo"
                       " para o mesmo mes (FOTOMES.PRM)."
               END-IF
            .
            P900-FIM.

            P999-FIM.
            STOP RUN.
       END PROGRAM FOTOMES.
