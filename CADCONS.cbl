      ******************************************************************
      * Author:GABRIEL CERQUEIRA
      * Date: 15/10/2026
      * Purpose:CONSULTA COMPLETA DE UM USUARIO (VISAO 360)
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026 GC - Programa criado: a partir do ID ou do e-mail
      *                 mostra numa so tela o registro de USUARIOS.DAT
      *                 com a descricao do departamento (DEPTOS.DAT),
      *                 a situacao e as falhas de BLOQCTL.DAT, a idade
      *                 da senha e os dias ate o vencimento
      *                 (SENHACTL.DAT, mesma regra de 90 dias do
      *                 LOGIN), o ultimo acesso com sucesso e a ultima
      *                 falha (historicos de LOGCTL.DAT e
      *                 LOGACESSO.DAT), a pendencia aberta em
      *                 PENDCHG.DAT e os pedidos de reorganizacao em
      *                 REORGPEN.DAT que incluem o usuario, a trilha
      *                 de auditoria completa (meses fechados de
      *                 AUDCTL.DAT e AUDITORIA.DAT, com as fusoes em
      *                 que o ID foi absorvido ou sobreviveu) e se ha
      *                 copia em ARQUIVO.DAT. Usuario ja expurgado do
      *                 cadastro e localizado pela copia arquivada.
      *                 So consulta; nada e gravado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONS.

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

                SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS DEP-CODIGO
                FILE STATUS  IS WS-FS-DEP.

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

                SELECT LOGACESSO ASSIGN TO "LOGACESSO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-LOG.

                SELECT LOGHIST ASSIGN DYNAMIC WS-HIST-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-HIS.

                SELECT LOGCTL ASSIGN TO "LOGCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-LCT.

                SELECT PENDENTES ASSIGN TO "PENDCHG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS PEN-ID-USUARIO
                FILE STATUS  IS WS-FS-PEN.

                SELECT REORGPEN ASSIGN TO "REORGPEN.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS RRG-CHAVE
                FILE STATUS  IS WS-FS-RRG.

                SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-AUD.

                SELECT ARQMES ASSIGN DYNAMIC WS-ARQMES-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-AQM.

                SELECT AUDCONTROLE ASSIGN TO "AUDCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CTL.

                SELECT ARQUIVO ASSIGN TO "ARQUIVO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.

                SELECT PARAMETROS ASSIGN TO "CADPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PARM.


       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
           COPY LAYOUT.
       FD DEPTOS.
           COPY DEPTREC.
       FD BLOQUEIOS.
           COPY BLOQREC.
       FD SENHAS.
           COPY SENHAREC.
       FD LOGACESSO.
           COPY LOGREC.
       FD LOGHIST.
       01 HIS-LINHA                PIC X(50).
       FD LOGCTL.
       01 LCT-LINHA                PIC X(20).
       FD PENDENTES.
           COPY PENDREC.
       FD REORGPEN.
           COPY REORGREC.
       FD AUDITORIA.
           COPY AUDITREC.
       FD ARQMES.
       01 AQM-LINHA                PIC X(60).
       FD AUDCONTROLE.
           COPY AUDCTL.
       FD ARQUIVO.
       01 ARQ-REG.
          05 ARQ-DADOS             PIC X(230).
          05 ARQ-DATA-ARQ          PIC 9(08).
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-HIST-PATH             PIC X(20) VALUE SPACES.
       77 WS-ARQMES-PATH           PIC X(20) VALUE SPACES.
       77 WS-FS-PARM               PIC 99.
          88 FS-OK-PARM            VALUE 0.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-DEP                PIC 99.
          88 FS-OK-DEP             VALUE 0.
       77 WS-FS-BLQ                PIC 99.
          88 FS-OK-BLQ             VALUE 0.
       77 WS-FS-SEN                PIC 99.
          88 FS-OK-SEN             VALUE 0.
       77 WS-FS-LOG                PIC 99.
          88 FS-OK-LOG             VALUE 0.
       77 WS-FS-HIS                PIC 99.
          88 FS-OK-HIS             VALUE 0.
       77 WS-FS-LCT                PIC 99.
          88 FS-OK-LCT             VALUE 0.
       77 WS-FS-PEN                PIC 99.
          88 FS-OK-PEN             VALUE 0.
       77 WS-FS-RRG                PIC 99.
          88 FS-OK-RRG             VALUE 0.
       77 WS-FS-AUD                PIC 99.
          88 FS-OK-AUD             VALUE 0.
       77 WS-FS-AQM                PIC 99.
          88 FS-OK-AQM             VALUE 0.
       77 WS-FS-CTL                PIC 99.
          88 FS-OK-CTL             VALUE 0.
       77 WS-FS-ARQ                PIC 99.
          88 FS-OK-ARQ             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-EOF-LOG               PIC X.
          88 EOF-OK-LOG            VALUE "S" FALSE "N".
       77 WS-EOF-HIS               PIC X.
          88 EOF-OK-HIS            VALUE "S" FALSE "N".
       77 WS-EOF-LCT               PIC X.
          88 EOF-OK-LCT            VALUE "S" FALSE "N".
       77 WS-EOF-RRG               PIC X.
          88 EOF-OK-RRG            VALUE "S" FALSE "N".
       77 WS-EOF-AUD               PIC X.
          88 EOF-OK-AUD            VALUE "S" FALSE "N".
       77 WS-EOF-AQM               PIC X.
          88 EOF-OK-AQM            VALUE "S" FALSE "N".
       77 WS-EOF-ARQ               PIC X.
          88 EOF-OK-ARQ            VALUE "S" FALSE "N".
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE "F" FALSE "N".
       77 WS-USU-ACHADO            PIC X.
          88 USU-ACHADO            VALUE "S" FALSE "N".
       77 WS-ARQ-ACHADO            PIC X.
          88 ARQ-ACHADO            VALUE "S" FALSE "N".
       77 WS-BUSCA-TIPO            PIC X.
          88 BUSCA-POR-ID          VALUE "I".
          88 BUSCA-POR-EMAIL       VALUE "E".
       77 WS-CHAVE                 PIC X(100).
       77 WS-CHAVE-NUM             PIC X(05).
       77 WS-TAM-CHAVE             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ARROBA            PIC 9(03) VALUE ZEROS.
       77 WS-ID-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-EMAIL-BUSCA           PIC X(100).
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
      * IMAGEM USADA PARA CONFERIR OS REGISTROS DE OUTROS ARQUIVOS
       01 WS-IMAGEM                PIC X(230) VALUE SPACES.
       01 FILLER REDEFINES WS-IMAGEM.
          03 FILLER                   PIC X(100).
          03 FILLER                   PIC X(8).
          03 WS-IMG-EMAIL             PIC X(100).
          03 FILLER                   PIC 9(12).
          03 WS-IMG-ID                PIC 9(05).
          03 WS-IMG-STATUS            PIC X.
          03 WS-IMG-DEPTO             PIC 9(04).
       01 WS-ARQ-GUARDA.
          05 WS-ARQ-G-DADOS        PIC X(230).
          05 WS-ARQ-G-DATA         PIC X(08).
       77 WS-DATA-VELHA            PIC X(08).
       77 WS-QTD-ARQ               PIC 9(03) VALUE ZEROS.
      * ULTIMO SUCESSO E ULTIMA FALHA NOS LOGS DE ACESSO
       01 WS-ULTIMO-SUCESSO.
          05 WS-SUC-DATA           PIC X(08) VALUE SPACES.
          05 WS-SUC-HORA           PIC X(08) VALUE SPACES.
       01 WS-ULTIMA-FALHA.
          05 WS-FAL-DATA           PIC X(08) VALUE SPACES.
          05 WS-FAL-HORA           PIC X(08) VALUE SPACES.
          05 WS-FAL-TIPO           PIC X(01) VALUE SPACES.
       77 WS-QTD-SUCESSOS          PIC 9(005) VALUE ZEROS.
       77 WS-QTD-FALHAS            PIC 9(005) VALUE ZEROS.
       77 WS-DESCR-RESULTADO       PIC X(30).
      * TRILHA DE AUDITORIA
       77 WS-MES-MIN               PIC 9(06) VALUE ZEROS.
       77 WS-MES-MAX               PIC 9(06) VALUE ZEROS.
       01 WS-MES-CORRENTE          PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-CORRENTE.
          05 WS-MC-ANO             PIC 9(04).
          05 WS-MC-MES             PIC 9(02).
       77 WS-QTD-AUDIT             PIC 9(005) VALUE ZEROS.
       77 WS-DESCR-OPERACAO        PIC X(40).
       77 WS-ID-DESTINO            PIC 9(05) VALUE ZEROS.
      * REORGANIZACOES PENDENTES
       77 WS-RRG-NUMERO            PIC 9(05) VALUE ZEROS.
       77 WS-RRG-ORIGEM            PIC 9(04) VALUE ZEROS.
       77 WS-RRG-DESTINO           PIC 9(04) VALUE ZEROS.
       77 WS-RRG-AUTOR             PIC X(20) VALUE SPACES.
       77 WS-QTD-REORG             PIC 9(003) VALUE ZEROS.
      * IDADE DA SENHA
       01 WS-DATA-PARTES.
          05 WS-DP-ANO             PIC 9(04).
          05 WS-DP-MES             PIC 9(02).
          05 WS-DP-DIA             PIC 9(02).
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-DIAS           PIC 9(003) VALUE 90.
       77 WS-DIAS-CONV             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-SENHA            PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-FOLGA            PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P010-CAMINHO THRU P010-FIM
            SET EXIT-OK           TO FALSE
            PERFORM P050-PEDE-CHAVE THRU P050-FIM UNTIL EXIT-OK
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

      ****************** PEDINDO O ID OU O E-MAIL **********************
      * COM "@" A CHAVE E UM E-MAIL; SO DIGITOS (ATE 5), UM ID.
            P050-PEDE-CHAVE.
               DISPLAY " "
               DISPLAY "=========== CONSULTA 360 DO USUARIO ==========="
               DISPLAY "Informe o ID ou o e-mail (ENTER = sair): "
               MOVE SPACES             TO WS-CHAVE
               ACCEPT WS-CHAVE

               IF WS-CHAVE EQUAL SPACES THEN
                   SET EXIT-OK TO TRUE
                   GO TO P050-FIM
               END-IF

               MOVE ZEROS              TO WS-QTD-ARROBA
               INSPECT WS-CHAVE TALLYING WS-QTD-ARROBA FOR ALL "@"
               IF WS-QTD-ARROBA GREATER THAN ZEROS THEN
                   SET BUSCA-POR-EMAIL TO TRUE
                   MOVE WS-CHAVE       TO WS-EMAIL-BUSCA
                   MOVE ZEROS          TO WS-ID-ALVO
               ELSE
                   MOVE SPACES         TO WS-CHAVE-NUM
                   MOVE ZEROS          TO WS-TAM-CHAVE
                   UNSTRING WS-CHAVE DELIMITED BY SPACE
                       INTO WS-CHAVE-NUM COUNT IN WS-TAM-CHAVE
                   END-UNSTRING
                   IF WS-TAM-CHAVE LESS THAN 1 OR
                      WS-TAM-CHAVE GREATER THAN 5 THEN
                       DISPLAY "Chave invalida: informe um ID de ate"
                           " 5 digitos ou um e-mail."
                       GO TO P050-FIM
                   END-IF
                   IF WS-CHAVE-NUM(1:WS-TAM-CHAVE) IS NOT NUMERIC THEN
                       DISPLAY "Chave invalida: informe um ID de ate"
                           " 5 digitos ou um e-mail."
                       GO TO P050-FIM
                   END-IF
                   SET BUSCA-POR-ID    TO TRUE
                   MOVE WS-CHAVE-NUM(1:WS-TAM-CHAVE) TO WS-ID-ALVO
                   MOVE SPACES         TO WS-EMAIL-BUSCA
               END-IF

               PERFORM P100-LOCALIZA THRU P100-FIM
               IF NOT USU-ACHADO AND NOT ARQ-ACHADO THEN
                   DISPLAY "Usuario nao encontrado no cadastro nem"
                       " no arquivo morto."
                   IF BUSCA-POR-ID THEN
                       PERFORM P500-AUDITORIA THRU P500-FIM
                   END-IF
                   GO TO P050-FIM
               END-IF

               PERFORM P150-MOSTRA-CADASTRO THRU P150-FIM
               PERFORM P200-BLOQUEIO THRU P200-FIM
               PERFORM P250-SENHA THRU P250-FIM
               PERFORM P300-ACESSOS THRU P300-FIM
               PERFORM P400-PENDENCIAS THRU P400-FIM
               PERFORM P500-AUDITORIA THRU P500-FIM
               PERFORM P600-MOSTRA-ARQUIVO THRU P600-FIM
               DISPLAY "=============================================="
            .
            P050-FIM.

      ********** LOCALIZANDO O USUARIO NO CADASTRO E NO ARQUIVO MORTO **
      * O ARQUIVO MORTO E SEMPRE VARRIDO: O USUARIO PODE ESTAR NOS
      * DOIS (RESTAURACAO SEM LIMPEZA) OU SO NELE (JA EXPURGADO).
            P100-LOCALIZA.
               SET USU-ACHADO          TO FALSE
               SET ARQ-ACHADO          TO FALSE
               SET FS-OK               TO TRUE
               MOVE SPACES             TO WS-DADOS

               OPEN INPUT USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Aviso: arquivo de usuarios"
                       " indisponivel (FILE STATUS " WS-FS ")."
               ELSE
                   IF BUSCA-POR-ID THEN
                       MOVE WS-ID-ALVO TO ID-USUARIO
                       READ USUARIOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET USU-ACHADO TO TRUE
                       END-READ
                   ELSE
                       MOVE WS-EMAIL-BUSCA TO EMAIL
                       READ USUARIOS KEY IS EMAIL
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET USU-ACHADO TO TRUE
                       END-READ
                   END-IF
                   IF USU-ACHADO THEN
                       MOVE DADOS      TO WS-DADOS
                       MOVE WS-ID-USUARIO TO WS-ID-ALVO
                   END-IF
                   CLOSE USUARIOS
               END-IF

               PERFORM P110-BUSCA-ARQUIVO THRU P110-FIM
            .
            P100-FIM.

            P110-BUSCA-ARQUIVO.
               SET EOF-OK-ARQ          TO FALSE
               SET FS-OK-ARQ           TO TRUE
               MOVE ZEROS              TO WS-QTD-ARQ

               OPEN INPUT ARQUIVO
               IF NOT FS-OK-ARQ THEN
                   GO TO P110-FIM
               END-IF

               PERFORM P115-LE-ARQUIVO THRU P115-FIM UNTIL EOF-OK-ARQ

               CLOSE ARQUIVO
            .
            P110-FIM.

            P115-LE-ARQUIVO.
               READ ARQUIVO
                   AT END
                       SET EOF-OK-ARQ TO TRUE
                       GO TO P115-FIM
               END-READ

               MOVE ARQ-DADOS          TO WS-IMAGEM
               IF USU-ACHADO OR BUSCA-POR-ID THEN
                   IF WS-IMG-ID NOT EQUAL WS-ID-ALVO THEN
                       GO TO P115-FIM
                   END-IF
               ELSE
                   IF WS-IMG-EMAIL NOT EQUAL WS-EMAIL-BUSCA THEN
                       GO TO P115-FIM
                   END-IF
               END-IF

      * FICA A ULTIMA COPIA ARQUIVADA DO USUARIO
               SET ARQ-ACHADO          TO TRUE
               ADD 1 TO WS-QTD-ARQ
               MOVE ARQ-REG            TO WS-ARQ-GUARDA
               IF WS-ID-ALVO EQUAL ZEROS THEN
                   MOVE WS-IMG-ID      TO WS-ID-ALVO
               END-IF
            .
            P115-FIM.

      ****************** REGISTRO DO CADASTRO E DEPARTAMENTO ***********
            P150-MOSTRA-CADASTRO.
               DISPLAY " "
               DISPLAY "--- CADASTRO (USUARIOS.DAT) ---"
               IF NOT USU-ACHADO THEN
                   DISPLAY "Usuario " WS-ID-ALVO " fora do cadastro;"
                       " dados da copia arquivada:"
                   PERFORM P610-RECOMPOE-ARQUIVO THRU P610-FIM
               END-IF

               DISPLAY "ID......: " WS-ID-USUARIO
               DISPLAY "Nome....: " WS-NOME
               DISPLAY "E-mail..: " WS-EMAIL
               DISPLAY "Telefone: " WS-PHONE
               IF WS-STATUS-ATIVO THEN
                   DISPLAY "Status..: ATIVO"
               ELSE
                   DISPLAY "Status..: INATIVO"
               END-IF

               IF WS-DEPTO EQUAL ZEROS THEN
                   DISPLAY "Depto...: 0000 (sem departamento)"
                   GO TO P150-FIM
               END-IF

               SET FS-OK-DEP           TO TRUE
               OPEN INPUT DEPTOS
               IF NOT FS-OK-DEP THEN
                   DISPLAY "Depto...: " WS-DEPTO
                       " (mestre de departamentos indisponivel)"
                   GO TO P150-FIM
               END-IF

               MOVE WS-DEPTO           TO DEP-CODIGO
               READ DEPTOS
                   INVALID KEY
                       DISPLAY "Depto...: " WS-DEPTO
                           " (fora do mestre)"
                   NOT INVALID KEY
                       DISPLAY "Depto...: " WS-DEPTO " "
                           DEP-DESCRICAO
                       IF DEP-BAIXADO THEN
                           DISPLAY "          BAIXADO em "
                               DEP-DATA-BAIXA "; sucessor "
                               DEP-SUCESSOR
                       END-IF
               END-READ
               CLOSE DEPTOS
            .
            P150-FIM.

      ****************** SITUACAO DE BLOQUEIO **************************
            P200-BLOQUEIO.
               DISPLAY " "
               DISPLAY "--- BLOQUEIO (BLOQCTL.DAT) ---"
               SET FS-OK-BLQ           TO TRUE
               OPEN INPUT BLOQUEIOS
               IF NOT FS-OK-BLQ THEN
                   DISPLAY "Controle de bloqueio indisponivel."
                   GO TO P200-FIM
               END-IF

               MOVE WS-ID-ALVO         TO BLQ-ID
               READ BLOQUEIOS
                   INVALID KEY
                       DISPLAY "Sem registro de bloqueio (nenhuma"
                           " falha registrada)."
                   NOT INVALID KEY
                       IF BLQ-BLOQUEADO THEN
                           DISPLAY "Situacao: BLOQUEADO desde "
                               BLQ-DATA-BLOQ " " BLQ-HORA-BLOQ
                       ELSE
                           DISPLAY "Situacao: LIVRE"
                       END-IF
                       DISPLAY "Falhas consecutivas: " BLQ-FALHAS
               END-READ
               CLOSE BLOQUEIOS
            .
            P200-FIM.

      ****************** IDADE E VENCIMENTO DA SENHA *******************
            P250-SENHA.
               DISPLAY " "
               DISPLAY "--- SENHA (SENHACTL.DAT) ---"
               SET FS-OK-SEN           TO TRUE
               OPEN INPUT SENHAS
               IF NOT FS-OK-SEN THEN
                   DISPLAY "Controle de senhas indisponivel."
                   GO TO P250-FIM
               END-IF

               MOVE WS-ID-ALVO         TO SEN-ID
               READ SENHAS
                   INVALID KEY
                       DISPLAY "Sem controle de senha (sera criado no"
                           " primeiro acesso)."
                   NOT INVALID KEY
                       PERFORM P260-IDADE-SENHA THRU P260-FIM
               END-READ
               CLOSE SENHAS
            .
            P250-FIM.

            P260-IDADE-SENHA.
               DISPLAY "Ultima troca: " SEN-DATA-TROCA
               IF SEN-DATA-TROCA IS NOT NUMERIC THEN
                   GO TO P260-FIM
               END-IF

               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE       TO WS-DATA-PARTES
               PERFORM P650-CONTA-DIAS THRU P650-FIM
               MOVE WS-DIAS-CONV       TO WS-DIAS-HOJE
               MOVE SEN-DATA-TROCA     TO WS-DATA-PARTES
               PERFORM P650-CONTA-DIAS THRU P650-FIM
               IF WS-DIAS-CONV GREATER THAN WS-DIAS-HOJE THEN
                   MOVE WS-DIAS-HOJE   TO WS-DIAS-CONV
               END-IF
               SUBTRACT WS-DIAS-CONV FROM WS-DIAS-HOJE
                   GIVING WS-DIAS-SENHA

               DISPLAY "Idade da senha: " WS-DIAS-SENHA " dia(s)"
               IF WS-DIAS-SENHA GREATER THAN WS-LIMITE-DIAS THEN
                   SUBTRACT WS-LIMITE-DIAS FROM WS-DIAS-SENHA
                       GIVING WS-DIAS-FOLGA
                   DISPLAY "Senha VENCIDA ha " WS-DIAS-FOLGA
                       " dia(s); troca obrigatoria no proximo acesso."
               ELSE
                   SUBTRACT WS-DIAS-SENHA FROM WS-LIMITE-DIAS
                       GIVING WS-DIAS-FOLGA
                   DISPLAY "Dias ate o vencimento: " WS-DIAS-FOLGA
               END-IF
            .
            P260-FIM.

      ****************** ULTIMOS ACESSOS *******************************
      * HISTORICOS DO CORTE (LOGCTL.DAT) PRIMEIRO, DEPOIS O LOG VIVO;
      * FALHA E QUALQUER RESULTADO QUE NAO SEJA SUCESSO NEM TROCA.
            P300-ACESSOS.
               DISPLAY " "
               DISPLAY "--- ACESSOS (LOGACESSO.DAT E HISTORICOS) ---"
               INITIALIZE WS-ULTIMO-SUCESSO
               INITIALIZE WS-ULTIMA-FALHA
               MOVE ZEROS              TO WS-QTD-SUCESSOS
               MOVE ZEROS              TO WS-QTD-FALHAS

               SET EOF-OK-LCT          TO FALSE
               SET FS-OK-LCT           TO TRUE
               OPEN INPUT LOGCTL
               IF FS-OK-LCT THEN
                   PERFORM P310-LE-CONTROLE THRU P310-FIM
                       UNTIL EOF-OK-LCT
                   CLOSE LOGCTL
               END-IF

               SET EOF-OK-LOG          TO FALSE
               SET FS-OK-LOG           TO TRUE
               OPEN INPUT LOGACESSO
               IF FS-OK-LOG THEN
                   PERFORM P330-LE-LOG THRU P330-FIM
                       UNTIL EOF-OK-LOG
                   CLOSE LOGACESSO
               ELSE
                   DISPLAY "Aviso: log de acessos indisponivel."
               END-IF

               IF WS-SUC-DATA EQUAL SPACES THEN
                   DISPLAY "Ultimo sucesso: (nunca acessou)"
               ELSE
                   DISPLAY "Ultimo sucesso: " WS-SUC-DATA " "
                       WS-SUC-HORA
               END-IF
               IF WS-FAL-DATA EQUAL SPACES THEN
                   DISPLAY "Ultima falha..: (nenhuma)"
               ELSE
                   MOVE WS-FAL-TIPO    TO LOG-RESULTADO
                   PERFORM P345-DESCREVE-RESULTADO THRU P345-FIM
                   DISPLAY "Ultima falha..: " WS-FAL-DATA " "
                       WS-FAL-HORA " " WS-DESCR-RESULTADO
               END-IF
               DISPLAY "Sucessos / falhas registrados: "
                   WS-QTD-SUCESSOS " / " WS-QTD-FALHAS
            .
            P300-FIM.

            P310-LE-CONTROLE.
               READ LOGCTL
                   AT END
                       SET EOF-OK-LCT TO TRUE
                       GO TO P310-FIM
               END-READ

               MOVE LCT-LINHA          TO WS-HIST-PATH
               SET EOF-OK-HIS          TO FALSE
               SET FS-OK-HIS           TO TRUE
               OPEN INPUT LOGHIST
               IF FS-OK-HIS THEN
                   PERFORM P320-LE-HISTORICO THRU P320-FIM
                       UNTIL EOF-OK-HIS
                   CLOSE LOGHIST
               END-IF
            .
            P310-FIM.

            P320-LE-HISTORICO.
               READ LOGHIST INTO LOG-REG
                   AT END
                       SET EOF-OK-HIS TO TRUE
                   NOT AT END
                       PERFORM P340-GUARDA-ACESSO THRU P340-FIM
               END-READ
            .
            P320-FIM.

            P330-LE-LOG.
               READ LOGACESSO
                   AT END
                       SET EOF-OK-LOG TO TRUE
                   NOT AT END
                       PERFORM P340-GUARDA-ACESSO THRU P340-FIM
               END-READ
            .
            P330-FIM.

            P340-GUARDA-ACESSO.
               IF LOG-ID NOT EQUAL WS-ID-ALVO OR LOG-TROCA THEN
                   GO TO P340-FIM
               END-IF

               IF LOG-SUCESSO THEN
                   ADD 1 TO WS-QTD-SUCESSOS
                   IF LOG-DATA GREATER THAN WS-SUC-DATA OR
                      (LOG-DATA EQUAL WS-SUC-DATA AND
                       LOG-HORA GREATER THAN WS-SUC-HORA) THEN
                       MOVE LOG-DATA   TO WS-SUC-DATA
                       MOVE LOG-HORA   TO WS-SUC-HORA
                   END-IF
               ELSE
                   ADD 1 TO WS-QTD-FALHAS
                   IF LOG-DATA GREATER THAN WS-FAL-DATA OR
                      (LOG-DATA EQUAL WS-FAL-DATA AND
                       LOG-HORA GREATER THAN WS-FAL-HORA) THEN
                       MOVE LOG-DATA   TO WS-FAL-DATA
                       MOVE LOG-HORA   TO WS-FAL-HORA
                       MOVE LOG-RESULTADO TO WS-FAL-TIPO
                   END-IF
               END-IF
            .
            P340-FIM.

            P345-DESCREVE-RESULTADO.
               EVALUATE TRUE
                   WHEN LOG-FALHA
                       MOVE "(senha incorreta)"   TO WS-DESCR-RESULTADO
                   WHEN LOG-BLOQUEIO
                       MOVE "(conta bloqueada)"   TO WS-DESCR-RESULTADO
                   WHEN LOG-INATIVO
                       MOVE "(usuario inativo)"   TO WS-DESCR-RESULTADO
                   WHEN LOG-EXPIRADA
                       MOVE "(senha expirada)"    TO WS-DESCR-RESULTADO
                   WHEN OTHER
                       MOVE SPACES                TO WS-DESCR-RESULTADO
               END-EVALUATE
            .
            P345-FIM.

      ****************** PENDENCIAS ABERTAS ****************************
            P400-PENDENCIAS.
               DISPLAY " "
               DISPLAY "--- PENDENCIAS (PENDCHG.DAT / REORGPEN.DAT) ---"
               SET FS-OK-PEN           TO TRUE
               OPEN INPUT PENDENTES
               IF NOT FS-OK-PEN THEN
                   DISPLAY "Nenhuma pendencia de aprovacao."
               ELSE
                   MOVE WS-ID-ALVO     TO PEN-ID-USUARIO
                   READ PENDENTES
                       INVALID KEY
                           DISPLAY "Nenhuma pendencia de aprovacao."
                       NOT INVALID KEY
                           PERFORM P410-MOSTRA-PENDENCIA THRU P410-FIM
                   END-READ
                   CLOSE PENDENTES
               END-IF

               MOVE ZEROS              TO WS-QTD-REORG
               SET EOF-OK-RRG          TO FALSE
               SET FS-OK-RRG           TO TRUE
               OPEN INPUT REORGPEN
               IF FS-OK-RRG THEN
                   PERFORM P420-LE-REORG THRU P420-FIM
                       UNTIL EOF-OK-RRG
                   CLOSE REORGPEN
               END-IF
               IF WS-QTD-REORG EQUAL ZEROS THEN
                   DISPLAY "Nenhuma reorganizacao pendente."
               END-IF
            .
            P400-FIM.

            P410-MOSTRA-PENDENCIA.
               IF PEN-EXCLUSAO THEN
                   DISPLAY "Pendencia de EXCLUSAO aberta em "
                       PEN-DATA " " PEN-HORA " por " PEN-OPERADOR
               ELSE
                   DISPLAY "Pendencia de ALTERACAO aberta em "
                       PEN-DATA " " PEN-HORA " por " PEN-OPERADOR
                   MOVE PEN-DEPOIS     TO WS-IMAGEM
                   DISPLAY "  Depois: " PEN-DEPOIS(1:40)
                   DISPLAY "          " WS-IMG-EMAIL(1:40)
                       " status " WS-IMG-STATUS
                       " depto " WS-IMG-DEPTO
               END-IF
            .
            P410-FIM.

            P420-LE-REORG.
               READ REORGPEN NEXT
                   AT END
                       SET EOF-OK-RRG TO TRUE
                       GO TO P420-FIM
               END-READ

      * O CABECALHO (SEQUENCIA ZERO) VEM ANTES DOS ITENS DO PEDIDO
               IF RRG-SEQ EQUAL ZEROS THEN
                   MOVE RRG-NUMERO         TO WS-RRG-NUMERO
                   MOVE RRG-DEPTO-ORIGEM   TO WS-RRG-ORIGEM
                   MOVE RRG-DEPTO-DESTINO  TO WS-RRG-DESTINO
                   MOVE RRG-OPERADOR       TO WS-RRG-AUTOR
                   GO TO P420-FIM
               END-IF

               MOVE RRG-ANTES          TO WS-IMAGEM
               IF WS-IMG-ID EQUAL WS-ID-ALVO AND
                  RRG-NUMERO EQUAL WS-RRG-NUMERO THEN
                   ADD 1 TO WS-QTD-REORG
                   DISPLAY "Reorganizacao pendente: pedido "
                       RRG-NUMERO " depto " WS-RRG-ORIGEM " -> "
                       WS-RRG-DESTINO " por " WS-RRG-AUTOR
               END-IF
            .
            P420-FIM.

      ****************** TRILHA DE AUDITORIA COMPLETA ******************
      * MESES FECHADOS (FAIXA DE AUDCTL.DAT) EM ORDEM E DEPOIS A
      * TRILHA VIVA; NAS FUSOES O ID PODE SER O ABSORVIDO (AUDIT-ID)
      * OU O SOBREVIVENTE (AUDIT-ID-DESTINO).
            P500-AUDITORIA.
               DISPLAY " "
               DISPLAY "--- AUDITORIA (AUD<AAAAMM>.DAT E"
                   " AUDITORIA.DAT) ---"
               DISPLAY "DATA     HORA     OP OPERADOR             "
                   "DETALHE"
               MOVE ZEROS              TO WS-QTD-AUDIT

               PERFORM P510-MESES-FECHADOS THRU P510-FIM

               SET EOF-OK-AUD          TO FALSE
               SET FS-OK-AUD           TO TRUE
               OPEN INPUT AUDITORIA
               IF FS-OK-AUD THEN
                   PERFORM P530-LE-AUDITORIA THRU P530-FIM
                       UNTIL EOF-OK-AUD
                   CLOSE AUDITORIA
               END-IF

               DISPLAY "Entradas de auditoria: " WS-QTD-AUDIT
            .
            P500-FIM.

            P510-MESES-FECHADOS.
               MOVE ZEROS              TO WS-MES-MIN
               MOVE ZEROS              TO WS-MES-MAX
               SET FS-OK-CTL           TO TRUE

               OPEN INPUT AUDCONTROLE
               IF NOT FS-OK-CTL THEN
                   GO TO P510-FIM
               END-IF

               READ AUDCONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUDCTL-MES-MIN IS NUMERIC AND
                          AUDCTL-MES-MAX IS NUMERIC THEN
                           MOVE AUDCTL-MES-MIN TO WS-MES-MIN
                           MOVE AUDCTL-MES-MAX TO WS-MES-MAX
                       END-IF
               END-READ
               CLOSE AUDCONTROLE

               IF WS-MES-MIN EQUAL ZEROS THEN
                   GO TO P510-FIM
               END-IF

               MOVE WS-MES-MIN TO WS-MES-CORRENTE
               PERFORM P520-VARRE-MES THRU P520-FIM
                   UNTIL WS-MES-CORRENTE GREATER THAN WS-MES-MAX
            .
            P510-FIM.

            P520-VARRE-MES.
               MOVE SPACES TO WS-ARQMES-PATH
               STRING "AUD"            DELIMITED BY SIZE
                      WS-MES-CORRENTE  DELIMITED BY SIZE
                      ".DAT"           DELIMITED BY SIZE
                      INTO WS-ARQMES-PATH
               END-STRING

               SET EOF-OK-AQM          TO FALSE
               SET FS-OK-AQM           TO TRUE
               OPEN INPUT ARQMES
               IF FS-OK-AQM THEN
                   PERFORM P525-LE-MES THRU P525-FIM
                       UNTIL EOF-OK-AQM
                   CLOSE ARQMES
               END-IF

               IF WS-MC-MES LESS THAN 12 THEN
                   ADD 1 TO WS-MC-MES
               ELSE
                   ADD 1 TO WS-MC-ANO
                   MOVE 01 TO WS-MC-MES
               END-IF
            .
            P520-FIM.

            P525-LE-MES.
               READ ARQMES INTO AUDIT-REC
                   AT END
                       SET EOF-OK-AQM TO TRUE
                   NOT AT END
                       PERFORM P540-MOSTRA-ENTRADA THRU P540-FIM
               END-READ
            .
            P525-FIM.

            P530-LE-AUDITORIA.
               READ AUDITORIA
                   AT END
                       SET EOF-OK-AUD TO TRUE
                   NOT AT END
                       PERFORM P540-MOSTRA-ENTRADA THRU P540-FIM
               END-READ
            .
            P530-FIM.

            P540-MOSTRA-ENTRADA.
      * REGISTRO GRAVADO ANTES DO CAMPO DE DESTINO VALE ZEROS
               IF AUDIT-ID-DESTINO IS NUMERIC THEN
                   MOVE AUDIT-ID-DESTINO TO WS-ID-DESTINO
               ELSE
                   MOVE ZEROS          TO WS-ID-DESTINO
               END-IF

               IF AUDIT-ID NOT EQUAL WS-ID-ALVO THEN
                   IF NOT AUDIT-FUSAO OR
                      WS-ID-DESTINO NOT EQUAL WS-ID-ALVO THEN
                       GO TO P540-FIM
                   END-IF
               END-IF

               MOVE SPACES             TO WS-DESCR-OPERACAO
               EVALUATE TRUE
                   WHEN AUDIT-INCLUSAO
                       MOVE "INCLUSAO"     TO WS-DESCR-OPERACAO
                   WHEN AUDIT-ALTERACAO
                       MOVE "ALTERACAO"    TO WS-DESCR-OPERACAO
                   WHEN AUDIT-EXCLUSAO
                       MOVE "EXCLUSAO"     TO WS-DESCR-OPERACAO
                   WHEN AUDIT-FUSAO AND AUDIT-ID EQUAL WS-ID-ALVO
                       STRING "FUSAO: absorvido pelo ID "
                                               DELIMITED BY SIZE
                              WS-ID-DESTINO    DELIMITED BY SIZE
                              INTO WS-DESCR-OPERACAO
                       END-STRING
                   WHEN AUDIT-FUSAO
                       STRING "FUSAO: absorveu o ID "
                                               DELIMITED BY SIZE
                              AUDIT-ID         DELIMITED BY SIZE
                              INTO WS-DESCR-OPERACAO
                       END-STRING
                   WHEN OTHER
                       MOVE AUDIT-OPERACAO TO WS-DESCR-OPERACAO
               END-EVALUATE

               ADD 1 TO WS-QTD-AUDIT
               DISPLAY AUDIT-DATA " " AUDIT-HORA " "
                   AUDIT-OPERACAO "  " AUDIT-OPERADOR " "
                   WS-DESCR-OPERACAO
            .
            P540-FIM.

      ****************** COPIA NO ARQUIVO MORTO ************************
            P600-MOSTRA-ARQUIVO.
               DISPLAY " "
               DISPLAY "--- ARQUIVO MORTO (ARQUIVO.DAT) ---"
               IF NOT ARQ-ACHADO THEN
                   DISPLAY "Nao ha copia arquivada."
                   GO TO P600-FIM
               END-IF

               PERFORM P610-RECOMPOE-ARQUIVO THRU P610-FIM
               DISPLAY "Copia arquivada em " WS-ARQ-G-DATA
                   " (copias encontradas: " WS-QTD-ARQ ")"
               IF USU-ACHADO THEN
                   DISPLAY "Atencao: o ID tambem esta no cadastro"
                       " vivo."
               END-IF
            .
            P600-FIM.

      ********** RECOMPONDO A COPIA ARQUIVADA **************************
      * ENTRADA ARQUIVADA ANTES DO CAMPO DE DEPARTAMENTO (234
      * POSICOES): MESMA RECOMPOSICAO DA RESTAURACAO DO ARQPURGE.
      * SO TROCA WS-DADOS QUANDO O USUARIO NAO ESTA NO CADASTRO.
            P610-RECOMPOE-ARQUIVO.
               IF WS-ARQ-G-DATA(5:4) EQUAL SPACES THEN
                   MOVE WS-ARQ-G-DADOS(227:4) TO WS-DATA-VELHA(1:4)
                   MOVE WS-ARQ-G-DATA(1:4)    TO WS-DATA-VELHA(5:4)
                   MOVE WS-DATA-VELHA         TO WS-ARQ-G-DATA
                   MOVE ZEROS TO WS-ARQ-G-DADOS(227:4)
               END-IF
               IF NOT USU-ACHADO THEN
                   MOVE WS-ARQ-G-DADOS TO WS-DADOS
               END-IF
            .
            P610-FIM.

      ********** CONVERTENDO UMA DATA EM DIAS APROXIMADOS **************
            P650-CONTA-DIAS.
               COMPUTE WS-DIAS-CONV = (WS-DP-ANO * 365)
                                    + (WS-DP-MES * 30)
                                    + WS-DP-DIA
            .
            P650-FIM.

            P999-FIM.
            STOP RUN.
       END PROGRAM CADCONS.
