      ******************************************************************
      * Author:GABRIEL CERQUEIRA
      * Date: 15/10/2026
      * Purpose:RECERTIFICACAO TRIMESTRAL DE ACESSOS POR DEPARTAMENTO
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026 GC - Programa criado: campanha trimestral de
      *                 recertificacao exigida pelo compliance. A
      *                 abertura grava em RECCAMP.DAT um registro por
      *                 usuario ativo e uma lista de atestacao por
      *                 departamento (ATEST<DDDD>.DAT, com o gestor do
      *                 DEPTREC) contendo ID, nome, e-mail, ultimo
      *                 acesso com sucesso (LOGACESSO.DAT e historicos
      *                 LOGH relacionados em LOGCTL.DAT, como no
      *                 LOGREL) e situacao de bloqueio (BLOQCTL.DAT).
      *                 As respostas do gestor (manter/revogar) sao
      *                 digitadas por departamento; no prazo, todo
      *                 usuario revogado ou sem resposta vira uma
      *                 pendencia de exclusao em PENDCHG.DAT, aplicada
      *                 so depois da aprovacao de outro operador no
      *                 CADAPROV. A situacao da campanha por
      *                 departamento (confirmados, revogados e sem
      *                 resposta) e gravada em RECSIT.DAT. Controle da
      *                 campanha (trimestre, prazo, situacao) em
      *                 RECCTL.DAT.
      * 15/10/2026 GC - Lista de atestacao que nao abre deixa o
      *                 departamento inteiro sem lista, com um so aviso,
      *                 em vez de tentar de novo a cada usuario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERT.

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

                SELECT CAMPANHA ASSIGN TO "RECCAMP.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS REC-ID
                ALTERNATE RECORD KEY IS REC-DEPTO WITH DUPLICATES
                FILE STATUS  IS WS-FS-REC.

                SELECT CONTROLE ASSIGN TO "RECCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-RCT.

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

                SELECT PENDENTES ASSIGN TO "PENDCHG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS PEN-ID-USUARIO
                FILE STATUS  IS WS-FS-PEN.

                SELECT LOGACESSO ASSIGN TO "LOGACESSO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-LOG.

                SELECT LOGHIST ASSIGN DYNAMIC WS-HIST-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-HIS.

                SELECT LOGCTL ASSIGN TO "LOGCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-LCT.

                SELECT CLASSIF ASSIGN TO "SORTWK".

                SELECT LISTA ASSIGN DYNAMIC WS-LISTA-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-LST.

                SELECT SITUACAO ASSIGN TO "RECSIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-SIT.

                SELECT PARAMETROS ASSIGN TO "CADPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PARM.


       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
           COPY LAYOUT.
       FD CAMPANHA.
           COPY RECREC.
       FD CONTROLE.
       01 RCT-REG.
          05 RCT-CAMPANHA          PIC X(06).
          05 RCT-SITUACAO          PIC X(01).
             88 RCT-ABERTA            VALUE "A".
             88 RCT-ENCERRADA         VALUE "E".
          05 RCT-ABERTURA          PIC 9(08).
          05 RCT-PRAZO             PIC 9(08).
          05 RCT-ENCERRAMENTO      PIC 9(08).
          05 RCT-OPERADOR          PIC X(20).
       FD DEPTOS.
           COPY DEPTREC.
       FD BLOQUEIOS.
           COPY BLOQREC.
       FD PENDENTES.
           COPY PENDREC.
       FD LOGACESSO.
           COPY LOGREC.
       FD LOGHIST.
       01 HIS-LINHA                PIC X(50).
       FD LOGCTL.
       01 LCT-LINHA                PIC X(20).
       SD CLASSIF.
       01 CLS-REG.
          05 CLS-DEPTO             PIC 9(04).
          05 CLS-NOME              PIC X(100).
          05 CLS-EMAIL             PIC X(100).
          05 CLS-ID                PIC 9(05).
       FD LISTA.
       01 LST-LINHA                PIC X(132).
       FD SITUACAO.
       01 SIT-LINHA                PIC X(100).
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-HIST-PATH             PIC X(20) VALUE SPACES.
       77 WS-LISTA-PATH            PIC X(20) VALUE SPACES.
       77 WS-FS-PARM               PIC 99.
          88 FS-OK-PARM            VALUE 0.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-REC                PIC 99.
          88 FS-OK-REC             VALUE 0.
       77 WS-FS-RCT                PIC 99.
          88 FS-OK-RCT             VALUE 0.
       77 WS-FS-DEP                PIC 99.
          88 FS-OK-DEP             VALUE 0.
       77 WS-FS-BLQ                PIC 99.
          88 FS-OK-BLQ             VALUE 0.
       77 WS-FS-PEN                PIC 99.
          88 FS-OK-PEN             VALUE 0.
       77 WS-FS-LOG                PIC 99.
          88 FS-OK-LOG             VALUE 0.
       77 WS-FS-HIS                PIC 99.
          88 FS-OK-HIS             VALUE 0.
       77 WS-FS-LCT                PIC 99.
          88 FS-OK-LCT             VALUE 0.
       77 WS-FS-LST                PIC 99.
          88 FS-OK-LST             VALUE 0.
       77 WS-FS-SIT                PIC 99.
          88 FS-OK-SIT             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-EOF-REC               PIC X.
          88 EOF-OK-REC            VALUE "S" FALSE "N".
       77 WS-EOF-CLS               PIC X.
          88 EOF-OK-CLS            VALUE "S" FALSE "N".
       77 WS-EOF-LOG               PIC X.
          88 EOF-OK-LOG            VALUE "S" FALSE "N".
       77 WS-EOF-HIS               PIC X.
          88 EOF-OK-HIS            VALUE "S" FALSE "N".
       77 WS-EOF-LCT               PIC X.
          88 EOF-OK-LCT            VALUE "S" FALSE "N".
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE "F" FALSE "N".
       77 WS-OPCAO                 PIC X.
          88 OPCAO-ABRIR           VALUE "1".
          88 OPCAO-RESPOSTAS       VALUE "2".
          88 OPCAO-PRAZO           VALUE "3".
          88 OPCAO-SITUACAO        VALUE "4".
          88 OPCAO-SAIR            VALUE "5".
       77 WS-CONFIRMA              PIC X.
       77 WS-RESPOSTA              PIC X.
       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-CTL-ACHADO            PIC X.
          88 CTL-ACHADO            VALUE "S" FALSE "N".
       77 WS-DEP-ABERTO            PIC X.
          88 DEP-ABERTO            VALUE "S" FALSE "N".
       77 WS-BLQ-ABERTO            PIC X.
          88 BLQ-ABERTO            VALUE "S" FALSE "N".
       77 WS-LISTA-ABERTA          PIC X.
          88 LISTA-ABERTA          VALUE "S" FALSE "N".
       77 WS-GRAVACAO              PIC X.
          88 GRAVACAO-FALHOU       VALUE "S" FALSE "N".
       77 WS-DEPTO-ANT             PIC 9(04) VALUE ZEROS.
       77 WS-GRUPO-INICIADO        PIC X.
          88 GRUPO-INICIADO        VALUE "S" FALSE "N".
       77 WS-DEPTO-INF             PIC 9(04) VALUE ZEROS.
       77 WS-PRAZO-INF             PIC X(08) VALUE SPACES.
       77 WS-TRIMESTRE             PIC 9(01) VALUE ZEROS.
       77 WS-MES-AUX               PIC 9(02) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       01 WS-DATA-PARTES.
          05 WS-DP-ANO             PIC 9(04).
          05 WS-DP-MES             PIC 9(02).
          05 WS-DP-DIA             PIC 9(02).
       01 WS-CONTROLE.
          05 WS-CTL-CAMPANHA       PIC X(06) VALUE SPACES.
          05 WS-CTL-SITUACAO       PIC X(01) VALUE SPACES.
             88 CAMPANHA-ABERTA       VALUE "A".
             88 CAMPANHA-ENCERRADA    VALUE "E".
          05 WS-CTL-ABERTURA       PIC 9(08) VALUE ZEROS.
          05 WS-CTL-PRAZO          PIC 9(08) VALUE ZEROS.
          05 WS-CTL-ENCERRAMENTO   PIC 9(08) VALUE ZEROS.
          05 WS-CTL-OPERADOR       PIC X(20) VALUE SPACES.
       01 WS-CAMPANHA-NOVA.
          05 WS-CN-ANO             PIC 9(04).
          05 FILLER                PIC X(01) VALUE "T".
          05 WS-CN-TRIMESTRE       PIC 9(01).
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
       01 WS-ANTES                PIC X(230) VALUE SPACES.
       01 WS-TAB-ACESSOS.
          05 WS-ACE-QTD            PIC 9(005) VALUE ZEROS.
          05 WS-ACE-ITEM           OCCURS 1 TO 9999 TIMES
                                    DEPENDING ON WS-ACE-QTD
                                    INDEXED BY WS-ACE-IDX.
             10 WS-ACE-ID          PIC 9(005).
             10 WS-ACE-DATA        PIC X(08).
             10 WS-ACE-HORA        PIC X(08).
       77 WS-ACE-ACHADO            PIC X.
          88 ACE-ACHADO            VALUE "S" FALSE "N".
       77 WS-TABELA-CHEIA          PIC X VALUE "N".
          88 TABELA-CHEIA          VALUE "S" FALSE "N".
       77 WS-LISTAS                PIC 9(005) VALUE ZEROS.
       77 WS-NA-LISTA              PIC 9(005) VALUE ZEROS.
       77 WS-INCLUIDOS             PIC 9(005) VALUE ZEROS.
       77 WS-RESPONDIDOS           PIC 9(005) VALUE ZEROS.
       77 WS-CONFIRMADOS           PIC 9(005) VALUE ZEROS.
       77 WS-REVOGADOS             PIC 9(005) VALUE ZEROS.
       77 WS-SEM-RESPOSTA          PIC 9(005) VALUE ZEROS.
       77 WS-PENDENCIAS            PIC 9(005) VALUE ZEROS.
       77 WS-JA-PENDENTES          PIC 9(005) VALUE ZEROS.
       77 WS-JA-INATIVOS           PIC 9(005) VALUE ZEROS.
       01 WS-CONTADORES-DEPTO.
          05 WS-CD-TOTAL           PIC 9(005) VALUE ZEROS.
          05 WS-CD-CONF            PIC 9(005) VALUE ZEROS.
          05 WS-CD-REV             PIC 9(005) VALUE ZEROS.
          05 WS-CD-SEM             PIC 9(005) VALUE ZEROS.
          05 WS-CD-PEND            PIC 9(005) VALUE ZEROS.
       01 WS-CONTADORES-GERAL.
          05 WS-CG-TOTAL           PIC 9(005) VALUE ZEROS.
          05 WS-CG-CONF            PIC 9(005) VALUE ZEROS.
          05 WS-CG-REV             PIC 9(005) VALUE ZEROS.
          05 WS-CG-SEM             PIC 9(005) VALUE ZEROS.
          05 WS-CG-PEND            PIC 9(005) VALUE ZEROS.
       01 WS-LST-TITULO.
          05 FILLER                PIC X(50)
             VALUE "LISTA DE ATESTACAO - RECERTIFICACAO DE ACESSOS".
          05 FILLER                PIC X(10) VALUE "CAMPANHA: ".
          05 TIT-CAMPANHA          PIC X(06).
          05 FILLER                PIC X(10) VALUE "   PRAZO: ".
          05 TIT-PRAZO             PIC 9(08).
       01 WS-LST-DEPTO.
          05 FILLER                PIC X(14) VALUE "DEPARTAMENTO: ".
          05 LDP-CODIGO            PIC 9(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LDP-DESCRICAO         PIC X(40).
       01 WS-LST-GESTOR.
          05 FILLER                PIC X(14) VALUE "GESTOR......: ".
          05 LGE-GERENTE           PIC X(40).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 LGE-EMAIL             PIC X(60).
       01 WS-LST-COLUNAS.
          05 FILLER                PIC X(06) VALUE "ID".
          05 FILLER                PIC X(41) VALUE "NOME".
          05 FILLER                PIC X(41) VALUE "E-MAIL".
          05 FILLER                PIC X(16) VALUE "ULTIMO ACESSO".
          05 FILLER                PIC X(10) VALUE "BLOQUEIO".
          05 FILLER                PIC X(14) VALUE "MANTER REVOGAR".
       01 WS-LST-DETALHE.
          05 DET-ID                PIC 9(05).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DET-NOME              PIC X(40).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DET-EMAIL             PIC X(40).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DET-ACESSO            PIC X(15).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DET-BLOQUEIO          PIC X(09).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 FILLER                PIC X(14) VALUE " [ ]     [ ]".
       01 WS-LST-RODAPE.
          05 FILLER                PIC X(20)
             VALUE "USUARIOS NA LISTA: ".
          05 ROD-QTD               PIC ZZZZ9.
       01 WS-SIT-CABECALHO.
          05 FILLER                PIC X(36) VALUE "DEPTO DESCRICAO".
          05 FILLER                PIC X(08) VALUE " TOTAL".
          05 FILLER                PIC X(08) VALUE "  CONF.".
          05 FILLER                PIC X(08) VALUE " REVOG.".
          05 FILLER                PIC X(08) VALUE " S/RESP".
          05 FILLER                PIC X(08) VALUE " PEND.".
       01 WS-SIT-DETALHE.
          05 SIT-DEPTO             PIC X(05).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 SIT-DESCRICAO         PIC X(30).
          05 FILLER                PIC X(03) VALUE SPACES.
          05 SIT-TOTAL             PIC ZZZZ9.
          05 FILLER                PIC X(03) VALUE SPACES.
          05 SIT-CONF              PIC ZZZZ9.
          05 FILLER                PIC X(03) VALUE SPACES.
          05 SIT-REV               PIC ZZZZ9.
          05 FILLER                PIC X(03) VALUE SPACES.
          05 SIT-SEM               PIC ZZZZ9.
          05 FILLER                PIC X(03) VALUE SPACES.
          05 SIT-PEND              PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P010-CAMINHO THRU P010-FIM
            PERFORM P020-OPERADOR THRU P020-FIM
            SET EXIT-OK           TO FALSE
            PERFORM P050-MENU THRU P050-FIM UNTIL EXIT-OK
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

      ****************** IDENTIFICANDO O OPERADOR **********************
            P020-OPERADOR.
               MOVE SPACES TO WS-OPERADOR
               ACCEPT WS-OPERADOR FROM ENVIRONMENT "USERNAME"
               IF WS-OPERADOR EQUAL SPACES THEN
                   ACCEPT WS-OPERADOR FROM ENVIRONMENT "USER"
               END-IF
               DISPLAY "Operador da sessao: " WS-OPERADOR
            .
            P020-FIM.

      ********** LENDO O CONTROLE DA CAMPANHA **************************
            P030-LE-CONTROLE.
               SET CTL-ACHADO          TO FALSE
               SET FS-OK-RCT           TO TRUE
               INITIALIZE WS-CONTROLE

               OPEN INPUT CONTROLE
               IF NOT FS-OK-RCT THEN
                   GO TO P030-FIM
               END-IF

               READ CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET CTL-ACHADO TO TRUE
                       MOVE RCT-CAMPANHA     TO WS-CTL-CAMPANHA
                       MOVE RCT-SITUACAO     TO WS-CTL-SITUACAO
                       MOVE RCT-ABERTURA     TO WS-CTL-ABERTURA
                       MOVE RCT-PRAZO        TO WS-CTL-PRAZO
                       MOVE RCT-ENCERRAMENTO TO WS-CTL-ENCERRAMENTO
                       MOVE RCT-OPERADOR     TO WS-CTL-OPERADOR
               END-READ

               CLOSE CONTROLE
            .
            P030-FIM.

            P050-MENU.
               DISPLAY " "
               DISPLAY "==== RECERTIFICACAO TRIMESTRAL DE ACESSOS ===="
               DISPLAY "1 - Abrir campanha e gerar listas de atestacao"
               DISPLAY "2 - Registrar respostas do gestor"
               DISPLAY "3 - Encerrar campanha no prazo"
               DISPLAY "4 - Situacao da campanha por departamento"
               DISPLAY "5 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO

               EVALUATE TRUE
                   WHEN OPCAO-ABRIR
                       PERFORM P100-ABRE-CAMPANHA THRU P100-FIM
                   WHEN OPCAO-RESPOSTAS
                       PERFORM P200-RESPOSTAS THRU P200-FIM
                   WHEN OPCAO-PRAZO
                       PERFORM P300-ENCERRA THRU P300-FIM
                   WHEN OPCAO-SITUACAO
                       PERFORM P400-SITUACAO THRU P400-FIM
                   WHEN OPCAO-SAIR
                       SET EXIT-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
            .
            P050-FIM.

      ********** ABRINDO A CAMPANHA DO TRIMESTRE ***********************
      * UMA CAMPANHA POR VEZ: A ANTERIOR PRECISA TER SIDO ENCERRADA
      * NO PRAZO (OPCAO 3) PARA AS RESPOSTAS NAO SE PERDEREM.
            P100-ABRE-CAMPANHA.
               PERFORM P030-LE-CONTROLE THRU P030-FIM
               IF CTL-ACHADO AND CAMPANHA-ABERTA THEN
                   DISPLAY "Campanha " WS-CTL-CAMPANHA " ainda em"
                       " aberto (prazo " WS-CTL-PRAZO "); encerre-a"
                       " antes de abrir outra."
                   GO TO P100-FIM
               END-IF

               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE       TO WS-DATA-PARTES
               SUBTRACT 1 FROM WS-DP-MES GIVING WS-MES-AUX
               DIVIDE 3 INTO WS-MES-AUX GIVING WS-TRIMESTRE
               ADD 1                   TO WS-TRIMESTRE
               MOVE WS-DP-ANO          TO WS-CN-ANO
               MOVE WS-TRIMESTRE       TO WS-CN-TRIMESTRE

               IF CTL-ACHADO AND
                  WS-CTL-CAMPANHA EQUAL WS-CAMPANHA-NOVA THEN
                   DISPLAY "A campanha " WS-CAMPANHA-NOVA " ja foi"
                       " feita e encerrada neste trimestre."
                   GO TO P100-FIM
               END-IF

               DISPLAY "Campanha: " WS-CAMPANHA-NOVA
               DISPLAY "Prazo para as respostas (AAAAMMDD): "
               MOVE SPACES             TO WS-PRAZO-INF
               ACCEPT WS-PRAZO-INF
               IF WS-PRAZO-INF IS NOT NUMERIC THEN
                   DISPLAY "Prazo invalido; abertura cancelada."
                   GO TO P100-FIM
               END-IF
               IF WS-PRAZO-INF LESS THAN WS-DATA-HOJE THEN
                   DISPLAY "Prazo anterior a hoje; abertura cancelada."
                   GO TO P100-FIM
               END-IF

               DISPLAY "Confirma a abertura? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S" AND
                  WS-CONFIRMA NOT EQUAL "s" THEN
                   DISPLAY "Abertura cancelada."
                   GO TO P100-FIM
               END-IF

               MOVE WS-CAMPANHA-NOVA   TO WS-CTL-CAMPANHA
               MOVE WS-DATA-HOJE       TO WS-CTL-ABERTURA
               MOVE WS-PRAZO-INF       TO WS-CTL-PRAZO
               MOVE ZEROS              TO WS-CTL-ENCERRAMENTO
               MOVE WS-OPERADOR        TO WS-CTL-OPERADOR

               SET FS-OK-REC           TO TRUE
               OPEN OUTPUT CAMPANHA
               IF NOT FS-OK-REC THEN
                   DISPLAY "Erro ao criar o arquivo da campanha."
                   DISPLAY "FILE STATUS: " WS-FS-REC
                   GO TO P100-FIM
               END-IF

               PERFORM P110-CARREGA-ACESSOS THRU P110-FIM

               SET DEP-ABERTO          TO FALSE
               SET FS-OK-DEP           TO TRUE
               OPEN INPUT DEPTOS
               IF FS-OK-DEP THEN
                   SET DEP-ABERTO TO TRUE
               END-IF

               SET BLQ-ABERTO          TO FALSE
               SET FS-OK-BLQ           TO TRUE
               OPEN INPUT BLOQUEIOS
               IF FS-OK-BLQ THEN
                   SET BLQ-ABERTO TO TRUE
               END-IF

               MOVE ZEROS              TO WS-LISTAS
               MOVE ZEROS              TO WS-INCLUIDOS
               SET LISTA-ABERTA        TO FALSE
               SET GRUPO-INICIADO      TO FALSE
               SET GRAVACAO-FALHOU     TO FALSE

               SORT CLASSIF ON ASCENDING KEY CLS-DEPTO
                               ASCENDING KEY CLS-NOME
                   INPUT  PROCEDURE IS P120-SELECIONA THRU P120-FIM
                   OUTPUT PROCEDURE IS P130-GERA-LISTAS THRU P130-FIM

               CLOSE CAMPANHA
               IF DEP-ABERTO THEN
                   CLOSE DEPTOS
               END-IF
               IF BLQ-ABERTO THEN
                   CLOSE BLOQUEIOS
               END-IF

               IF GRAVACAO-FALHOU THEN
                   DISPLAY "Erro ao gravar a campanha; abertura"
                       " cancelada. Repita a opcao 1."
                   GO TO P100-FIM
               END-IF

               SET CAMPANHA-ABERTA     TO TRUE
               PERFORM P800-GRAVA-CONTROLE THRU P800-FIM

               DISPLAY "*** CAMPANHA " WS-CTL-CAMPANHA " ABERTA ***"
               DISPLAY "Usuarios ativos na campanha: " WS-INCLUIDOS
               DISPLAY "Listas de atestacao geradas: " WS-LISTAS
               DISPLAY "(arquivos ATEST<DDDD>.DAT, um por"
                   " departamento)"
               IF TABELA-CHEIA THEN
                   DISPLAY "Aviso: tabela de acessos cheia (limite"
                       " de 9999); parte dos usuarios pode aparecer"
                       " sem acesso."
               END-IF
            .
            P100-FIM.

      ********** CARREGANDO O ULTIMO SUCESSO DE CADA USUARIO ***********
      * MESMA LEITURA DO LOGREL: OS HISTORICOS CORTADOS (LOGCTL.DAT)
      * ANTES DO LOG VIVO, PARA UM SUCESSO CORTADO NAO VIRAR "NUNCA"
            P110-CARREGA-ACESSOS.
               SET EOF-OK-LOG          TO FALSE
               SET FS-OK-LOG           TO TRUE
               SET TABELA-CHEIA        TO FALSE
               MOVE ZEROS              TO WS-ACE-QTD

               PERFORM P111-CARREGA-HISTORICOS THRU P111-FIM

               OPEN INPUT LOGACESSO
               IF NOT FS-OK-LOG THEN
                   GO TO P110-FIM
               END-IF

               PERFORM UNTIL EOF-OK-LOG
                  READ LOGACESSO
                      AT END
                          SET EOF-OK-LOG TO TRUE
                      NOT AT END
                          IF LOG-SUCESSO THEN
                              PERFORM P115-GUARDA-ACESSO THRU P115-FIM
                          END-IF
                  END-READ
               END-PERFORM

               CLOSE LOGACESSO
            .
            P110-FIM.

            P111-CARREGA-HISTORICOS.
               SET EOF-OK-LCT          TO FALSE
               SET FS-OK-LCT           TO TRUE

               OPEN INPUT LOGCTL
               IF NOT FS-OK-LCT THEN
                   GO TO P111-FIM
               END-IF

               PERFORM UNTIL EOF-OK-LCT
                  READ LOGCTL
                      AT END
                          SET EOF-OK-LCT TO TRUE
                      NOT AT END
                          MOVE LCT-LINHA TO WS-HIST-PATH
                          PERFORM P112-VARRE-HISTORICO THRU P112-FIM
                  END-READ
               END-PERFORM

               CLOSE LOGCTL
            .
            P111-FIM.

            P112-VARRE-HISTORICO.
               SET EOF-OK-HIS          TO FALSE
               SET FS-OK-HIS           TO TRUE

               OPEN INPUT LOGHIST
               IF NOT FS-OK-HIS THEN
                   GO TO P112-FIM
               END-IF

               PERFORM UNTIL EOF-OK-HIS
                  READ LOGHIST INTO LOG-REG
                      AT END
                          SET EOF-OK-HIS TO TRUE
                      NOT AT END
                          IF LOG-SUCESSO THEN
                              PERFORM P115-GUARDA-ACESSO THRU P115-FIM
                          END-IF
                  END-READ
               END-PERFORM

               CLOSE LOGHIST
            .
            P112-FIM.

            P115-GUARDA-ACESSO.
               SET WS-ACE-IDX          TO 1
               SEARCH WS-ACE-ITEM
                   AT END
                       IF WS-ACE-QTD LESS THAN 9999 THEN
                           ADD 1 TO WS-ACE-QTD
                           SET WS-ACE-IDX TO WS-ACE-QTD
                           MOVE LOG-ID
                               TO WS-ACE-ID(WS-ACE-IDX)
                           MOVE LOG-DATA
                               TO WS-ACE-DATA(WS-ACE-IDX)
                           MOVE LOG-HORA
                               TO WS-ACE-HORA(WS-ACE-IDX)
                       ELSE
                           SET TABELA-CHEIA TO TRUE
                       END-IF
                   WHEN WS-ACE-ID(WS-ACE-IDX) EQUAL LOG-ID
                       IF LOG-DATA GREATER THAN
                          WS-ACE-DATA(WS-ACE-IDX) OR
                          (LOG-DATA EQUAL WS-ACE-DATA(WS-ACE-IDX)
                           AND LOG-HORA GREATER THAN
                               WS-ACE-HORA(WS-ACE-IDX)) THEN
                           MOVE LOG-DATA
                               TO WS-ACE-DATA(WS-ACE-IDX)
                           MOVE LOG-HORA
                               TO WS-ACE-HORA(WS-ACE-IDX)
                       END-IF
               END-SEARCH
            .
            P115-FIM.

      ********** SELECIONANDO OS USUARIOS ATIVOS PARA AS LISTAS ********
            P120-SELECIONA.
               SET EOF-OK              TO FALSE
               SET FS-OK               TO TRUE

               OPEN INPUT USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Erro ao abrir o arquivo de usuarios."
                   DISPLAY "FILE STATUS: " WS-FS
                   SET GRAVACAO-FALHOU TO TRUE
                   GO TO P120-FIM
               END-IF

               PERFORM P125-LE-USUARIO THRU P125-FIM UNTIL EOF-OK

               CLOSE USUARIOS
            .
            P120-FIM.

            P125-LE-USUARIO.
               READ USUARIOS NEXT INTO WS-DADOS
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF WS-STATUS-ATIVO THEN
                           MOVE WS-DEPTO      TO CLS-DEPTO
                           MOVE WS-NOME       TO CLS-NOME
                           MOVE WS-EMAIL      TO CLS-EMAIL
                           MOVE WS-ID-USUARIO TO CLS-ID
                           RELEASE CLS-REG
                       END-IF
               END-READ
            .
            P125-FIM.

      ********** GRAVANDO A CAMPANHA E AS LISTAS POR DEPARTAMENTO ******
            P130-GERA-LISTAS.
               SET EOF-OK-CLS          TO FALSE
               PERFORM P135-RETORNA THRU P135-FIM UNTIL EOF-OK-CLS

               IF LISTA-ABERTA THEN
                   PERFORM P155-FECHA-LISTA THRU P155-FIM
               END-IF
            .
            P130-FIM.

            P135-RETORNA.
               RETURN CLASSIF
                   AT END
                       SET EOF-OK-CLS TO TRUE
                   NOT AT END
      * A QUEBRA E SO PELO DEPARTAMENTO: LISTA QUE NAO ABRIU DEIXA O
      * DEPARTAMENTO INTEIRO SEM LISTA, COM UM SO AVISO
                       IF NOT GRUPO-INICIADO OR
                          CLS-DEPTO NOT EQUAL WS-DEPTO-ANT THEN
                           PERFORM P140-QUEBRA-DEPTO THRU P140-FIM
                       END-IF
                       PERFORM P150-DETALHE THRU P150-FIM
               END-RETURN
            .
            P135-FIM.

      ********** ABRINDO A LISTA DE UM NOVO DEPARTAMENTO ***************
            P140-QUEBRA-DEPTO.
               IF LISTA-ABERTA THEN
                   PERFORM P155-FECHA-LISTA THRU P155-FIM
               END-IF

               MOVE CLS-DEPTO          TO WS-DEPTO-ANT
               SET GRUPO-INICIADO      TO TRUE
               MOVE ZEROS              TO WS-NA-LISTA

               MOVE SPACES TO WS-LISTA-PATH
               STRING "ATEST"      DELIMITED BY SIZE
                      CLS-DEPTO    DELIMITED BY SIZE
                      ".DAT"       DELIMITED BY SIZE
                      INTO WS-LISTA-PATH
               END-STRING

               SET FS-OK-LST           TO TRUE
               OPEN OUTPUT LISTA
               IF NOT FS-OK-LST THEN
                   DISPLAY "Aviso: erro ao criar " WS-LISTA-PATH
                       "; departamento sem lista impressa."
                   GO TO P140-FIM
               END-IF
               SET LISTA-ABERTA        TO TRUE
               ADD 1                   TO WS-LISTAS

               MOVE WS-CTL-CAMPANHA    TO TIT-CAMPANHA
               MOVE WS-CTL-PRAZO       TO TIT-PRAZO
               WRITE LST-LINHA FROM WS-LST-TITULO

      * DEPARTAMENTO 0000 OU FORA DO MESTRE NAO TEM GESTOR: A LISTA
      * SAI ASSIM MESMO PARA A SEGURANCA DECIDIR
               MOVE CLS-DEPTO          TO LDP-CODIGO
               MOVE SPACES             TO LDP-DESCRICAO
               MOVE "(gestor nao cadastrado)" TO LGE-GERENTE
               MOVE SPACES             TO LGE-EMAIL
               IF CLS-DEPTO EQUAL ZEROS THEN
                   MOVE "(SEM DEPARTAMENTO)" TO LDP-DESCRICAO
               ELSE
                   MOVE "(FORA DO MESTRE DEPTOS.DAT)" TO LDP-DESCRICAO
                   IF DEP-ABERTO THEN
                       MOVE CLS-DEPTO TO DEP-CODIGO
                       READ DEPTOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE DEP-DESCRICAO TO LDP-DESCRICAO
                               IF DEP-GERENTE NOT EQUAL SPACES THEN
                                   MOVE DEP-GERENTE TO LGE-GERENTE
                                   MOVE DEP-EMAIL-GERENTE TO LGE-EMAIL
                               END-IF
                       END-READ
                   END-IF
               END-IF
               WRITE LST-LINHA FROM WS-LST-DEPTO
               WRITE LST-LINHA FROM WS-LST-GESTOR
               MOVE SPACES             TO LST-LINHA
               WRITE LST-LINHA
               WRITE LST-LINHA FROM WS-LST-COLUNAS
               MOVE ALL "-"            TO LST-LINHA
               WRITE LST-LINHA
            .
            P140-FIM.

      ********** GRAVANDO O USUARIO NA CAMPANHA E NA LISTA *************
            P150-DETALHE.
               MOVE CLS-ID             TO WS-ID-USUARIO
               PERFORM P160-BUSCA-ACESSO THRU P160-FIM

               MOVE CLS-ID             TO DET-ID
               MOVE CLS-NOME           TO DET-NOME
               MOVE CLS-EMAIL          TO DET-EMAIL
               IF ACE-ACHADO THEN
                   MOVE SPACES TO DET-ACESSO
                   STRING WS-ACE-DATA(WS-ACE-IDX) DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          WS-ACE-HORA(WS-ACE-IDX) DELIMITED BY SIZE
                          INTO DET-ACESSO
                   END-STRING
               ELSE
                   MOVE "NUNCA"        TO DET-ACESSO
               END-IF

               MOVE "LIVRE"            TO DET-BLOQUEIO
               IF BLQ-ABERTO THEN
                   MOVE CLS-ID TO BLQ-ID
                   READ BLOQUEIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF BLQ-BLOQUEADO THEN
                               MOVE "BLOQUEADO" TO DET-BLOQUEIO
                           END-IF
                   END-READ
               END-IF

               IF LISTA-ABERTA THEN
                   WRITE LST-LINHA FROM WS-LST-DETALHE
                   ADD 1 TO WS-NA-LISTA
               END-IF

               INITIALIZE REC-REG
               MOVE CLS-ID             TO REC-ID
               MOVE CLS-DEPTO          TO REC-DEPTO
               MOVE CLS-NOME           TO REC-NOME
               SET REC-SEM-RESPOSTA    TO TRUE
               SET REC-SEM-ACAO        TO TRUE
               WRITE REC-REG
                   INVALID KEY
                       SET GRAVACAO-FALHOU TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-INCLUIDOS
               END-WRITE
            .
            P150-FIM.

            P155-FECHA-LISTA.
               MOVE SPACES             TO LST-LINHA
               WRITE LST-LINHA
               MOVE WS-NA-LISTA        TO ROD-QTD
               WRITE LST-LINHA FROM WS-LST-RODAPE
               CLOSE LISTA
               SET LISTA-ABERTA        TO FALSE
               DISPLAY "Lista gravada: " WS-LISTA-PATH " ("
                   WS-NA-LISTA " usuarios)"
            .
            P155-FIM.

      ********** LOCALIZANDO O ULTIMO ACESSO DE UM USUARIO *************
            P160-BUSCA-ACESSO.
               SET ACE-ACHADO          TO FALSE
               SET WS-ACE-IDX          TO 1
               SEARCH WS-ACE-ITEM
                   WHEN WS-ACE-ID(WS-ACE-IDX) EQUAL WS-ID-USUARIO
                       SET ACE-ACHADO TO TRUE
               END-SEARCH
            .
            P160-FIM.

      ********** REGISTRANDO AS RESPOSTAS DO GESTOR ********************
      * AS RESPOSTAS SAO DIGITADAS POR DEPARTAMENTO, NA ORDEM DA
      * LISTA DE ATESTACAO; ENTER MANTEM A RESPOSTA JA REGISTRADA.
            P200-RESPOSTAS.
               PERFORM P030-LE-CONTROLE THRU P030-FIM
               IF NOT CTL-ACHADO OR NOT CAMPANHA-ABERTA THEN
                   DISPLAY "Nenhuma campanha em aberto."
                   GO TO P200-FIM
               END-IF

               DISPLAY "Campanha " WS-CTL-CAMPANHA " - prazo "
                   WS-CTL-PRAZO
               DISPLAY "Informe o departamento: "
               MOVE ZEROS              TO WS-DEPTO-INF
               ACCEPT WS-DEPTO-INF

               SET FS-OK-DEP           TO TRUE
               OPEN INPUT DEPTOS
               IF FS-OK-DEP THEN
                   MOVE WS-DEPTO-INF TO DEP-CODIGO
                   READ DEPTOS
                       INVALID KEY
                           DISPLAY "Departamento fora do mestre."
                       NOT INVALID KEY
                           DISPLAY "Departamento: " DEP-DESCRICAO
                           DISPLAY "Gestor......: " DEP-GERENTE
                   END-READ
                   CLOSE DEPTOS
               END-IF

               SET FS-OK-REC           TO TRUE
               OPEN I-O CAMPANHA
               IF NOT FS-OK-REC THEN
                   DISPLAY "Erro ao abrir o arquivo da campanha."
                   DISPLAY "FILE STATUS: " WS-FS-REC
                   GO TO P200-FIM
               END-IF

               SET EOF-OK-REC          TO FALSE
               MOVE ZEROS              TO WS-RESPONDIDOS
               MOVE WS-DEPTO-INF       TO REC-DEPTO
               START CAMPANHA KEY IS EQUAL REC-DEPTO
                   INVALID KEY
                       DISPLAY "Nenhum usuario deste departamento"
                           " na campanha."
                       SET EOF-OK-REC TO TRUE
               END-START

               PERFORM P210-RESPONDE THRU P210-FIM UNTIL EOF-OK-REC

               CLOSE CAMPANHA
               DISPLAY "Respostas registradas: " WS-RESPONDIDOS
            .
            P200-FIM.

            P210-RESPONDE.
               READ CAMPANHA NEXT
                   AT END
                       SET EOF-OK-REC TO TRUE
                       GO TO P210-FIM
               END-READ

               IF REC-DEPTO NOT EQUAL WS-DEPTO-INF THEN
                   SET EOF-OK-REC TO TRUE
                   GO TO P210-FIM
               END-IF

               DISPLAY " "
               DISPLAY REC-ID " " REC-NOME
               EVALUATE TRUE
                   WHEN REC-MANTER
                       DISPLAY "  Resposta atual: MANTER"
                   WHEN REC-REVOGAR
                       DISPLAY "  Resposta atual: REVOGAR"
                   WHEN OTHER
                       DISPLAY "  Resposta atual: (sem resposta)"
               END-EVALUATE
               DISPLAY "M-manter R-revogar ENTER-pula F-fim: "
               MOVE SPACES             TO WS-RESPOSTA
               ACCEPT WS-RESPOSTA
               INSPECT WS-RESPOSTA CONVERTING "mrf" TO "MRF"

               EVALUATE WS-RESPOSTA
                   WHEN "M"
                   WHEN "R"
                       MOVE WS-RESPOSTA TO REC-RESPOSTA
                       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                       ACCEPT WS-HORA-AGORA FROM TIME
                       MOVE WS-DATA-HOJE  TO REC-DATA-RESP
                       MOVE WS-HORA-AGORA TO REC-HORA-RESP
                       MOVE WS-OPERADOR   TO REC-OPERADOR
                       REWRITE REC-REG
                           INVALID KEY
                               DISPLAY "Erro ao registrar a resposta."
                           NOT INVALID KEY
                               ADD 1 TO WS-RESPONDIDOS
                       END-REWRITE
                   WHEN "F"
                       SET EOF-OK-REC TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
            .
            P210-FIM.

      ********** ACAO DE PRAZO: REVOGADOS E SEM RESPOSTA ***************
      * TODO USUARIO REVOGADO OU SEM RESPOSTA VIRA UMA PENDENCIA DE
      * EXCLUSAO (DESATIVACAO) EM PENDCHG.DAT; A DESATIVACAO SO
      * ACONTECE QUANDO OUTRO OPERADOR APROVA NO CADAPROV.
            P300-ENCERRA.
               PERFORM P030-LE-CONTROLE THRU P030-FIM
               IF NOT CTL-ACHADO OR NOT CAMPANHA-ABERTA THEN
                   DISPLAY "Nenhuma campanha em aberto."
                   GO TO P300-FIM
               END-IF

               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               IF WS-DATA-HOJE LESS THAN WS-CTL-PRAZO THEN
                   DISPLAY "O prazo da campanha " WS-CTL-CAMPANHA
                       " vence em " WS-CTL-PRAZO "; encerramento so"
                       " a partir do prazo."
                   GO TO P300-FIM
               END-IF

               DISPLAY "Encerrar a campanha " WS-CTL-CAMPANHA
                   " e gerar as pendencias de exclusao? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S" AND
                  WS-CONFIRMA NOT EQUAL "s" THEN
                   DISPLAY "Encerramento cancelado."
                   GO TO P300-FIM
               END-IF

               SET FS-OK-REC           TO TRUE
               OPEN I-O CAMPANHA
               IF NOT FS-OK-REC THEN
                   DISPLAY "Erro ao abrir o arquivo da campanha."
                   DISPLAY "FILE STATUS: " WS-FS-REC
                   GO TO P300-FIM
               END-IF

               SET FS-OK               TO TRUE
               OPEN INPUT USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Erro ao abrir o arquivo de usuarios."
                   DISPLAY "FILE STATUS: " WS-FS
                   CLOSE CAMPANHA
                   GO TO P300-FIM
               END-IF

               SET FS-OK-PEN           TO TRUE
               OPEN I-O PENDENTES
               IF WS-FS-PEN EQUAL 35 THEN
                   OPEN OUTPUT PENDENTES
                   CLOSE PENDENTES
                   OPEN I-O PENDENTES
               END-IF
               IF NOT FS-OK-PEN THEN
                   DISPLAY "Erro ao abrir o arquivo de pendencias."
                   DISPLAY "FILE STATUS: " WS-FS-PEN
                   CLOSE CAMPANHA
                   CLOSE USUARIOS
                   GO TO P300-FIM
               END-IF

               MOVE ZEROS              TO WS-CONFIRMADOS
               MOVE ZEROS              TO WS-REVOGADOS
               MOVE ZEROS              TO WS-SEM-RESPOSTA
               MOVE ZEROS              TO WS-PENDENCIAS
               MOVE ZEROS              TO WS-JA-PENDENTES
               MOVE ZEROS              TO WS-JA-INATIVOS

               SET EOF-OK-REC          TO FALSE
               MOVE ZEROS              TO REC-ID
               START CAMPANHA KEY IS NOT LESS THAN REC-ID
                   INVALID KEY
                       SET EOF-OK-REC TO TRUE
               END-START

               PERFORM P310-ACAO-PRAZO THRU P310-FIM UNTIL EOF-OK-REC

               CLOSE CAMPANHA
               CLOSE USUARIOS
               CLOSE PENDENTES

               SET CAMPANHA-ENCERRADA  TO TRUE
               MOVE WS-DATA-HOJE       TO WS-CTL-ENCERRAMENTO
               PERFORM P800-GRAVA-CONTROLE THRU P800-FIM

               DISPLAY "*** CAMPANHA " WS-CTL-CAMPANHA " ENCERRADA ***"
               DISPLAY "Confirmados (manter) .......: " WS-CONFIRMADOS
               DISPLAY "Revogados ..................: " WS-REVOGADOS
               DISPLAY "Sem resposta ...............: " WS-SEM-RESPOSTA
               DISPLAY "Pendencias de exclusao .....: " WS-PENDENCIAS
               DISPLAY "Ja com pendencia em aberto .: " WS-JA-PENDENTES
               DISPLAY "Ja inativos ou excluidos ...: " WS-JA-INATIVOS
               IF WS-PENDENCIAS GREATER THAN ZEROS THEN
                   DISPLAY "As exclusoes aguardam aprovacao de outro"
                       " operador no CADAPROV."
               END-IF
            .
            P300-FIM.

            P310-ACAO-PRAZO.
               READ CAMPANHA NEXT
                   AT END
                       SET EOF-OK-REC TO TRUE
                       GO TO P310-FIM
               END-READ

               IF REC-MANTER THEN
                   ADD 1 TO WS-CONFIRMADOS
                   GO TO P310-FIM
               END-IF

               IF REC-REVOGAR THEN
                   ADD 1 TO WS-REVOGADOS
               ELSE
                   ADD 1 TO WS-SEM-RESPOSTA
               END-IF

               MOVE REC-ID             TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       SET REC-JA-INATIVO TO TRUE
               END-READ

               IF NOT REC-JA-INATIVO AND USUARIO-INATIVO THEN
                   SET REC-JA-INATIVO TO TRUE
               END-IF

               IF REC-JA-INATIVO THEN
                   ADD 1 TO WS-JA-INATIVOS
               ELSE
                   PERFORM P320-GRAVA-PENDENTE THRU P320-FIM
               END-IF

               REWRITE REC-REG
                   INVALID KEY
                       DISPLAY "Aviso: erro ao marcar o ID " REC-ID
                           " na campanha."
               END-REWRITE
            .
            P310-FIM.

      ********** MONTANDO A PENDENCIA DE EXCLUSAO **********************
      * MESMA IMAGEM ANTES/DEPOIS QUE O CADASTRO MONTA NA EXCLUSAO:
      * O REGISTRO ATUAL E O MESMO REGISTRO COM STATUS INATIVO.
            P320-GRAVA-PENDENTE.
               MOVE DADOS              TO WS-ANTES
               SET USUARIO-INATIVO     TO TRUE

               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME

               MOVE REC-ID             TO PEN-ID-USUARIO
               MOVE "E"                TO PEN-TIPO
               MOVE WS-ANTES           TO PEN-ANTES
               MOVE DADOS              TO PEN-DEPOIS
               MOVE WS-DATA-HOJE       TO PEN-DATA
               MOVE WS-HORA-AGORA      TO PEN-HORA
               MOVE WS-OPERADOR        TO PEN-OPERADOR

               WRITE PEN-REG
                   INVALID KEY
                       SET REC-JA-PENDENTE TO TRUE
                       ADD 1 TO WS-JA-PENDENTES
                       DISPLAY "ID " REC-ID " ja tem pendencia em"
                           " aberto; decida-a no CADAPROV."
                   NOT INVALID KEY
                       SET REC-PENDENCIA TO TRUE
                       ADD 1 TO WS-PENDENCIAS
               END-WRITE
            .
            P320-FIM.

      ********** SITUACAO DA CAMPANHA POR DEPARTAMENTO *****************
            P400-SITUACAO.
               PERFORM P030-LE-CONTROLE THRU P030-FIM
               IF NOT CTL-ACHADO THEN
                   DISPLAY "Nenhuma campanha registrada."
                   GO TO P400-FIM
               END-IF

               SET FS-OK-REC           TO TRUE
               OPEN INPUT CAMPANHA
               IF NOT FS-OK-REC THEN
                   DISPLAY "Erro ao abrir o arquivo da campanha."
                   DISPLAY "FILE STATUS: " WS-FS-REC
                   GO TO P400-FIM
               END-IF

               SET DEP-ABERTO          TO FALSE
               SET FS-OK-DEP           TO TRUE
               OPEN INPUT DEPTOS
               IF FS-OK-DEP THEN
                   SET DEP-ABERTO TO TRUE
               END-IF

               SET FS-OK-SIT           TO TRUE
               OPEN OUTPUT SITUACAO
               IF NOT FS-OK-SIT THEN
                   DISPLAY "Aviso: erro ao abrir RECSIT.DAT;"
                       " situacao apenas em tela."
               END-IF

               MOVE SPACES             TO SIT-LINHA
               STRING "SITUACAO DA CAMPANHA " DELIMITED BY SIZE
                      WS-CTL-CAMPANHA         DELIMITED BY SIZE
                      " - PRAZO "             DELIMITED BY SIZE
                      WS-CTL-PRAZO            DELIMITED BY SIZE
                      INTO SIT-LINHA
               END-STRING
               IF CAMPANHA-ABERTA THEN
                   MOVE "(EM ABERTO)"  TO SIT-LINHA(50:11)
               ELSE
                   MOVE "(ENCERRADA)"  TO SIT-LINHA(50:11)
               END-IF
               PERFORM P450-GRAVA-SITUACAO THRU P450-FIM
               MOVE WS-SIT-CABECALHO   TO SIT-LINHA
               PERFORM P450-GRAVA-SITUACAO THRU P450-FIM
               MOVE ALL "-"            TO SIT-LINHA
               PERFORM P450-GRAVA-SITUACAO THRU P450-FIM

               INITIALIZE WS-CONTADORES-DEPTO
               INITIALIZE WS-CONTADORES-GERAL
               SET LISTA-ABERTA        TO FALSE
               SET EOF-OK-REC          TO FALSE
               MOVE ZEROS              TO REC-DEPTO
               START CAMPANHA KEY IS NOT LESS THAN REC-DEPTO
                   INVALID KEY
                       SET EOF-OK-REC TO TRUE
               END-START

               PERFORM P410-ACUMULA THRU P410-FIM UNTIL EOF-OK-REC

               IF LISTA-ABERTA THEN
                   PERFORM P420-LINHA-DEPTO THRU P420-FIM
               END-IF

               MOVE ALL "-"            TO SIT-LINHA
               PERFORM P450-GRAVA-SITUACAO THRU P450-FIM
               MOVE "TOTAL"            TO SIT-DEPTO
               MOVE SPACES             TO SIT-DESCRICAO
               MOVE WS-CG-TOTAL        TO SIT-TOTAL
               MOVE WS-CG-CONF         TO SIT-CONF
               MOVE WS-CG-REV          TO SIT-REV
               MOVE WS-CG-SEM          TO SIT-SEM
               MOVE WS-CG-PEND         TO SIT-PEND
               MOVE WS-SIT-DETALHE     TO SIT-LINHA
               PERFORM P450-GRAVA-SITUACAO THRU P450-FIM

               CLOSE CAMPANHA
               IF DEP-ABERTO THEN
                   CLOSE DEPTOS
               END-IF
               IF FS-OK-SIT THEN
                   CLOSE SITUACAO
                   DISPLAY "Situacao gravada em RECSIT.DAT."
               END-IF
            .
            P400-FIM.

      * A LEITURA PELA CHAVE ALTERNADA TRAZ OS USUARIOS AGRUPADOS POR
      * DEPARTAMENTO; LISTA-ABERTA MARCA QUE HA UM GRUPO EM CURSO.
            P410-ACUMULA.
               READ CAMPANHA NEXT
                   AT END
                       SET EOF-OK-REC TO TRUE
                       GO TO P410-FIM
               END-READ

               IF LISTA-ABERTA AND REC-DEPTO NOT EQUAL WS-DEPTO-ANT
                   PERFORM P420-LINHA-DEPTO THRU P420-FIM
               END-IF
               IF NOT LISTA-ABERTA THEN
                   SET LISTA-ABERTA TO TRUE
                   MOVE REC-DEPTO TO WS-DEPTO-ANT
                   INITIALIZE WS-CONTADORES-DEPTO
               END-IF

               ADD 1 TO WS-CD-TOTAL
               EVALUATE TRUE
                   WHEN REC-MANTER
                       ADD 1 TO WS-CD-CONF
                   WHEN REC-REVOGAR
                       ADD 1 TO WS-CD-REV
                   WHEN OTHER
                       ADD 1 TO WS-CD-SEM
               END-EVALUATE
               IF REC-PENDENCIA THEN
                   ADD 1 TO WS-CD-PEND
               END-IF
            .
            P410-FIM.

            P420-LINHA-DEPTO.
               MOVE WS-DEPTO-ANT       TO SIT-DEPTO
               MOVE SPACES             TO SIT-DESCRICAO
               IF WS-DEPTO-ANT EQUAL ZEROS THEN
                   MOVE "(SEM DEPARTAMENTO)" TO SIT-DESCRICAO
               ELSE
                   IF DEP-ABERTO THEN
                       MOVE WS-DEPTO-ANT TO DEP-CODIGO
                       READ DEPTOS
                           INVALID KEY
                               MOVE "(FORA DO MESTRE)" TO SIT-DESCRICAO
                           NOT INVALID KEY
                               MOVE DEP-DESCRICAO TO SIT-DESCRICAO
                       END-READ
                   END-IF
               END-IF
               MOVE WS-CD-TOTAL        TO SIT-TOTAL
               MOVE WS-CD-CONF         TO SIT-CONF
               MOVE WS-CD-REV          TO SIT-REV
               MOVE WS-CD-SEM          TO SIT-SEM
               MOVE WS-CD-PEND         TO SIT-PEND
               MOVE WS-SIT-DETALHE     TO SIT-LINHA
               PERFORM P450-GRAVA-SITUACAO THRU P450-FIM

               ADD WS-CD-TOTAL         TO WS-CG-TOTAL
               ADD WS-CD-CONF          TO WS-CG-CONF
               ADD WS-CD-REV           TO WS-CG-REV
               ADD WS-CD-SEM           TO WS-CG-SEM
               ADD WS-CD-PEND          TO WS-CG-PEND
               SET LISTA-ABERTA        TO FALSE
            .
            P420-FIM.

            P450-GRAVA-SITUACAO.
               DISPLAY SIT-LINHA(1:80)
               IF FS-OK-SIT THEN
                   WRITE SIT-LINHA
               END-IF
            .
            P450-FIM.

      ********** REGRAVANDO O CONTROLE DA CAMPANHA *********************
            P800-GRAVA-CONTROLE.
               SET FS-OK-RCT           TO TRUE
               OPEN OUTPUT CONTROLE
               IF FS-OK-RCT THEN
                   MOVE WS-CTL-CAMPANHA     TO RCT-CAMPANHA
                   MOVE WS-CTL-SITUACAO     TO RCT-SITUACAO
                   MOVE WS-CTL-ABERTURA     TO RCT-ABERTURA
                   MOVE WS-CTL-PRAZO        TO RCT-PRAZO
                   MOVE WS-CTL-ENCERRAMENTO TO RCT-ENCERRAMENTO
                   MOVE WS-CTL-OPERADOR     TO RCT-OPERADOR
                   WRITE RCT-REG
                   CLOSE CONTROLE
               ELSE
                   DISPLAY "Aviso: erro ao regravar RECCTL.DAT."
               END-IF
            .
            P800-FIM.

            P999-FIM.
            STOP RUN.
       END PROGRAM RECERT.
