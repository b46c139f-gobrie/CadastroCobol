      ******************************************************************
      * Author:GABRIEL CERQUEIRA
      * Date: 15/10/2026
      * Purpose:LGPD - RELATORIO DO TITULAR E ANONIMIZACAO
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026 GC - Programa criado: dado o ID ou o e-mail de uma
      *                 pessoa, grava em LGPDREL.DAT cada arquivo e
      *                 registro onde ela aparece: cadastro vivo,
      *                 arquivo morto (ARQUIVO.DAT), geracoes de backup
      *                 (USUBKP<GGG>.DAT), controles de bloqueio, senha,
      *                 pendencias, agendamentos, reorganizacoes e
      *                 recertificacao, trilhas de auditoria (inclusive
      *                 os meses fechados), de acessos (inclusive os
      *                 historicos de corte) e de seguranca (SEGLOG),
      *                 o log de anonimizacao e os extratos e relatorios
      *                 em texto (CADEXP.DAT, NOTIFINC/NOTIFEXC.DAT e os
      *                 demais), estes pela busca do e-mail e do nome.
      *                 A anonimizacao (direito CADLGPD/ANONIMIZAR no
      *                 CADOPER) sobrescreve nome, e-mail, telefone e
      *                 senha dos arquivados ha mais dias que a retencao
      *                 de CADLGPD.PRM (linha 1, padrao 1825 dias),
      *                 mantem o ID para as trilhas continuarem
      *                 consistentes e registra cada anonimizacao em
      *                 ANONLOG.DAT.
      * 15/10/2026 GC - Relatorio do titular inclui o jornal de
      *                 alteracoes (JORNAL.DAT, pelo ID e pelas imagens
      *                 antes e depois) e as listas de atestacao do
      *                 RECERT (ATEST<DDDD>.DAT, pelo e-mail e nome).
      * 15/10/2026 GC - Anonimizacao esvazia ARQTMP.DAT tambem quando
      *                 nenhuma entrada venceu ou a copia falhou, para
      *                 nao deixar uma copia dos dados pessoais.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADLGPD.

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

                SELECT ARQUIVO ASSIGN TO "ARQUIVO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-ARQ.

                SELECT ARQTMP ASSIGN TO "ARQTMP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-ATM.

                SELECT BACKUP ASSIGN DYNAMIC WS-BKP-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-BKP.

                SELECT BKPCONTROLE ASSIGN TO "BKPCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-BCT.

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

                SELECT PENDENTES ASSIGN TO "PENDCHG.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS PEN-ID-USUARIO
                FILE STATUS  IS WS-FS-PEN.

                SELECT AGENDA ASSIGN TO "AGENDA.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS AGE-CHAVE
                FILE STATUS  IS WS-FS-AGE.

                SELECT REORGPEN ASSIGN TO "REORGPEN.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS RRG-CHAVE
                FILE STATUS  IS WS-FS-RRG.

                SELECT CAMPANHA ASSIGN TO "RECCAMP.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS REC-ID
                ALTERNATE RECORD KEY IS REC-DEPTO WITH DUPLICATES
                FILE STATUS  IS WS-FS-REC.

                SELECT AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-AUD.

                SELECT ARQMES ASSIGN DYNAMIC WS-ARQMES-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-AQM.

                SELECT AUDCONTROLE ASSIGN TO "AUDCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CTL.

                SELECT LOGACESSO ASSIGN TO "LOGACESSO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-LOG.

                SELECT LOGHIST ASSIGN DYNAMIC WS-HIST-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-HIS.

                SELECT LOGCTL ASSIGN TO "LOGCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-LCT.

                SELECT SEGLOG ASSIGN TO "SEGLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-SEG.

                SELECT ANONLOG ASSIGN TO "ANONLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-ANL.

                SELECT JORNAL ASSIGN TO "JORNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JOR.

                SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS DEP-CODIGO
                FILE STATUS  IS WS-FS-DEP.

                SELECT TEXTO ASSIGN DYNAMIC WS-TXT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-TXT.

                SELECT RELATORIO ASSIGN TO "LGPDREL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.

                SELECT PARAMETROS ASSIGN TO "CADPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PARM.

                SELECT PARMLGPD ASSIGN TO "CADLGPD.PRM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PRB.

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
       FD ARQUIVO.
       01 ARQ-REG.
          05 ARQ-DADOS             PIC X(230).
          05 ARQ-DATA-ARQ          PIC 9(08).
       FD ARQTMP.
       01 ATM-REG                  PIC X(238).
       FD BACKUP.
       01 BKP-REG                  PIC X(250).
       FD BKPCONTROLE.
       01 BCT-REG.
          05 BCT-ULTIMA            PIC 9(03).
          05 BCT-LIMITE            PIC 9(03).
       FD BLOQUEIOS.
           COPY BLOQREC.
       FD SENHAS.
           COPY SENHAREC.
       FD PENDENTES.
           COPY PENDREC.
       FD AGENDA.
           COPY AGENDREC.
       FD REORGPEN.
           COPY REORGREC.
       FD CAMPANHA.
           COPY RECREC.
       FD AUDITORIA.
           COPY AUDITREC.
       FD ARQMES.
       01 AQM-LINHA                PIC X(60).
       FD AUDCONTROLE.
           COPY AUDCTL.
       FD LOGACESSO.
           COPY LOGREC.
       FD LOGHIST.
       01 HIS-LINHA                PIC X(50).
       FD LOGCTL.
       01 LCT-LINHA                PIC X(20).
       FD SEGLOG.
       01 SEG-REG.
          05 SEG-ID                PIC 9(05).
          05 SEG-ACAO              PIC X(01).
          05 SEG-DATA              PIC X(08).
          05 SEG-HORA              PIC X(08).
          05 SEG-OPERADOR          PIC X(20).
          05 SEG-MOTIVO            PIC X(60).
       FD ANONLOG.
       01 ANL-REG.
          05 ANL-ID                PIC 9(05).
          05 ANL-DATA-ARQ          PIC X(08).
          05 ANL-RETENCAO          PIC 9(05).
          05 ANL-DATA              PIC X(08).
          05 ANL-HORA              PIC X(08).
          05 ANL-OPERADOR          PIC X(20).
       FD JORNAL.
           COPY JORNREC.
       FD DEPTOS.
           COPY DEPTREC.
       FD TEXTO.
       01 TXT-LINHA                PIC X(250).
       FD RELATORIO.
       01 RELATORIO-LINHA          PIC X(200).
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       FD PARMLGPD.
       01 PRB-LINHA                PIC X(50).
       FD OPERADORES.
           COPY OPERREC.
       FD OPERLOG.
           COPY OPLOGREC.
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-BKP-PATH              PIC X(20) VALUE SPACES.
       77 WS-ARQMES-PATH           PIC X(20) VALUE SPACES.
       77 WS-HIST-PATH             PIC X(20) VALUE SPACES.
       77 WS-TXT-PATH              PIC X(20) VALUE SPACES.
       77 WS-FS                    PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-ARQ                PIC 99.
          88 FS-OK-ARQ             VALUE 0.
       77 WS-FS-ATM                PIC 99.
          88 FS-OK-ATM             VALUE 0.
       77 WS-FS-BKP                PIC 99.
          88 FS-OK-BKP             VALUE 0.
       77 WS-FS-BCT                PIC 99.
          88 FS-OK-BCT             VALUE 0.
       77 WS-FS-BLQ                PIC 99.
          88 FS-OK-BLQ             VALUE 0.
       77 WS-FS-SEN                PIC 99.
          88 FS-OK-SEN             VALUE 0.
       77 WS-FS-PEN                PIC 99.
          88 FS-OK-PEN             VALUE 0.
       77 WS-FS-AGE                PIC 99.
          88 FS-OK-AGE             VALUE 0.
       77 WS-FS-RRG                PIC 99.
          88 FS-OK-RRG             VALUE 0.
       77 WS-FS-REC                PIC 99.
          88 FS-OK-REC             VALUE 0.
       77 WS-FS-AUD                PIC 99.
          88 FS-OK-AUD             VALUE 0.
       77 WS-FS-AQM                PIC 99.
          88 FS-OK-AQM             VALUE 0.
       77 WS-FS-CTL                PIC 99.
          88 FS-OK-CTL             VALUE 0.
       77 WS-FS-LOG                PIC 99.
          88 FS-OK-LOG             VALUE 0.
       77 WS-FS-HIS                PIC 99.
          88 FS-OK-HIS             VALUE 0.
       77 WS-FS-LCT                PIC 99.
          88 FS-OK-LCT             VALUE 0.
       77 WS-FS-SEG                PIC 99.
          88 FS-OK-SEG             VALUE 0.
       77 WS-FS-ANL                PIC 99.
          88 FS-OK-ANL             VALUE 0.
       77 WS-FS-JOR                PIC 99.
          88 FS-OK-JOR             VALUE 0.
       77 WS-FS-DEP                PIC 99.
          88 FS-OK-DEP             VALUE 0.
       77 WS-FS-TXT                PIC 99.
          88 FS-OK-TXT             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-OK-REL             VALUE 0.
       77 WS-FS-PARM               PIC 99.
          88 FS-OK-PARM            VALUE 0.
       77 WS-FS-PRB                PIC 99.
          88 FS-OK-PRB             VALUE 0.
       77 WS-FS-OPR                PIC 99.
          88 FS-OK-OPR             VALUE 0.
       77 WS-FS-OPL                PIC 99.
          88 FS-OK-OPL             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-EOF-AUX               PIC X.
          88 EOF-OK-AUX            VALUE "S" FALSE "N".
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE "F" FALSE "N".
       77 WS-OPCAO                 PIC X.
          88 OPCAO-TITULAR         VALUE "1".
          88 OPCAO-ANONIMIZAR      VALUE "2".
          88 OPCAO-SAIR            VALUE "3".
       77 WS-CONFIRMA              PIC X.
       77 WS-AUTORIZADO            PIC X.
          88 AUTORIZADO            VALUE "S" FALSE "N".
       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-USU-ACHADO            PIC X.
          88 USU-ACHADO            VALUE "S" FALSE "N".
       77 WS-ARQ-ACHADO            PIC X.
          88 ARQ-ACHADO            VALUE "S" FALSE "N".
       77 WS-CONFERE               PIC X.
          88 CONFERE-ACHOU         VALUE "S" FALSE "N".
       77 WS-COPIA                 PIC X.
          88 COPIA-FALHOU          VALUE "S" FALSE "N".
      * IDENTIFICACAO DO TITULAR
       77 WS-CHAVE                 PIC X(100).
       77 WS-CHAVE-NUM             PIC X(05).
       77 WS-TAM-CHAVE             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ARROBA            PIC 9(03) VALUE ZEROS.
       01 WS-ID-ALVO-X             PIC X(05) VALUE "00000".
       01 WS-ID-ALVO REDEFINES WS-ID-ALVO-X
                                   PIC 9(05).
       77 WS-EMAIL-ALVO            PIC X(100) VALUE SPACES.
       77 WS-NOME-ALVO             PIC X(100) VALUE SPACES.
       77 WS-TAM-EMAIL             PIC 9(03) VALUE ZEROS.
       77 WS-TAM-NOME              PIC 9(03) VALUE ZEROS.
       77 WS-CAMPO                 PIC X(100).
       77 WS-TAM-CAMPO             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ACHADA            PIC 9(05) VALUE ZEROS.
       77 WS-NOME-ANONIMO          PIC X(11) VALUE "ANONIMIZADO".
       01 WS-DADOS                PIC X(230) VALUE SPACES.
       01 FILLER REDEFINES WS-DADOS.
          03 WS-NOME                  PIC X(100).
          03 WS-PASSWORD              PIC X(8).
          03 WS-EMAIL                 PIC X(100).
          03 WS-PHONE                 PIC 9(12).
          03 WS-ID-USUARIO            PIC 9(05).
          03 WS-STATUS                PIC X.
          03 WS-DEPTO                 PIC 9(04).
      * IMAGEM DE UM REGISTRO DE USUARIO EM OUTRO ARQUIVO
       01 WS-IMAGEM               PIC X(230) VALUE SPACES.
       01 FILLER REDEFINES WS-IMAGEM.
          03 WS-IMG-NOME              PIC X(100).
          03 WS-IMG-SENHA             PIC X(8).
          03 WS-IMG-EMAIL             PIC X(100).
          03 WS-IMG-FONE              PIC 9(12).
          03 WS-IMG-ID                PIC X(05).
          03 WS-IMG-STATUS            PIC X.
          03 WS-IMG-DEPTO             PIC X(04).
       01 WS-ARQ-GUARDA.
          05 WS-ARQ-G-DADOS        PIC X(230).
          05 WS-ARQ-G-DATA         PIC X(08).
       77 WS-DATA-VELHA            PIC X(08) VALUE SPACES.
      * LINHA DO RELATORIO DO TITULAR
       77 WS-REL-ARQUIVO           PIC X(20).
       77 WS-REL-REF               PIC X(30).
       77 WS-REL-DETALHE           PIC X(120).
       77 WS-ULTIMO-ARQUIVO        PIC X(20).
       77 WS-OCORRENCIAS           PIC 9(005) VALUE ZEROS.
       77 WS-ARQUIVOS-COM          PIC 9(003) VALUE ZEROS.
       77 WS-LINHA                 PIC 9(007) VALUE ZEROS.
       77 WS-GERACAO               PIC 9(03) VALUE ZEROS.
       77 WS-LIMITE-GER            PIC 9(03) VALUE 5.
       77 WS-MES-MIN               PIC 9(06) VALUE ZEROS.
       77 WS-MES-MAX               PIC 9(06) VALUE ZEROS.
       01 WS-MES-CORRENTE          PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-CORRENTE.
          05 WS-MC-ANO             PIC 9(04).
          05 WS-MC-MES             PIC 9(02).
      * EXTRATOS E RELATORIOS EM TEXTO COM DADOS PESSOAIS
       01 WS-TEXTOS-VALORES.
          05 FILLER PIC X(12) VALUE "CADEXP.DAT".
          05 FILLER PIC X(12) VALUE "NOTIFINC.DAT".
          05 FILLER PIC X(12) VALUE "NOTIFEXC.DAT".
          05 FILLER PIC X(12) VALUE "RELUSU.DAT".
          05 FILLER PIC X(12) VALUE "CHECKREJ.DAT".
          05 FILLER PIC X(12) VALUE "INTEGREJ.DAT".
          05 FILLER PIC X(12) VALUE "AGENDREJ.DAT".
          05 FILLER PIC X(12) VALUE "LOTE.DAT".
          05 FILLER PIC X(12) VALUE "LOTEREJ.DAT".
          05 FILLER PIC X(12) VALUE "LOTERH.DAT".
          05 FILLER PIC X(12) VALUE "RHQUADRO.DAT".
          05 FILLER PIC X(12) VALUE "RHCONC.DAT".
          05 FILLER PIC X(12) VALUE "SEMACESS.DAT".
          05 FILLER PIC X(12) VALUE "RECSIT.DAT".
          05 FILLER PIC X(12) VALUE "DUPEMAIL.DAT".
       01 WS-TEXTOS REDEFINES WS-TEXTOS-VALORES.
          05 WS-TXT-NOME           PIC X(12) OCCURS 15 TIMES
                                    INDEXED BY WS-TXT-IDX.
      * ANONIMIZACAO
       77 WS-RETENCAO              PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-PARM             PIC 9(05) VALUE ZEROS.
       77 WS-PARM-IDX              PIC 9(02) VALUE ZEROS.
       77 WS-PARM-FIM              PIC X.
          88 PARM-ACABOU           VALUE "S" FALSE "N".
       01 WS-DIGITO-X              PIC X.
       01 WS-DIGITO-N REDEFINES WS-DIGITO-X
                                   PIC 9.
       01 WS-DATA-PARTES.
          05 WS-DP-ANO             PIC 9(04).
          05 WS-DP-MES             PIC 9(02).
          05 WS-DP-DIA             PIC 9(02).
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-DATA             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-PARADO           PIC 9(07) VALUE ZEROS.
       77 WS-ANONIMIZADOS          PIC 9(005) VALUE ZEROS.
       77 WS-JA-ANONIMOS           PIC 9(005) VALUE ZEROS.
       77 WS-NO-PRAZO              PIC 9(005) VALUE ZEROS.
       77 WS-SEM-DATA              PIC 9(005) VALUE ZEROS.
       77 WS-LIDOS                 PIC 9(005) VALUE ZEROS.
       01 WS-TAB-ANONIMOS.
          05 WS-ANO-QTD            PIC 9(005) VALUE ZEROS.
          05 WS-ANO-ITEM           OCCURS 1 TO 9999 TIMES
                                    DEPENDING ON WS-ANO-QTD
                                    INDEXED BY WS-ANO-IDX.
             10 WS-ANO-ID          PIC 9(005).
             10 WS-ANO-DATA-ARQ    PIC X(08).
       77 WS-TABELA-CHEIA          PIC X VALUE "N".
          88 TABELA-CHEIA          VALUE "S" FALSE "N".
       01 WS-AUTORIZACAO.
          05 WS-AUT-PROGRAMA       PIC X(08) VALUE "CADLGPD".
          05 WS-AUT-FUNCAO         PIC X(10) VALUE SPACES.
          05 WS-AUT-DATA           PIC 9(08).
          05 WS-AUT-HORA           PIC 9(08).

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
            .
            P020-FIM.

            P050-MENU.
               DISPLAY " "
               DISPLAY "========== LGPD - DADOS PESSOAIS =========="
               DISPLAY "1 - Relatorio do titular (ID ou e-mail)"
               DISPLAY "2 - Anonimizar arquivados com retencao vencida"
               DISPLAY "3 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO

               EVALUATE TRUE
                   WHEN OPCAO-TITULAR
                       PERFORM P100-TITULAR THRU P100-FIM
                   WHEN OPCAO-ANONIMIZAR
                       MOVE "ANONIMIZAR" TO WS-AUT-FUNCAO
                       PERFORM P080-AUTORIZA THRU P080-FIM
                       IF AUTORIZADO THEN
                           PERFORM P600-ANONIMIZA THRU P600-FIM
                       END-IF
                   WHEN OPCAO-SAIR
                       SET EXIT-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
            .
            P050-FIM.

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

      ****************** RELATORIO DO TITULAR **************************
            P100-TITULAR.
               DISPLAY "Informe o ID ou o e-mail do titular: "
               MOVE SPACES             TO WS-CHAVE
               ACCEPT WS-CHAVE
               IF WS-CHAVE EQUAL SPACES THEN
                   GO TO P100-FIM
               END-IF

               MOVE ZEROS              TO WS-ID-ALVO
               MOVE SPACES             TO WS-EMAIL-ALVO
               MOVE SPACES             TO WS-NOME-ALVO

               MOVE ZEROS              TO WS-QTD-ARROBA
               INSPECT WS-CHAVE TALLYING WS-QTD-ARROBA FOR ALL "@"
               IF WS-QTD-ARROBA GREATER THAN ZEROS THEN
                   MOVE WS-CHAVE       TO WS-EMAIL-ALVO
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
                       GO TO P100-FIM
                   END-IF
                   IF WS-CHAVE-NUM(1:WS-TAM-CHAVE) IS NOT NUMERIC THEN
                       DISPLAY "Chave invalida: informe um ID de ate"
                           " 5 digitos ou um e-mail."
                       GO TO P100-FIM
                   END-IF
                   MOVE WS-CHAVE-NUM(1:WS-TAM-CHAVE) TO WS-ID-ALVO
               END-IF

               PERFORM P110-IDENTIFICA THRU P110-FIM

               SET FS-OK-REL           TO TRUE
               OPEN OUTPUT RELATORIO
               IF NOT FS-OK-REL THEN
                   DISPLAY "Erro ao abrir o relatorio LGPDREL.DAT."
                   DISPLAY "FILE STATUS: " WS-FS-REL
                   GO TO P100-FIM
               END-IF

               MOVE ZEROS              TO WS-OCORRENCIAS
               MOVE ZEROS              TO WS-ARQUIVOS-COM
               MOVE SPACES             TO WS-ULTIMO-ARQUIVO

               MOVE SPACES             TO RELATORIO-LINHA
               STRING "TITULAR;ID "    DELIMITED BY SIZE
                      WS-ID-ALVO-X     DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WS-EMAIL-ALVO    DELIMITED BY "  "
                      ";"              DELIMITED BY SIZE
                      WS-NOME-ALVO     DELIMITED BY "  "
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               MOVE "ARQUIVO;REFERENCIA;DADO ENCONTRADO"
                   TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA

               PERFORM P200-CADASTRO      THRU P200-FIM
               PERFORM P210-ARQUIVO-MORTO THRU P210-FIM
               PERFORM P220-BACKUPS       THRU P220-FIM
               PERFORM P300-CONTROLES     THRU P300-FIM
               PERFORM P400-TRILHAS       THRU P400-FIM
               PERFORM P500-EXTRATOS      THRU P500-FIM

               CLOSE RELATORIO

               DISPLAY "*** RELATORIO DO TITULAR CONCLUIDO ***"
               DISPLAY "Ocorrencias encontradas ..: " WS-OCORRENCIAS
               DISPLAY "Arquivos com ocorrencia ..: " WS-ARQUIVOS-COM
               DISPLAY "Relatorio gravado em LGPDREL.DAT."
            .
            P100-FIM.

      ********** IDENTIFICANDO O TITULAR NO CADASTRO OU NO ARQUIVO *****
      * COM O REGISTRO ACHADO A BUSCA PASSA A USAR O ID, O E-MAIL E O
      * NOME DO TITULAR; SEM ELE SO O DADO INFORMADO E PROCURADO.
            P110-IDENTIFICA.
               SET USU-ACHADO          TO FALSE
               SET ARQ-ACHADO          TO FALSE
               SET FS-OK               TO TRUE

               OPEN INPUT USUARIOS
               IF FS-OK THEN
                   IF WS-ID-ALVO GREATER THAN ZEROS THEN
                       MOVE WS-ID-ALVO TO ID-USUARIO
                       READ USUARIOS INTO WS-DADOS
                           KEY IS ID-USUARIO
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET USU-ACHADO TO TRUE
                       END-READ
                   ELSE
                       MOVE WS-EMAIL-ALVO TO EMAIL
                       READ USUARIOS INTO WS-DADOS
                           KEY IS EMAIL
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET USU-ACHADO TO TRUE
                       END-READ
                   END-IF
                   CLOSE USUARIOS
               END-IF

               IF NOT USU-ACHADO THEN
                   PERFORM P115-PROCURA-ARQUIVO THRU P115-FIM
               END-IF

               IF USU-ACHADO OR ARQ-ACHADO THEN
                   MOVE WS-ID-USUARIO  TO WS-ID-ALVO
                   IF WS-EMAIL NOT EQUAL SPACES THEN
                       MOVE WS-EMAIL   TO WS-EMAIL-ALVO
                   END-IF
                   IF WS-NOME NOT EQUAL WS-NOME-ANONIMO THEN
                       MOVE WS-NOME    TO WS-NOME-ALVO
                   END-IF
                   DISPLAY "Titular: ID " WS-ID-ALVO-X " - "
                       WS-NOME-ALVO
               ELSE
                   DISPLAY "Titular nao encontrado no cadastro nem no"
                       " arquivo morto; a busca usa so o dado"
                       " informado."
               END-IF

               MOVE WS-EMAIL-ALVO      TO WS-CAMPO
               PERFORM P120-MEDE-CAMPO THRU P120-FIM
               MOVE WS-TAM-CAMPO       TO WS-TAM-EMAIL

      * O NOME SO ENTRA NA BUSCA DOS TEXTOS QUANDO TEM SOBRENOME,
      * PARA UM NOME SOLTO NAO APONTAR LINHAS DE OUTRAS PESSOAS
               MOVE WS-NOME-ALVO       TO WS-CAMPO
               PERFORM P120-MEDE-CAMPO THRU P120-FIM
               MOVE WS-TAM-CAMPO       TO WS-TAM-NOME
               IF WS-TAM-NOME GREATER THAN ZEROS THEN
                   MOVE ZEROS          TO WS-QTD-ACHADA
                   INSPECT WS-NOME-ALVO(1:WS-TAM-NOME)
                       TALLYING WS-QTD-ACHADA FOR ALL " "
                   IF WS-QTD-ACHADA EQUAL ZEROS THEN
                       MOVE ZEROS      TO WS-TAM-NOME
                   END-IF
               END-IF
            .
            P110-FIM.

            P115-PROCURA-ARQUIVO.
               SET FS-OK-ARQ           TO TRUE
               OPEN INPUT ARQUIVO
               IF NOT FS-OK-ARQ THEN
                   GO TO P115-FIM
               END-IF

               SET EOF-OK              TO FALSE
               PERFORM P116-LE-ARQUIVO THRU P116-FIM UNTIL EOF-OK
               CLOSE ARQUIVO
            .
            P115-FIM.

            P116-LE-ARQUIVO.
               READ ARQUIVO
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P116-FIM
               END-READ

               MOVE ARQ-DADOS          TO WS-IMAGEM
               PERFORM P700-CONFERE-IMAGEM THRU P700-FIM
               IF CONFERE-ACHOU THEN
                   SET ARQ-ACHADO      TO TRUE
                   MOVE ARQ-DADOS      TO WS-DADOS
               END-IF
            .
            P116-FIM.

      ********** MEDINDO O TAMANHO UTIL DE UM CAMPO (SEM BRANCOS) ******
            P120-MEDE-CAMPO.
               MOVE 100                TO WS-TAM-CAMPO
               PERFORM P125-RECUA THRU P125-FIM
                   UNTIL WS-TAM-CAMPO EQUAL ZEROS
            .
            P120-FIM.

            P125-RECUA.
               IF WS-CAMPO(WS-TAM-CAMPO:1) NOT EQUAL SPACE THEN
                   GO TO P125-FIM
               END-IF
               SUBTRACT 1 FROM WS-TAM-CAMPO
               IF WS-TAM-CAMPO GREATER THAN ZEROS THEN
                   GO TO P125-RECUA
               END-IF
            .
            P125-FIM.

      ****************** CADASTRO VIVO *********************************
            P200-CADASTRO.
               IF NOT USU-ACHADO THEN
                   GO TO P200-FIM
               END-IF

               MOVE "USUARIOS.DAT"     TO WS-REL-ARQUIVO
               MOVE SPACES             TO WS-REL-REF
               STRING "ID "            DELIMITED BY SIZE
                      WS-ID-ALVO-X     DELIMITED BY SIZE
                      INTO WS-REL-REF
               END-STRING
               MOVE SPACES             TO WS-REL-DETALHE
               STRING "Registro vivo: nome, e-mail, telefone, senha"
                          DELIMITED BY SIZE
                      " cifrada, situacao " DELIMITED BY SIZE
                      WS-STATUS        DELIMITED BY SIZE
                      ", departamento " DELIMITED BY SIZE
                      WS-DEPTO         DELIMITED BY SIZE
                      INTO WS-REL-DETALHE
               END-STRING
               PERFORM P800-OCORRENCIA THRU P800-FIM
            .
            P200-FIM.

      ****************** ARQUIVO MORTO *********************************
            P210-ARQUIVO-MORTO.
               SET FS-OK-ARQ           TO TRUE
               OPEN INPUT ARQUIVO
               IF NOT FS-OK-ARQ THEN
                   GO TO P210-FIM
               END-IF

               MOVE "ARQUIVO.DAT"      TO WS-REL-ARQUIVO
               MOVE ZEROS              TO WS-LINHA
               SET EOF-OK              TO FALSE
               PERFORM P215-LE-ARQUIVO THRU P215-FIM UNTIL EOF-OK
               CLOSE ARQUIVO
            .
            P210-FIM.

            P215-LE-ARQUIVO.
               READ ARQUIVO
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P215-FIM
               END-READ
               ADD 1 TO WS-LINHA

               MOVE ARQ-DADOS          TO WS-IMAGEM
               PERFORM P700-CONFERE-IMAGEM THRU P700-FIM
               IF NOT CONFERE-ACHOU THEN
                   GO TO P215-FIM
               END-IF

               MOVE ARQ-REG            TO WS-ARQ-GUARDA
               PERFORM P720-RECOMPOE THRU P720-FIM

               PERFORM P810-REF-LINHA THRU P810-FIM
               MOVE SPACES             TO WS-REL-DETALHE
               IF WS-IMG-NOME EQUAL WS-NOME-ANONIMO THEN
                   STRING "Copia arquivada em " DELIMITED BY SIZE
                          WS-ARQ-G-DATA        DELIMITED BY SIZE
                          ", ja anonimizada (so o ID)"
                              DELIMITED BY SIZE
                          INTO WS-REL-DETALHE
                   END-STRING
               ELSE
                   STRING "Copia arquivada em " DELIMITED BY SIZE
                          WS-ARQ-G-DATA        DELIMITED BY SIZE
                          ": nome, e-mail, telefone, senha cifrada"
                              DELIMITED BY SIZE
                          INTO WS-REL-DETALHE
                   END-STRING
               END-IF
               PERFORM P800-OCORRENCIA THRU P800-FIM
            .
            P215-FIM.

      ****************** GERACOES DE BACKUP ****************************
      * AS GERACOES VAO DE 1 AO LIMITE GUARDADO EM BKPCTL.DAT (PADRAO
      * 5), COMO NO CADBKP; GERACAO AUSENTE E PULADA.
            P220-BACKUPS.
               MOVE 5                  TO WS-LIMITE-GER
               SET FS-OK-BCT           TO TRUE
               OPEN INPUT BKPCONTROLE
               IF FS-OK-BCT THEN
                   READ BKPCONTROLE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BCT-LIMITE IS NUMERIC AND
                              BCT-LIMITE GREATER THAN ZEROS THEN
                               MOVE BCT-LIMITE TO WS-LIMITE-GER
                           END-IF
                   END-READ
                   CLOSE BKPCONTROLE
               END-IF

               PERFORM P225-GERACAO THRU P225-FIM
                   VARYING WS-GERACAO FROM 1 BY 1
                   UNTIL WS-GERACAO GREATER THAN WS-LIMITE-GER
            .
            P220-FIM.

            P225-GERACAO.
               MOVE SPACES TO WS-BKP-PATH
               STRING "USUBKP"    DELIMITED BY SIZE
                      WS-GERACAO  DELIMITED BY SIZE
                      ".DAT"      DELIMITED BY SIZE
                      INTO WS-BKP-PATH
               END-STRING

               SET FS-OK-BKP           TO TRUE
               OPEN INPUT BACKUP
               IF NOT FS-OK-BKP THEN
                   GO TO P225-FIM
               END-IF

               MOVE WS-BKP-PATH        TO WS-REL-ARQUIVO
               MOVE ZEROS              TO WS-LINHA
               SET EOF-OK              TO FALSE
               PERFORM P226-LE-BACKUP THRU P226-FIM UNTIL EOF-OK
               CLOSE BACKUP
            .
            P225-FIM.

            P226-LE-BACKUP.
               READ BACKUP
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P226-FIM
               END-READ
               ADD 1 TO WS-LINHA

               IF BKP-REG(1:9) EQUAL "*TRAILER*" THEN
                   GO TO P226-FIM
               END-IF

               MOVE BKP-REG(1:230)     TO WS-IMAGEM
               PERFORM P700-CONFERE-IMAGEM THRU P700-FIM
               IF CONFERE-ACHOU THEN
                   PERFORM P810-REF-LINHA THRU P810-FIM
                   MOVE "Copia do registro na geracao de backup"
                       TO WS-REL-DETALHE
                   PERFORM P800-OCORRENCIA THRU P800-FIM
               END-IF
            .
            P226-FIM.

      ****************** ARQUIVOS DE CONTROLE **************************
            P300-CONTROLES.
               IF WS-ID-ALVO GREATER THAN ZEROS THEN
                   PERFORM P310-BLOQUEIO THRU P310-FIM
                   PERFORM P320-SENHA THRU P320-FIM
                   PERFORM P330-PENDENCIA THRU P330-FIM
                   PERFORM P340-CAMPANHA THRU P340-FIM
               END-IF
               PERFORM P350-AGENDA THRU P350-FIM
               PERFORM P360-REORGANIZACAO THRU P360-FIM
               PERFORM P370-JORNAL THRU P370-FIM
            .
            P300-FIM.

            P310-BLOQUEIO.
               SET FS-OK-BLQ           TO TRUE
               OPEN INPUT BLOQUEIOS
               IF NOT FS-OK-BLQ THEN
                   GO TO P310-FIM
               END-IF

               MOVE WS-ID-ALVO         TO BLQ-ID
               READ BLOQUEIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "BLOQCTL.DAT" TO WS-REL-ARQUIVO
                       PERFORM P815-REF-ID THRU P815-FIM
                       MOVE SPACES     TO WS-REL-DETALHE
                       STRING "Controle de bloqueio: falhas "
                                  DELIMITED BY SIZE
                              BLQ-FALHAS DELIMITED BY SIZE
                              ", situacao " DELIMITED BY SIZE
                              BLQ-SITUACAO DELIMITED BY SIZE
                              INTO WS-REL-DETALHE
                       END-STRING
                       PERFORM P800-OCORRENCIA THRU P800-FIM
               END-READ
               CLOSE BLOQUEIOS
            .
            P310-FIM.

            P320-SENHA.
               SET FS-OK-SEN           TO TRUE
               OPEN INPUT SENHAS
               IF NOT FS-OK-SEN THEN
                   GO TO P320-FIM
               END-IF

               MOVE WS-ID-ALVO         TO SEN-ID
               READ SENHAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "SENHACTL.DAT" TO WS-REL-ARQUIVO
                       PERFORM P815-REF-ID THRU P815-FIM
                       MOVE SPACES     TO WS-REL-DETALHE
                       STRING "Controle de senha: ultima troca "
                                  DELIMITED BY SIZE
                              SEN-DATA-TROCA DELIMITED BY SIZE
                              ", senhas anteriores cifradas"
                                  DELIMITED BY SIZE
                              INTO WS-REL-DETALHE
                       END-STRING
                       PERFORM P800-OCORRENCIA THRU P800-FIM
               END-READ
               CLOSE SENHAS
            .
            P320-FIM.

            P330-PENDENCIA.
               SET FS-OK-PEN           TO TRUE
               OPEN INPUT PENDENTES
               IF NOT FS-OK-PEN THEN
                   GO TO P330-FIM
               END-IF

               MOVE WS-ID-ALVO         TO PEN-ID-USUARIO
               READ PENDENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "PENDCHG.DAT" TO WS-REL-ARQUIVO
                       PERFORM P815-REF-ID THRU P815-FIM
                       MOVE SPACES     TO WS-REL-DETALHE
                       STRING "Pendencia de aprovacao tipo "
                                  DELIMITED BY SIZE
                              PEN-TIPO DELIMITED BY SIZE
                              " de "   DELIMITED BY SIZE
                              PEN-DATA DELIMITED BY SIZE
                              ": imagens antes e depois"
                                  DELIMITED BY SIZE
                              INTO WS-REL-DETALHE
                       END-STRING
                       PERFORM P800-OCORRENCIA THRU P800-FIM
               END-READ
               CLOSE PENDENTES
            .
            P330-FIM.

            P340-CAMPANHA.
               SET FS-OK-REC           TO TRUE
               OPEN INPUT CAMPANHA
               IF NOT FS-OK-REC THEN
                   GO TO P340-FIM
               END-IF

               MOVE WS-ID-ALVO         TO REC-ID
               READ CAMPANHA
                   KEY IS REC-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "RECCAMP.DAT" TO WS-REL-ARQUIVO
                       PERFORM P815-REF-ID THRU P815-FIM
                       MOVE SPACES     TO WS-REL-DETALHE
                       STRING "Recertificacao de acesso: nome,"
                                  DELIMITED BY SIZE
                              " departamento " DELIMITED BY SIZE
                              REC-DEPTO DELIMITED BY SIZE
                              ", resposta " DELIMITED BY SIZE
                              REC-RESPOSTA DELIMITED BY SIZE
                              INTO WS-REL-DETALHE
                       END-STRING
                       PERFORM P800-OCORRENCIA THRU P800-FIM
               END-READ
               CLOSE CAMPANHA
            .
            P340-FIM.

            P350-AGENDA.
               SET FS-OK-AGE           TO TRUE
               OPEN INPUT AGENDA
               IF NOT FS-OK-AGE THEN
                   GO TO P350-FIM
               END-IF

               MOVE "AGENDA.DAT"       TO WS-REL-ARQUIVO
               SET EOF-OK              TO FALSE
               PERFORM P355-LE-AGENDA THRU P355-FIM UNTIL EOF-OK
               CLOSE AGENDA
            .
            P350-FIM.

            P355-LE-AGENDA.
               READ AGENDA NEXT
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P355-FIM
               END-READ

               MOVE AGE-DADOS          TO WS-IMAGEM
               PERFORM P700-CONFERE-IMAGEM THRU P700-FIM
               IF NOT CONFERE-ACHOU AND WS-ID-ALVO GREATER THAN ZEROS
                  AND AGE-ID-USUARIO EQUAL WS-ID-ALVO THEN
                   SET CONFERE-ACHOU   TO TRUE
               END-IF
               IF NOT CONFERE-ACHOU THEN
                   GO TO P355-FIM
               END-IF

               MOVE SPACES             TO WS-REL-REF
               STRING "DATA "          DELIMITED BY SIZE
                      AGE-DATA-EFETIVA DELIMITED BY SIZE
                      " SEQ "          DELIMITED BY SIZE
                      AGE-SEQ          DELIMITED BY SIZE
                      INTO WS-REL-REF
               END-STRING
               MOVE SPACES             TO WS-REL-DETALHE
               STRING "Mudanca agendada tipo " DELIMITED BY SIZE
                      AGE-TIPO         DELIMITED BY SIZE
                      ", situacao "    DELIMITED BY SIZE
                      AGE-SITUACAO     DELIMITED BY SIZE
                      ": dados informados do contato"
                          DELIMITED BY SIZE
                      INTO WS-REL-DETALHE
               END-STRING
               PERFORM P800-OCORRENCIA THRU P800-FIM
            .
            P355-FIM.

      * SO OS ITENS (SEQUENCIA MAIOR QUE ZERO) TRAZEM IMAGEM DE
      * USUARIO; A SEQUENCIA ZERO E O CABECALHO DO PEDIDO
            P360-REORGANIZACAO.
               SET FS-OK-RRG           TO TRUE
               OPEN INPUT REORGPEN
               IF NOT FS-OK-RRG THEN
                   GO TO P360-FIM
               END-IF

               MOVE "REORGPEN.DAT"     TO WS-REL-ARQUIVO
               SET EOF-OK              TO FALSE
               PERFORM P365-LE-REORG THRU P365-FIM UNTIL EOF-OK
               CLOSE REORGPEN
            .
            P360-FIM.

            P365-LE-REORG.
               READ REORGPEN NEXT
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P365-FIM
               END-READ

               IF RRG-SEQ EQUAL ZEROS THEN
                   GO TO P365-FIM
               END-IF

               MOVE RRG-ANTES          TO WS-IMAGEM
               PERFORM P700-CONFERE-IMAGEM THRU P700-FIM
               IF NOT CONFERE-ACHOU THEN
                   GO TO P365-FIM
               END-IF

               MOVE SPACES             TO WS-REL-REF
               STRING "PEDIDO "        DELIMITED BY SIZE
                      RRG-NUMERO       DELIMITED BY SIZE
                      " ITEM "         DELIMITED BY SIZE
                      RRG-SEQ          DELIMITED BY SIZE
                      INTO WS-REL-REF
               END-STRING
               MOVE "Imagem-antes no pedido de reorganizacao"
                   TO WS-REL-DETALHE
               PERFORM P800-OCORRENCIA THRU P800-FIM
            .
            P365-FIM.

      * O JORNAL DE ALTERACOES GUARDA AS IMAGENS ANTES E DEPOIS DE
      * CADA MUDANCA DO CADASTRO; A MARCA DE RESTAURACAO NAO TRAZ
      * IMAGEM DE USUARIO
            P370-JORNAL.
               SET FS-OK-JOR           TO TRUE
               OPEN INPUT JORNAL
               IF NOT FS-OK-JOR THEN
                   GO TO P370-FIM
               END-IF

               MOVE "JORNAL.DAT"       TO WS-REL-ARQUIVO
               SET EOF-OK              TO FALSE
               PERFORM P375-LE-JORNAL THRU P375-FIM UNTIL EOF-OK
               CLOSE JORNAL
            .
            P370-FIM.

            P375-LE-JORNAL.
               READ JORNAL
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P375-FIM
               END-READ

               IF JOR-RESTAURACAO THEN
                   GO TO P375-FIM
               END-IF

               SET CONFERE-ACHOU       TO FALSE
               IF WS-ID-ALVO GREATER THAN ZEROS AND
                  JOR-ID EQUAL WS-ID-ALVO THEN
                   SET CONFERE-ACHOU   TO TRUE
               END-IF
               IF NOT CONFERE-ACHOU THEN
                   MOVE JOR-ANTES      TO WS-IMAGEM
                   PERFORM P700-CONFERE-IMAGEM THRU P700-FIM
               END-IF
               IF NOT CONFERE-ACHOU THEN
                   MOVE JOR-DEPOIS     TO WS-IMAGEM
                   PERFORM P700-CONFERE-IMAGEM THRU P700-FIM
               END-IF
               IF NOT CONFERE-ACHOU THEN
                   GO TO P375-FIM
               END-IF

               MOVE SPACES             TO WS-REL-REF
               STRING "SEQ "           DELIMITED BY SIZE
                      JOR-SEQ          DELIMITED BY SIZE
                      INTO WS-REL-REF
               END-STRING
               MOVE SPACES             TO WS-REL-DETALHE
               STRING "Alteracao tipo " DELIMITED BY SIZE
                      JOR-OPERACAO     DELIMITED BY SIZE
                      " em "           DELIMITED BY SIZE
                      JOR-DATA         DELIMITED BY SIZE
                      " pelo "         DELIMITED BY SIZE
                      JOR-PROGRAMA     DELIMITED BY SPACE
                      ": imagens antes e depois (nome, e-mail,"
                          DELIMITED BY SIZE
                      " telefone, senha cifrada)" DELIMITED BY SIZE
                      INTO WS-REL-DETALHE
               END-STRING
               PERFORM P800-OCORRENCIA THRU P800-FIM
            .
            P375-FIM.

      ****************** TRILHAS (SO PELO ID) **************************
            P400-TRILHAS.
               IF WS-ID-ALVO EQUAL ZEROS THEN
                   GO TO P400-FIM
               END-IF

               PERFORM P410-AUDITORIA THRU P410-FIM
               PERFORM P430-ACESSOS   THRU P430-FIM
               PERFORM P450-SEGURANCA THRU P450-FIM
               PERFORM P460-ANONIMIZACOES THRU P460-FIM
            .
            P400-FIM.

      * MESES FECHADOS PELO AUDFECHA PRIMEIRO, DEPOIS A TRILHA VIVA
            P410-AUDITORIA.
               MOVE ZEROS              TO WS-MES-MIN
               MOVE ZEROS              TO WS-MES-MAX
               SET FS-OK-CTL           TO TRUE

               OPEN INPUT AUDCONTROLE
               IF FS-OK-CTL THEN
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
               END-IF

               IF WS-MES-MIN GREATER THAN ZEROS THEN
                   MOVE WS-MES-MIN     TO WS-MES-CORRENTE
                   PERFORM P415-VARRE-MES THRU P415-FIM
                       UNTIL WS-MES-CORRENTE GREATER THAN WS-MES-MAX
               END-IF

               SET FS-OK-AUD           TO TRUE
               OPEN INPUT AUDITORIA
               IF FS-OK-AUD THEN
                   MOVE "AUDITORIA.DAT" TO WS-REL-ARQUIVO
                   MOVE ZEROS          TO WS-LINHA
                   SET EOF-OK          TO FALSE
                   PERFORM P418-LE-AUDITORIA THRU P418-FIM
                       UNTIL EOF-OK
                   CLOSE AUDITORIA
               END-IF
            .
            P410-FIM.

            P415-VARRE-MES.
               MOVE SPACES TO WS-ARQMES-PATH
               STRING "AUD"            DELIMITED BY SIZE
                      WS-MES-CORRENTE  DELIMITED BY SIZE
                      ".DAT"           DELIMITED BY SIZE
                      INTO WS-ARQMES-PATH
               END-STRING

               SET FS-OK-AQM           TO TRUE
               OPEN INPUT ARQMES
               IF FS-OK-AQM THEN
                   MOVE WS-ARQMES-PATH TO WS-REL-ARQUIVO
                   MOVE ZEROS          TO WS-LINHA
                   SET EOF-OK          TO FALSE
                   PERFORM P416-LE-MES THRU P416-FIM UNTIL EOF-OK
                   CLOSE ARQMES
               END-IF

               IF WS-MC-MES LESS THAN 12 THEN
                   ADD 1 TO WS-MC-MES
               ELSE
                   ADD 1 TO WS-MC-ANO
                   MOVE 01 TO WS-MC-MES
               END-IF
            .
            P415-FIM.

            P416-LE-MES.
               READ ARQMES INTO AUDIT-REC
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINHA
                       PERFORM P420-CONFERE-AUDITORIA THRU P420-FIM
               END-READ
            .
            P416-FIM.

            P418-LE-AUDITORIA.
               READ AUDITORIA
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINHA
                       PERFORM P420-CONFERE-AUDITORIA THRU P420-FIM
               END-READ
            .
            P418-FIM.

      * O TITULAR APARECE COMO ID DA OPERACAO OU COMO SOBREVIVENTE DE
      * UMA FUSAO; REGISTRO ANTIGO SEM O CAMPO DE DESTINO VALE ZEROS
            P420-CONFERE-AUDITORIA.
               IF AUDIT-ID NOT EQUAL WS-ID-ALVO THEN
                   IF AUDIT-ID-DESTINO IS NOT NUMERIC THEN
                       GO TO P420-FIM
                   END-IF
                   IF AUDIT-ID-DESTINO NOT EQUAL WS-ID-ALVO THEN
                       GO TO P420-FIM
                   END-IF
               END-IF

               PERFORM P810-REF-LINHA THRU P810-FIM
               MOVE SPACES             TO WS-REL-DETALHE
               STRING "Auditoria: operacao " DELIMITED BY SIZE
                      AUDIT-OPERACAO   DELIMITED BY SIZE
                      " em "           DELIMITED BY SIZE
                      AUDIT-DATA       DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      AUDIT-HORA       DELIMITED BY SIZE
                      " por "          DELIMITED BY SIZE
                      AUDIT-OPERADOR   DELIMITED BY "  "
                      INTO WS-REL-DETALHE
               END-STRING
               PERFORM P800-OCORRENCIA THRU P800-FIM
            .
            P420-FIM.

      * HISTORICOS DO CORTE (LOGCTL.DAT) PRIMEIRO, DEPOIS O LOG VIVO
            P430-ACESSOS.
               SET FS-OK-LCT           TO TRUE
               OPEN INPUT LOGCTL
               IF FS-OK-LCT THEN
                   SET EOF-OK-AUX      TO FALSE
                   PERFORM P435-LE-CONTROLE THRU P435-FIM
                       UNTIL EOF-OK-AUX
                   CLOSE LOGCTL
               END-IF

               SET FS-OK-LOG           TO TRUE
               OPEN INPUT LOGACESSO
               IF FS-OK-LOG THEN
                   MOVE "LOGACESSO.DAT" TO WS-REL-ARQUIVO
                   MOVE ZEROS          TO WS-LINHA
                   SET EOF-OK          TO FALSE
                   PERFORM P438-LE-LOG THRU P438-FIM UNTIL EOF-OK
                   CLOSE LOGACESSO
               END-IF
            .
            P430-FIM.

            P435-LE-CONTROLE.
               READ LOGCTL
                   AT END
                       SET EOF-OK-AUX TO TRUE
                       GO TO P435-FIM
               END-READ

               MOVE LCT-LINHA          TO WS-HIST-PATH
               SET FS-OK-HIS           TO TRUE
               OPEN INPUT LOGHIST
               IF FS-OK-HIS THEN
                   MOVE WS-HIST-PATH   TO WS-REL-ARQUIVO
                   MOVE ZEROS          TO WS-LINHA
                   SET EOF-OK          TO FALSE
                   PERFORM P436-LE-HISTORICO THRU P436-FIM
                       UNTIL EOF-OK
                   CLOSE LOGHIST
               END-IF
            .
            P435-FIM.

            P436-LE-HISTORICO.
               READ LOGHIST INTO LOG-REG
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINHA
                       PERFORM P440-CONFERE-ACESSO THRU P440-FIM
               END-READ
            .
            P436-FIM.

            P438-LE-LOG.
               READ LOGACESSO
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINHA
                       PERFORM P440-CONFERE-ACESSO THRU P440-FIM
               END-READ
            .
            P438-FIM.

            P440-CONFERE-ACESSO.
               IF LOG-ID NOT EQUAL WS-ID-ALVO THEN
                   GO TO P440-FIM
               END-IF

               PERFORM P810-REF-LINHA THRU P810-FIM
               MOVE SPACES             TO WS-REL-DETALHE
               STRING "Acesso: resultado " DELIMITED BY SIZE
                      LOG-RESULTADO    DELIMITED BY SIZE
                      " em "           DELIMITED BY SIZE
                      LOG-DATA         DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      LOG-HORA         DELIMITED BY SIZE
                      " estacao "      DELIMITED BY SIZE
                      LOG-OPERADOR     DELIMITED BY "  "
                      INTO WS-REL-DETALHE
               END-STRING
               PERFORM P800-OCORRENCIA THRU P800-FIM
            .
            P440-FIM.

            P450-SEGURANCA.
               SET FS-OK-SEG           TO TRUE
               OPEN INPUT SEGLOG
               IF NOT FS-OK-SEG THEN
                   GO TO P450-FIM
               END-IF

               MOVE "SEGLOG.DAT"       TO WS-REL-ARQUIVO
               MOVE ZEROS              TO WS-LINHA
               SET EOF-OK              TO FALSE
               PERFORM P455-LE-SEGLOG THRU P455-FIM UNTIL EOF-OK
               CLOSE SEGLOG
            .
            P450-FIM.

            P455-LE-SEGLOG.
               READ SEGLOG
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P455-FIM
               END-READ
               ADD 1 TO WS-LINHA

               IF SEG-ID NOT EQUAL WS-ID-ALVO THEN
                   GO TO P455-FIM
               END-IF

               PERFORM P810-REF-LINHA THRU P810-FIM
               MOVE SPACES             TO WS-REL-DETALHE
               STRING "Seguranca: acao " DELIMITED BY SIZE
                      SEG-ACAO         DELIMITED BY SIZE
                      " em "           DELIMITED BY SIZE
                      SEG-DATA         DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      SEG-HORA         DELIMITED BY SIZE
                      " por "          DELIMITED BY SIZE
                      SEG-OPERADOR     DELIMITED BY "  "
                      INTO WS-REL-DETALHE
               END-STRING
               PERFORM P800-OCORRENCIA THRU P800-FIM
            .
            P455-FIM.

            P460-ANONIMIZACOES.
               SET FS-OK-ANL           TO TRUE
               OPEN INPUT ANONLOG
               IF NOT FS-OK-ANL THEN
                   GO TO P460-FIM
               END-IF

               MOVE "ANONLOG.DAT"      TO WS-REL-ARQUIVO
               MOVE ZEROS              TO WS-LINHA
               SET EOF-OK              TO FALSE
               PERFORM P465-LE-ANONLOG THRU P465-FIM UNTIL EOF-OK
               CLOSE ANONLOG
            .
            P460-FIM.

            P465-LE-ANONLOG.
               READ ANONLOG
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P465-FIM
               END-READ
               ADD 1 TO WS-LINHA

               IF ANL-ID NOT EQUAL WS-ID-ALVO THEN
                   GO TO P465-FIM
               END-IF

               PERFORM P810-REF-LINHA THRU P810-FIM
               MOVE SPACES             TO WS-REL-DETALHE
               STRING "Anonimizado em " DELIMITED BY SIZE
                      ANL-DATA         DELIMITED BY SIZE
                      " por "          DELIMITED BY SIZE
                      ANL-OPERADOR     DELIMITED BY "  "
                      INTO WS-REL-DETALHE
               END-STRING
               PERFORM P800-OCORRENCIA THRU P800-FIM
            .
            P465-FIM.

      ****************** EXTRATOS E RELATORIOS EM TEXTO ****************
      * ESTES ARQUIVOS NAO TEM LAYOUT UNICO: A LINHA E PROCURADA PELO
      * E-MAIL E PELO NOME DO TITULAR.
            P500-EXTRATOS.
               IF WS-TAM-EMAIL EQUAL ZEROS AND
                  WS-TAM-NOME EQUAL ZEROS THEN
                   GO TO P500-FIM
               END-IF

               PERFORM P510-TEXTO THRU P510-FIM
                   VARYING WS-TXT-IDX FROM 1 BY 1
                   UNTIL WS-TXT-IDX GREATER THAN 15
               PERFORM P520-ATESTACOES THRU P520-FIM
            .
            P500-FIM.

            P510-TEXTO.
               MOVE WS-TXT-NOME(WS-TXT-IDX) TO WS-TXT-PATH
               PERFORM P512-VARRE-TEXTO THRU P512-FIM
            .
            P510-FIM.

            P512-VARRE-TEXTO.
               SET FS-OK-TXT           TO TRUE
               OPEN INPUT TEXTO
               IF NOT FS-OK-TXT THEN
                   GO TO P512-FIM
               END-IF

               MOVE WS-TXT-PATH        TO WS-REL-ARQUIVO
               MOVE ZEROS              TO WS-LINHA
               SET EOF-OK              TO FALSE
               PERFORM P515-LE-TEXTO THRU P515-FIM UNTIL EOF-OK
               CLOSE TEXTO
            .
            P512-FIM.

            P515-LE-TEXTO.
               READ TEXTO
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P515-FIM
               END-READ
               ADD 1 TO WS-LINHA

               MOVE ZEROS              TO WS-QTD-ACHADA
               IF WS-TAM-EMAIL GREATER THAN ZEROS THEN
                   INSPECT TXT-LINHA TALLYING WS-QTD-ACHADA
                       FOR ALL WS-EMAIL-ALVO(1:WS-TAM-EMAIL)
               END-IF
               IF WS-TAM-NOME GREATER THAN ZEROS THEN
                   INSPECT TXT-LINHA TALLYING WS-QTD-ACHADA
                       FOR ALL WS-NOME-ALVO(1:WS-TAM-NOME)
               END-IF

               IF WS-QTD-ACHADA GREATER THAN ZEROS THEN
                   PERFORM P810-REF-LINHA THRU P810-FIM
                   MOVE "Linha com o e-mail ou o nome do titular"
                       TO WS-REL-DETALHE
                   PERFORM P800-OCORRENCIA THRU P800-FIM
               END-IF
            .
            P515-FIM.

      * LISTAS DE ATESTACAO DO RECERT (ATEST<DDDD>.DAT), UMA POR
      * DEPARTAMENTO DO MESTRE, INCLUSIVE OS BAIXADOS, MAIS A DOS
      * USUARIOS SEM DEPARTAMENTO (0000)
            P520-ATESTACOES.
               MOVE "ATEST0000.DAT"    TO WS-TXT-PATH
               PERFORM P512-VARRE-TEXTO THRU P512-FIM

               SET FS-OK-DEP           TO TRUE
               OPEN INPUT DEPTOS
               IF NOT FS-OK-DEP THEN
                   GO TO P520-FIM
               END-IF

               SET EOF-OK-AUX          TO FALSE
               PERFORM P525-LE-DEPTO THRU P525-FIM UNTIL EOF-OK-AUX
               CLOSE DEPTOS
            .
            P520-FIM.

            P525-LE-DEPTO.
               READ DEPTOS NEXT
                   AT END
                       SET EOF-OK-AUX TO TRUE
                       GO TO P525-FIM
               END-READ

               IF DEP-CODIGO EQUAL ZEROS THEN
                   GO TO P525-FIM
               END-IF

               MOVE SPACES TO WS-TXT-PATH
               STRING "ATEST"          DELIMITED BY SIZE
                      DEP-CODIGO       DELIMITED BY SIZE
                      ".DAT"           DELIMITED BY SIZE
                      INTO WS-TXT-PATH
               END-STRING
               PERFORM P512-VARRE-TEXTO THRU P512-FIM
            .
            P525-FIM.

      ********** ANONIMIZANDO OS ARQUIVADOS COM RETENCAO VENCIDA *******
      * O ARQUIVO MORTO E COPIADO PARA ARQTMP.DAT COM AS ENTRADAS
      * VENCIDAS JA ANONIMIZADAS E SO DEPOIS DA COPIA CONFERIDA VOLTA
      * PARA ARQUIVO.DAT, COMO NA RESTAURACAO DO ARQPURGE; O LOG SO E
      * GRAVADO DEPOIS DA TROCA, PARA NAO REGISTRAR O QUE NAO MUDOU.
            P600-ANONIMIZA.
               PERFORM P605-RETENCAO THRU P605-FIM

               DISPLAY "Retencao configurada: " WS-RETENCAO
                   " dias desde o arquivamento."
               DISPLAY "Nome, e-mail, telefone e senha dos arquivados"
                   " mais antigos serao apagados (o ID fica)."
               DISPLAY "Confirma a anonimizacao? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S" AND
                  WS-CONFIRMA NOT EQUAL "s" THEN
                   DISPLAY "Anonimizacao cancelada."
                   GO TO P600-FIM
               END-IF

               MOVE ZEROS              TO WS-LIDOS
               MOVE ZEROS              TO WS-ANONIMIZADOS
               MOVE ZEROS              TO WS-JA-ANONIMOS
               MOVE ZEROS              TO WS-NO-PRAZO
               MOVE ZEROS              TO WS-SEM-DATA
               MOVE ZEROS              TO WS-ANO-QTD
               SET TABELA-CHEIA        TO FALSE
               SET COPIA-FALHOU        TO FALSE

               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-DATA-HOJE       TO WS-DATA-PARTES
               PERFORM P660-CONTA-DIAS THRU P660-FIM
               MOVE WS-DIAS-DATA       TO WS-DIAS-HOJE

               SET FS-OK-ARQ           TO TRUE
               SET FS-OK-ATM           TO TRUE
               OPEN INPUT ARQUIVO
               IF NOT FS-OK-ARQ THEN
                   DISPLAY "Arquivo morto inexistente ou indisponivel."
                   GO TO P600-FIM
               END-IF
               OPEN OUTPUT ARQTMP
               IF NOT FS-OK-ATM THEN
                   DISPLAY "Erro ao abrir o arquivo de trabalho"
                       " ARQTMP.DAT; nada foi alterado."
                   CLOSE ARQUIVO
                   GO TO P600-FIM
               END-IF

               SET EOF-OK              TO FALSE
               PERFORM P610-AVALIA THRU P610-FIM UNTIL EOF-OK

               CLOSE ARQUIVO
               CLOSE ARQTMP

               IF COPIA-FALHOU THEN
                   DISPLAY "Erro ao gravar o arquivo de trabalho"
                       " (FILE STATUS " WS-FS-ATM "); arquivo morto"
                       " mantido como esta."
      * A COPIA PARCIAL NAO SERVE PARA NADA E TEM DADOS PESSOAIS
                   OPEN OUTPUT ARQTMP
                   CLOSE ARQTMP
                   GO TO P600-FIM
               END-IF

      * SEM ENTRADA VENCIDA O ARQUIVO MORTO NAO MUDA; A COPIA E
      * DESCARTADA PARA NAO FICAR UMA SEGUNDA COPIA DOS DADOS
               IF WS-ANONIMIZADOS GREATER THAN ZEROS THEN
                   PERFORM P640-DEVOLVE THRU P640-FIM
               ELSE
                   OPEN OUTPUT ARQTMP
                   CLOSE ARQTMP
               END-IF

               IF NOT COPIA-FALHOU AND
                  WS-ANONIMIZADOS GREATER THAN ZEROS THEN
                   PERFORM P650-GRAVA-LOG THRU P650-FIM
               END-IF

               DISPLAY "*** ANONIMIZACAO CONCLUIDA ***"
               DISPLAY "Entradas lidas ...........: " WS-LIDOS
               DISPLAY "Anonimizadas agora .......: " WS-ANONIMIZADOS
               DISPLAY "Ja anonimizadas ..........: " WS-JA-ANONIMOS
               DISPLAY "Dentro da retencao .......: " WS-NO-PRAZO
               IF WS-SEM-DATA GREATER THAN ZEROS THEN
                   DISPLAY "Sem data de arquivamento (mantidas): "
                       WS-SEM-DATA
               END-IF
               IF TABELA-CHEIA THEN
                   DISPLAY "Aviso: mais de 9999 anonimizacoes; o"
                       " excedente nao foi registrado no log."
               END-IF
            .
            P600-FIM.

      ********** LENDO A RETENCAO DO ARQUIVO DE PARAMETROS *************
      * CADLGPD.PRM (LINHA 1) TRAZ A RETENCAO EM DIAS, ACEITA
      * ALINHADA A ESQUERDA ("1825") OU COM ZEROS ("01825"); ARQUIVO
      * AUSENTE OU LINHA INVALIDA CAI NO PADRAO DE 1825 DIAS (5 ANOS).
            P605-RETENCAO.
               MOVE 1825               TO WS-RETENCAO

               SET FS-OK-PRB           TO TRUE
               OPEN INPUT PARMLGPD
               IF NOT FS-OK-PRB THEN
                   GO TO P605-FIM
               END-IF

               READ PARMLGPD
                   AT END
                       CLOSE PARMLGPD
                       GO TO P605-FIM
               END-READ
               CLOSE PARMLGPD

               MOVE ZEROS              TO WS-DIAS-PARM
               SET PARM-ACABOU         TO FALSE
               PERFORM P606-PARM-DIGITO THRU P606-FIM
                   VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX GREATER THAN 5 OR PARM-ACABOU

               IF WS-DIAS-PARM GREATER THAN ZEROS THEN
                   MOVE WS-DIAS-PARM TO WS-RETENCAO
               ELSE
                   DISPLAY "Aviso: retencao invalida em CADLGPD.PRM;"
                       " usando o padrao de 1825 dias."
               END-IF
            .
            P605-FIM.

            P606-PARM-DIGITO.
               MOVE PRB-LINHA(WS-PARM-IDX:1) TO WS-DIGITO-X
               IF WS-DIGITO-X IS NUMERIC THEN
                   COMPUTE WS-DIAS-PARM = WS-DIAS-PARM * 10
                                        + WS-DIGITO-N
               ELSE
                   SET PARM-ACABOU TO TRUE
               END-IF
            .
            P606-FIM.

      ********** AVALIANDO UMA ENTRADA DO ARQUIVO MORTO ****************
            P610-AVALIA.
               READ ARQUIVO
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P610-FIM
               END-READ
               ADD 1 TO WS-LIDOS

               MOVE ARQ-REG            TO WS-ARQ-GUARDA
               PERFORM P720-RECOMPOE THRU P720-FIM
               MOVE ARQ-REG            TO ATM-REG

               IF WS-ARQ-G-DATA IS NOT NUMERIC THEN
                   ADD 1 TO WS-SEM-DATA
                   GO TO P610-GRAVA
               END-IF

               IF WS-IMG-NOME EQUAL WS-NOME-ANONIMO THEN
                   ADD 1 TO WS-JA-ANONIMOS
                   GO TO P610-GRAVA
               END-IF

               MOVE WS-ARQ-G-DATA      TO WS-DATA-PARTES
               PERFORM P660-CONTA-DIAS THRU P660-FIM
               SUBTRACT WS-DIAS-DATA FROM WS-DIAS-HOJE
                   GIVING WS-DIAS-PARADO

               IF WS-DIAS-PARADO NOT GREATER THAN WS-RETENCAO THEN
                   ADD 1 TO WS-NO-PRAZO
                   GO TO P610-GRAVA
               END-IF

      * A ENTRADA ANONIMIZADA SAI NO LAYOUT ATUAL (230 + DATA)
               MOVE WS-NOME-ANONIMO    TO WS-IMG-NOME
               MOVE SPACES             TO WS-IMG-SENHA
               MOVE SPACES             TO WS-IMG-EMAIL
               MOVE ZEROS              TO WS-IMG-FONE
               MOVE WS-IMAGEM          TO ATM-REG(1:230)
               MOVE WS-ARQ-G-DATA      TO ATM-REG(231:8)
               ADD 1 TO WS-ANONIMIZADOS

               IF WS-ANO-QTD LESS THAN 9999 THEN
                   ADD 1 TO WS-ANO-QTD
                   MOVE WS-IMG-ID      TO WS-ANO-ID(WS-ANO-QTD)
                   MOVE WS-ARQ-G-DATA  TO WS-ANO-DATA-ARQ(WS-ANO-QTD)
               ELSE
                   SET TABELA-CHEIA    TO TRUE
               END-IF
            .
            P610-GRAVA.
               WRITE ATM-REG
               IF NOT FS-OK-ATM THEN
                   SET COPIA-FALHOU    TO TRUE
                   SET EOF-OK          TO TRUE
               END-IF
            .
            P610-FIM.

      ********** DEVOLVENDO A COPIA CONFERIDA PARA ARQUIVO.DAT *********
            P640-DEVOLVE.
               SET FS-OK-ARQ           TO TRUE
               SET FS-OK-ATM           TO TRUE

      * CONFERE O ARQUIVO DE TRABALHO ANTES DE ESVAZIAR O ARQUIVO
      * MORTO: SE A ABERTURA DO ARQTMP FALHAR, NADA FOI PERDIDO
               OPEN INPUT ARQTMP
               IF NOT FS-OK-ATM THEN
                   DISPLAY "Erro ao reler ARQTMP.DAT; arquivo morto"
                       " mantido como esta."
                   SET COPIA-FALHOU    TO TRUE
                   GO TO P640-FIM
               END-IF

               OPEN OUTPUT ARQUIVO
               IF NOT FS-OK-ARQ THEN
                   DISPLAY "Erro ao regravar ARQUIVO.DAT; as entradas"
                       " do arquivo morto permanecem em ARQTMP.DAT."
                   CLOSE ARQTMP
                   SET COPIA-FALHOU    TO TRUE
                   GO TO P640-FIM
               END-IF

               SET EOF-OK              TO FALSE
               PERFORM P645-COPIA THRU P645-FIM UNTIL EOF-OK

               CLOSE ARQTMP
               CLOSE ARQUIVO

               IF COPIA-FALHOU THEN
                   DISPLAY "Erro ao regravar ARQUIVO.DAT (FILE STATUS "
                       WS-FS-ARQ "); as entradas completas"
                       " permanecem em ARQTMP.DAT."
                   GO TO P640-FIM
               END-IF

      * ESVAZIA O ARQUIVO DE TRABALHO SO DEPOIS DA COPIA CONFERIDA
               OPEN OUTPUT ARQTMP
               CLOSE ARQTMP
            .
            P640-FIM.

            P645-COPIA.
               READ ARQTMP
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P645-FIM
               END-READ

               MOVE ATM-REG            TO ARQ-REG
               WRITE ARQ-REG
               IF NOT FS-OK-ARQ THEN
                   SET COPIA-FALHOU    TO TRUE
                   SET EOF-OK          TO TRUE
               END-IF
            .
            P645-FIM.

      ********** REGISTRANDO AS ANONIMIZACOES EM ANONLOG.DAT ***********
            P650-GRAVA-LOG.
               ACCEPT WS-HORA-AGORA FROM TIME

               SET FS-OK-ANL           TO TRUE
               OPEN EXTEND ANONLOG
               IF WS-FS-ANL EQUAL 35 THEN
                   OPEN OUTPUT ANONLOG
               END-IF
               IF NOT FS-OK-ANL THEN
                   DISPLAY "Aviso: erro ao gravar ANONLOG.DAT"
                       " (FILE STATUS " WS-FS-ANL ")."
                   GO TO P650-FIM
               END-IF

               PERFORM P655-GRAVA-ITEM THRU P655-FIM
                   VARYING WS-ANO-IDX FROM 1 BY 1
                   UNTIL WS-ANO-IDX GREATER THAN WS-ANO-QTD

               CLOSE ANONLOG
            .
            P650-FIM.

            P655-GRAVA-ITEM.
               MOVE WS-ANO-ID(WS-ANO-IDX)       TO ANL-ID
               MOVE WS-ANO-DATA-ARQ(WS-ANO-IDX) TO ANL-DATA-ARQ
               MOVE WS-RETENCAO                 TO ANL-RETENCAO
               MOVE WS-DATA-HOJE                TO ANL-DATA
               MOVE WS-HORA-AGORA               TO ANL-HORA
               MOVE WS-OPERADOR                 TO ANL-OPERADOR
               WRITE ANL-REG
            .
            P655-FIM.

      ********** CONVERTENDO UMA DATA EM DIAS APROXIMADOS **************
            P660-CONTA-DIAS.
               COMPUTE WS-DIAS-DATA = (WS-DP-ANO * 365)
                                    + (WS-DP-MES * 30)
                                    + WS-DP-DIA
            .
            P660-FIM.

      ********** CONFERINDO SE UMA IMAGEM E DO TITULAR *****************
            P700-CONFERE-IMAGEM.
               SET CONFERE-ACHOU       TO FALSE
               IF WS-ID-ALVO GREATER THAN ZEROS AND
                  WS-IMG-ID EQUAL WS-ID-ALVO-X THEN
                   SET CONFERE-ACHOU   TO TRUE
               END-IF
               IF WS-EMAIL-ALVO NOT EQUAL SPACES AND
                  WS-IMG-EMAIL EQUAL WS-EMAIL-ALVO THEN
                   SET CONFERE-ACHOU   TO TRUE
               END-IF
            .
            P700-FIM.

      ********** RECOMPONDO UMA ENTRADA DO LAYOUT ANTIGO ***************
      * ENTRADA ARQUIVADA ANTES DO CAMPO DE DEPARTAMENTO (234
      * POSICOES): A DATA COMECA ONDE HOJE FICA O DEPARTAMENTO;
      * RECOMPOE A DATA E FORCA DEPARTAMENTO 0000, COMO NO ARQPURGE.
            P720-RECOMPOE.
               IF WS-ARQ-G-DATA(5:4) EQUAL SPACES THEN
                   MOVE WS-ARQ-G-DADOS(227:4) TO WS-DATA-VELHA(1:4)
                   MOVE WS-ARQ-G-DATA(1:4)    TO WS-DATA-VELHA(5:4)
                   MOVE WS-DATA-VELHA         TO WS-ARQ-G-DATA
                   MOVE ZEROS TO WS-ARQ-G-DADOS(227:4)
               END-IF
               MOVE WS-ARQ-G-DADOS     TO WS-IMAGEM
            .
            P720-FIM.

      ****************** GRAVANDO UMA OCORRENCIA NO RELATORIO **********
            P800-OCORRENCIA.
               ADD 1 TO WS-OCORRENCIAS
               IF WS-REL-ARQUIVO NOT EQUAL WS-ULTIMO-ARQUIVO THEN
                   ADD 1 TO WS-ARQUIVOS-COM
                   MOVE WS-REL-ARQUIVO TO WS-ULTIMO-ARQUIVO
               END-IF

               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-REL-ARQUIVO  DELIMITED BY SPACE
                      ";"             DELIMITED BY SIZE
                      WS-REL-REF      DELIMITED BY "  "
                      ";"             DELIMITED BY SIZE
                      WS-REL-DETALHE  DELIMITED BY "  "
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
            .
            P800-FIM.

            P810-REF-LINHA.
               MOVE SPACES             TO WS-REL-REF
               STRING "LINHA "         DELIMITED BY SIZE
                      WS-LINHA         DELIMITED BY SIZE
                      INTO WS-REL-REF
               END-STRING
            .
            P810-FIM.

            P815-REF-ID.
               MOVE SPACES             TO WS-REL-REF
               STRING "ID "            DELIMITED BY SIZE
                      WS-ID-ALVO-X     DELIMITED BY SIZE
                      INTO WS-REL-REF
               END-STRING
            .
            P815-FIM.

            P999-FIM.
            STOP RUN.
       END PROGRAM CADLGPD.
