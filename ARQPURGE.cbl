      *                 do arquivamento e restaura com departamento
      *                 0000, em vez de gravar o ano da data como
      *                 codigo de departamento.
      * 15/10/2026 GC - Arquivamento e restauracao exigem as funcoes
      *                 ARQUIVAR e RESTAURAR do ARQPURGE na tabela de
      *                 direitos (OPERCTL.DAT, mantida pelo CADOPER);
      *                 sem elas a acao e recusada e a recusa gravada
      *                 em OPERLOG.DAT. Em MODO_BATCH o usuario do
      *                 agendador precisa de ARQUIVAR: sem o direito
      *                 o passo devolve RETURN-CODE 8 e a cadeia para.
      * 15/10/2026 GC - Restauracao recusa entrada do arquivo morto ja
      *                 anonimizada pelo CADLGPD (retencao LGPD).
      * 15/10/2026 GC - Remocao no arquivamento e devolucao na
      *                 restauracao gravam as imagens antes e depois no
      *                 jornal de alteracoes (JORNAL.DAT) com sequencia
      *                 e horario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQPURGE.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PARM.

                SELECT OPERADORES ASSIGN TO "OPERCTL.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS OPR-CHAVE
                FILE STATUS  IS WS-FS-OPR.

                SELECT OPERLOG ASSIGN TO "OPERLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-OPL.

                SELECT PARMBATCH ASSIGN TO "ARQPURGE.PRM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PRB.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-CTL.

                SELECT JORNAL ASSIGN TO "JORNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JOR.

                SELECT JORCONTROLE ASSIGN TO "JORNCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JCT.


       DATA DIVISION.
       FILE SECTION.
       01 AQM-LINHA                PIC X(60).
       FD AUDCONTROLE.
           COPY AUDCTL.
       FD OPERADORES.
           COPY OPERREC.
       FD OPERLOG.
           COPY OPLOGREC.
       FD JORNAL.
           COPY JORNREC.
       FD JORCONTROLE.
           COPY JORNCTL.
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-USUTMP-PATH           PIC X(104) VALUE SPACES.
          88 FS-OK-ATM             VALUE 0.
       77 WS-FS-AUD                PIC 99.
          88 FS-OK-AUD             VALUE 0.
       77 WS-FS-OPR                PIC 99.
          88 FS-OK-OPR             VALUE 0.
       77 WS-FS-OPL                PIC 99.
          88 FS-OK-OPL             VALUE 0.
       77 WS-AUTORIZADO            PIC X.
          88 AUTORIZADO            VALUE "S" FALSE "N".
       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-EOF-AUD               PIC X.
          05 WS-AUD-DATA           PIC 9(08).
          05 WS-AUD-HORA           PIC 9(08).
          05 WS-AUD-OPERADOR       PIC X(20).
       01 WS-AUTORIZACAO.
          05 WS-AUT-PROGRAMA       PIC X(08) VALUE "ARQPURGE".
          05 WS-AUT-FUNCAO         PIC X(10) VALUE SPACES.
          05 WS-AUT-DATA           PIC 9(08).
          05 WS-AUT-HORA           PIC 9(08).
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
            PERFORM P020-OPERADOR THRU P020-FIM
            PERFORM P015-MODO-EXECUCAO THRU P015-FIM
            IF MODO-BATCH THEN
                MOVE "ARQUIVAR" TO WS-AUT-FUNCAO
                PERFORM P080-AUTORIZA THRU P080-FIM
                IF AUTORIZADO THEN
                    PERFORM P105-PARM-BATCH THRU P105-FIM
                    PERFORM P100-ARQUIVA THRU P100-FIM
                    PERFORM P950-GRAVA-TOTAIS THRU P950-FIM
                ELSE
                    MOVE 8 TO RETURN-CODE
                END-IF
            ELSE
                SET EXIT-OK       TO FALSE
                PERFORM P050-MENU THRU P050-FIM UNTIL EXIT-OK
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

            P050-MENU.
               DISPLAY " "
               DISPLAY "====== ARQUIVAMENTO DE USUARIOS INATIVOS ====="

               EVALUATE TRUE
                   WHEN OPCAO-ARQUIVAR
                       MOVE "ARQUIVAR" TO WS-AUT-FUNCAO
                       PERFORM P080-AUTORIZA THRU P080-FIM
                       IF AUTORIZADO THEN
                           PERFORM P100-ARQUIVA THRU P100-FIM
                       END-IF
                   WHEN OPCAO-RESTAURAR
                       MOVE "RESTAURAR" TO WS-AUT-FUNCAO
                       PERFORM P080-AUTORIZA THRU P080-FIM
                       IF AUTORIZADO THEN
                           PERFORM P200-RESTAURA THRU P200-FIM
                       END-IF
                   WHEN OPCAO-SAIR
                       SET EXIT-OK TO TRUE
                   WHEN OTHER
                           INVALID KEY
                               DISPLAY "Erro ao expurgar o ID "
                                   WS-ID-USUARIO
                           NOT INVALID KEY
                               SET JOR-OP-REMOCAO TO TRUE
                               MOVE WS-DADOS   TO WS-JOR-ANTES
                               MOVE SPACES     TO WS-JOR-DEPOIS
                               PERFORM P780-JORNAL THRU P780-FIM
                       END-DELETE
                       ADD 1 TO WS-ARQUIVADOS
                   ELSE

               MOVE WS-ARQ-G-DADOS     TO WS-DADOS

      * ENTRADA ANONIMIZADA PELO CADLGPD (RETENCAO VENCIDA) SO GUARDA
      * O ID; NAO HA CONTATO A DEVOLVER AO CADASTRO
               IF WS-NOME EQUAL "ANONIMIZADO" THEN
                   DISPLAY "Registro anonimizado (LGPD); restauracao"
                       " nao permitida."
                   GO TO P200-FIM
               END-IF

      * ENTRADA ARQUIVADA ANTES DO CAMPO DE DEPARTAMENTO (234
      * POSICOES): A LEITURA COMPLETA COM BRANCOS E A DATA COMECA
      * ONDE HOJE FICA O DEPARTAMENTO; RECOMPOE A DATA DO
                       DISPLAY "Usuario restaurado com sucesso!"
                       SET AUD-OP-INCLUSAO TO TRUE
                       PERFORM P700-AUDITORIA THRU P700-FIM
                       SET JOR-OP-INCLUSAO TO TRUE
                       MOVE SPACES     TO WS-JOR-ANTES
                       MOVE WS-DADOS   TO WS-JOR-DEPOIS
                       PERFORM P780-JORNAL THRU P780-FIM
               END-WRITE

               CLOSE USUARIOS
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
               MOVE "ARQPURGE"         TO JOR-PROGRAMA
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
       END PROGRAM ARQPURGE.
