      *                 imagem-antes) e a trilha de auditoria e
      *                 gravada. O autor pode retirar a propria
      *                 pendencia (rejeitar), mas nao aprova-la.
      * 15/10/2026 GC - Aprovar ou rejeitar pendencia de outro
      *                 operador exige a funcao APROVAR do CADAPROV
      *                 na tabela de direitos (OPERCTL.DAT, mantida
      *                 pelo CADOPER); sem ela a acao e recusada e a
      *                 recusa gravada em OPERLOG.DAT. A retirada da
      *                 propria pendencia continua livre ao autor.
      * 15/10/2026 GC - Pedidos de reorganizacao de departamento
      *                 gravados pelo CADDEPTO (REORGPEN.DAT) listados
      *                 e revistos aqui: a aprovacao (outro operador,
      *                 funcao APROVAR) transfere todos os usuarios do
      *                 pedido de uma vez, conferindo a imagem de cada
      *                 registro e gravando a auditoria por usuario;
      *                 os que mudaram depois do pedido sao ignorados
      *                 e mostrados. Com a baixa pedida e a origem
      *                 vazia, o departamento e baixado com o destino
      *                 como sucessor (DEP-SUCESSOR).
      * 15/10/2026 GC - Alteracao aprovada e reorganizacao aplicada
      *                 gravam as imagens antes e depois no jornal de
      *                 alteracoes (JORNAL.DAT) com sequencia e horario.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAPROV.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PARM.

                SELECT REORGPEN ASSIGN TO "REORGPEN.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS RRG-CHAVE
                FILE STATUS  IS WS-FS-RRG.

                SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS DEP-CODIGO
                FILE STATUS  IS WS-FS-DEP.

                SELECT OPERADORES ASSIGN TO "OPERCTL.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS OPR-CHAVE
                FILE STATUS  IS WS-FS-OPR.

                SELECT OPERLOG ASSIGN TO "OPERLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-OPL.

                SELECT JORNAL ASSIGN TO "JORNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JOR.

                SELECT JORCONTROLE ASSIGN TO "JORNCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JCT.


       DATA DIVISION.
       FILE SECTION.
           COPY AUDITREC.
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       FD REORGPEN.
           COPY REORGREC.
       FD DEPTOS.
           COPY DEPTREC.
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
       77 WS-FS-PARM               PIC 99.
          88 FS-OK-PEN             VALUE 0.
       77 WS-FS-AUD                PIC 99.
          88 FS-OK-AUD             VALUE 0.
       77 WS-FS-OPR                PIC 99.
          88 FS-OK-OPR             VALUE 0.
       77 WS-FS-OPL                PIC 99.
          88 FS-OK-OPL             VALUE 0.
       77 WS-AUTORIZADO            PIC X.
          88 AUTORIZADO            VALUE "S" FALSE "N".
       77 WS-FS-RRG                PIC 99.
          88 FS-OK-RRG             VALUE 0.
       77 WS-EOF-RRG               PIC X.
          88 EOF-OK-RRG            VALUE "S" FALSE "N".
       77 WS-FS-DEP                PIC 99.
          88 FS-OK-DEP             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-EM-USO                PIC X.
          88 DEPTO-EM-USO          VALUE "S" FALSE "N".
       77 WS-NUMERO-INF            PIC 9(05) VALUE ZEROS.
       77 WS-SEQ-REORG             PIC 9(05) VALUE ZEROS.
       77 WS-APLICADOS             PIC 9(005) VALUE ZEROS.
       77 WS-IGNORADOS             PIC 9(005) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-REORG-CAB.
          05 WS-RRG-ORIGEM         PIC 9(04).
          05 WS-RRG-DESTINO        PIC 9(04).
          05 WS-RRG-BAIXA          PIC X(01).
             88 WS-RRG-BAIXA-ORIGEM   VALUE "S".
          05 WS-RRG-OPERADOR       PIC X(20).
          05 WS-RRG-QTD            PIC 9(05).
       77 WS-EOF-PEN               PIC X.
          88 EOF-OK-PEN            VALUE "S" FALSE "N".
       77 WS-EXIT                  PIC X.
       77 WS-OPCAO                 PIC X.
          88 OPCAO-LISTAR          VALUE "1".
          88 OPCAO-REVISAR         VALUE "2".
          88 OPCAO-LISTAR-REORG    VALUE "3".
          88 OPCAO-REVISAR-REORG   VALUE "4".
          88 OPCAO-SAIR            VALUE "5".
       77 WS-DECISAO               PIC X.
       77 WS-ID-INF                PIC 9(05) VALUE ZEROS.
       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
          05 WS-AUD-DATA           PIC 9(08).
          05 WS-AUD-HORA           PIC 9(08).
          05 WS-AUD-OPERADOR       PIC X(20).
       01 WS-AUTORIZACAO.
          05 WS-AUT-PROGRAMA       PIC X(08) VALUE "CADAPROV".
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
               DISPLAY "======= APROVACAO DE PENDENCIAS =============="
               DISPLAY "1 - Listar pendencias"
               DISPLAY "2 - Revisar pendencia por ID"
               DISPLAY "3 - Listar pedidos de reorganizacao"
               DISPLAY "4 - Revisar pedido de reorganizacao"
               DISPLAY "5 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO

                       PERFORM P100-LISTA THRU P100-FIM
                   WHEN OPCAO-REVISAR
                       PERFORM P300-REVISA THRU P300-FIM
                   WHEN OPCAO-LISTAR-REORG
                       PERFORM P800-LISTA-REORG THRU P800-FIM
                   WHEN OPCAO-REVISAR-REORG
                       PERFORM P810-REVISA-REORG THRU P810-FIM
                   WHEN OPCAO-SAIR
                       SET EXIT-OK TO TRUE
                   WHEN OTHER
                   GO TO P400-FIM
               END-IF

               MOVE "APROVAR" TO WS-AUT-FUNCAO
               PERFORM P080-AUTORIZA THRU P080-FIM
               IF NOT AUTORIZADO THEN
                   GO TO P400-FIM
               END-IF

               SET FS-OK TO TRUE
               OPEN I-O USUARIOS
               IF NOT FS-OK THEN

               CLOSE USUARIOS

               SET JOR-OP-ALTERACAO    TO TRUE
               MOVE WS-ANTES           TO WS-JOR-ANTES
               MOVE WS-DEPOIS          TO WS-JOR-DEPOIS
               PERFORM P780-JORNAL THRU P780-FIM

               IF PEN-ALTERACAO THEN
                   MOVE "A" TO WS-AUD-OP
               ELSE

      ****************** REJEITANDO A PENDENCIA ************************
            P500-REJEITA.
               IF PEN-OPERADOR NOT EQUAL WS-OPERADOR THEN
                   MOVE "APROVAR" TO WS-AUT-FUNCAO
                   PERFORM P080-AUTORIZA THRU P080-FIM
                   IF NOT AUTORIZADO THEN
                       GO TO P500-FIM
                   END-IF
               END-IF

               PERFORM P600-APAGA-PENDENCIA THRU P600-FIM
               IF PEN-OPERADOR EQUAL WS-OPERADOR THEN
                   DISPLAY "Pendencia retirada pelo autor."
            .
            P700-FIM.

      ********** LISTANDO OS PEDIDOS DE REORGANIZACAO ******************
            P800-LISTA-REORG.
               SET EOF-OK-RRG          TO FALSE
               SET FS-OK-RRG           TO TRUE
               MOVE ZEROS              TO WS-COUNT

               OPEN INPUT REORGPEN
               IF NOT FS-OK-RRG THEN
                   DISPLAY "Nenhum pedido de reorganizacao registrado."
                   GO TO P800-FIM
               END-IF

               MOVE LOW-VALUES TO RRG-CHAVE
               START REORGPEN KEY IS NOT LESS THAN RRG-CHAVE
                   INVALID KEY
                       SET EOF-OK-RRG TO TRUE
               END-START

               DISPLAY " "
               DISPLAY "PEDIDO ORIG DEST QTDE  DATA     AUTOR"
               DISPLAY "----------------------------------------------"

               PERFORM P805-MOSTRA-PEDIDO THRU P805-FIM
                   UNTIL EOF-OK-RRG

               IF WS-COUNT EQUAL ZEROS THEN
                   DISPLAY "Nenhum pedido de reorganizacao registrado."
               ELSE
                   DISPLAY "Pedidos: " WS-COUNT
               END-IF

               CLOSE REORGPEN
            .
            P800-FIM.

            P805-MOSTRA-PEDIDO.
               READ REORGPEN NEXT
                   AT END
                       SET EOF-OK-RRG TO TRUE
                       GO TO P805-FIM
               END-READ

               IF RRG-SEQ EQUAL ZEROS THEN
                   ADD 1 TO WS-COUNT
                   DISPLAY RRG-NUMERO "  " RRG-DEPTO-ORIGEM " "
                       RRG-DEPTO-DESTINO " " RRG-QTD " " RRG-DATA " "
                       RRG-OPERADOR
               END-IF
            .
            P805-FIM.

      ********** REVISANDO UM PEDIDO DE REORGANIZACAO ******************
            P810-REVISA-REORG.
               SET FS-OK-RRG           TO TRUE

               DISPLAY "Informe o numero do pedido: "
               MOVE ZEROS TO WS-NUMERO-INF
               ACCEPT WS-NUMERO-INF

               OPEN I-O REORGPEN
               IF NOT FS-OK-RRG THEN
                   DISPLAY "Nenhum pedido de reorganizacao registrado."
                   GO TO P810-FIM
               END-IF

               MOVE WS-NUMERO-INF TO RRG-NUMERO
               MOVE ZEROS         TO RRG-SEQ
               READ REORGPEN
                   INVALID KEY
                       DISPLAY "Pedido de reorganizacao nao"
                           " encontrado."
                       CLOSE REORGPEN
                       GO TO P810-FIM
               END-READ

               MOVE RRG-DEPTO-ORIGEM   TO WS-RRG-ORIGEM
               MOVE RRG-DEPTO-DESTINO  TO WS-RRG-DESTINO
               MOVE RRG-BAIXA          TO WS-RRG-BAIXA
               MOVE RRG-OPERADOR       TO WS-RRG-OPERADOR
               MOVE RRG-QTD            TO WS-RRG-QTD

               DISPLAY " "
               DISPLAY "Reorganizacao " RRG-NUMERO ": departamento "
                   RRG-DEPTO-ORIGEM " para " RRG-DEPTO-DESTINO
               IF RRG-DEPTO-INTEIRO THEN
                   DISPLAY "Todos os usuarios da origem ("
                       RRG-QTD " no pedido)"
               ELSE
                   DISPLAY "Lista de IDs (" RRG-QTD " no pedido)"
               END-IF
               IF RRG-BAIXA-ORIGEM THEN
                   DISPLAY "Baixa da origem pedida (sucessor "
                       RRG-DEPTO-DESTINO ")"
               END-IF
               DISPLAY "Pedido por " RRG-OPERADOR " em " RRG-DATA
                   " " RRG-HORA
               DISPLAY "ID    NOME"

               PERFORM P815-MOSTRA-ITEM THRU P815-FIM
                   VARYING WS-SEQ-REORG FROM 1 BY 1
                   UNTIL WS-SEQ-REORG GREATER THAN WS-RRG-QTD

               DISPLAY "A-aprovar R-rejeitar (ENTER = voltar): "
               MOVE SPACES TO WS-DECISAO
               ACCEPT WS-DECISAO
               INSPECT WS-DECISAO CONVERTING "ar" TO "AR"

               EVALUATE TRUE
                   WHEN WS-DECISAO EQUAL "A"
                       PERFORM P820-APROVA-REORG THRU P820-FIM
                   WHEN WS-DECISAO EQUAL "R"
                       PERFORM P870-REJEITA-REORG THRU P870-FIM
                   WHEN OTHER
                       DISPLAY "Pedido mantido."
               END-EVALUATE

               CLOSE REORGPEN
            .
            P810-FIM.

            P815-MOSTRA-ITEM.
               MOVE WS-NUMERO-INF TO RRG-NUMERO
               MOVE WS-SEQ-REORG  TO RRG-SEQ
               READ REORGPEN
                   INVALID KEY
                       GO TO P815-FIM
               END-READ

               MOVE RRG-ANTES TO WS-ANTES
               DISPLAY WS-A-ID " " WS-A-NOME(1:50)
            .
            P815-FIM.

      ********** APROVANDO E APLICANDO A REORGANIZACAO *****************
      * QUATRO OLHOS COMO NA PENDENCIA; CADA USUARIO E CONFERIDO
      * CONTRA A IMAGEM DO PEDIDO E AUDITADO COMO ALTERACAO.
            P820-APROVA-REORG.
               IF WS-RRG-OPERADOR EQUAL WS-OPERADOR THEN
                   DISPLAY "O autor do pedido nao pode aprova-lo;"
                       " peca a outro operador."
                   GO TO P820-FIM
               END-IF

               MOVE "APROVAR" TO WS-AUT-FUNCAO
               PERFORM P080-AUTORIZA THRU P080-FIM
               IF NOT AUTORIZADO THEN
                   GO TO P820-FIM
               END-IF

               SET FS-OK-DEP           TO TRUE
               OPEN I-O DEPTOS
               IF NOT FS-OK-DEP THEN
                   DISPLAY "Erro ao abrir o cadastro de departamentos."
                   DISPLAY "FILE STATUS: " WS-FS-DEP
                   GO TO P820-FIM
               END-IF

               MOVE WS-RRG-DESTINO TO DEP-CODIGO
               READ DEPTOS
                   INVALID KEY
                       DISPLAY "Departamento de destino excluido;"
                           " pedido mantido."
                       CLOSE DEPTOS
                       GO TO P820-FIM
               END-READ
               IF DEP-BAIXADO THEN
                   DISPLAY "Departamento de destino baixado depois do"
                       " pedido; rejeite e refaca no CADDEPTO."
                   CLOSE DEPTOS
                   GO TO P820-FIM
               END-IF

               SET FS-OK TO TRUE
               OPEN I-O USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Erro ao abrir o arquivo de usuarios."
                   DISPLAY "FILE STATUS: " WS-FS
                   CLOSE DEPTOS
                   GO TO P820-FIM
               END-IF

               MOVE ZEROS              TO WS-APLICADOS
               MOVE ZEROS              TO WS-IGNORADOS
               MOVE "A"                TO WS-AUD-OP
               PERFORM P830-APLICA-ITEM THRU P830-FIM
                   VARYING WS-SEQ-REORG FROM 1 BY 1
                   UNTIL WS-SEQ-REORG GREATER THAN WS-RRG-QTD

               CLOSE USUARIOS

               PERFORM P850-APAGA-REORG THRU P850-FIM

               DISPLAY "Reorganizacao aprovada e aplicada."
               DISPLAY "Usuarios transferidos: " WS-APLICADOS
               DISPLAY "Usuarios ignorados...: " WS-IGNORADOS

               IF WS-RRG-BAIXA-ORIGEM THEN
                   PERFORM P860-BAIXA-ORIGEM THRU P860-FIM
               END-IF

               CLOSE DEPTOS
            .
            P820-FIM.

            P830-APLICA-ITEM.
               MOVE WS-NUMERO-INF TO RRG-NUMERO
               MOVE WS-SEQ-REORG  TO RRG-SEQ
               READ REORGPEN
                   INVALID KEY
                       GO TO P830-FIM
               END-READ

               MOVE RRG-ANTES TO WS-ANTES
               MOVE WS-A-ID   TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       ADD 1 TO WS-IGNORADOS
                       DISPLAY "ID " WS-A-ID " nao existe mais;"
                           " ignorado."
                       GO TO P830-FIM
               END-READ

      * O REGISTRO MUDOU DEPOIS DO PEDIDO: NAO SOBREPOE
               IF DADOS NOT EQUAL WS-ANTES THEN
                   ADD 1 TO WS-IGNORADOS
                   DISPLAY "ID " WS-A-ID " alterado depois do pedido;"
                       " ignorado."
                   GO TO P830-FIM
               END-IF

               MOVE WS-RRG-DESTINO TO DEPTO-USUARIO
               REWRITE DADOS
                   INVALID KEY
                       ADD 1 TO WS-IGNORADOS
                       DISPLAY "Erro ao regravar o ID " WS-A-ID "."
                       GO TO P830-FIM
               END-REWRITE

               ADD 1 TO WS-APLICADOS
               MOVE WS-A-ID TO WS-ID-INF
               PERFORM P700-AUDITORIA THRU P700-FIM

               SET JOR-OP-ALTERACAO    TO TRUE
               MOVE WS-ANTES           TO WS-JOR-ANTES
               MOVE DADOS              TO WS-JOR-DEPOIS
               PERFORM P780-JORNAL THRU P780-FIM
            .
            P830-FIM.

      ********** APAGANDO O PEDIDO DECIDIDO ****************************
            P850-APAGA-REORG.
               PERFORM P855-APAGA-REGISTRO THRU P855-FIM
                   VARYING WS-SEQ-REORG FROM 0 BY 1
                   UNTIL WS-SEQ-REORG GREATER THAN WS-RRG-QTD
            .
            P850-FIM.

            P855-APAGA-REGISTRO.
               MOVE WS-NUMERO-INF TO RRG-NUMERO
               MOVE WS-SEQ-REORG  TO RRG-SEQ
               DELETE REORGPEN RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
            .
            P855-FIM.

      ********** BAIXANDO A ORIGEM QUE FICOU VAZIA *********************
      * SO BAIXA SE NINGUEM FICOU NA ORIGEM (IGNORADOS OU USUARIOS
      * INCLUIDOS DEPOIS DO PEDIDO); SENAO A BAIXA FICA PARA O CADDEPTO.
            P860-BAIXA-ORIGEM.
               SET DEPTO-EM-USO        TO FALSE
               SET EOF-OK              TO FALSE
               SET FS-OK               TO TRUE

               OPEN INPUT USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Baixa da origem nao conferida; faca-a"
                       " no CADDEPTO."
                   GO TO P860-FIM
               END-IF
               PERFORM P865-CONFERE-USO THRU P865-FIM UNTIL EOF-OK
               CLOSE USUARIOS

               IF DEPTO-EM-USO THEN
                   DISPLAY "A origem " WS-RRG-ORIGEM " ainda tem"
                       " usuarios; baixa nao feita (CADDEPTO)."
                   GO TO P860-FIM
               END-IF

               MOVE WS-RRG-ORIGEM TO DEP-CODIGO
               READ DEPTOS
                   INVALID KEY
                       GO TO P860-FIM
               END-READ
               IF DEP-BAIXADO THEN
                   GO TO P860-FIM
               END-IF

               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               SET DEP-BAIXADO         TO TRUE
               MOVE WS-RRG-DESTINO     TO DEP-SUCESSOR
               MOVE WS-DATA-HOJE       TO DEP-DATA-BAIXA
               REWRITE DEPTO-REG
                   INVALID KEY
                       DISPLAY "Erro ao baixar o departamento "
                           WS-RRG-ORIGEM "."
                       GO TO P860-FIM
               END-REWRITE

      * QUEM TINHA A ORIGEM COMO SUCESSOR PASSA A APONTAR O DESTINO
               SET EOF-OK              TO FALSE
               MOVE ZEROS TO DEP-CODIGO
               START DEPTOS KEY IS NOT LESS THAN DEP-CODIGO
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM P867-REAPONTA THRU P867-FIM UNTIL EOF-OK

               DISPLAY "Departamento " WS-RRG-ORIGEM " baixado;"
                   " sucessor " WS-RRG-DESTINO "."
            .
            P860-FIM.

            P865-CONFERE-USO.
               READ USUARIOS NEXT
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P865-FIM
               END-READ

               IF DEPTO-USUARIO EQUAL WS-RRG-ORIGEM THEN
                   SET DEPTO-EM-USO TO TRUE
                   SET EOF-OK TO TRUE
               END-IF
            .
            P865-FIM.

            P867-REAPONTA.
               READ DEPTOS NEXT
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P867-FIM
               END-READ

               IF DEP-BAIXADO AND DEP-SUCESSOR EQUAL WS-RRG-ORIGEM THEN
                   MOVE WS-RRG-DESTINO TO DEP-SUCESSOR
                   REWRITE DEPTO-REG
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               END-IF
            .
            P867-FIM.

      ********** REJEITANDO O PEDIDO DE REORGANIZACAO ******************
            P870-REJEITA-REORG.
               IF WS-RRG-OPERADOR NOT EQUAL WS-OPERADOR THEN
                   MOVE "APROVAR" TO WS-AUT-FUNCAO
                   PERFORM P080-AUTORIZA THRU P080-FIM
                   IF NOT AUTORIZADO THEN
                       GO TO P870-FIM
                   END-IF
               END-IF

               PERFORM P850-APAGA-REORG THRU P850-FIM
               IF WS-RRG-OPERADOR EQUAL WS-OPERADOR THEN
                   DISPLAY "Pedido retirado pelo autor."
               ELSE
                   DISPLAY "Pedido rejeitado; nada foi alterado."
               END-IF
            .
            P870-FIM.

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
               MOVE "CADAPROV"         TO JOR-PROGRAMA
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
       END PROGRAM CADAPROV.
