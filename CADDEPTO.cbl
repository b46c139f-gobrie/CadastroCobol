      *                 houver usuario vinculado ao departamento em
      *                 USUARIOS.DAT, para o rateio por centro de
      *                 custo do RH nao perder a referencia.
      * 15/10/2026 GC - Gestor responsavel do departamento (nome e
      *                 e-mail, novos campos do DEPTREC) pedido na
      *                 inclusao, alteravel junto com a descricao e
      *                 mostrado na listagem; e o destinatario da
      *                 lista de atestacao da recertificacao
      *                 trimestral de acessos (RECERT). Arquivos
      *                 gravados antes destes campos devem ser
      *                 convertidos uma unica vez pelo DEPCONV.
      * 15/10/2026 GC - Inclusao, alteracao e exclusao exigem as
      *                 funcoes INCLUIR, ALTERAR e EXCLUIR do CADDEPTO
      *                 na tabela de direitos (OPERCTL.DAT, mantida
      *                 pelo CADOPER); sem elas a acao e recusada e a
      *                 recusa gravada em OPERLOG.DAT. A listagem
      *                 continua livre.
      * 15/10/2026 GC - Reorganizacao de departamento: transfere todos
      *                 os usuarios de um departamento, ou uma lista
      *                 de IDs, para outro num unico pedido gravado em
      *                 REORGPEN.DAT (imagem de cada registro), que
      *                 outro operador aprova de uma vez no CADAPROV;
      *                 o pedido pode marcar a baixa da origem quando
      *                 ela ficar vazia. Nova opcao de baixa do
      *                 departamento vazio com o codigo sucessor
      *                 (DEP-SITUACAO/DEP-SUCESSOR no DEPTREC): o
      *                 codigo baixado fica no mestre como historico,
      *                 nao pode ser excluido nem receber usuarios, e
      *                 os baixados que apontavam para ele passam a
      *                 apontar o novo sucessor. Funcoes REORGANIZA e
      *                 BAIXAR na tabela de direitos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADDEPTO.
                ALTERNATE RECORD KEY IS EMAIL
                FILE STATUS  IS WS-FS.

                SELECT REORGPEN ASSIGN TO "REORGPEN.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS RRG-CHAVE
                FILE STATUS  IS WS-FS-RRG.

                SELECT PARAMETROS ASSIGN TO "CADPARM.DAT"
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


       DATA DIVISION.
       FILE SECTION.
           COPY DEPTREC.
       FD USUARIOS.
           COPY LAYOUT.
       FD REORGPEN.
           COPY REORGREC.
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       FD OPERADORES.
           COPY OPERREC.
       FD OPERLOG.
           COPY OPLOGREC.
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-FS-PARM               PIC 99.
          88 FS-OK                 VALUE 0.
       77 WS-FS-DEP                PIC 99.
          88 FS-OK-DEP             VALUE 0.
       77 WS-FS-OPR                PIC 99.
          88 FS-OK-OPR             VALUE 0.
       77 WS-FS-OPL                PIC 99.
          88 FS-OK-OPL             VALUE 0.
       77 WS-AUTORIZADO            PIC X.
          88 AUTORIZADO            VALUE "S" FALSE "N".
       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-EOF-DEP               PIC X.
          88 OPCAO-ALTERAR         VALUE "2".
          88 OPCAO-EXCLUIR         VALUE "3".
          88 OPCAO-LISTAR          VALUE "4".
          88 OPCAO-REORGANIZAR     VALUE "5".
          88 OPCAO-BAIXAR          VALUE "6".
          88 OPCAO-SAIR            VALUE "7".
       77 WS-CONFIRMA              PIC X.
       77 WS-CODIGO-INF            PIC 9(04) VALUE ZEROS.
       77 WS-DESCRICAO-INF         PIC X(40) VALUE SPACES.
       77 WS-GERENTE-INF           PIC X(40) VALUE SPACES.
       77 WS-EMAIL-GER-INF         PIC X(100) VALUE SPACES.
       77 WS-COUNT                 PIC 9(005) VALUE ZEROS.
       77 WS-EM-USO                PIC X.
          88 DEPTO-EM-USO          VALUE "S" FALSE "N".
       77 WS-FS-RRG                PIC 99.
          88 FS-OK-RRG             VALUE 0.
       77 WS-EOF-RRG               PIC X.
          88 EOF-OK-RRG            VALUE "S" FALSE "N".
       77 WS-DESTINO-INF           PIC 9(04) VALUE ZEROS.
       77 WS-SUCESSOR-INF          PIC 9(04) VALUE ZEROS.
       77 WS-ID-INF                PIC 9(05) VALUE ZEROS.
       77 WS-MODO                  PIC X.
       77 WS-BAIXA                 PIC X.
       77 WS-FIM-LISTA             PIC X.
          88 FIM-LISTA             VALUE "S" FALSE "N".
       77 WS-ID-REPETIDO           PIC X.
          88 ID-REPETIDO           VALUE "S" FALSE "N".
       77 WS-NUMERO                PIC 9(05) VALUE ZEROS.
       77 WS-SEQ                   PIC 9(05) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
       01 WS-TAB-IDS.
          05 WS-IDS-QTD            PIC 9(005) VALUE ZEROS.
          05 WS-IDS-ITEM           PIC 9(005)
                                    OCCURS 1 TO 9999 TIMES
                                    DEPENDING ON WS-IDS-QTD
                                    INDEXED BY WS-IDS-IDX.
       01 WS-AUTORIZACAO.
          05 WS-AUT-PROGRAMA       PIC X(08) VALUE "CADDEPTO".
          05 WS-AUT-FUNCAO         PIC X(10) VALUE SPACES.
          05 WS-AUT-DATA           PIC 9(08).
          05 WS-AUT-HORA           PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P010-CAMINHO THRU P010-FIM
            PERFORM P020-OPERADOR THRU P020-FIM
            PERFORM P040-ABRE-DEPTOS THRU P040-FIM
            PERFORM P050-MENU THRU P050-FIM UNTIL EXIT-OK
            PERFORM P999-FIM.
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

      ********** ABRINDO O CADASTRO DE DEPARTAMENTOS *******************
            P040-ABRE-DEPTOS.
               SET EXIT-OK             TO FALSE
               DISPLAY " "
               DISPLAY "========= CADASTRO DE DEPARTAMENTOS =========="
               DISPLAY "1 - Incluir departamento"
               DISPLAY "2 - Alterar descricao/gestor"
               DISPLAY "3 - Excluir departamento"
               DISPLAY "4 - Listar departamentos"
               DISPLAY "5 - Reorganizar (transferir usuarios)"
               DISPLAY "6 - Baixar departamento vazio (sucessor)"
               DISPLAY "7 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO

               EVALUATE TRUE
                   WHEN OPCAO-INCLUIR
                       MOVE "INCLUIR" TO WS-AUT-FUNCAO
                       PERFORM P080-AUTORIZA THRU P080-FIM
                       IF AUTORIZADO THEN
                           PERFORM P100-INCLUI THRU P100-FIM
                       END-IF
                   WHEN OPCAO-ALTERAR
                       MOVE "ALTERAR" TO WS-AUT-FUNCAO
                       PERFORM P080-AUTORIZA THRU P080-FIM
                       IF AUTORIZADO THEN
                           PERFORM P200-ALTERA THRU P200-FIM
                       END-IF
                   WHEN OPCAO-EXCLUIR
                       MOVE "EXCLUIR" TO WS-AUT-FUNCAO
                       PERFORM P080-AUTORIZA THRU P080-FIM
                       IF AUTORIZADO THEN
                           PERFORM P300-EXCLUI THRU P300-FIM
                       END-IF
                   WHEN OPCAO-LISTAR
                       PERFORM P400-LISTA THRU P400-FIM
                   WHEN OPCAO-REORGANIZAR
                       MOVE "REORGANIZA" TO WS-AUT-FUNCAO
                       PERFORM P080-AUTORIZA THRU P080-FIM
                       IF AUTORIZADO THEN
                           PERFORM P500-REORGANIZA THRU P500-FIM
                       END-IF
                   WHEN OPCAO-BAIXAR
                       MOVE "BAIXAR" TO WS-AUT-FUNCAO
                       PERFORM P080-AUTORIZA THRU P080-FIM
                       IF AUTORIZADO THEN
                           PERFORM P600-BAIXA THRU P600-FIM
                       END-IF
                   WHEN OPCAO-SAIR
                       SET EXIT-OK TO TRUE
                   WHEN OTHER
                   GO TO P100-FIM
               END-IF

               DISPLAY "Informe o gestor responsavel: "
               MOVE SPACES TO WS-GERENTE-INF
               ACCEPT WS-GERENTE-INF
               IF WS-GERENTE-INF EQUAL SPACES THEN
                   DISPLAY "Gestor obrigatorio para a recertificacao;"
                       " inclusao cancelada."
                   GO TO P100-FIM
               END-IF

               DISPLAY "Informe o e-mail do gestor: "
               MOVE SPACES TO WS-EMAIL-GER-INF
               ACCEPT WS-EMAIL-GER-INF

               MOVE WS-CODIGO-INF      TO DEP-CODIGO
               MOVE WS-DESCRICAO-INF   TO DEP-DESCRICAO
               MOVE WS-GERENTE-INF     TO DEP-GERENTE
               MOVE WS-EMAIL-GER-INF   TO DEP-EMAIL-GERENTE
               SET DEP-ATIVO           TO TRUE
               MOVE ZEROS              TO DEP-SUCESSOR
               MOVE ZEROS              TO DEP-DATA-BAIXA
               WRITE DEPTO-REG
                   INVALID KEY
                       DISPLAY "Departamento ja cadastrado."
            .
            P100-FIM.

      ****************** ALTERANDO DESCRICAO E GESTOR ******************
            P200-ALTERA.
               DISPLAY "Informe o codigo do departamento: "
               MOVE ZEROS TO WS-CODIGO-INF
               END-READ

               DISPLAY "Descricao atual: " DEP-DESCRICAO
               DISPLAY "Gestor atual...: " DEP-GERENTE
               DISPLAY "E-mail gestor..: " DEP-EMAIL-GERENTE(1:50)
               DISPLAY "Nova descricao (ENTER mantem): "
               MOVE SPACES TO WS-DESCRICAO-INF
               ACCEPT WS-DESCRICAO-INF
               DISPLAY "Novo gestor (ENTER mantem): "
               MOVE SPACES TO WS-GERENTE-INF
               ACCEPT WS-GERENTE-INF
               DISPLAY "Novo e-mail do gestor (ENTER mantem): "
               MOVE SPACES TO WS-EMAIL-GER-INF
               ACCEPT WS-EMAIL-GER-INF
               IF WS-DESCRICAO-INF EQUAL SPACES AND
                  WS-GERENTE-INF EQUAL SPACES AND
                  WS-EMAIL-GER-INF EQUAL SPACES THEN
                   DISPLAY "Departamento mantido."
                   GO TO P200-FIM
               END-IF

               IF WS-DESCRICAO-INF NOT EQUAL SPACES THEN
                   MOVE WS-DESCRICAO-INF TO DEP-DESCRICAO
               END-IF
               IF WS-GERENTE-INF NOT EQUAL SPACES THEN
                   MOVE WS-GERENTE-INF TO DEP-GERENTE
               END-IF
               IF WS-EMAIL-GER-INF NOT EQUAL SPACES THEN
                   MOVE WS-EMAIL-GER-INF TO DEP-EMAIL-GERENTE
               END-IF
               REWRITE DEPTO-REG
                   INVALID KEY
                       DISPLAY "Erro ao regravar o departamento."
                       GO TO P300-FIM
               END-READ

               IF DEP-BAIXADO THEN
                   DISPLAY "Departamento baixado fica no mestre como"
                       " historico; exclusao recusada."
                   GO TO P300-FIM
               END-IF

               PERFORM P350-CONFERE-USO THRU P350-FIM
               IF DEPTO-EM-USO THEN
                   DISPLAY "Departamento em uso por usuarios do"
               END-START

               DISPLAY " "
               DISPLAY "CODIGO DESCRICAO                 GESTOR"
               DISPLAY "----------------------------------------------"

               PERFORM UNTIL EOF-OK-DEP
                          SET EOF-OK-DEP TO TRUE
                      NOT AT END
                          ADD 1 TO WS-COUNT
                          DISPLAY DEP-CODIGO "   " DEP-DESCRICAO(1:30)
                              " " DEP-GERENTE(1:30)
                          IF DEP-BAIXADO THEN
                              DISPLAY "       BAIXADO EM "
                                  DEP-DATA-BAIXA " - SUCESSOR "
                                  DEP-SUCESSOR
                          END-IF
                  END-READ
               END-PERFORM

            .
            P400-FIM.

      ********** PEDINDO A REORGANIZACAO DE UM DEPARTAMENTO ************
      * O PEDIDO LEVA A IMAGEM DE CADA USUARIO E SO E APLICADO NA
      * APROVACAO POR OUTRO OPERADOR NO CADAPROV (OPCAO 4).
            P500-REORGANIZA.
               DISPLAY "Departamento de origem: "
               MOVE ZEROS TO WS-CODIGO-INF
               ACCEPT WS-CODIGO-INF

               MOVE WS-CODIGO-INF TO DEP-CODIGO
               READ DEPTOS
                   INVALID KEY
                       DISPLAY "Departamento de origem nao encontrado."
                       GO TO P500-FIM
               END-READ
               DISPLAY "Origem.: " DEP-DESCRICAO

               DISPLAY "Departamento de destino: "
               MOVE ZEROS TO WS-DESTINO-INF
               ACCEPT WS-DESTINO-INF
               IF WS-DESTINO-INF EQUAL WS-CODIGO-INF THEN
                   DISPLAY "Destino igual a origem;"
                       " reorganizacao cancelada."
                   GO TO P500-FIM
               END-IF

               MOVE WS-DESTINO-INF TO DEP-CODIGO
               READ DEPTOS
                   INVALID KEY
                       DISPLAY "Departamento de destino nao"
                           " encontrado."
                       GO TO P500-FIM
               END-READ
               IF DEP-BAIXADO THEN
                   DISPLAY "Departamento de destino baixado; use o"
                       " sucessor " DEP-SUCESSOR "."
                   GO TO P500-FIM
               END-IF
               DISPLAY "Destino: " DEP-DESCRICAO

               DISPLAY "1 - Todos os usuarios da origem"
               DISPLAY "2 - Lista de IDs"
               DISPLAY "Escolha uma opcao: "
               MOVE SPACES TO WS-MODO
               ACCEPT WS-MODO

               MOVE ZEROS              TO WS-IDS-QTD
               EVALUATE WS-MODO
                   WHEN "1"
                       PERFORM P510-CARREGA-DEPTO THRU P510-FIM
                   WHEN "2"
                       PERFORM P520-CARREGA-LISTA THRU P520-FIM
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
                       GO TO P500-FIM
               END-EVALUATE

               IF WS-IDS-QTD EQUAL ZEROS THEN
                   DISPLAY "Nenhum usuario a transferir."
                   GO TO P500-FIM
               END-IF

               DISPLAY "Usuarios a transferir: " WS-IDS-QTD
               DISPLAY "Baixar a origem quando ficar vazia? (S/N): "
               MOVE SPACES TO WS-BAIXA
               ACCEPT WS-BAIXA
               INSPECT WS-BAIXA CONVERTING "s" TO "S"
               IF WS-BAIXA NOT EQUAL "S" THEN
                   MOVE "N" TO WS-BAIXA
               END-IF

               DISPLAY "Confirma o pedido de reorganizacao? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S" AND
                  WS-CONFIRMA NOT EQUAL "s" THEN
                   DISPLAY "Reorganizacao cancelada."
                   GO TO P500-FIM
               END-IF

               PERFORM P530-GRAVA-PEDIDO THRU P530-FIM
            .
            P500-FIM.

      ********** SELECIONANDO TODOS OS USUARIOS DA ORIGEM **************
            P510-CARREGA-DEPTO.
               SET EOF-OK              TO FALSE
               SET FS-OK               TO TRUE

               OPEN INPUT USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Erro ao abrir o arquivo de usuarios."
                   DISPLAY "FILE STATUS: " WS-FS
                   GO TO P510-FIM
               END-IF

               PERFORM P515-LE-USUARIO THRU P515-FIM UNTIL EOF-OK

               CLOSE USUARIOS
            .
            P510-FIM.

            P515-LE-USUARIO.
               READ USUARIOS NEXT
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P515-FIM
               END-READ

               IF DEPTO-USUARIO EQUAL WS-CODIGO-INF AND
                  WS-IDS-QTD LESS THAN 9999 THEN
                   ADD 1 TO WS-IDS-QTD
                   MOVE ID-USUARIO TO WS-IDS-ITEM(WS-IDS-QTD)
               END-IF
            .
            P515-FIM.

      ********** SELECIONANDO UMA LISTA DE IDS DA ORIGEM ***************
            P520-CARREGA-LISTA.
               SET FIM-LISTA           TO FALSE
               SET FS-OK               TO TRUE

               OPEN INPUT USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Erro ao abrir o arquivo de usuarios."
                   DISPLAY "FILE STATUS: " WS-FS
                   GO TO P520-FIM
               END-IF

               PERFORM P525-PEDE-ID THRU P525-FIM UNTIL FIM-LISTA

               CLOSE USUARIOS
            .
            P520-FIM.

            P525-PEDE-ID.
               DISPLAY "ID a transferir (0 = fim da lista): "
               MOVE ZEROS TO WS-ID-INF
               ACCEPT WS-ID-INF
               IF WS-ID-INF EQUAL ZEROS OR
                  WS-IDS-QTD NOT LESS THAN 9999 THEN
                   SET FIM-LISTA TO TRUE
                   GO TO P525-FIM
               END-IF

               MOVE WS-ID-INF TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       DISPLAY "ID nao cadastrado; ignorado."
                       GO TO P525-FIM
               END-READ

               IF DEPTO-USUARIO NOT EQUAL WS-CODIGO-INF THEN
                   DISPLAY "ID lancado no departamento "
                       DEPTO-USUARIO "; ignorado."
                   GO TO P525-FIM
               END-IF

               SET ID-REPETIDO         TO FALSE
               IF WS-IDS-QTD GREATER THAN ZEROS THEN
                   SET WS-IDS-IDX      TO 1
                   SEARCH WS-IDS-ITEM
                       WHEN WS-IDS-ITEM(WS-IDS-IDX) EQUAL WS-ID-INF
                           SET ID-REPETIDO TO TRUE
                   END-SEARCH
               END-IF
               IF ID-REPETIDO THEN
                   DISPLAY "ID ja incluido na lista."
                   GO TO P525-FIM
               END-IF

               ADD 1 TO WS-IDS-QTD
               MOVE WS-ID-INF TO WS-IDS-ITEM(WS-IDS-QTD)
               DISPLAY "  " ID-USUARIO " " NOME(1:40)
            .
            P525-FIM.

      ********** GRAVANDO O PEDIDO DE REORGANIZACAO ********************
      * OS ITENS SAO GRAVADOS PRIMEIRO; O CABECALHO (SEQUENCIA ZERO)
      * FECHA O PEDIDO COM A QUANTIDADE REALMENTE GRAVADA.
            P530-GRAVA-PEDIDO.
               SET FS-OK-RRG           TO TRUE
               OPEN I-O REORGPEN
               IF WS-FS-RRG EQUAL 35 THEN
                   OPEN OUTPUT REORGPEN
                   CLOSE REORGPEN
                   OPEN I-O REORGPEN
               END-IF
               IF NOT FS-OK-RRG THEN
                   DISPLAY "Erro ao abrir os pedidos de reorganizacao."
                   DISPLAY "FILE STATUS: " WS-FS-RRG
                   GO TO P530-FIM
               END-IF

               PERFORM P535-PROXIMO-NUMERO THRU P535-FIM

               SET FS-OK               TO TRUE
               OPEN INPUT USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Erro ao abrir o arquivo de usuarios."
                   DISPLAY "FILE STATUS: " WS-FS
                   CLOSE REORGPEN
                   GO TO P530-FIM
               END-IF

               MOVE ZEROS              TO WS-SEQ
               PERFORM P540-GRAVA-ITEM THRU P540-FIM
                   VARYING WS-IDS-IDX FROM 1 BY 1
                   UNTIL WS-IDS-IDX GREATER THAN WS-IDS-QTD

               CLOSE USUARIOS

               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE SPACES             TO RRG-CORPO
               MOVE WS-NUMERO          TO RRG-NUMERO
               MOVE ZEROS              TO RRG-SEQ
               MOVE WS-CODIGO-INF      TO RRG-DEPTO-ORIGEM
               MOVE WS-DESTINO-INF     TO RRG-DEPTO-DESTINO
               IF WS-MODO EQUAL "1" THEN
                   SET RRG-DEPTO-INTEIRO TO TRUE
               ELSE
                   SET RRG-LISTA-IDS   TO TRUE
               END-IF
               MOVE WS-BAIXA           TO RRG-BAIXA
               MOVE WS-OPERADOR        TO RRG-OPERADOR
               MOVE WS-DATA-HOJE       TO RRG-DATA
               MOVE WS-HORA-AGORA      TO RRG-HORA
               MOVE WS-SEQ             TO RRG-QTD
               WRITE RRG-REG
                   INVALID KEY
                       DISPLAY "Erro ao gravar o pedido."
                   NOT INVALID KEY
                       DISPLAY "Pedido de reorganizacao " WS-NUMERO
                           " gravado com " WS-SEQ " usuarios."
                       DISPLAY "Aguarda a aprovacao de outro"
                           " operador no CADAPROV."
               END-WRITE

               CLOSE REORGPEN
            .
            P530-FIM.

      ********** NUMERANDO O PEDIDO (MAIOR NUMERO + 1) *****************
            P535-PROXIMO-NUMERO.
               SET EOF-OK-RRG          TO FALSE
               MOVE ZEROS              TO WS-NUMERO

               MOVE LOW-VALUES         TO RRG-CHAVE
               START REORGPEN KEY IS NOT LESS THAN RRG-CHAVE
                   INVALID KEY
                       SET EOF-OK-RRG TO TRUE
               END-START

               PERFORM P536-LE-PEDIDO THRU P536-FIM UNTIL EOF-OK-RRG

               ADD 1 TO WS-NUMERO
            .
            P535-FIM.

            P536-LE-PEDIDO.
               READ REORGPEN NEXT
                   AT END
                       SET EOF-OK-RRG TO TRUE
                   NOT AT END
                       IF RRG-NUMERO GREATER THAN WS-NUMERO THEN
                           MOVE RRG-NUMERO TO WS-NUMERO
                       END-IF
               END-READ
            .
            P536-FIM.

            P540-GRAVA-ITEM.
               MOVE WS-IDS-ITEM(WS-IDS-IDX) TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       DISPLAY "ID " WS-IDS-ITEM(WS-IDS-IDX)
                           " nao existe mais; fora do pedido."
                       GO TO P540-FIM
               END-READ

               ADD 1 TO WS-SEQ
               MOVE WS-NUMERO          TO RRG-NUMERO
               MOVE WS-SEQ             TO RRG-SEQ
               MOVE DADOS              TO RRG-ANTES
               WRITE RRG-REG
                   INVALID KEY
                       SUBTRACT 1 FROM WS-SEQ
                       DISPLAY "Erro ao gravar o ID " ID-USUARIO
                           " no pedido."
               END-WRITE
            .
            P540-FIM.

      ********** BAIXANDO UM DEPARTAMENTO VAZIO ************************
      * O CODIGO BAIXADO FICA NO MESTRE COM O SUCESSOR, PARA OS
      * RELATORIOS TRADUZIREM OS CODIGOS HISTORICOS.
            P600-BAIXA.
               DISPLAY "Informe o codigo do departamento: "
               MOVE ZEROS TO WS-CODIGO-INF
               ACCEPT WS-CODIGO-INF

               MOVE WS-CODIGO-INF TO DEP-CODIGO
               READ DEPTOS
                   INVALID KEY
                       DISPLAY "Departamento nao encontrado."
                       GO TO P600-FIM
               END-READ

               IF DEP-BAIXADO THEN
                   DISPLAY "Departamento ja baixado em "
                       DEP-DATA-BAIXA "; sucessor " DEP-SUCESSOR "."
                   GO TO P600-FIM
               END-IF

               PERFORM P350-CONFERE-USO THRU P350-FIM
               IF DEPTO-EM-USO THEN
                   DISPLAY "Departamento com usuarios; transfira-os"
                       " pela reorganizacao (opcao 5) antes."
                   GO TO P600-FIM
               END-IF

               DISPLAY "Descricao: " DEP-DESCRICAO
               DISPLAY "Informe o departamento sucessor: "
               MOVE ZEROS TO WS-SUCESSOR-INF
               ACCEPT WS-SUCESSOR-INF
               IF WS-SUCESSOR-INF EQUAL WS-CODIGO-INF THEN
                   DISPLAY "Sucessor igual ao departamento;"
                       " baixa cancelada."
                   GO TO P600-FIM
               END-IF

               MOVE WS-SUCESSOR-INF TO DEP-CODIGO
               READ DEPTOS
                   INVALID KEY
                       DISPLAY "Sucessor nao encontrado."
                       GO TO P600-FIM
               END-READ
               IF DEP-BAIXADO THEN
                   DISPLAY "Sucessor tambem baixado; informe o codigo"
                       " vigente " DEP-SUCESSOR "."
                   GO TO P600-FIM
               END-IF
               DISPLAY "Sucessor: " DEP-DESCRICAO

               DISPLAY "Confirma a baixa? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S" AND
                  WS-CONFIRMA NOT EQUAL "s" THEN
                   DISPLAY "Baixa cancelada."
                   GO TO P600-FIM
               END-IF

               MOVE WS-CODIGO-INF TO DEP-CODIGO
               READ DEPTOS
                   INVALID KEY
                       DISPLAY "Departamento nao encontrado."
                       GO TO P600-FIM
               END-READ

               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               SET DEP-BAIXADO         TO TRUE
               MOVE WS-SUCESSOR-INF    TO DEP-SUCESSOR
               MOVE WS-DATA-HOJE       TO DEP-DATA-BAIXA
               REWRITE DEPTO-REG
                   INVALID KEY
                       DISPLAY "Erro ao regravar o departamento."
                       GO TO P600-FIM
               END-REWRITE

               PERFORM P650-REAPONTA THRU P650-FIM
               DISPLAY "Departamento baixado com sucesso!"
            .
            P600-FIM.

      ********** REAPONTANDO OS BAIXADOS PARA O NOVO SUCESSOR **********
      * QUEM TINHA O CODIGO AGORA BAIXADO COMO SUCESSOR PASSA A
      * APONTAR O SUCESSOR DELE; A TRADUCAO FICA SEMPRE DE UM PASSO.
            P650-REAPONTA.
               SET EOF-OK-DEP          TO FALSE

               MOVE ZEROS TO DEP-CODIGO
               START DEPTOS KEY IS NOT LESS THAN DEP-CODIGO
                   INVALID KEY
                       SET EOF-OK-DEP TO TRUE
               END-START

               PERFORM P655-REAPONTA-DEPTO THRU P655-FIM
                   UNTIL EOF-OK-DEP
            .
            P650-FIM.

            P655-REAPONTA-DEPTO.
               READ DEPTOS NEXT
                   AT END
                       SET EOF-OK-DEP TO TRUE
                       GO TO P655-FIM
               END-READ

               IF DEP-BAIXADO AND DEP-SUCESSOR EQUAL WS-CODIGO-INF THEN
                   MOVE WS-SUCESSOR-INF TO DEP-SUCESSOR
                   REWRITE DEPTO-REG
                       INVALID KEY
                           DISPLAY "Erro ao reapontar o departamento "
                               DEP-CODIGO
                   END-REWRITE
               END-IF
            .
            P655-FIM.

            P999-FIM.
            CLOSE DEPTOS
            STOP RUN.
