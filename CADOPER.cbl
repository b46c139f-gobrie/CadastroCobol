      ******************************************************************
      * Author:GABRIEL CERQUEIRA
      * Date: 15/10/2026
      * Purpose:CADASTRO DE DIREITOS DOS OPERADORES
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026 GC - Programa criado: manutencao de OPERCTL.DAT,
      *                 a tabela que diz qual USERNAME pode usar qual
      *                 funcao de cada programa sensivel (CADAPROV,
      *                 SEGADM, CADMERGE, ARQPURGE, CADREST e
      *                 CADDEPTO, alem do proprio CADOPER e da
      *                 manutencao do CADASTRO para a conferencia de
      *                 segregacao). Concede e revoga direitos so do
      *                 catalogo de funcoes abaixo, lista os direitos
      *                 de um operador e grava em OPERREL.DAT o
      *                 relatorio de todos os operadores com a
      *                 conferencia de segregacao de funcoes (pares
      *                 de direitos que ninguem pode acumular).
      *                 Concessoes e revogacoes vao para OPERLOG.DAT,
      *                 o mesmo log das recusas gravadas pelos
      *                 programas. Ninguem altera os proprios
      *                 direitos; com a tabela vazia, o primeiro
      *                 operador pode se conceder CADOPER/MANTER para
      *                 iniciar o controle.
      * 15/10/2026 GC - Funcoes REORGANIZA e BAIXAR do CADDEPTO no
      *                 catalogo; pedir reorganizacao e aprovar no
      *                 CADAPROV entram nos pares em conflito.
      * 15/10/2026 GC - Funcao CADINTEG/REPARAR incluida no catalogo
      *                 (reparo dos controles na conferencia cruzada).
      * 15/10/2026 GC - Funcao CADLGPD/ANONIMIZAR incluida no catalogo
      *                 (anonimizacao dos arquivados pela LGPD).
      * 15/10/2026 GC - So a ausencia de OPERCTL.DAT (status 35) conta
      *                 como tabela vazia; outro erro de abertura
      *                 recusa a manutencao e grava a recusa. Com a
      *                 tabela vazia so se concede CADOPER/MANTER ao
      *                 proprio operador.
      * 15/10/2026 GC - OPERCTL.DAT existente e sem registros recusa a
      *                 manutencao (nao reabre a implantacao).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADOPER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT OPERADORES ASSIGN TO "OPERCTL.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS OPR-CHAVE
                FILE STATUS  IS WS-FS-OPR.

                SELECT OPERLOG ASSIGN TO "OPERLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-OPL.

                SELECT RELATORIO ASSIGN TO "OPERREL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.


       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
           COPY OPERREC.
       FD OPERLOG.
           COPY OPLOGREC.
       FD RELATORIO.
       01 REL-LINHA                PIC X(100).
       WORKING-STORAGE SECTION.
       77 WS-FS-OPR                PIC 99.
          88 FS-OK-OPR             VALUE 0.
       77 WS-FS-OPL                PIC 99.
          88 FS-OK-OPL             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-OK-REL             VALUE 0.
       77 WS-EOF-OPR               PIC X.
          88 EOF-OK-OPR            VALUE "S" FALSE "N".
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE "F" FALSE "N".
       77 WS-OPCAO                 PIC X.
          88 OPCAO-CONCEDER        VALUE "1".
          88 OPCAO-REVOGAR         VALUE "2".
          88 OPCAO-LISTAR          VALUE "3".
          88 OPCAO-RELATORIO       VALUE "4".
          88 OPCAO-SAIR            VALUE "5".
       77 WS-CONFIRMA              PIC X.
       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-USUARIO-INF           PIC X(20) VALUE SPACES.
       77 WS-PROGRAMA-INF          PIC X(08) VALUE SPACES.
       77 WS-FUNCAO-INF            PIC X(10) VALUE SPACES.
       77 WS-ACAO                  PIC X.
       77 WS-TABELA-VAZIA          PIC X.
          88 TABELA-VAZIA          VALUE "S" FALSE "N".
       77 WS-TABELA-LIDA           PIC X.
          88 TABELA-COM-DIREITOS   VALUE "S" FALSE "N".
       77 WS-PODE-MANTER           PIC X.
          88 PODE-MANTER           VALUE "S" FALSE "N".
       77 WS-CAT-ACHADO            PIC X.
          88 CAT-ACHADO            VALUE "S" FALSE "N".
       77 WS-GRUPO-ABERTO          PIC X.
          88 GRUPO-ABERTO          VALUE "S" FALSE "N".
       77 WS-TEM-1                 PIC X.
          88 TEM-DIREITO-1         VALUE "S" FALSE "N".
       77 WS-TEM-2                 PIC X.
          88 TEM-DIREITO-2         VALUE "S" FALSE "N".
       77 WS-COUNT                 PIC 9(005) VALUE ZEROS.
       77 WS-OPERADORES            PIC 9(005) VALUE ZEROS.
       77 WS-DIREITOS              PIC 9(005) VALUE ZEROS.
       77 WS-CONFLITOS             PIC 9(005) VALUE ZEROS.
       77 WS-USUARIO-ANT           PIC X(20) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.
      * CATALOGO DAS FUNCOES CONTROLADAS (PROGRAMA + FUNCAO)
       01 WS-CATALOGO-VALORES.
          05 FILLER PIC X(50)
             VALUE "CADAPROVAPROVAR   Aprovar/rejeitar pendencias".
          05 FILLER PIC X(50)
             VALUE "SEGADM  DESBLOQ   Desbloquear conta".
          05 FILLER PIC X(50)
             VALUE "SEGADM  BLOQUEAR  Bloquear conta comprometida".
          05 FILLER PIC X(50)
             VALUE "CADMERGEFUNDIR    Fundir cadastros duplicados".
          05 FILLER PIC X(50)
             VALUE "ARQPURGEARQUIVAR  Arquivar e expurgar inativos".
          05 FILLER PIC X(50)
             VALUE "ARQPURGERESTAURAR Restaurar usuario arquivado".
          05 FILLER PIC X(50)
             VALUE "CADREST RESTAURAR Restaurar geracao de backup".
          05 FILLER PIC X(50)
             VALUE "CADDEPTOINCLUIR   Incluir departamento".
          05 FILLER PIC X(50)
             VALUE "CADDEPTOALTERAR   Alterar departamento/gestor".
          05 FILLER PIC X(50)
             VALUE "CADDEPTOEXCLUIR   Excluir departamento".
          05 FILLER PIC X(50)
             VALUE "CADDEPTOREORGANIZAPedir reorganizacao".
          05 FILLER PIC X(50)
             VALUE "CADDEPTOBAIXAR    Baixar depto com sucessor".
          05 FILLER PIC X(50)
             VALUE "CADASTROMANTER    Manutencao do cadastro".
          05 FILLER PIC X(50)
             VALUE "CADOPER MANTER    Conceder/revogar direitos".
          05 FILLER PIC X(50)
             VALUE "CADINTEGREPARAR   Reparar controles orfaos".
          05 FILLER PIC X(50)
             VALUE "CADLGPD ANONIMIZARAnonimizar arquivados (LGPD)".
       01 WS-CATALOGO REDEFINES WS-CATALOGO-VALORES.
          05 WS-CAT-ITEM           OCCURS 16 TIMES
                                    INDEXED BY WS-CAT-IDX.
             10 WS-CAT-PROGRAMA    PIC X(08).
             10 WS-CAT-FUNCAO      PIC X(10).
             10 WS-CAT-DESCRICAO   PIC X(32).
      * PARES DE DIREITOS QUE UM MESMO OPERADOR NAO PODE ACUMULAR
       01 WS-CONFLITO-VALORES.
          05 FILLER PIC X(36)
             VALUE "CADASTROMANTER    CADAPROVAPROVAR   ".
          05 FILLER PIC X(36)
             VALUE "CADOPER MANTER    CADAPROVAPROVAR   ".
          05 FILLER PIC X(36)
             VALUE "CADOPER MANTER    SEGADM  DESBLOQ   ".
          05 FILLER PIC X(36)
             VALUE "CADOPER MANTER    CADREST RESTAURAR ".
          05 FILLER PIC X(36)
             VALUE "CADDEPTOREORGANIZACADAPROVAPROVAR   ".
       01 WS-CONFLITOS-TAB REDEFINES WS-CONFLITO-VALORES.
          05 WS-CNF-ITEM           OCCURS 5 TIMES
                                    INDEXED BY WS-CNF-IDX.
             10 WS-CNF-PROGRAMA-1  PIC X(08).
             10 WS-CNF-FUNCAO-1    PIC X(10).
             10 WS-CNF-PROGRAMA-2  PIC X(08).
             10 WS-CNF-FUNCAO-2    PIC X(10).
      * DIREITOS DO OPERADOR EM CURSO NO RELATORIO
       01 WS-TAB-DIREITOS.
          05 WS-DIR-QTD            PIC 9(003) VALUE ZEROS.
          05 WS-DIR-ITEM           OCCURS 1 TO 50 TIMES
                                    DEPENDING ON WS-DIR-QTD
                                    INDEXED BY WS-DIR-IDX.
             10 WS-DIR-PROGRAMA    PIC X(08).
             10 WS-DIR-FUNCAO      PIC X(10).
       01 WS-REL-DIREITO.
          05 FILLER                PIC X(04) VALUE SPACES.
          05 RDI-PROGRAMA          PIC X(09).
          05 RDI-FUNCAO            PIC X(11).
          05 RDI-DATA              PIC X(09).
          05 RDI-POR               PIC X(20).
       01 WS-REL-CONFLITO.
          05 FILLER                PIC X(33)
             VALUE "    *** CONFLITO DE SEGREGACAO: ".
          05 RCF-PROGRAMA-1        PIC X(09).
          05 RCF-FUNCAO-1          PIC X(11).
          05 FILLER                PIC X(04) VALUE " x  ".
          05 RCF-PROGRAMA-2        PIC X(09).
          05 RCF-FUNCAO-2          PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P020-OPERADOR THRU P020-FIM
            SET EXIT-OK           TO FALSE
            PERFORM P050-MENU THRU P050-FIM UNTIL EXIT-OK
            PERFORM P999-FIM.

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

            P050-MENU.
               DISPLAY " "
               DISPLAY "======= DIREITOS DOS OPERADORES =============="
               DISPLAY "1 - Conceder direito"
               DISPLAY "2 - Revogar direito"
               DISPLAY "3 - Listar direitos de um operador"
               DISPLAY "4 - Relatorio de direitos e segregacao"
               DISPLAY "5 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO

               EVALUATE TRUE
                   WHEN OPCAO-CONCEDER
                       PERFORM P100-CONCEDE THRU P100-FIM
                   WHEN OPCAO-REVOGAR
                       PERFORM P200-REVOGA THRU P200-FIM
                   WHEN OPCAO-LISTAR
                       PERFORM P300-LISTA THRU P300-FIM
                   WHEN OPCAO-RELATORIO
                       PERFORM P400-RELATORIO THRU P400-FIM
                   WHEN OPCAO-SAIR
                       SET EXIT-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
            .
            P050-FIM.

      ********** CONFERINDO SE O OPERADOR PODE MANTER A TABELA *********
      * SO QUEM TEM CADOPER/MANTER CONCEDE OU REVOGA; COM A TABELA
      * INEXISTENTE (IMPLANTACAO) O PRIMEIRO OPERADOR E ACEITO; ARQUIVO
      * QUE EXISTE MAS NAO TEM REGISTRO NAO REABRE A IMPLANTACAO.
            P060-CONFERE-MANTER.
               SET PODE-MANTER         TO FALSE
               SET TABELA-VAZIA        TO FALSE
               SET TABELA-COM-DIREITOS TO FALSE
               SET FS-OK-OPR           TO TRUE

               OPEN INPUT OPERADORES
               IF WS-FS-OPR EQUAL 35 THEN
                   SET TABELA-VAZIA TO TRUE
                   SET PODE-MANTER TO TRUE
                   DISPLAY "Tabela de direitos vazia: implantacao do"
                       " controle. Conceda primeiro CADOPER/MANTER."
                   GO TO P060-FIM
               END-IF
               IF NOT FS-OK-OPR THEN
                   DISPLAY "Erro ao abrir a tabela de direitos."
                   DISPLAY "FILE STATUS: " WS-FS-OPR
                   DISPLAY "Acesso negado: a funcao MANTER do CADOPER"
                       " nao pode ser conferida."
                   PERFORM P065-REGISTRA-RECUSA THRU P065-FIM
                   GO TO P060-FIM
               END-IF

               MOVE LOW-VALUES         TO OPR-CHAVE
               START OPERADORES KEY IS NOT LESS THAN OPR-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ OPERADORES NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               SET TABELA-COM-DIREITOS TO TRUE
                       END-READ
               END-START

               IF NOT TABELA-COM-DIREITOS THEN
                   CLOSE OPERADORES
                   DISPLAY "Tabela de direitos OPERCTL.DAT sem"
                       " registros; acesso negado. Restaure a tabela"
                       " de direitos."
                   PERFORM P065-REGISTRA-RECUSA THRU P065-FIM
                   GO TO P060-FIM
               END-IF

               MOVE WS-OPERADOR        TO OPR-USUARIO
               MOVE "CADOPER"          TO OPR-PROGRAMA
               MOVE "MANTER"           TO OPR-FUNCAO
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PODE-MANTER TO TRUE
               END-READ

               CLOSE OPERADORES

               IF NOT PODE-MANTER THEN
                   DISPLAY "Acesso negado: o operador " WS-OPERADOR
                       " nao tem a funcao MANTER do CADOPER."
                   PERFORM P065-REGISTRA-RECUSA THRU P065-FIM
               END-IF
            .
            P060-FIM.

            P065-REGISTRA-RECUSA.
               MOVE "CADOPER"          TO WS-PROGRAMA-INF
               MOVE "MANTER"           TO WS-FUNCAO-INF
               MOVE SPACES             TO WS-USUARIO-INF
               MOVE "R"                TO WS-ACAO
               PERFORM P700-REGISTRA THRU P700-FIM
            .
            P065-FIM.

      ********** PEDINDO E CONFERINDO A FUNCAO NO CATALOGO *************
            P070-PEDE-DIREITO.
               SET CAT-ACHADO          TO FALSE

               DISPLAY "Operador (USERNAME): "
               MOVE SPACES TO WS-USUARIO-INF
               ACCEPT WS-USUARIO-INF
               IF WS-USUARIO-INF EQUAL SPACES THEN
                   DISPLAY "Operador obrigatorio."
                   GO TO P070-FIM
               END-IF

               IF WS-USUARIO-INF EQUAL WS-OPERADOR AND
                  NOT TABELA-VAZIA THEN
                   DISPLAY "Ninguem altera os proprios direitos;"
                       " peca a outro administrador."
                   GO TO P070-FIM
               END-IF

               DISPLAY " "
               DISPLAY "PROGRAMA FUNCAO     DESCRICAO"
               PERFORM P075-MOSTRA-CATALOGO THRU P075-FIM
                   VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX GREATER THAN 16

               DISPLAY "Programa: "
               MOVE SPACES TO WS-PROGRAMA-INF
               ACCEPT WS-PROGRAMA-INF
               DISPLAY "Funcao..: "
               MOVE SPACES TO WS-FUNCAO-INF
               ACCEPT WS-FUNCAO-INF
               INSPECT WS-PROGRAMA-INF CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT WS-FUNCAO-INF CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               SET WS-CAT-IDX          TO 1
               SEARCH WS-CAT-ITEM
                   AT END
                       DISPLAY "Programa/funcao fora do catalogo."
                   WHEN WS-CAT-PROGRAMA(WS-CAT-IDX) EQUAL
                        WS-PROGRAMA-INF AND
                        WS-CAT-FUNCAO(WS-CAT-IDX) EQUAL WS-FUNCAO-INF
                       SET CAT-ACHADO TO TRUE
               END-SEARCH

      * NA IMPLANTACAO SO CABE O PROPRIO OPERADOR RECEBER CADOPER/MANTER
               IF CAT-ACHADO AND TABELA-VAZIA THEN
                   IF WS-USUARIO-INF NOT EQUAL WS-OPERADOR OR
                      WS-PROGRAMA-INF NOT EQUAL "CADOPER" OR
                      WS-FUNCAO-INF NOT EQUAL "MANTER" THEN
                       DISPLAY "Com a tabela vazia so e permitido"
                           " conceder CADOPER/MANTER ao proprio"
                           " operador."
                       SET CAT-ACHADO TO FALSE
                   END-IF
               END-IF
            .
            P070-FIM.

            P075-MOSTRA-CATALOGO.
               DISPLAY WS-CAT-PROGRAMA(WS-CAT-IDX) " "
                   WS-CAT-FUNCAO(WS-CAT-IDX) " "
                   WS-CAT-DESCRICAO(WS-CAT-IDX)
            .
            P075-FIM.

      ****************** CONCEDENDO UM DIREITO *************************
            P100-CONCEDE.
               PERFORM P060-CONFERE-MANTER THRU P060-FIM
               IF NOT PODE-MANTER THEN
                   GO TO P100-FIM
               END-IF

               PERFORM P070-PEDE-DIREITO THRU P070-FIM
               IF NOT CAT-ACHADO THEN
                   GO TO P100-FIM
               END-IF

               SET FS-OK-OPR           TO TRUE
               OPEN I-O OPERADORES
               IF WS-FS-OPR EQUAL 35 THEN
                   OPEN OUTPUT OPERADORES
                   CLOSE OPERADORES
                   OPEN I-O OPERADORES
               END-IF
               IF NOT FS-OK-OPR THEN
                   DISPLAY "Erro ao abrir a tabela de direitos."
                   DISPLAY "FILE STATUS: " WS-FS-OPR
                   GO TO P100-FIM
               END-IF

               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-USUARIO-INF     TO OPR-USUARIO
               MOVE WS-PROGRAMA-INF    TO OPR-PROGRAMA
               MOVE WS-FUNCAO-INF      TO OPR-FUNCAO
               MOVE WS-DATA-HOJE       TO OPR-DATA-CONCESSAO
               MOVE WS-OPERADOR        TO OPR-CONCEDIDO-POR
               WRITE OPR-REG
                   INVALID KEY
                       DISPLAY "O operador ja tem este direito."
                   NOT INVALID KEY
                       DISPLAY "Direito concedido com sucesso!"
                       MOVE "C" TO WS-ACAO
                       PERFORM P700-REGISTRA THRU P700-FIM
               END-WRITE

               CLOSE OPERADORES
            .
            P100-FIM.

      ****************** REVOGANDO UM DIREITO **************************
            P200-REVOGA.
               PERFORM P060-CONFERE-MANTER THRU P060-FIM
               IF NOT PODE-MANTER THEN
                   GO TO P200-FIM
               END-IF

               PERFORM P070-PEDE-DIREITO THRU P070-FIM
               IF NOT CAT-ACHADO THEN
                   GO TO P200-FIM
               END-IF

               SET FS-OK-OPR           TO TRUE
               OPEN I-O OPERADORES
               IF NOT FS-OK-OPR THEN
                   DISPLAY "Tabela de direitos inexistente."
                   GO TO P200-FIM
               END-IF

               MOVE WS-USUARIO-INF     TO OPR-USUARIO
               MOVE WS-PROGRAMA-INF    TO OPR-PROGRAMA
               MOVE WS-FUNCAO-INF      TO OPR-FUNCAO
               READ OPERADORES
                   INVALID KEY
                       DISPLAY "O operador nao tem este direito."
                       CLOSE OPERADORES
                       GO TO P200-FIM
               END-READ

               DISPLAY "Concedido em " OPR-DATA-CONCESSAO " por "
                   OPR-CONCEDIDO-POR
               DISPLAY "Confirma a revogacao? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S" AND
                  WS-CONFIRMA NOT EQUAL "s" THEN
                   DISPLAY "Revogacao cancelada."
                   CLOSE OPERADORES
                   GO TO P200-FIM
               END-IF

               DELETE OPERADORES RECORD
                   INVALID KEY
                       DISPLAY "Erro ao revogar o direito."
                   NOT INVALID KEY
                       DISPLAY "Direito revogado com sucesso!"
                       MOVE "V" TO WS-ACAO
                       PERFORM P700-REGISTRA THRU P700-FIM
               END-DELETE

               CLOSE OPERADORES
            .
            P200-FIM.

      ****************** LISTANDO OS DIREITOS DE UM OPERADOR ***********
            P300-LISTA.
               SET EOF-OK-OPR          TO FALSE
               SET FS-OK-OPR           TO TRUE
               MOVE ZEROS              TO WS-COUNT

               DISPLAY "Operador (USERNAME): "
               MOVE SPACES TO WS-USUARIO-INF
               ACCEPT WS-USUARIO-INF

               OPEN INPUT OPERADORES
               IF NOT FS-OK-OPR THEN
                   DISPLAY "Tabela de direitos inexistente."
                   GO TO P300-FIM
               END-IF

               MOVE WS-USUARIO-INF     TO OPR-USUARIO
               MOVE LOW-VALUES         TO OPR-PROGRAMA
               MOVE LOW-VALUES         TO OPR-FUNCAO
               START OPERADORES KEY IS NOT LESS THAN OPR-CHAVE
                   INVALID KEY
                       SET EOF-OK-OPR TO TRUE
               END-START

               DISPLAY " "
               DISPLAY "PROGRAMA FUNCAO     CONCEDIDO POR"
               DISPLAY "----------------------------------------------"

               PERFORM P310-MOSTRA-DIREITO THRU P310-FIM
                   UNTIL EOF-OK-OPR

               IF WS-COUNT EQUAL ZEROS THEN
                   DISPLAY "Nenhum direito concedido ao operador."
               ELSE
                   DISPLAY "Direitos: " WS-COUNT
               END-IF

               CLOSE OPERADORES
            .
            P300-FIM.

            P310-MOSTRA-DIREITO.
               READ OPERADORES NEXT
                   AT END
                       SET EOF-OK-OPR TO TRUE
                       GO TO P310-FIM
               END-READ

               IF OPR-USUARIO NOT EQUAL WS-USUARIO-INF THEN
                   SET EOF-OK-OPR TO TRUE
                   GO TO P310-FIM
               END-IF

               ADD 1 TO WS-COUNT
               DISPLAY OPR-PROGRAMA " " OPR-FUNCAO " "
                   OPR-DATA-CONCESSAO " " OPR-CONCEDIDO-POR
            .
            P310-FIM.

      ********** RELATORIO DE DIREITOS E SEGREGACAO DE FUNCOES *********
      * A CHAVE COMECA PELO OPERADOR: A LEITURA SEQUENCIAL JA TRAZ OS
      * DIREITOS AGRUPADOS; NA QUEBRA CONFERE OS PARES EM CONFLITO.
            P400-RELATORIO.
               SET EOF-OK-OPR          TO FALSE
               SET FS-OK-OPR           TO TRUE
               SET GRUPO-ABERTO        TO FALSE
               MOVE ZEROS              TO WS-OPERADORES
               MOVE ZEROS              TO WS-DIREITOS
               MOVE ZEROS              TO WS-CONFLITOS

               OPEN INPUT OPERADORES
               IF NOT FS-OK-OPR THEN
                   DISPLAY "Tabela de direitos inexistente."
                   GO TO P400-FIM
               END-IF

               SET FS-OK-REL           TO TRUE
               OPEN OUTPUT RELATORIO
               IF NOT FS-OK-REL THEN
                   DISPLAY "Erro ao abrir o relatorio OPERREL.DAT."
                   DISPLAY "FILE STATUS: " WS-FS-REL
                   CLOSE OPERADORES
                   GO TO P400-FIM
               END-IF

               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE SPACES TO REL-LINHA
               STRING "DIREITOS DOS OPERADORES E SEGREGACAO DE"
                          DELIMITED BY SIZE
                      " FUNCOES - EMITIDO EM " DELIMITED BY SIZE
                      WS-DATA-HOJE             DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               MOVE ALL "=" TO REL-LINHA
               WRITE REL-LINHA

               MOVE LOW-VALUES         TO OPR-CHAVE
               START OPERADORES KEY IS NOT LESS THAN OPR-CHAVE
                   INVALID KEY
                       SET EOF-OK-OPR TO TRUE
               END-START

               PERFORM P410-LE-DIREITO THRU P410-FIM UNTIL EOF-OK-OPR

               IF GRUPO-ABERTO THEN
                   PERFORM P430-FECHA-OPERADOR THRU P430-FIM
               END-IF

               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING "OPERADORES: "  DELIMITED BY SIZE
                      WS-OPERADORES   DELIMITED BY SIZE
                      "  DIREITOS: "  DELIMITED BY SIZE
                      WS-DIREITOS     DELIMITED BY SIZE
                      "  CONFLITOS DE SEGREGACAO: " DELIMITED BY SIZE
                      WS-CONFLITOS    DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA

               CLOSE OPERADORES
               CLOSE RELATORIO

               DISPLAY "Relatorio gravado em OPERREL.DAT."
               DISPLAY "Operadores ..........: " WS-OPERADORES
               DISPLAY "Direitos ............: " WS-DIREITOS
               DISPLAY "Conflitos de segregacao: " WS-CONFLITOS
            .
            P400-FIM.

            P410-LE-DIREITO.
               READ OPERADORES NEXT
                   AT END
                       SET EOF-OK-OPR TO TRUE
                       GO TO P410-FIM
               END-READ

               IF GRUPO-ABERTO AND
                  OPR-USUARIO NOT EQUAL WS-USUARIO-ANT THEN
                   PERFORM P430-FECHA-OPERADOR THRU P430-FIM
               END-IF

               IF NOT GRUPO-ABERTO THEN
                   PERFORM P420-ABRE-OPERADOR THRU P420-FIM
               END-IF

               ADD 1 TO WS-DIREITOS
               IF WS-DIR-QTD LESS THAN 50 THEN
                   ADD 1 TO WS-DIR-QTD
                   MOVE OPR-PROGRAMA TO WS-DIR-PROGRAMA(WS-DIR-QTD)
                   MOVE OPR-FUNCAO   TO WS-DIR-FUNCAO(WS-DIR-QTD)
               END-IF

               MOVE OPR-PROGRAMA       TO RDI-PROGRAMA
               MOVE OPR-FUNCAO         TO RDI-FUNCAO
               MOVE OPR-DATA-CONCESSAO TO RDI-DATA
               MOVE OPR-CONCEDIDO-POR  TO RDI-POR
               MOVE WS-REL-DIREITO     TO REL-LINHA
               WRITE REL-LINHA
            .
            P410-FIM.

            P420-ABRE-OPERADOR.
               SET GRUPO-ABERTO        TO TRUE
               MOVE OPR-USUARIO        TO WS-USUARIO-ANT
               MOVE ZEROS              TO WS-DIR-QTD
               ADD 1                   TO WS-OPERADORES

               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING "OPERADOR: "     DELIMITED BY SIZE
                      OPR-USUARIO      DELIMITED BY SIZE
                      INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               MOVE "    PROGRAMA FUNCAO     CONCEDIDO POR"
                   TO REL-LINHA
               WRITE REL-LINHA
            .
            P420-FIM.

      ********** CONFERINDO OS PARES EM CONFLITO DO OPERADOR ***********
            P430-FECHA-OPERADOR.
               PERFORM P440-CONFERE-PAR THRU P440-FIM
                   VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX GREATER THAN 5
               SET GRUPO-ABERTO        TO FALSE
            .
            P430-FIM.

            P440-CONFERE-PAR.
               SET TEM-DIREITO-1       TO FALSE
               SET TEM-DIREITO-2       TO FALSE

               SET WS-DIR-IDX          TO 1
               SEARCH WS-DIR-ITEM
                   WHEN WS-DIR-PROGRAMA(WS-DIR-IDX) EQUAL
                        WS-CNF-PROGRAMA-1(WS-CNF-IDX) AND
                        WS-DIR-FUNCAO(WS-DIR-IDX) EQUAL
                        WS-CNF-FUNCAO-1(WS-CNF-IDX)
                       SET TEM-DIREITO-1 TO TRUE
               END-SEARCH

               SET WS-DIR-IDX          TO 1
               SEARCH WS-DIR-ITEM
                   WHEN WS-DIR-PROGRAMA(WS-DIR-IDX) EQUAL
                        WS-CNF-PROGRAMA-2(WS-CNF-IDX) AND
                        WS-DIR-FUNCAO(WS-DIR-IDX) EQUAL
                        WS-CNF-FUNCAO-2(WS-CNF-IDX)
                       SET TEM-DIREITO-2 TO TRUE
               END-SEARCH

               IF TEM-DIREITO-1 AND TEM-DIREITO-2 THEN
                   ADD 1 TO WS-CONFLITOS
                   MOVE WS-CNF-PROGRAMA-1(WS-CNF-IDX) TO RCF-PROGRAMA-1
                   MOVE WS-CNF-FUNCAO-1(WS-CNF-IDX)   TO RCF-FUNCAO-1
                   MOVE WS-CNF-PROGRAMA-2(WS-CNF-IDX) TO RCF-PROGRAMA-2
                   MOVE WS-CNF-FUNCAO-2(WS-CNF-IDX)   TO RCF-FUNCAO-2
                   MOVE WS-REL-CONFLITO TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
            .
            P440-FIM.

      ****************** REGISTRANDO NO LOG DE AUTORIZACAO *************
            P700-REGISTRA.
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME

               MOVE WS-OPERADOR        TO OPL-OPERADOR
               MOVE WS-PROGRAMA-INF    TO OPL-PROGRAMA
               MOVE WS-FUNCAO-INF      TO OPL-FUNCAO
               MOVE WS-ACAO            TO OPL-ACAO
               MOVE WS-DATA-HOJE       TO OPL-DATA
               MOVE WS-HORA-AGORA      TO OPL-HORA
               MOVE WS-USUARIO-INF     TO OPL-ALVO

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
            P700-FIM.

            P999-FIM.
            STOP RUN.
       END PROGRAM CADOPER.
