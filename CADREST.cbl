      *                 dos IDs), e uma copia curta ou corrompida e
      *                 recusada; so entao o arquivo indexado e
      *                 reconstruido com os registros da geracao.
      * 15/10/2026 GC - A restauracao exige a funcao RESTAURAR do
      *                 CADREST na tabela de direitos (OPERCTL.DAT,
      *                 mantida pelo CADOPER), conferida antes da
      *                 escolha da geracao; sem ela a execucao e
      *                 recusada e a recusa gravada em OPERLOG.DAT.
      * 15/10/2026 GC - Modo de recuperacao: restaura uma geracao
      *                 conferida e reaplica o jornal de alteracoes
      *                 (JORNAL.DAT) a partir da sequencia do trailer
      *                 ate a data e hora escolhidas, conferindo cada
      *                 imagem-antes; o que foi reaplicado e o que nao
      *                 se aplicou vai para RECUPREL.DAT. Toda
      *                 restauracao deixa uma marca no jornal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREST.
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

                SELECT JORNAL ASSIGN TO "JORNAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JOR.

                SELECT JORCONTROLE ASSIGN TO "JORNCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JCT.

                SELECT RELATORIO ASSIGN TO "RECUPREL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-REL.


       DATA DIVISION.
       FILE SECTION.
       01 BKP-REG                  PIC X(250).
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       FD OPERADORES.
           COPY OPERREC.
       FD OPERLOG.
           COPY OPLOGREC.
       FD JORNAL.
           COPY JORNREC.
       FD JORCONTROLE.
           COPY JORNCTL.
       FD RELATORIO.
       01 RELATORIO-LINHA          PIC X(200).
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-BKP-PATH              PIC X(20) VALUE SPACES.
          88 FS-OK                 VALUE 0.
       77 WS-FS-BKP                PIC 99.
          88 FS-OK-BKP             VALUE 0.
       77 WS-FS-OPR                PIC 99.
          88 FS-OK-OPR             VALUE 0.
       77 WS-FS-OPL                PIC 99.
          88 FS-OK-OPL             VALUE 0.
       77 WS-FS-JOR                PIC 99.
          88 FS-OK-JOR             VALUE 0.
       77 WS-FS-JCT                PIC 99.
          88 FS-OK-JCT             VALUE 0.
       77 WS-FS-REL                PIC 99.
          88 FS-OK-REL             VALUE 0.
       77 WS-EOF-JOR               PIC X.
          88 EOF-OK-JOR            VALUE "S" FALSE "N".
       77 WS-MODO                  PIC X.
          88 MODO-RESTAURA         VALUE "1".
          88 MODO-RECUPERA         VALUE "2".
          88 MODO-SAIR             VALUE "3".
       77 WS-RESTAURADO            PIC X.
          88 RESTAURADO            VALUE "S" FALSE "N".
       77 WS-PREPARO               PIC X.
          88 PREPARO-OK            VALUE "S" FALSE "N".
       77 WS-JORNAL-EXISTE         PIC X.
          88 JORNAL-EXISTE         VALUE "S" FALSE "N".
       77 WS-DESCARTE              PIC X.
          88 ENTRADA-DESCARTADA    VALUE "S" FALSE "N".
       77 WS-AUTORIZADO            PIC X.
          88 AUTORIZADO            VALUE "S" FALSE "N".
       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-EOF-BKP               PIC X.
          88 EOF-OK-BKP            VALUE "S" FALSE "N".
       77 WS-CONFIRMA              PIC X.
          05 WS-TRL-SOMA-ID        PIC 9(12).
          05 WS-TRL-DATA           PIC 9(08).
          05 WS-TRL-HORA           PIC 9(08).
          05 WS-TRL-JORNAL         PIC X(09).
          05 WS-TRL-JORNAL-N REDEFINES WS-TRL-JORNAL
                                   PIC 9(09).
      * RECUPERACAO: GERACAO + JORNAL ATE A DATA E HORA LIMITE
       77 WS-SEQ-INICIAL           PIC 9(09) VALUE ZEROS.
       77 WS-SEQ-FINAL             PIC 9(09) VALUE ZEROS.
       77 WS-PREVISTAS             PIC 9(07) VALUE ZEROS.
       77 WS-REAPLICADAS           PIC 9(07) VALUE ZEROS.
       77 WS-JA-PRESENTES          PIC 9(07) VALUE ZEROS.
       77 WS-REJEITADAS            PIC 9(07) VALUE ZEROS.
       77 WS-DESCARTADAS           PIC 9(07) VALUE ZEROS.
       77 WS-RESULTADO             PIC X(20) VALUE SPACES.
       77 WS-DETALHE               PIC X(60) VALUE SPACES.
       77 WS-CORTE-DATA-X          PIC X(08) VALUE SPACES.
       77 WS-CORTE-HORA-X          PIC X(06) VALUE SPACES.
       01 WS-CORTE.
          05 WS-CORTE-DATA         PIC 9(08) VALUE ZEROS.
          05 WS-CORTE-HORA         PIC 9(06) VALUE ZEROS.
          05 WS-CORTE-CENT         PIC 9(02) VALUE 99.
       01 WS-DATA-PARTES.
          05 WS-DP-ANO             PIC 9(04).
          05 WS-DP-MES             PIC 9(02).
          05 WS-DP-DIA             PIC 9(02).
       01 WS-HORA-PARTES.
          05 WS-HP-HORA            PIC 9(02).
          05 WS-HP-MIN             PIC 9(02).
          05 WS-HP-SEG             PIC 9(02).
       01 WS-BKP-MOMENTO.
          05 WS-BKP-M-DATA         PIC 9(08) VALUE ZEROS.
          05 WS-BKP-M-HORA         PIC 9(08) VALUE ZEROS.
      * FAIXAS DO JORNAL DESCARTADAS POR RESTAURACOES ANTERIORES
      * (ENTRE A SEQUENCIA-BASE E A MARCA DE CADA RESTAURACAO)
       01 WS-TAB-DESCARTE.
          05 WS-DSC-QTD            PIC 9(03) VALUE ZEROS.
          05 WS-DSC-ITEM           OCCURS 1 TO 999 TIMES
                                    DEPENDING ON WS-DSC-QTD
                                    INDEXED BY WS-DSC-IDX.
             10 WS-DSC-DE          PIC 9(09).
             10 WS-DSC-ATE         PIC 9(09).
       77 WS-JOR-SEQ               PIC 9(09) VALUE ZEROS.
       77 WS-SEQ-EDT               PIC Z(08)9.
       01 WS-AUTORIZACAO.
          05 WS-AUT-PROGRAMA       PIC X(08) VALUE "CADREST".
          05 WS-AUT-FUNCAO         PIC X(10) VALUE SPACES.
          05 WS-AUT-DATA           PIC 9(08).
          05 WS-AUT-HORA           PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P010-CAMINHO THRU P010-FIM
            PERFORM P020-OPERADOR THRU P020-FIM
            MOVE "RESTAURAR" TO WS-AUT-FUNCAO
            PERFORM P080-AUTORIZA THRU P080-FIM
            IF AUTORIZADO THEN
                PERFORM P050-ESCOLHE-MODO THRU P050-FIM
                IF NOT MODO-SAIR THEN
                    PERFORM P060-EXECUTA THRU P060-FIM
                END-IF
            END-IF
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

      ****************** ESCOLHENDO O MODO DE RESTAURACAO *************
            P050-ESCOLHE-MODO.
               DISPLAY "========= RESTAURACAO DO CADASTRO ========="
               DISPLAY "1 - Restaurar uma geracao de backup"
               DISPLAY "2 - Recuperar: geracao de backup e jornal de"
                   " alteracoes ate uma data e hora"
               DISPLAY "3 - Sair"
               DISPLAY "Escolha uma opcao: "
               MOVE SPACES TO WS-MODO
               ACCEPT WS-MODO

               IF NOT MODO-RESTAURA AND NOT MODO-RECUPERA THEN
                   IF NOT MODO-SAIR THEN
                       DISPLAY "Opcao invalida."
                   END-IF
                   DISPLAY "Restauracao cancelada."
                   SET MODO-SAIR TO TRUE
               END-IF
            .
            P050-FIM.

      ********** CONFERINDO, RESTAURANDO E REAPLICANDO O JORNAL ********
      * A GERACAO E SEMPRE CONFERIDA CONTRA O TRAILER ANTES DE TUDO;
      * NA RECUPERACAO O JORNAL E VARRIDO E A DATA LIMITE CONFERIDA
      * ANTES DE O ARQUIVO VIVO SER SUBSTITUIDO.
            P060-EXECUTA.
               PERFORM P100-ESCOLHE-GERACAO THRU P100-FIM
               IF WS-GERACAO EQUAL ZEROS THEN
                   GO TO P060-FIM
               END-IF

               PERFORM P200-CONFERE THRU P200-FIM
               IF NOT CONFERE-OK THEN
                   GO TO P060-FIM
               END-IF

               IF MODO-RECUPERA THEN
                   PERFORM P400-PREPARA-RECUPERACAO THRU P400-FIM
               ELSE
                   PERFORM P420-VARRE-JORNAL THRU P420-FIM
                   SET PREPARO-OK TO TRUE
               END-IF
               IF NOT PREPARO-OK THEN
                   GO TO P060-FIM
               END-IF

               PERFORM P300-RESTAURA THRU P300-FIM
               IF NOT RESTAURADO THEN
                   GO TO P060-FIM
               END-IF

      * SEM REAPLICACAO O CADASTRO FICA NO PONTO DA GERACAO
               MOVE WS-SEQ-INICIAL     TO WS-SEQ-FINAL
               IF MODO-RECUPERA THEN
                   PERFORM P500-REAPLICA THRU P500-FIM
               END-IF

               PERFORM P700-MARCA-JORNAL THRU P700-FIM
            .
            P060-FIM.

      ****************** ESCOLHENDO A GERACAO A RESTAURAR **************
            P100-ESCOLHE-GERACAO.
               DISPLAY "Numero da geracao (1-999, 0 = sair): "
               MOVE ZEROS TO WS-GERACAO
               ACCEPT WS-GERACAO
                      NOT AT END
                          IF BKP-REG(1:9) EQUAL "*TRAILER*" THEN
                              SET TRAILER-VISTO TO TRUE
                              MOVE BKP-REG(1:53) TO WS-TRAILER
                              SET EOF-OK-BKP TO TRUE
                          ELSE
                              ADD 1 TO WS-LIDOS

               SET CONFERE-OK TO TRUE
               DISPLAY "Geracao conferida: " WS-TRL-QTD " registros"
                   " gravados em " WS-TRL-DATA " " WS-TRL-HORA(1:6)
            .
            P200-FIM.

      ********** RECONSTRUINDO O ARQUIVO INDEXADO **********************
            P300-RESTAURA.
               SET RESTAURADO          TO FALSE
               DISPLAY "ATENCAO: o arquivo de usuarios sera"
                   " substituido pela geracao " WS-BKP-PATH
               IF MODO-RECUPERA THEN
                   DISPLAY "  e o jornal sera reaplicado ate "
                       WS-CORTE-DATA " " WS-CORTE-HORA
                       " (" WS-PREVISTAS " alteracoes)."
               END-IF
               DISPLAY "Confirma a restauracao? (S/N): "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL "S" AND
               ELSE
                   DISPLAY "*** RESTAURACAO CONCLUIDA ***"
                   DISPLAY "Registros restaurados: " WS-GRAVADOS
                   SET RESTAURADO TO TRUE
               END-IF
            .
            P300-FIM.

      ********** PREPARANDO A RECUPERACAO PELO JORNAL ******************
      * A DATA E HORA LIMITE NAO PODE SER ANTERIOR A GERACAO; O JORNAL
      * E VARRIDO ANTES DA RESTAURACAO PARA ACHAR O PONTO DE PARTIDA,
      * AS FAIXAS JA DESCARTADAS E QUANTAS ALTERACOES SERAO REAPLICADAS.
            P400-PREPARA-RECUPERACAO.
               SET PREPARO-OK          TO FALSE

               DISPLAY "Reaplicar o jornal ate a data (AAAAMMDD): "
               MOVE SPACES             TO WS-CORTE-DATA-X
               ACCEPT WS-CORTE-DATA-X
               IF WS-CORTE-DATA-X IS NOT NUMERIC THEN
                   DISPLAY "Data invalida; recuperacao cancelada."
                   GO TO P400-FIM
               END-IF
               MOVE WS-CORTE-DATA-X    TO WS-DATA-PARTES
               IF WS-DP-MES LESS THAN 1 OR WS-DP-MES GREATER THAN 12
                  OR WS-DP-DIA LESS THAN 1
                  OR WS-DP-DIA GREATER THAN 31 THEN
                   DISPLAY "Data invalida; recuperacao cancelada."
                   GO TO P400-FIM
               END-IF
               MOVE WS-DATA-PARTES     TO WS-CORTE-DATA

               DISPLAY "Ate a hora (HHMMSS, ENTER = fim do dia): "
               MOVE SPACES             TO WS-CORTE-HORA-X
               ACCEPT WS-CORTE-HORA-X
               IF WS-CORTE-HORA-X EQUAL SPACES THEN
                   MOVE "235959"       TO WS-CORTE-HORA-X
               END-IF
               IF WS-CORTE-HORA-X IS NOT NUMERIC THEN
                   DISPLAY "Hora invalida; recuperacao cancelada."
                   GO TO P400-FIM
               END-IF
               MOVE WS-CORTE-HORA-X    TO WS-HORA-PARTES
               IF WS-HP-HORA GREATER THAN 23 OR
                  WS-HP-MIN GREATER THAN 59 OR
                  WS-HP-SEG GREATER THAN 59 THEN
                   DISPLAY "Hora invalida; recuperacao cancelada."
                   GO TO P400-FIM
               END-IF
               MOVE WS-HORA-PARTES     TO WS-CORTE-HORA
               MOVE 99                 TO WS-CORTE-CENT

               MOVE WS-TRL-DATA        TO WS-BKP-M-DATA
               MOVE WS-TRL-HORA        TO WS-BKP-M-HORA
               IF WS-CORTE LESS THAN WS-BKP-MOMENTO THEN
                   DISPLAY "Data e hora limite anteriores a geracao"
                       " (" WS-TRL-DATA " " WS-TRL-HORA(1:6)
                       "); escolha uma geracao mais antiga."
                   GO TO P400-FIM
               END-IF

               PERFORM P420-VARRE-JORNAL THRU P420-FIM
               IF NOT JORNAL-EXISTE THEN
                   DISPLAY "Jornal de alteracoes (JORNAL.DAT)"
                       " inexistente; use a restauracao simples."
                   GO TO P400-FIM
               END-IF

               MOVE WS-SEQ-INICIAL     TO WS-SEQ-EDT
               DISPLAY "Jornal a partir da sequencia " WS-SEQ-EDT
                   ": " WS-PREVISTAS " alteracoes ate o limite."
               SET PREPARO-OK          TO TRUE
            .
            P400-FIM.

      ********** VARRENDO O JORNAL ANTES DA RESTAURACAO ****************
      * PONTO DE PARTIDA: A SEQUENCIA GRAVADA NO TRAILER PELO CADBKP;
      * GERACAO GRAVADA ANTES DESSE CAMPO USA A ULTIMA ENTRADA DO
      * JORNAL ATE O MOMENTO DO TRAILER.
            P420-VARRE-JORNAL.
               SET JORNAL-EXISTE       TO FALSE
               MOVE ZEROS              TO WS-PREVISTAS
               MOVE ZEROS              TO WS-DSC-QTD
               MOVE ZEROS              TO WS-SEQ-INICIAL
               MOVE WS-TRL-DATA        TO WS-BKP-M-DATA
               MOVE WS-TRL-HORA        TO WS-BKP-M-HORA
               IF WS-TRL-JORNAL IS NUMERIC THEN
                   MOVE WS-TRL-JORNAL-N TO WS-SEQ-INICIAL
               END-IF

               SET FS-OK-JOR           TO TRUE
               OPEN INPUT JORNAL
               IF NOT FS-OK-JOR THEN
                   GO TO P420-FIM
               END-IF
               SET JORNAL-EXISTE       TO TRUE

               SET EOF-OK-JOR          TO FALSE
               PERFORM P425-LE-VARREDURA THRU P425-FIM
                   UNTIL EOF-OK-JOR
               CLOSE JORNAL

               IF NOT MODO-RECUPERA THEN
                   GO TO P420-FIM
               END-IF
               SET FS-OK-JOR           TO TRUE
               OPEN INPUT JORNAL
               IF NOT FS-OK-JOR THEN
                   SET JORNAL-EXISTE   TO FALSE
                   GO TO P420-FIM
               END-IF
               SET EOF-OK-JOR          TO FALSE
               PERFORM P430-CONTA-PREVISTAS THRU P430-FIM
                   UNTIL EOF-OK-JOR
               CLOSE JORNAL
            .
            P420-FIM.

            P425-LE-VARREDURA.
               READ JORNAL
                   AT END
                       SET EOF-OK-JOR TO TRUE
                       GO TO P425-FIM
               END-READ

               IF JOR-RESTAURACAO THEN
      * RESTAURACAO POSTERIOR AO LIMITE NAO DESFAZ NADA ATE O LIMITE
                   IF MODO-RECUPERA AND
                      JOR-MOMENTO GREATER THAN WS-CORTE THEN
                       GO TO P425-FIM
                   END-IF
                   IF WS-DSC-QTD LESS THAN 999 THEN
                       ADD 1 TO WS-DSC-QTD
                       MOVE JOR-SEQ-BASE TO WS-DSC-DE(WS-DSC-QTD)
                       MOVE JOR-SEQ      TO WS-DSC-ATE(WS-DSC-QTD)
                   END-IF
                   GO TO P425-FIM
               END-IF

               IF WS-TRL-JORNAL IS NOT NUMERIC AND
                  JOR-MOMENTO NOT GREATER THAN WS-BKP-MOMENTO THEN
                   MOVE JOR-SEQ        TO WS-SEQ-INICIAL
               END-IF
            .
            P425-FIM.

      * SEGUNDA LEITURA: AS FAIXAS DESCARTADAS SO SAO CONHECIDAS NA
      * MARCA, DEPOIS DAS ENTRADAS QUE ELAS ANULAM; A CONTAGEM SEGUE
      * O MESMO CRITERIO DA REAPLICACAO (P510).
            P430-CONTA-PREVISTAS.
               READ JORNAL
                   AT END
                       SET EOF-OK-JOR TO TRUE
                       GO TO P430-FIM
               END-READ

               IF JOR-SEQ NOT GREATER THAN WS-SEQ-INICIAL OR
                  JOR-RESTAURACAO THEN
                   GO TO P430-FIM
               END-IF
               IF JOR-MOMENTO GREATER THAN WS-CORTE THEN
                   SET EOF-OK-JOR TO TRUE
                   GO TO P430-FIM
               END-IF

               SET ENTRADA-DESCARTADA  TO FALSE
               IF WS-DSC-QTD GREATER THAN ZEROS THEN
                   SET WS-DSC-IDX      TO 1
                   SEARCH WS-DSC-ITEM
                       WHEN WS-DSC-DE(WS-DSC-IDX) LESS THAN JOR-SEQ AND
                            WS-DSC-ATE(WS-DSC-IDX) GREATER THAN JOR-SEQ
                           SET ENTRADA-DESCARTADA TO TRUE
                   END-SEARCH
               END-IF
               IF NOT ENTRADA-DESCARTADA THEN
                   ADD 1 TO WS-PREVISTAS
               END-IF
            .
            P430-FIM.

      ********** REAPLICANDO O JORNAL SOBRE A GERACAO RESTAURADA *******
      * CADA ENTRADA SO E APLICADA SE O REGISTRO ATUAL BATE COM A
      * IMAGEM-ANTES; ENTRADA QUE JA ESTA NA GERACAO (IMAGEM-DEPOIS
      * IGUAL AO ATUAL) E CONTADA A PARTE; O RESTO VAI PARA O
      * RELATORIO RECUPREL.DAT COMO NAO APLICADA.
            P500-REAPLICA.
               MOVE ZEROS              TO WS-REAPLICADAS
               MOVE ZEROS              TO WS-JA-PRESENTES
               MOVE ZEROS              TO WS-REJEITADAS
               MOVE ZEROS              TO WS-DESCARTADAS

               SET FS-OK-REL           TO TRUE
               OPEN OUTPUT RELATORIO
               IF NOT FS-OK-REL THEN
                   DISPLAY "Erro ao abrir o relatorio RECUPREL.DAT."
                   DISPLAY "FILE STATUS: " WS-FS-REL
                   DISPLAY "Cadastro restaurado so ate a geracao;"
                       " repita a recuperacao."
                   GO TO P500-FIM
               END-IF

               MOVE SPACES TO RELATORIO-LINHA
               STRING "RECUPERACAO;GERACAO " DELIMITED BY SIZE
                      WS-BKP-PATH      DELIMITED BY SPACE
                      ";LIMITE "       DELIMITED BY SIZE
                      WS-CORTE-DATA    DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-CORTE-HORA    DELIMITED BY SIZE
                      ";OPERADOR "     DELIMITED BY SIZE
                      WS-OPERADOR      DELIMITED BY "  "
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
               MOVE "SEQ;DATA;HORA;PROGRAMA;OPERACAO;ID;RESULTADO;"
                   TO RELATORIO-LINHA
               MOVE "DETALHE"          TO RELATORIO-LINHA(46:7)
               WRITE RELATORIO-LINHA

               SET FS-OK               TO TRUE
               SET FS-OK-JOR           TO TRUE
               OPEN I-O USUARIOS
               IF NOT FS-OK THEN
                   DISPLAY "Erro ao reabrir o arquivo de usuarios."
                   DISPLAY "FILE STATUS: " WS-FS
                   MOVE "ERRO;Cadastro nao reaberto; nada reaplicado"
                       TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   CLOSE RELATORIO
                   GO TO P500-FIM
               END-IF
               OPEN INPUT JORNAL
               IF NOT FS-OK-JOR THEN
                   DISPLAY "Erro ao reabrir o jornal de alteracoes."
                   DISPLAY "FILE STATUS: " WS-FS-JOR
                   MOVE "ERRO;Jornal nao reaberto; nada reaplicado"
                       TO RELATORIO-LINHA
                   WRITE RELATORIO-LINHA
                   CLOSE USUARIOS
                   CLOSE RELATORIO
                   GO TO P500-FIM
               END-IF

               SET EOF-OK-JOR          TO FALSE
               PERFORM P510-LE-JORNAL THRU P510-FIM UNTIL EOF-OK-JOR

               CLOSE JORNAL
               CLOSE USUARIOS

               PERFORM P600-TOTAIS THRU P600-FIM
               CLOSE RELATORIO

               DISPLAY "*** RECUPERACAO CONCLUIDA ***"
               DISPLAY "Alteracoes previstas ........: " WS-PREVISTAS
               DISPLAY "Alteracoes reaplicadas ......: " WS-REAPLICADAS
               DISPLAY "Ja contidas na geracao ......: " WS-JA-PRESENTES
               DISPLAY "Nao aplicadas (conferir) ....: " WS-REJEITADAS
               DISPLAY "Descartadas por restauracao .: " WS-DESCARTADAS
               DISPLAY "Relatorio gravado em RECUPREL.DAT."
            .
            P500-FIM.

            P510-LE-JORNAL.
               READ JORNAL
                   AT END
                       SET EOF-OK-JOR TO TRUE
                       GO TO P510-FIM
               END-READ

               IF JOR-SEQ NOT GREATER THAN WS-SEQ-INICIAL THEN
                   GO TO P510-FIM
               END-IF
               IF JOR-MOMENTO GREATER THAN WS-CORTE THEN
                   SET EOF-OK-JOR TO TRUE
                   GO TO P510-FIM
               END-IF

               MOVE JOR-SEQ            TO WS-SEQ-FINAL
               MOVE SPACES             TO WS-DETALHE

               IF JOR-RESTAURACAO THEN
                   MOVE "MARCA"        TO WS-RESULTADO
                   MOVE JOR-SEQ-BASE   TO WS-SEQ-EDT
                   STRING "Restauracao anterior; base na sequencia "
                              DELIMITED BY SIZE
                          WS-SEQ-EDT   DELIMITED BY SIZE
                          INTO WS-DETALHE
                   END-STRING
                   PERFORM P590-LINHA THRU P590-FIM
                   GO TO P510-FIM
               END-IF

               SET ENTRADA-DESCARTADA  TO FALSE
               IF WS-DSC-QTD GREATER THAN ZEROS THEN
                   SET WS-DSC-IDX      TO 1
                   SEARCH WS-DSC-ITEM
                       WHEN WS-DSC-DE(WS-DSC-IDX) LESS THAN JOR-SEQ AND
                            WS-DSC-ATE(WS-DSC-IDX) GREATER THAN JOR-SEQ
                           SET ENTRADA-DESCARTADA TO TRUE
                   END-SEARCH
               END-IF
               IF ENTRADA-DESCARTADA THEN
                   ADD 1 TO WS-DESCARTADAS
                   MOVE "DESCARTADA"   TO WS-RESULTADO
                   MOVE "Desfeita por restauracao posterior"
                       TO WS-DETALHE
                   PERFORM P590-LINHA THRU P590-FIM
                   GO TO P510-FIM
               END-IF

               EVALUATE TRUE
                   WHEN JOR-INCLUSAO
                       PERFORM P520-INCLUSAO THRU P520-FIM
                   WHEN JOR-ALTERACAO
                       PERFORM P530-ALTERACAO THRU P530-FIM
                   WHEN JOR-REMOCAO
                       PERFORM P540-REMOCAO THRU P540-FIM
                   WHEN OTHER
                       ADD 1 TO WS-REJEITADAS
                       MOVE "NAO APLICADA" TO WS-RESULTADO
                       MOVE "Operacao desconhecida no jornal"
                           TO WS-DETALHE
               END-EVALUATE

               PERFORM P590-LINHA THRU P590-FIM
            .
            P510-FIM.

      ****************** REAPLICANDO UMA INCLUSAO **********************
            P520-INCLUSAO.
               MOVE JOR-ID             TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DADOS EQUAL JOR-DEPOIS THEN
                           ADD 1 TO WS-JA-PRESENTES
                           MOVE "JA PRESENTE" TO WS-RESULTADO
                       ELSE
                           ADD 1 TO WS-REJEITADAS
                           MOVE "NAO APLICADA" TO WS-RESULTADO
                           MOVE "ID ja existe com outro conteudo"
                               TO WS-DETALHE
                       END-IF
                       GO TO P520-FIM
               END-READ

               MOVE JOR-DEPOIS         TO DADOS
               WRITE DADOS
                   INVALID KEY
                       ADD 1 TO WS-REJEITADAS
                       MOVE "NAO APLICADA" TO WS-RESULTADO
                       MOVE "E-mail ja cadastrado em outro contato"
                           TO WS-DETALHE
                   NOT INVALID KEY
                       ADD 1 TO WS-REAPLICADAS
                       MOVE "REAPLICADA" TO WS-RESULTADO
               END-WRITE
            .
            P520-FIM.

      ****************** REAPLICANDO UMA REGRAVACAO ********************
            P530-ALTERACAO.
               MOVE JOR-ID             TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       ADD 1 TO WS-REJEITADAS
                       MOVE "NAO APLICADA" TO WS-RESULTADO
                       MOVE "Registro inexistente na restauracao"
                           TO WS-DETALHE
                       GO TO P530-FIM
               END-READ

               IF DADOS EQUAL JOR-DEPOIS THEN
                   ADD 1 TO WS-JA-PRESENTES
                   MOVE "JA PRESENTE"  TO WS-RESULTADO
                   GO TO P530-FIM
               END-IF

               IF DADOS NOT EQUAL JOR-ANTES THEN
                   ADD 1 TO WS-REJEITADAS
                   MOVE "NAO APLICADA" TO WS-RESULTADO
                   MOVE "Registro atual difere da imagem-antes"
                       TO WS-DETALHE
                   GO TO P530-FIM
               END-IF

               MOVE JOR-DEPOIS         TO DADOS
               REWRITE DADOS
                   INVALID KEY
                       ADD 1 TO WS-REJEITADAS
                       MOVE "NAO APLICADA" TO WS-RESULTADO
                       MOVE "E-mail ja cadastrado em outro contato"
                           TO WS-DETALHE
                   NOT INVALID KEY
                       ADD 1 TO WS-REAPLICADAS
                       MOVE "REAPLICADA" TO WS-RESULTADO
               END-REWRITE
            .
            P530-FIM.

      ****************** REAPLICANDO UMA REMOCAO ***********************
            P540-REMOCAO.
               MOVE JOR-ID             TO ID-USUARIO
               READ USUARIOS
                   INVALID KEY
                       ADD 1 TO WS-JA-PRESENTES
                       MOVE "JA PRESENTE"  TO WS-RESULTADO
                       MOVE "Registro ja ausente" TO WS-DETALHE
                       GO TO P540-FIM
               END-READ

               IF DADOS NOT EQUAL JOR-ANTES THEN
                   ADD 1 TO WS-REJEITADAS
                   MOVE "NAO APLICADA" TO WS-RESULTADO
                   MOVE "Registro atual difere da imagem-antes"
                       TO WS-DETALHE
                   GO TO P540-FIM
               END-IF

               DELETE USUARIOS RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJEITADAS
                       MOVE "NAO APLICADA" TO WS-RESULTADO
                       MOVE "Erro ao remover o registro"
                           TO WS-DETALHE
                   NOT INVALID KEY
                       ADD 1 TO WS-REAPLICADAS
                       MOVE "REAPLICADA" TO WS-RESULTADO
               END-DELETE
            .
            P540-FIM.

      ****************** GRAVANDO UMA LINHA DO RELATORIO ***************
            P590-LINHA.
               MOVE JOR-SEQ            TO WS-SEQ-EDT
               MOVE SPACES TO RELATORIO-LINHA
               STRING WS-SEQ-EDT       DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      JOR-DATA         DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      JOR-HORA         DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      JOR-PROGRAMA     DELIMITED BY SPACE
                      ";"              DELIMITED BY SIZE
                      JOR-OPERACAO     DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      JOR-ID           DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WS-RESULTADO     DELIMITED BY "  "
                      ";"              DELIMITED BY SIZE
                      WS-DETALHE       DELIMITED BY "  "
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
            .
            P590-FIM.

            P600-TOTAIS.
               MOVE SPACES TO RELATORIO-LINHA
               STRING "TOTAIS;PREVISTAS " DELIMITED BY SIZE
                      WS-PREVISTAS     DELIMITED BY SIZE
                      ";REAPLICADAS "  DELIMITED BY SIZE
                      WS-REAPLICADAS   DELIMITED BY SIZE
                      ";JA PRESENTES " DELIMITED BY SIZE
                      WS-JA-PRESENTES  DELIMITED BY SIZE
                      ";NAO APLICADAS " DELIMITED BY SIZE
                      WS-REJEITADAS    DELIMITED BY SIZE
                      ";DESCARTADAS "  DELIMITED BY SIZE
                      WS-DESCARTADAS   DELIMITED BY SIZE
                      INTO RELATORIO-LINHA
               END-STRING
               WRITE RELATORIO-LINHA
            .
            P600-FIM.

      ********** MARCANDO A RESTAURACAO NO JORNAL **********************
      * O CADASTRO VOLTOU AO ESTADO DA SEQUENCIA WS-SEQ-FINAL: AS
      * ENTRADAS ENTRE ELA E A MARCA NAO VALEM MAIS, E UMA RECUPERACAO
      * FUTURA QUE PASSE POR AQUI AS DESCARTA.
            P700-MARCA-JORNAL.
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

               MOVE WS-JOR-SEQ         TO JOR-SEQ
               ACCEPT JOR-DATA FROM DATE YYYYMMDD
               ACCEPT JOR-HORA FROM TIME
               MOVE "CADREST"          TO JOR-PROGRAMA
               SET JOR-RESTAURACAO     TO TRUE
               MOVE WS-OPERADOR        TO JOR-OPERADOR
               MOVE ZEROS              TO JOR-ID
               MOVE WS-SEQ-FINAL       TO JOR-SEQ-BASE
               MOVE SPACES             TO JOR-ANTES
               MOVE SPACES             TO JOR-DEPOIS
               MOVE WS-BKP-PATH        TO JOR-DEPOIS

               SET FS-OK-JOR           TO TRUE
               OPEN EXTEND JORNAL
               IF WS-FS-JOR EQUAL 35 THEN
                   OPEN OUTPUT JORNAL
               END-IF

               IF FS-OK-JOR THEN
                   WRITE JOR-REG
               ELSE
                   DISPLAY "Aviso: erro ao marcar a restauracao no"
                       " jornal (FILE STATUS " WS-FS-JOR ")."
               END-IF

               CLOSE JORNAL
            .
            P700-FIM.

            P999-FIM.
            STOP RUN.
       END PROGRAM CADREST.
