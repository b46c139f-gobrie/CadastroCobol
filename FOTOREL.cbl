      ******************************************************************
      * Author:GABRIEL CERQUEIRA
      * Date: 15/10/2026
      * Purpose:RELATORIO IMPRESSO DA EVOLUCAO MENSAL DO CADASTRO
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026 GC - Programa criado: le as fotografias mensais de
      *                 FOTOHIST.DAT (FOTOREC, gravadas pelo FOTOMES)
      *                 e grava em FOTOREL.DAT, com cabecalho de
      *                 pagina nos moldes do RELUSU, o comparativo de
      *                 dois meses quaisquer (totais gerais, ativos e
      *                 inativos por departamento e por dominio de
      *                 e-mail) ou a tendencia de ativos por
      *                 departamento nos 12 meses ate o mes pedido,
      *                 sempre com a diferenca e a variacao
      *                 percentual. Departamento ou dominio ausente
      *                 num dos meses entra com zeros; variacao sobre
      *                 base zero sai como N/D.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOTOREL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT FOTOHIST ASSIGN TO "FOTOHIST.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS FOT-CHAVE
                FILE STATUS  IS WS-FS-FOT.

                SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS DEP-CODIGO
                FILE STATUS  IS WS-FS-DEP.

                SELECT IMPRESSAO ASSIGN TO "FOTOREL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-IMP.


       DATA DIVISION.
       FILE SECTION.
       FD FOTOHIST.
           COPY FOTOREC.
       FD DEPTOS.
           COPY DEPTREC.
       FD IMPRESSAO.
       01 IMP-LINHA                PIC X(132).
       WORKING-STORAGE SECTION.
       77 WS-FS-FOT                PIC 99.
          88 FS-OK-FOT             VALUE 0.
       77 WS-FS-DEP                PIC 99.
          88 FS-OK-DEP             VALUE 0.
       77 WS-FS-IMP                PIC 99.
          88 FS-OK-IMP             VALUE 0.
       77 WS-EOF-FOT               PIC X.
          88 EOF-OK-FOT            VALUE "S" FALSE "N".
       77 WS-DEP-ABERTO            PIC X.
          88 DEP-ABERTO            VALUE "S" FALSE "N".
       77 WS-MES-OK                PIC X.
          88 MES-VALIDO            VALUE "S" FALSE "N".
       77 WS-POSICAO               PIC X.
          88 POSICAO-ACHADA        VALUE "S" FALSE "N".
       77 WS-JA-EXISTE             PIC X.
          88 DEPTO-JA-EXISTE       VALUE "S" FALSE "N".
       77 WS-TABELA-CHEIA          PIC X.
          88 TABELA-CHEIA          VALUE "S" FALSE "N".
       77 WS-EXIT                  PIC X.
          88 EXIT-OK               VALUE "F" FALSE "N".
       77 WS-OPCAO                 PIC X.
          88 OPCAO-COMPARA         VALUE "1".
          88 OPCAO-TENDENCIA       VALUE "2".
          88 OPCAO-SAIR            VALUE "3".
       77 WS-MES-ENTRA             PIC X(06).
       77 WS-MES-PEDIDO            PIC 9(06) VALUE ZEROS.
       77 WS-MES-A                 PIC 9(06) VALUE ZEROS.
       77 WS-MES-B                 PIC 9(06) VALUE ZEROS.
       77 WS-MES-ULTIMO            PIC 9(06) VALUE ZEROS.
       77 WS-MES-CARGA             PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-CARGA            PIC X(01).
       01 WS-MES-CORRENTE          PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-MES-CORRENTE.
          05 WS-MC-ANO             PIC 9(04).
          05 WS-MC-MES             PIC 9(02).
       77 WS-DATA-HOJE             PIC 9(008).
       77 WS-PAGINA                PIC 9(003) VALUE ZEROS.
       77 WS-LINHA                 PIC 9(003) VALUE ZEROS.
       77 WS-LINHAS-POR-PAG        PIC 9(003) VALUE 60.
       77 WS-IMPRESSOS             PIC 9(005) VALUE ZEROS.
      * CONTAGENS DOS TOTAIS GERAIS DOS DOIS MESES COMPARADOS
       01 WS-GERAL-A.
          05 WS-GER-A              PIC 9(07) OCCURS 8 TIMES.
       01 WS-GERAL-B.
          05 WS-GER-B              PIC 9(07) OCCURS 8 TIMES.
       01 WS-NOMES-METRICAS.
          05 FILLER                PIC X(30)
             VALUE "USUARIOS ATIVOS".
          05 FILLER                PIC X(30)
             VALUE "USUARIOS INATIVOS".
          05 FILLER                PIC X(30)
             VALUE "CONTAS BLOQUEADAS".
          05 FILLER                PIC X(30)
             VALUE "SENHAS COM MAIS DE 90 DIAS".
          05 FILLER                PIC X(30)
             VALUE "INCLUSOES NO MES".
          05 FILLER                PIC X(30)
             VALUE "ALTERACOES NO MES".
          05 FILLER                PIC X(30)
             VALUE "EXCLUSOES NO MES".
          05 FILLER                PIC X(30)
             VALUE "FUSOES NO MES".
       01 FILLER REDEFINES WS-NOMES-METRICAS.
          05 WS-MET-NOME           PIC X(30) OCCURS 8 TIMES.
       77 WS-MET-IDX               PIC 9(002) VALUE ZEROS.
      * DEPARTAMENTOS OU DOMINIOS DE UM MES, NA ORDEM DA CHAVE
       01 WS-TAB-CARGA.
          05 WS-CAR-ITEM           OCCURS 999 TIMES.
             10 WS-CAR-CODIGO      PIC X(30).
             10 WS-CAR-ATIVOS      PIC 9(07).
             10 WS-CAR-INATIVOS    PIC 9(07).
       01 WS-TAB-A.
          05 WS-A-ITEM             OCCURS 999 TIMES.
             10 WS-A-CODIGO        PIC X(30).
             10 WS-A-ATIVOS        PIC 9(07).
             10 WS-A-INATIVOS      PIC 9(07).
       01 WS-TAB-B.
          05 WS-B-ITEM             OCCURS 999 TIMES.
             10 WS-B-CODIGO        PIC X(30).
             10 WS-B-ATIVOS        PIC 9(07).
             10 WS-B-INATIVOS      PIC 9(07).
       77 WS-CAR-QTD               PIC 9(003) VALUE ZEROS.
       77 WS-A-QTD                 PIC 9(003) VALUE ZEROS.
       77 WS-B-QTD                 PIC 9(003) VALUE ZEROS.
       77 WS-IA                    PIC 9(004) VALUE ZEROS.
       77 WS-IB                    PIC 9(004) VALUE ZEROS.
       77 WS-CHAVE-A               PIC X(30).
       77 WS-CHAVE-B               PIC X(30).
       77 WS-CHAVE-LINHA           PIC X(30).
       77 WS-ATV-A                 PIC 9(07) VALUE ZEROS.
       77 WS-ATV-B                 PIC 9(07) VALUE ZEROS.
       77 WS-INA-A                 PIC 9(07) VALUE ZEROS.
       77 WS-INA-B                 PIC 9(07) VALUE ZEROS.
      * TENDENCIA: OS 12 MESES DA JANELA E OS ATIVOS POR DEPARTAMENTO
       01 WS-TAB-MESES.
          05 WS-TND-MES-ITEM       OCCURS 12 TIMES.
             10 WS-TND-MES         PIC 9(06).
             10 WS-TND-FOTO        PIC X(01).
                88 TND-TEM-FOTO    VALUE "S" FALSE "N".
             10 WS-TND-TOTAL       PIC 9(07).
       01 WS-TAB-TENDENCIA.
          05 WS-TND-ITEM           OCCURS 999 TIMES.
             10 WS-TND-DEPTO       PIC 9(04).
             10 WS-TND-ATIVOS      PIC 9(07) OCCURS 12 TIMES.
       77 WS-TND-QTD               PIC 9(004) VALUE ZEROS.
       77 WS-TND-IDX               PIC 9(004) VALUE ZEROS.
       77 WS-TND-J                 PIC 9(004) VALUE ZEROS.
       77 WS-TND-POS               PIC 9(004) VALUE ZEROS.
       77 WS-TND-M                 PIC 9(002) VALUE ZEROS.
       77 WS-TND-INI               PIC 9(002) VALUE ZEROS.
       77 WS-TND-FIM               PIC 9(002) VALUE ZEROS.
      * CALCULO DA DIFERENCA E DA VARIACAO PERCENTUAL
       77 WS-VAL-A                 PIC 9(07) VALUE ZEROS.
       77 WS-VAL-B                 PIC 9(07) VALUE ZEROS.
       77 WS-DIF                   PIC S9(07) VALUE ZEROS.
       77 WS-PERC                  PIC S9(07)V9 VALUE ZEROS.
       77 WS-PERC-EDIT             PIC -(7)9,9.
       77 WS-PERC-TXT              PIC X(10).
       77 WS-VALOR-EDIT            PIC ZZZZ9.
       01 WS-CABECALHO-1.
          05 CAB-TITULO            PIC X(45).
          05 FILLER                PIC X(06) VALUE "DATA: ".
          05 CAB-DATA              PIC 9(08).
          05 FILLER                PIC X(05) VALUE SPACES.
          05 FILLER                PIC X(09) VALUE "PAGINA: ".
          05 CAB-PAGINA            PIC ZZ9.
       01 WS-CABECALHO-2           PIC X(132) VALUE SPACES.
       01 WS-CABECALHO-3           PIC X(132) VALUE SPACES.
       01 WS-CAB-GERAL.
          05 FILLER                PIC X(31) VALUE "METRICA".
          05 FILLER                PIC X(10) VALUE "   BASE".
          05 FILLER                PIC X(10) VALUE " COMPARADO".
          05 FILLER                PIC X(11) VALUE "  DIFERENCA".
          05 FILLER                PIC X(11) VALUE "  VARIACAO%".
       01 WS-CAB-CHAVE-1.
          05 FILLER                PIC X(31) VALUE SPACES.
          05 FILLER                PIC X(35)
             VALUE "------------- ATIVOS --------------".
          05 FILLER                PIC X(03) VALUE SPACES.
          05 FILLER                PIC X(35)
             VALUE "------------ INATIVOS -------------".
       01 WS-CAB-CHAVE-2.
          05 CCH-TITULO            PIC X(31).
          05 FILLER                PIC X(35)
             VALUE "   BASE    COMP      DIF     VAR%".
          05 FILLER                PIC X(03) VALUE SPACES.
          05 FILLER                PIC X(35)
             VALUE "   BASE    COMP      DIF     VAR%".
       01 WS-CAB-TENDENCIA.
          05 FILLER                PIC X(26) VALUE "DEPTO DESCRICAO".
          05 CTD-MES-ITEM          OCCURS 12 TIMES.
             10 FILLER             PIC X(01).
             10 CTD-MES            PIC X(05).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 FILLER                PIC X(09) VALUE "DIFERENCA".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 FILLER                PIC X(10) VALUE " VARIACAO%".
       01 WS-DET-GERAL.
          05 DGE-METRICA           PIC X(30).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DGE-VALOR-A           PIC ZZZZZZ9.
          05 FILLER                PIC X(03) VALUE SPACES.
          05 DGE-VALOR-B           PIC ZZZZZZ9.
          05 FILLER                PIC X(03) VALUE SPACES.
          05 DGE-DIF               PIC -ZZZZZZ9.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DGE-PERC              PIC X(10).
       01 WS-DET-CHAVE.
          05 DCH-CODIGO            PIC X(30).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DCH-ATV-A             PIC ZZZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DCH-ATV-B             PIC ZZZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DCH-ATV-DIF           PIC -ZZZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DCH-ATV-PERC          PIC X(10).
          05 FILLER                PIC X(03) VALUE SPACES.
          05 DCH-INA-A             PIC ZZZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DCH-INA-B             PIC ZZZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DCH-INA-DIF           PIC -ZZZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DCH-INA-PERC          PIC X(10).
       01 WS-DET-TENDENCIA.
          05 DTD-DEPTO             PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DTD-DESCR             PIC X(21).
          05 DTD-MES-ITEM          OCCURS 12 TIMES.
             10 FILLER             PIC X(01).
             10 DTD-VALOR          PIC X(05).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DTD-DIF               PIC -ZZZZZZZ9.
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DTD-PERC              PIC X(10).
       01 WS-DESCR-DEPTO           PIC X(21).
       01 WS-LINHA-SAIDA           PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            SET EXIT-OK           TO FALSE
            PERFORM P050-MENU THRU P050-FIM UNTIL EXIT-OK
            PERFORM P999-FIM.

            P050-MENU.
               DISPLAY " "
               DISPLAY "======= EVOLUCAO MENSAL DO CADASTRO ========="
               DISPLAY "1 - Comparar dois meses"
               DISPLAY "2 - Tendencia de 12 meses por departamento"
               DISPLAY "3 - Sair"
               DISPLAY "Escolha uma opcao: "
               ACCEPT WS-OPCAO

               EVALUATE TRUE
                   WHEN OPCAO-COMPARA
                       PERFORM P100-COMPARA THRU P100-FIM
                   WHEN OPCAO-TENDENCIA
                       PERFORM P500-TENDENCIA THRU P500-FIM
                   WHEN OPCAO-SAIR
                       SET EXIT-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
            .
            P050-FIM.

      ****************** COMPARATIVO DE DOIS MESES *********************
            P100-COMPARA.
               PERFORM P120-ABRE-ARQUIVOS THRU P120-FIM
               IF NOT FS-OK-FOT THEN
                   GO TO P100-FIM
               END-IF

               DISPLAY "Mes base (AAAAMM): "
               PERFORM P150-PEDE-MES THRU P150-FIM
               IF NOT MES-VALIDO THEN
                   PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM
                   GO TO P100-FIM
               END-IF
               MOVE WS-MES-PEDIDO      TO WS-MES-A

               DISPLAY "Mes a comparar (AAAAMM): "
               PERFORM P150-PEDE-MES THRU P150-FIM
               IF NOT MES-VALIDO THEN
                   PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM
                   GO TO P100-FIM
               END-IF
               MOVE WS-MES-PEDIDO      TO WS-MES-B

               PERFORM P130-ABRE-IMPRESSAO THRU P130-FIM
               IF NOT FS-OK-IMP THEN
                   PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM
                   GO TO P100-FIM
               END-IF

               MOVE "COMPARATIVO MENSAL DO CADASTRO" TO CAB-TITULO
               MOVE SPACES             TO WS-CABECALHO-2
               STRING "MES BASE: "     DELIMITED BY SIZE
                      WS-MES-A         DELIMITED BY SIZE
                      "   MES COMPARADO: " DELIMITED BY SIZE
                      WS-MES-B         DELIMITED BY SIZE
                      INTO WS-CABECALHO-2
               END-STRING
               MOVE SPACES             TO WS-CABECALHO-3

               PERFORM P200-TOTAIS-GERAIS THRU P200-FIM

               MOVE "D"                TO WS-TIPO-CARGA
               MOVE "DEPARTAMENTO"     TO CCH-TITULO
               MOVE "ATIVOS E INATIVOS POR DEPARTAMENTO:"
                   TO WS-LINHA-SAIDA
               PERFORM P300-COMPARA-CHAVES THRU P300-FIM

               MOVE "E"                TO WS-TIPO-CARGA
               MOVE "DOMINIO DE E-MAIL" TO CCH-TITULO
               MOVE "ATIVOS E INATIVOS POR DOMINIO DE E-MAIL:"
                   TO WS-LINHA-SAIDA
               PERFORM P300-COMPARA-CHAVES THRU P300-FIM

               CLOSE IMPRESSAO
               PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM
               DISPLAY "Comparativo gravado em FOTOREL.DAT ("
                   WS-IMPRESSOS " linhas de detalhe)."
            .
            P100-FIM.

      ********** ABRINDO O HISTORICO E O MESTRE DE DEPARTAMENTOS *******
            P120-ABRE-ARQUIVOS.
               SET FS-OK-FOT           TO TRUE
               SET DEP-ABERTO          TO FALSE

               OPEN INPUT FOTOHIST
               IF NOT FS-OK-FOT THEN
                   DISPLAY "Historico de fotografias (FOTOHIST.DAT)"
                       " indisponivel; rode antes o FOTOMES."
                   DISPLAY "FILE STATUS: " WS-FS-FOT
                   GO TO P120-FIM
               END-IF

      * SEM O MESTRE O RELATORIO SAI SO COM OS CODIGOS
               OPEN INPUT DEPTOS
               IF FS-OK-DEP THEN
                   SET DEP-ABERTO TO TRUE
               END-IF
            .
            P120-FIM.

            P130-ABRE-IMPRESSAO.
               SET FS-OK-IMP           TO TRUE
               MOVE ZEROS              TO WS-PAGINA
               MOVE ZEROS              TO WS-IMPRESSOS
               MOVE 99                 TO WS-LINHA
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

               OPEN OUTPUT IMPRESSAO
               IF NOT FS-OK-IMP THEN
                   DISPLAY "Erro ao abrir o arquivo de impressao."
                   DISPLAY "FILE STATUS: " WS-FS-IMP
               END-IF
            .
            P130-FIM.

      ********** PEDINDO UM MES COM FOTOGRAFIA GRAVADA *****************
            P150-PEDE-MES.
               SET MES-VALIDO          TO FALSE
               MOVE SPACES             TO WS-MES-ENTRA
               ACCEPT WS-MES-ENTRA

               IF WS-MES-ENTRA IS NOT NUMERIC THEN
                   DISPLAY "Mes invalido; informe AAAAMM."
                   GO TO P150-FIM
               END-IF
               MOVE WS-MES-ENTRA       TO WS-MES-PEDIDO
               MOVE WS-MES-PEDIDO      TO WS-MES-CORRENTE
               IF WS-MC-MES LESS THAN 1 OR
                  WS-MC-MES GREATER THAN 12 THEN
                   DISPLAY "Mes invalido; informe AAAAMM."
                   GO TO P150-FIM
               END-IF

               MOVE WS-MES-PEDIDO      TO FOT-MES
               SET FOT-GERAL           TO TRUE
               MOVE SPACES             TO FOT-CODIGO
               READ FOTOHIST
                   INVALID KEY
                       DISPLAY "Nao ha fotografia gravada para "
                           WS-MES-PEDIDO "."
                   NOT INVALID KEY
                       SET MES-VALIDO TO TRUE
               END-READ
            .
            P150-FIM.

      ********** LOCALIZANDO O MES DA ULTIMA FOTOGRAFIA ****************
            P160-ULTIMO-MES.
               SET EOF-OK-FOT          TO FALSE
               MOVE ZEROS              TO WS-MES-ULTIMO
               MOVE LOW-VALUES         TO FOT-CHAVE
               START FOTOHIST KEY IS NOT LESS THAN FOT-CHAVE
                   INVALID KEY
                       SET EOF-OK-FOT TO TRUE
               END-START
               PERFORM P165-LE-ULTIMO THRU P165-FIM UNTIL EOF-OK-FOT
            .
            P160-FIM.

            P165-LE-ULTIMO.
               READ FOTOHIST NEXT
                   AT END
                       SET EOF-OK-FOT TO TRUE
                   NOT AT END
                       IF FOT-GERAL THEN
                           MOVE FOT-MES TO WS-MES-ULTIMO
                       END-IF
               END-READ
            .
            P165-FIM.

            P190-FECHA-ARQUIVOS.
               CLOSE FOTOHIST
               IF DEP-ABERTO THEN
                   CLOSE DEPTOS
                   SET DEP-ABERTO TO FALSE
               END-IF
            .
            P190-FIM.

      ****************** TOTAIS GERAIS DOS DOIS MESES ******************
            P200-TOTAIS-GERAIS.
               MOVE WS-MES-A           TO FOT-MES
               SET FOT-GERAL           TO TRUE
               MOVE SPACES             TO FOT-CODIGO
               READ FOTOHIST
                   INVALID KEY
                       MOVE ZEROS TO WS-GERAL-A
                   NOT INVALID KEY
                       MOVE FOT-CONTAGENS TO WS-GERAL-A
               END-READ

               MOVE WS-MES-B           TO FOT-MES
               SET FOT-GERAL           TO TRUE
               MOVE SPACES             TO FOT-CODIGO
               READ FOTOHIST
                   INVALID KEY
                       MOVE ZEROS TO WS-GERAL-B
                   NOT INVALID KEY
                       MOVE FOT-CONTAGENS TO WS-GERAL-B
               END-READ

               MOVE "TOTAIS GERAIS:"   TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM
               MOVE WS-CAB-GERAL       TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM

               PERFORM P210-LINHA-METRICA THRU P210-FIM
                   VARYING WS-MET-IDX FROM 1 BY 1
                   UNTIL WS-MET-IDX GREATER THAN 8

               MOVE SPACES             TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM
            .
            P200-FIM.

            P210-LINHA-METRICA.
               MOVE WS-GER-A(WS-MET-IDX) TO WS-VAL-A
               MOVE WS-GER-B(WS-MET-IDX) TO WS-VAL-B
               PERFORM P700-VARIACAO THRU P700-FIM

               MOVE WS-MET-NOME(WS-MET-IDX) TO DGE-METRICA
               MOVE WS-VAL-A           TO DGE-VALOR-A
               MOVE WS-VAL-B           TO DGE-VALOR-B
               MOVE WS-DIF             TO DGE-DIF
               MOVE WS-PERC-TXT        TO DGE-PERC
               MOVE WS-DET-GERAL       TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM
               ADD 1 TO WS-IMPRESSOS
            .
            P210-FIM.

      ********** COMPARANDO DEPARTAMENTOS OU DOMINIOS DOS MESES ********
      * OS DOIS MESES SAO CARREGADOS NA ORDEM DA CHAVE E CASADOS COMO
      * NUM BALANCE-LINE: CODIGO SO DE UM LADO ENTRA COM ZEROS NO
      * OUTRO. O TITULO DA SECAO CHEGA EM WS-LINHA-SAIDA.
            P300-COMPARA-CHAVES.
               PERFORM P340-GRAVA-LINHA THRU P340-FIM
               MOVE WS-CAB-CHAVE-1     TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM
               MOVE WS-CAB-CHAVE-2     TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM

               MOVE WS-MES-A           TO WS-MES-CARGA
               PERFORM P310-CARREGA-MES THRU P310-FIM
               MOVE WS-TAB-CARGA       TO WS-TAB-A
               MOVE WS-CAR-QTD         TO WS-A-QTD

               MOVE WS-MES-B           TO WS-MES-CARGA
               PERFORM P310-CARREGA-MES THRU P310-FIM
               MOVE WS-TAB-CARGA       TO WS-TAB-B
               MOVE WS-CAR-QTD         TO WS-B-QTD

               MOVE 1                  TO WS-IA
               MOVE 1                  TO WS-IB
               PERFORM P320-CASA-CHAVES THRU P320-FIM
                   UNTIL WS-IA GREATER THAN WS-A-QTD
                     AND WS-IB GREATER THAN WS-B-QTD

               MOVE SPACES             TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM
            .
            P300-FIM.

            P310-CARREGA-MES.
               SET EOF-OK-FOT          TO FALSE
               SET TABELA-CHEIA        TO FALSE
               MOVE ZEROS              TO WS-CAR-QTD
               MOVE WS-MES-CARGA       TO FOT-MES
               MOVE WS-TIPO-CARGA      TO FOT-TIPO
               MOVE LOW-VALUES         TO FOT-CODIGO
               START FOTOHIST KEY IS NOT LESS THAN FOT-CHAVE
                   INVALID KEY
                       SET EOF-OK-FOT TO TRUE
               END-START
               PERFORM P315-LE-CHAVE THRU P315-FIM UNTIL EOF-OK-FOT

               IF TABELA-CHEIA THEN
                   DISPLAY "Aviso: mais de 999 codigos em "
                       WS-MES-CARGA "; excedentes fora do relatorio."
               END-IF
            .
            P310-FIM.

            P315-LE-CHAVE.
               READ FOTOHIST NEXT
                   AT END
                       SET EOF-OK-FOT TO TRUE
                       GO TO P315-FIM
               END-READ

               IF FOT-MES NOT EQUAL WS-MES-CARGA OR
                  FOT-TIPO NOT EQUAL WS-TIPO-CARGA THEN
                   SET EOF-OK-FOT TO TRUE
                   GO TO P315-FIM
               END-IF

               IF WS-CAR-QTD NOT LESS THAN 999 THEN
                   SET TABELA-CHEIA TO TRUE
                   SET EOF-OK-FOT TO TRUE
                   GO TO P315-FIM
               END-IF

               ADD 1 TO WS-CAR-QTD
               MOVE FOT-CODIGO         TO WS-CAR-CODIGO(WS-CAR-QTD)
               MOVE FOT-ATIVOS         TO WS-CAR-ATIVOS(WS-CAR-QTD)
               MOVE FOT-INATIVOS       TO WS-CAR-INATIVOS(WS-CAR-QTD)
            .
            P315-FIM.

            P320-CASA-CHAVES.
               IF WS-IA GREATER THAN WS-A-QTD THEN
                   MOVE HIGH-VALUES    TO WS-CHAVE-A
               ELSE
                   MOVE WS-A-CODIGO(WS-IA) TO WS-CHAVE-A
               END-IF
               IF WS-IB GREATER THAN WS-B-QTD THEN
                   MOVE HIGH-VALUES    TO WS-CHAVE-B
               ELSE
                   MOVE WS-B-CODIGO(WS-IB) TO WS-CHAVE-B
               END-IF

               MOVE ZEROS              TO WS-ATV-A
               MOVE ZEROS              TO WS-INA-A
               MOVE ZEROS              TO WS-ATV-B
               MOVE ZEROS              TO WS-INA-B

               EVALUATE TRUE
                   WHEN WS-CHAVE-A EQUAL WS-CHAVE-B
                       MOVE WS-CHAVE-A          TO WS-CHAVE-LINHA
                       MOVE WS-A-ATIVOS(WS-IA)  TO WS-ATV-A
                       MOVE WS-A-INATIVOS(WS-IA) TO WS-INA-A
                       MOVE WS-B-ATIVOS(WS-IB)  TO WS-ATV-B
                       MOVE WS-B-INATIVOS(WS-IB) TO WS-INA-B
                       ADD 1 TO WS-IA
                       ADD 1 TO WS-IB
                   WHEN WS-CHAVE-A LESS THAN WS-CHAVE-B
                       MOVE WS-CHAVE-A          TO WS-CHAVE-LINHA
                       MOVE WS-A-ATIVOS(WS-IA)  TO WS-ATV-A
                       MOVE WS-A-INATIVOS(WS-IA) TO WS-INA-A
                       ADD 1 TO WS-IA
                   WHEN OTHER
                       MOVE WS-CHAVE-B          TO WS-CHAVE-LINHA
                       MOVE WS-B-ATIVOS(WS-IB)  TO WS-ATV-B
                       MOVE WS-B-INATIVOS(WS-IB) TO WS-INA-B
                       ADD 1 TO WS-IB
               END-EVALUATE

               MOVE SPACES             TO DCH-CODIGO
               IF WS-TIPO-CARGA EQUAL "D" THEN
                   MOVE WS-CHAVE-LINHA(1:4) TO DEP-CODIGO
                   PERFORM P360-DESCREVE-DEPTO THRU P360-FIM
                   STRING WS-CHAVE-LINHA(1:4) DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          WS-DESCR-DEPTO      DELIMITED BY SIZE
                          INTO DCH-CODIGO
                   END-STRING
               ELSE
                   MOVE WS-CHAVE-LINHA TO DCH-CODIGO
               END-IF

               MOVE WS-ATV-A           TO WS-VAL-A
               MOVE WS-ATV-B           TO WS-VAL-B
               PERFORM P700-VARIACAO THRU P700-FIM
               MOVE WS-VAL-A           TO DCH-ATV-A
               MOVE WS-VAL-B           TO DCH-ATV-B
               MOVE WS-DIF             TO DCH-ATV-DIF
               MOVE WS-PERC-TXT        TO DCH-ATV-PERC

               MOVE WS-INA-A           TO WS-VAL-A
               MOVE WS-INA-B           TO WS-VAL-B
               PERFORM P700-VARIACAO THRU P700-FIM
               MOVE WS-VAL-A           TO DCH-INA-A
               MOVE WS-VAL-B           TO DCH-INA-B
               MOVE WS-DIF             TO DCH-INA-DIF
               MOVE WS-PERC-TXT        TO DCH-INA-PERC

               MOVE WS-DET-CHAVE       TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM
               ADD 1 TO WS-IMPRESSOS
            .
            P320-FIM.

      ****************** CABECALHO DE PAGINA ***************************
            P330-CABECALHO.
               ADD 1                   TO WS-PAGINA
               MOVE WS-DATA-HOJE       TO CAB-DATA
               MOVE WS-PAGINA          TO CAB-PAGINA

               IF WS-PAGINA EQUAL 1 THEN
                   WRITE IMP-LINHA FROM WS-CABECALHO-1
               ELSE
                   WRITE IMP-LINHA FROM WS-CABECALHO-1
                       AFTER ADVANCING PAGE
               END-IF
               WRITE IMP-LINHA FROM WS-CABECALHO-2
               MOVE SPACES             TO IMP-LINHA
               WRITE IMP-LINHA
               MOVE 3                  TO WS-LINHA
               IF WS-CABECALHO-3 NOT EQUAL SPACES THEN
                   WRITE IMP-LINHA FROM WS-CABECALHO-3
                   MOVE ALL "-"        TO IMP-LINHA
                   WRITE IMP-LINHA
                   MOVE 5              TO WS-LINHA
               END-IF
            .
            P330-FIM.

      ********** GRAVANDO UMA LINHA COM CONTROLE DE PAGINA *************
      * A LINHA FICA EM WS-LINHA-SAIDA PORQUE O CABECALHO DE PAGINA
      * OCUPA A AREA DE IMPRESSAO ANTES DA GRAVACAO DA LINHA.
            P340-GRAVA-LINHA.
               IF WS-LINHA NOT LESS THAN WS-LINHAS-POR-PAG THEN
                   PERFORM P330-CABECALHO THRU P330-FIM
               END-IF
               WRITE IMP-LINHA FROM WS-LINHA-SAIDA
               ADD 1 TO WS-LINHA
            .
            P340-FIM.

      ********** DESCRICAO DO DEPARTAMENTO NO MESTRE *******************
      * DEP-CODIGO CHEGA PREENCHIDO; O BAIXADO SAI COM O SUCESSOR.
            P360-DESCREVE-DEPTO.
               MOVE SPACES             TO WS-DESCR-DEPTO
               IF DEP-CODIGO EQUAL ZEROS THEN
                   MOVE "(SEM DEPARTAMENTO)" TO WS-DESCR-DEPTO
                   GO TO P360-FIM
               END-IF
               IF NOT DEP-ABERTO THEN
                   GO TO P360-FIM
               END-IF

               READ DEPTOS
                   INVALID KEY
                       MOVE "(FORA DO MESTRE)" TO WS-DESCR-DEPTO
                   NOT INVALID KEY
                       IF DEP-BAIXADO THEN
                           STRING "BAIXADO -> "  DELIMITED BY SIZE
                                  DEP-SUCESSOR   DELIMITED BY SIZE
                                  INTO WS-DESCR-DEPTO
                           END-STRING
                       ELSE
                           MOVE DEP-DESCRICAO TO WS-DESCR-DEPTO
                       END-IF
               END-READ
            .
            P360-FIM.

      ****************** TENDENCIA DE 12 MESES POR DEPARTAMENTO ********
            P500-TENDENCIA.
               PERFORM P120-ABRE-ARQUIVOS THRU P120-FIM
               IF NOT FS-OK-FOT THEN
                   GO TO P500-FIM
               END-IF

               PERFORM P160-ULTIMO-MES THRU P160-FIM
               IF WS-MES-ULTIMO EQUAL ZEROS THEN
                   DISPLAY "Nenhuma fotografia gravada."
                   PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM
                   GO TO P500-FIM
               END-IF

               DISPLAY "Ultimo mes da tendencia (AAAAMM, ENTER = "
                   WS-MES-ULTIMO "): "
               MOVE SPACES             TO WS-MES-ENTRA
               ACCEPT WS-MES-ENTRA
               IF WS-MES-ENTRA EQUAL SPACES THEN
                   MOVE WS-MES-ULTIMO  TO WS-MES-PEDIDO
               ELSE
                   IF WS-MES-ENTRA IS NOT NUMERIC THEN
                       DISPLAY "Mes invalido; informe AAAAMM."
                       PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM
                       GO TO P500-FIM
                   END-IF
                   MOVE WS-MES-ENTRA   TO WS-MES-PEDIDO
               END-IF
               MOVE WS-MES-PEDIDO      TO WS-MES-CORRENTE
               IF WS-MC-MES LESS THAN 1 OR
                  WS-MC-MES GREATER THAN 12 THEN
                   DISPLAY "Mes invalido; informe AAAAMM."
                   PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM
                   GO TO P500-FIM
               END-IF

      * A JANELA COMECA 11 MESES ANTES DO MES PEDIDO
               PERFORM P515-RECUA-MES THRU P515-FIM 11 TIMES
               MOVE ZEROS              TO WS-TND-QTD
               MOVE ZEROS              TO WS-TND-INI
               MOVE ZEROS              TO WS-TND-FIM
               SET TABELA-CHEIA        TO FALSE
               PERFORM P520-CARREGA-MES THRU P520-FIM
                   VARYING WS-TND-M FROM 1 BY 1
                   UNTIL WS-TND-M GREATER THAN 12

               IF WS-TND-INI EQUAL ZEROS THEN
                   DISPLAY "Nenhuma fotografia nos 12 meses ate "
                       WS-MES-PEDIDO "."
                   PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM
                   GO TO P500-FIM
               END-IF
               IF TABELA-CHEIA THEN
                   DISPLAY "Aviso: mais de 999 departamentos;"
                       " excedentes fora do relatorio."
               END-IF

               PERFORM P130-ABRE-IMPRESSAO THRU P130-FIM
               IF NOT FS-OK-IMP THEN
                   PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM
                   GO TO P500-FIM
               END-IF

               MOVE "TENDENCIA DE ATIVOS POR DEPARTAMENTO"
                   TO CAB-TITULO
               MOVE SPACES             TO WS-CABECALHO-2
               STRING "MESES: "        DELIMITED BY SIZE
                      WS-TND-MES(1)    DELIMITED BY SIZE
                      " A "            DELIMITED BY SIZE
                      WS-TND-MES(12)   DELIMITED BY SIZE
                      "   VARIACAO: "  DELIMITED BY SIZE
                      WS-TND-MES(WS-TND-INI) DELIMITED BY SIZE
                      " X "            DELIMITED BY SIZE
                      WS-TND-MES(WS-TND-FIM) DELIMITED BY SIZE
                      "   (-) = SEM FOTOGRAFIA" DELIMITED BY SIZE
                      INTO WS-CABECALHO-2
               END-STRING
               PERFORM P530-ROTULA-MES THRU P530-FIM
                   VARYING WS-TND-M FROM 1 BY 1
                   UNTIL WS-TND-M GREATER THAN 12
               MOVE WS-CAB-TENDENCIA   TO WS-CABECALHO-3

               PERFORM P550-LINHA-DEPTO THRU P550-FIM
                   VARYING WS-TND-IDX FROM 1 BY 1
                   UNTIL WS-TND-IDX GREATER THAN WS-TND-QTD

               PERFORM P570-LINHA-TOTAL THRU P570-FIM

               CLOSE IMPRESSAO
               PERFORM P190-FECHA-ARQUIVOS THRU P190-FIM
               DISPLAY "Tendencia gravada em FOTOREL.DAT ("
                   WS-IMPRESSOS " departamentos)."
            .
            P500-FIM.

            P515-RECUA-MES.
               IF WS-MC-MES GREATER THAN 1 THEN
                   SUBTRACT 1 FROM WS-MC-MES
               ELSE
                   SUBTRACT 1 FROM WS-MC-ANO
                   MOVE 12 TO WS-MC-MES
               END-IF
            .
            P515-FIM.

      ********** CARREGANDO UM MES DA JANELA ***************************
            P520-CARREGA-MES.
               MOVE WS-MES-CORRENTE    TO WS-TND-MES(WS-TND-M)
               SET TND-TEM-FOTO(WS-TND-M) TO FALSE
               MOVE ZEROS              TO WS-TND-TOTAL(WS-TND-M)

               MOVE WS-MES-CORRENTE    TO FOT-MES
               SET FOT-GERAL           TO TRUE
               MOVE SPACES             TO FOT-CODIGO
               READ FOTOHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TND-TEM-FOTO(WS-TND-M) TO TRUE
                       MOVE FOT-ATIVOS TO WS-TND-TOTAL(WS-TND-M)
                       IF WS-TND-INI EQUAL ZEROS THEN
                           MOVE WS-TND-M TO WS-TND-INI
                       END-IF
                       MOVE WS-TND-M   TO WS-TND-FIM
               END-READ

               IF TND-TEM-FOTO(WS-TND-M) THEN
                   SET EOF-OK-FOT      TO FALSE
                   MOVE WS-MES-CORRENTE TO FOT-MES
                   SET FOT-DEPTO       TO TRUE
                   MOVE LOW-VALUES     TO FOT-CODIGO
                   START FOTOHIST KEY IS NOT LESS THAN FOT-CHAVE
                       INVALID KEY
                           SET EOF-OK-FOT TO TRUE
                   END-START
                   PERFORM P525-LE-DEPTO THRU P525-FIM
                       UNTIL EOF-OK-FOT
               END-IF

               IF WS-MC-MES LESS THAN 12 THEN
                   ADD 1 TO WS-MC-MES
               ELSE
                   ADD 1 TO WS-MC-ANO
                   MOVE 01 TO WS-MC-MES
               END-IF
            .
            P520-FIM.

            P525-LE-DEPTO.
               READ FOTOHIST NEXT
                   AT END
                       SET EOF-OK-FOT TO TRUE
                       GO TO P525-FIM
               END-READ

               IF FOT-MES NOT EQUAL WS-TND-MES(WS-TND-M) OR
                  NOT FOT-DEPTO THEN
                   SET EOF-OK-FOT TO TRUE
                   GO TO P525-FIM
               END-IF

               PERFORM P560-POSICIONA-DEPTO THRU P560-FIM
               IF POSICAO-ACHADA THEN
                   MOVE FOT-ATIVOS
                       TO WS-TND-ATIVOS(WS-TND-POS, WS-TND-M)
               END-IF
            .
            P525-FIM.

            P530-ROTULA-MES.
               MOVE SPACES             TO CTD-MES(WS-TND-M)
               STRING WS-TND-MES(WS-TND-M)(5:2) DELIMITED BY SIZE
                      "/"                       DELIMITED BY SIZE
                      WS-TND-MES(WS-TND-M)(3:2) DELIMITED BY SIZE
                      INTO CTD-MES(WS-TND-M)
               END-STRING
            .
            P530-FIM.

      ********** LINHA DE UM DEPARTAMENTO NA TENDENCIA *****************
            P550-LINHA-DEPTO.
               MOVE WS-TND-DEPTO(WS-TND-IDX) TO DEP-CODIGO
               PERFORM P360-DESCREVE-DEPTO THRU P360-FIM
               MOVE WS-TND-DEPTO(WS-TND-IDX) TO DTD-DEPTO
               MOVE WS-DESCR-DEPTO     TO DTD-DESCR

               PERFORM P555-VALOR-MES THRU P555-FIM
                   VARYING WS-TND-M FROM 1 BY 1
                   UNTIL WS-TND-M GREATER THAN 12

               MOVE WS-TND-ATIVOS(WS-TND-IDX, WS-TND-INI) TO WS-VAL-A
               MOVE WS-TND-ATIVOS(WS-TND-IDX, WS-TND-FIM) TO WS-VAL-B
               PERFORM P700-VARIACAO THRU P700-FIM
               MOVE WS-DIF             TO DTD-DIF
               MOVE WS-PERC-TXT        TO DTD-PERC

               MOVE WS-DET-TENDENCIA   TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM
               ADD 1 TO WS-IMPRESSOS
            .
            P550-FIM.

            P555-VALOR-MES.
               IF TND-TEM-FOTO(WS-TND-M) THEN
                   MOVE WS-TND-ATIVOS(WS-TND-IDX, WS-TND-M)
                       TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT  TO DTD-VALOR(WS-TND-M)
               ELSE
                   MOVE "    -"        TO DTD-VALOR(WS-TND-M)
               END-IF
            .
            P555-FIM.

      ********** LOCALIZANDO OU INSERINDO O DEPARTAMENTO EM ORDEM ******
      * A TABELA FICA NA ORDEM DO CODIGO: O DEPARTAMENTO NOVO ENTRA NA
      * POSICAO CERTA E OS SEGUINTES DESCEM UMA LINHA.
            P560-POSICIONA-DEPTO.
               SET POSICAO-ACHADA      TO FALSE
               SET DEPTO-JA-EXISTE     TO FALSE
               MOVE 1                  TO WS-TND-POS
               PERFORM P562-PROCURA THRU P562-FIM
                   UNTIL POSICAO-ACHADA

               IF DEPTO-JA-EXISTE THEN
                   GO TO P560-FIM
               END-IF

               IF WS-TND-QTD NOT LESS THAN 999 THEN
                   SET TABELA-CHEIA TO TRUE
                   SET POSICAO-ACHADA TO FALSE
                   GO TO P560-FIM
               END-IF

               ADD 1 TO WS-TND-QTD
               PERFORM P564-DESLOCA THRU P564-FIM
                   VARYING WS-TND-J FROM WS-TND-QTD BY -1
                   UNTIL WS-TND-J NOT GREATER THAN WS-TND-POS
               INITIALIZE WS-TND-ITEM(WS-TND-POS)
               MOVE FOT-COD-DEPTO      TO WS-TND-DEPTO(WS-TND-POS)
            .
            P560-FIM.

            P562-PROCURA.
               IF WS-TND-POS GREATER THAN WS-TND-QTD THEN
                   SET POSICAO-ACHADA TO TRUE
                   GO TO P562-FIM
               END-IF
               IF WS-TND-DEPTO(WS-TND-POS) EQUAL FOT-COD-DEPTO THEN
                   SET DEPTO-JA-EXISTE TO TRUE
                   SET POSICAO-ACHADA TO TRUE
                   GO TO P562-FIM
               END-IF
               IF WS-TND-DEPTO(WS-TND-POS) GREATER THAN
                  FOT-COD-DEPTO THEN
                   SET POSICAO-ACHADA TO TRUE
                   GO TO P562-FIM
               END-IF
               ADD 1 TO WS-TND-POS
            .
            P562-FIM.

            P564-DESLOCA.
               MOVE WS-TND-ITEM(WS-TND-J - 1) TO WS-TND-ITEM(WS-TND-J)
            .
            P564-FIM.

      ********** LINHA DO TOTAL GERAL DE ATIVOS ************************
            P570-LINHA-TOTAL.
               MOVE ALL "-"            TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM

               MOVE SPACES             TO DTD-DEPTO
               MOVE "TOTAL DE ATIVOS"  TO DTD-DESCR
               PERFORM P575-TOTAL-MES THRU P575-FIM
                   VARYING WS-TND-M FROM 1 BY 1
                   UNTIL WS-TND-M GREATER THAN 12

               MOVE WS-TND-TOTAL(WS-TND-INI) TO WS-VAL-A
               MOVE WS-TND-TOTAL(WS-TND-FIM) TO WS-VAL-B
               PERFORM P700-VARIACAO THRU P700-FIM
               MOVE WS-DIF             TO DTD-DIF
               MOVE WS-PERC-TXT        TO DTD-PERC

               MOVE WS-DET-TENDENCIA   TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM
            .
            P570-FIM.

            P575-TOTAL-MES.
               IF TND-TEM-FOTO(WS-TND-M) THEN
                   MOVE WS-TND-TOTAL(WS-TND-M) TO WS-VALOR-EDIT
                   MOVE WS-VALOR-EDIT  TO DTD-VALOR(WS-TND-M)
               ELSE
                   MOVE "    -"        TO DTD-VALOR(WS-TND-M)
               END-IF
            .
            P575-FIM.

      ********** DIFERENCA E VARIACAO PERCENTUAL ENTRE DOIS VALORES ****
      * ENTRA WS-VAL-A (BASE) E WS-VAL-B; SAEM WS-DIF E WS-PERC-TXT.
      * SOBRE BASE ZERO A VARIACAO NAO SE CALCULA (N/D).
            P700-VARIACAO.
               COMPUTE WS-DIF = WS-VAL-B - WS-VAL-A

               IF WS-VAL-A EQUAL ZEROS THEN
                   IF WS-VAL-B EQUAL ZEROS THEN
                       MOVE ZEROS      TO WS-PERC
                       MOVE WS-PERC    TO WS-PERC-EDIT
                       MOVE WS-PERC-EDIT TO WS-PERC-TXT
                   ELSE
                       MOVE "       N/D" TO WS-PERC-TXT
                   END-IF
                   GO TO P700-FIM
               END-IF

               COMPUTE WS-PERC ROUNDED = (WS-DIF * 100) / WS-VAL-A
                   ON SIZE ERROR
                       MOVE "   ESTOURO" TO WS-PERC-TXT
                       GO TO P700-FIM
               END-COMPUTE
               MOVE WS-PERC            TO WS-PERC-EDIT
               MOVE WS-PERC-EDIT       TO WS-PERC-TXT
            .
            P700-FIM.

            P999-FIM.
            STOP RUN.
       END PROGRAM FOTOREL.
