      *                 extrato (NOME;EMAIL;TELEFONE;ID;STATUS;DEPTO)
      *                 e filtro de departamento na selecao (em tela
      *                 ou na linha 3 de CADEXP.PRM; vazio = todos).
      * 15/10/2026 GC - Codigo sucessor do departamento acrescentado
      *                 ao fim da linha do extrato (NOME;EMAIL;
      *                 TELEFONE;ID;STATUS;DEPTO;SUCESSOR): preenchido
      *                 quando o DEPTO do usuario foi baixado numa
      *                 reorganizacao (DEP-SUCESSOR em DEPTOS.DAT),
      *                 vazio para os departamentos vigentes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEXP.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PRB.

                SELECT DEPTOS ASSIGN TO "DEPTOS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS DEP-CODIGO
                FILE STATUS  IS WS-FS-DEP.

                SELECT TOTAIS ASSIGN TO "PASSOTOT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-TOT.
       01 DOMINIO-LINHA            PIC X(20).
       FD PARMBATCH.
       01 PRB-LINHA                PIC X(50).
       FD DEPTOS.
           COPY DEPTREC.
       FD TOTAIS.
           COPY TOTREC.
       WORKING-STORAGE SECTION.
          88 FS-OK-TOT             VALUE 0.
       77 WS-MODO-BATCH            PIC X VALUE "N".
          88 MODO-BATCH            VALUE "S".
       77 WS-FS-DEP                PIC 99.
          88 FS-OK-DEP             VALUE 0.
       77 WS-EOF-DEP               PIC X.
          88 EOF-OK-DEP            VALUE "S" FALSE "N".
       77 WS-SUCESSOR              PIC X(04).
       01 WS-TABELA-BAIXADOS.
          05 WS-BXA-QTD            PIC 9(004) VALUE ZEROS.
          05 WS-BXA-ITEM           OCCURS 1 TO 9999 TIMES
                                    DEPENDING ON WS-BXA-QTD
                                    INDEXED BY WS-BXA-IDX.
             10 WS-BXA-CODIGO      PIC 9(004).
             10 WS-BXA-SUCESSOR    PIC 9(004).
       01 CHARS.
           03 WS-NAME              PIC X(20).
           03 WS-LAST-NAME         PIC X(20).
            PERFORM P010-CAMINHO THRU P010-FIM
            PERFORM P015-MODO-EXECUCAO THRU P015-FIM
            PERFORM P020-CARREGA-DOMINIOS THRU P020-FIM
            PERFORM P025-CARREGA-BAIXADOS THRU P025-FIM
            IF MODO-BATCH THEN
                PERFORM P105-FILTROS-BATCH THRU P105-FIM
            ELSE
            .
            P021-FIM.

      ********** CARREGANDO OS DEPARTAMENTOS BAIXADOS ******************
      * SO OS CODIGOS BAIXADOS INTERESSAM: OS DEMAIS SAEM SEM SUCESSOR.
      * MESTRE AUSENTE NAO IMPEDE O EXTRATO.
            P025-CARREGA-BAIXADOS.
               SET EOF-OK-DEP          TO FALSE
               SET FS-OK-DEP           TO TRUE
               MOVE ZEROS              TO WS-BXA-QTD

               OPEN INPUT DEPTOS
               IF NOT FS-OK-DEP THEN
                   GO TO P025-FIM
               END-IF

               MOVE ZEROS TO DEP-CODIGO
               START DEPTOS KEY IS NOT LESS THAN DEP-CODIGO
                   INVALID KEY
                       SET EOF-OK-DEP TO TRUE
               END-START

               PERFORM P026-LE-DEPTO THRU P026-FIM UNTIL EOF-OK-DEP

               CLOSE DEPTOS
            .
            P025-FIM.

            P026-LE-DEPTO.
               READ DEPTOS NEXT
                   AT END
                       SET EOF-OK-DEP TO TRUE
                       GO TO P026-FIM
               END-READ

               IF DEP-BAIXADO AND WS-BXA-QTD LESS THAN 9999 THEN
                   ADD 1 TO WS-BXA-QTD
                   MOVE DEP-CODIGO   TO WS-BXA-CODIGO(WS-BXA-QTD)
                   MOVE DEP-SUCESSOR TO WS-BXA-SUCESSOR(WS-BXA-QTD)
               END-IF
            .
            P026-FIM.

      ****************** PEDINDO OS FILTROS DO EXTRATO *****************
            P100-FILTROS.
               DISPLAY "========= EXPORTACAO DE USUARIOS ========="

      ****************** GRAVANDO UMA LINHA DO EXTRATO *****************
            P220-GRAVA-LINHA.
               MOVE SPACES             TO WS-SUCESSOR
               IF WS-BXA-QTD GREATER THAN ZEROS THEN
                   SET WS-BXA-IDX      TO 1
                   SEARCH WS-BXA-ITEM
                       WHEN WS-BXA-CODIGO(WS-BXA-IDX) EQUAL WS-DEPTO
                           MOVE WS-BXA-SUCESSOR(WS-BXA-IDX)
                               TO WS-SUCESSOR
                   END-SEARCH
               END-IF

               MOVE SPACES             TO EXTRATO-LINHA
               STRING WS-NOME          DELIMITED BY "  "
                      ";"              DELIMITED BY SIZE
                      WS-STATUS        DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WS-DEPTO         DELIMITED BY SIZE
                      ";"              DELIMITED BY SIZE
                      WS-SUCESSOR      DELIMITED BY SPACE
                      INTO EXTRATO-LINHA
               END-STRING
               WRITE EXTRATO-LINHA
