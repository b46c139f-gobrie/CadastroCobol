      *                 subtotais por departamento (mestre DEPTOS.DAT)
      *                 ao lado dos subtotais por dominio de e-mail,
      *                 para o rateio por centro de custo do RH.
      * 15/10/2026 GC - Usuarios ainda lancados num departamento
      *                 baixado numa reorganizacao saem com o codigo
      *                 sucessor (DEP-SUCESSOR) na nova coluna do
      *                 detalhe, e o subtotal do codigo baixado indica
      *                 o sucessor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELUSU.
                                    INDEXED BY WS-DEP-IDX.
             10 WS-DEP-CODIGO      PIC 9(004).
             10 WS-DEP-DESCR       PIC X(20).
             10 WS-DEP-SUCESSOR    PIC 9(004).
       01 WS-DEP-CONTAGEM.
          05 WS-DEP-COUNT          PIC 9(005) VALUE ZEROS
                                    OCCURS 100 TIMES.
          05 FILLER                PIC X(08) VALUE "STATUS".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 FILLER                PIC X(05) VALUE "DEPTO".
          05 FILLER                PIC X(01) VALUE SPACE.
          05 FILLER                PIC X(10) VALUE "SUCESSOR".
       01 WS-DETALHE.
          05 DET-ID                PIC 9(05).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DET-STATUS            PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 DET-DEPTO             PIC 9(04).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 DET-SUCESSOR          PIC X(09).
       01 WS-LINHA-TOTAL.
          05 TOT-TEXTO             PIC X(25).
          05 TOT-VALOR             PIC ZZZZ9.
                                  TO WS-DEP-CODIGO(WS-DEP-QTD)
                              MOVE DEP-DESCRICAO
                                  TO WS-DEP-DESCR(WS-DEP-QTD)
                              MOVE ZEROS
                                  TO WS-DEP-SUCESSOR(WS-DEP-QTD)
                              IF DEP-BAIXADO THEN
                                  MOVE DEP-SUCESSOR
                                    TO WS-DEP-SUCESSOR(WS-DEP-QTD)
                              END-IF
                          ELSE
                              SET EOF-OK-DEP TO TRUE
                          END-IF
                   ADD 1 TO WS-DOM-OUTROS
               END-IF

               MOVE SPACES             TO DET-SUCESSOR
               PERFORM P325-CONTA-DEPTO THRU P325-FIM

               MOVE WS-ID-USUARIO      TO DET-ID
                   WHEN WS-DEP-CODIGO(WS-DEP-IDX) EQUAL WS-DEPTO
                       SET DEPTO-ACHADO TO TRUE
                       ADD 1 TO WS-DEP-COUNT(WS-DEP-IDX)
                       IF WS-DEP-SUCESSOR(WS-DEP-IDX)
                          NOT EQUAL ZEROS THEN
                           STRING "-> "           DELIMITED BY SIZE
                                  WS-DEP-SUCESSOR(WS-DEP-IDX)
                                                  DELIMITED BY SIZE
                                  INTO DET-SUCESSOR
                           END-STRING
                       END-IF
               END-SEARCH
               IF NOT DEPTO-ACHADO THEN
                   ADD 1 TO WS-DEP-OUTROS

            P370-TOTAL-DEPTO.
               MOVE SPACES                  TO TOT-TEXTO
               IF WS-DEP-SUCESSOR(WS-DEP-IDX) EQUAL ZEROS THEN
                   STRING WS-DEP-CODIGO(WS-DEP-IDX) DELIMITED BY SIZE
                          " "                       DELIMITED BY SIZE
                          WS-DEP-DESCR(WS-DEP-IDX)  DELIMITED BY SIZE
                          INTO TOT-TEXTO
                   END-STRING
               ELSE
                   STRING WS-DEP-CODIGO(WS-DEP-IDX) DELIMITED BY SIZE
                          " -> "                    DELIMITED BY SIZE
                          WS-DEP-SUCESSOR(WS-DEP-IDX)
                                                    DELIMITED BY SIZE
                          " (BAIXADO)"              DELIMITED BY SIZE
                          INTO TOT-TEXTO
                   END-STRING
               END-IF
               MOVE WS-DEP-COUNT(WS-DEP-IDX) TO TOT-VALOR
               MOVE WS-LINHA-TOTAL          TO WS-LINHA-SAIDA
               PERFORM P340-GRAVA-LINHA THRU P340-FIM
