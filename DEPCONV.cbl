      ******************************************************************
      * Author:GABRIEL CERQUEIRA
      * Date: 15/10/2026
      * Purpose:CONVERSAO DO MESTRE DE DEPARTAMENTOS (GESTOR E BAIXA)
      * Tectonics: cobc
      *----------------------------------------------------------------
      * Historico de alteracoes:
      * 15/10/2026 GC - Programa criado (execucao unica), nos moldes
      *                 do CADCONV: le DEPTOS.DAT no registro antigo
      *                 de 44 posicoes (codigo e descricao) e o
      *                 regrava em DEPTOS.NOVO no registro de 197
      *                 posicoes do DEPTREC: gestor e e-mail em branco,
      *                 a completar depois no CADDEPTO antes da
      *                 primeira recertificacao (RECERT), e todos os
      *                 departamentos ativos, sem sucessor e sem data
      *                 de baixa. Depois da conversao, substituir o
      *                 arquivo antigo pelo .NOVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPCONV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT DEPVELHO ASSIGN TO "DEPTOS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS VELHO-CODIGO
                FILE STATUS  IS WS-FS-VEL.

                SELECT DEPNOVO ASSIGN TO "DEPTOS.NOVO"
                ORGANIZATION IS INDEXED
                ACCESS  MODE IS DYNAMIC
                RECORD  KEY  IS DEP-CODIGO
                FILE STATUS  IS WS-FS-DEP.


       DATA DIVISION.
       FILE SECTION.
       FD DEPVELHO.
       01 VELHO-REG.
          05 VELHO-CODIGO          PIC 9(04).
          05 VELHO-DESCRICAO       PIC X(40).
       FD DEPNOVO.
           COPY DEPTREC.
       WORKING-STORAGE SECTION.
       77 WS-FS-VEL                PIC 99.
          88 FS-OK-VEL             VALUE 0.
       77 WS-FS-DEP                PIC 99.
          88 FS-OK-DEP             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-TOTAL                 PIC 9(005) VALUE ZEROS.
       77 WS-CONVERTIDOS           PIC 9(005) VALUE ZEROS.
       77 WS-REJEITADOS            PIC 9(005) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P100-CONVERTE THRU P100-FIM
            PERFORM P999-FIM.

      ****************** CONVERTENDO O MESTRE **************************
            P100-CONVERTE.
               SET EOF-OK              TO FALSE
               SET FS-OK-VEL           TO TRUE
               SET FS-OK-DEP           TO TRUE
               MOVE ZEROS              TO WS-TOTAL
               MOVE ZEROS              TO WS-CONVERTIDOS
               MOVE ZEROS              TO WS-REJEITADOS

               OPEN INPUT DEPVELHO
               IF NOT FS-OK-VEL THEN
                   DISPLAY "Erro ao abrir o cadastro de departamentos."
                   DISPLAY "FILE STATUS: " WS-FS-VEL
                   GO TO P100-FIM
               END-IF

               OPEN OUTPUT DEPNOVO
               IF NOT FS-OK-DEP THEN
                   DISPLAY "Erro ao criar o arquivo convertido."
                   DISPLAY "FILE STATUS: " WS-FS-DEP
                   CLOSE DEPVELHO
                   GO TO P100-FIM
               END-IF

               PERFORM P200-GRAVA-NOVO THRU P200-FIM UNTIL EOF-OK

               CLOSE DEPVELHO
               CLOSE DEPNOVO

               DISPLAY "*** CONVERSAO CONCLUIDA ***"
               DISPLAY "Departamentos lidos .....: " WS-TOTAL
               DISPLAY "Departamentos convertidos: " WS-CONVERTIDOS
               DISPLAY "Erros de gravacao .......: " WS-REJEITADOS
               DISPLAY "Novo arquivo: DEPTOS.NOVO"
               DISPLAY "Substitua DEPTOS.DAT pelo .NOVO."
            .
            P100-FIM.

      ****************** GRAVANDO NO ARQUIVO CONVERTIDO ****************
            P200-GRAVA-NOVO.
               READ DEPVELHO NEXT
                   AT END
                       SET EOF-OK TO TRUE
                       GO TO P200-FIM
               END-READ

               ADD 1 TO WS-TOTAL
      * O REGISTRO ANTIGO NAO TEM GESTOR NEM BAIXA; SAI ATIVO, COM O
      * GESTOR EM BRANCO E SEM SUCESSOR
               MOVE VELHO-CODIGO       TO DEP-CODIGO
               MOVE VELHO-DESCRICAO    TO DEP-DESCRICAO
               MOVE SPACES             TO DEP-GERENTE
               MOVE SPACES             TO DEP-EMAIL-GERENTE
               SET DEP-ATIVO           TO TRUE
               MOVE ZEROS              TO DEP-SUCESSOR
               MOVE ZEROS              TO DEP-DATA-BAIXA
               WRITE DEPTO-REG
                   INVALID KEY
                       ADD 1 TO WS-REJEITADOS
                       DISPLAY "Erro ao gravar o departamento "
                           VELHO-CODIGO
                   NOT INVALID KEY
                       ADD 1 TO WS-CONVERTIDOS
               END-WRITE
            .
            P200-FIM.

            P999-FIM.
            STOP RUN.
       END PROGRAM DEPCONV.
