      *                 para a cadeia noturna (NOTURNO) so seguir para
      *                 o expurgo com um backup confiavel; a
      *                 restauracao conferida e feita pelo CADREST.
      * 15/10/2026 GC - O trailer da geracao guarda tambem a ultima
      *                 sequencia do jornal de alteracoes (JORNCTL.DAT)
      *                 ja contida na copia, ponto de partida da
      *                 recuperacao do CADREST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADBKP.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-PARM.

                SELECT JORCONTROLE ASSIGN TO "JORNCTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WS-FS-JCT.


       DATA DIVISION.
       FILE SECTION.
           COPY TOTREC.
       FD PARAMETROS.
       01 PARM-LINHA               PIC X(100).
       FD JORCONTROLE.
           COPY JORNCTL.
       WORKING-STORAGE SECTION.
       77 WS-USUARIOS-PATH         PIC X(100) VALUE SPACES.
       77 WS-BKP-PATH              PIC X(20) VALUE SPACES.
          88 FS-OK-CTL             VALUE 0.
       77 WS-FS-TOT                PIC 99.
          88 FS-OK-TOT             VALUE 0.
       77 WS-FS-JCT                PIC 99.
          88 FS-OK-JCT             VALUE 0.
       77 WS-EOF                   PIC X.
          88 EOF-OK                VALUE "S" FALSE "N".
       77 WS-EOF-BKP               PIC X.
          05 WS-TRL-SOMA-ID        PIC 9(12).
          05 WS-TRL-DATA           PIC 9(08).
          05 WS-TRL-HORA           PIC 9(08).
          05 WS-TRL-JORNAL         PIC 9(09).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   GO TO P100-FIM
               END-IF

      * ULTIMA SEQUENCIA DO JORNAL JA CONTIDA NA GERACAO: A
      * RECUPERACAO DO CADREST REAPLICA SO O QUE VEIO DEPOIS DELA
               MOVE ZEROS              TO WS-TRL-JORNAL
               SET FS-OK-JCT           TO TRUE
               OPEN INPUT JORCONTROLE
               IF FS-OK-JCT THEN
                   READ JORCONTROLE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JCT-ULTIMA IS NUMERIC THEN
                               MOVE JCT-ULTIMA TO WS-TRL-JORNAL
                           END-IF
                   END-READ
                   CLOSE JORCONTROLE
               END-IF

               OPEN OUTPUT BACKUP
               IF NOT FS-OK-BKP THEN
                   DISPLAY "Erro ao criar a geracao " WS-BKP-PATH
                   MOVE WS-DATA-HOJE   TO WS-TRL-DATA
                   MOVE WS-HORA-AGORA  TO WS-TRL-HORA
                   MOVE SPACES         TO BKP-REG
                   MOVE WS-TRAILER     TO BKP-REG(1:53)
                   WRITE BKP-REG
                   IF NOT FS-OK-BKP THEN
                       SET COPIA-FALHOU TO TRUE
                          SET EOF-OK-BKP TO TRUE
                      NOT AT END
                          IF BKP-REG(1:9) EQUAL "*TRAILER*" THEN
                              MOVE BKP-REG(1:53) TO WS-TRAILER
                              IF WS-TRL-QTD EQUAL WS-LIDOS-CONF AND
                                 WS-TRL-SOMA-ID EQUAL WS-SOMA-CONF
                                  SET CONFERE-OK TO TRUE
