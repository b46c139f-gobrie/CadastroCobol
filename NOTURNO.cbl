      * 02/09/2026 GC - Passo NOTIFICA no fim da cadeia: extrato
      *                 diario de boas-vindas e desligamentos para a
      *                 ferramenta de mala direta.
      * 15/10/2026 GC - Passo CADEFET antes do NOTIFICA: aplica as
      *                 mudancas agendadas cuja data efetiva chegou,
      *                 para que as inclusoes e desativacoes do dia ja
      *                 entrem no extrato de notificacoes. Rejeicoes
      *                 vao para AGENDREJ.DAT e nao param a cadeia.
      * 15/10/2026 GC - Passo CADINTEG logo depois do CADCHECK:
      *                 conferencia cruzada dos arquivos de controle
      *                 (INTEGREJ.DAT), com reparo dos casos seguros
      *                 quando CADINTEG.PRM pede REPARAR. Excecoes nao
      *                 param a cadeia.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO.

            MOVE "CADCHECK" TO WS-PASSO
            PERFORM P100-EXECUTA-PASSO THRU P100-FIM
            IF CADEIA-OK THEN
                MOVE "CADINTEG" TO WS-PASSO
                PERFORM P100-EXECUTA-PASSO THRU P100-FIM
            END-IF
            IF CADEIA-OK THEN
                MOVE "CADBKP" TO WS-PASSO
                PERFORM P100-EXECUTA-PASSO THRU P100-FIM
                MOVE "RELUSU" TO WS-PASSO
                PERFORM P100-EXECUTA-PASSO THRU P100-FIM
            END-IF
            IF CADEIA-OK THEN
                MOVE "CADEFET" TO WS-PASSO
                PERFORM P100-EXECUTA-PASSO THRU P100-FIM
            END-IF
            IF CADEIA-OK THEN
                MOVE "NOTIFICA" TO WS-PASSO
                PERFORM P100-EXECUTA-PASSO THRU P100-FIM
