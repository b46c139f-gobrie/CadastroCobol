      *                 AUDFECHA (faixa em AUDCTL.DAT, arquivos
      *                 AUD<AAAAMM>.DAT), para os totais nao
      *                 divergirem depois de um fechamento.
      * 15/10/2026 GC - Tamanho do telefone conferido pela quantidade
      *                 de digitos (11 ou 12), como no CADLOTE: a
      *                 comparacao anterior era com o valor e apontava
      *                 todo telefone como fora do tamanho.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCHECK.

      *********************** VALIDANDO TELEFONE ***********************
            P600-VALIDA-FONE.
      * 11 OU 12 DIGITOS (O CAMPO TEM 12): O VALOR NAO PODE TER
      * MENOS DE 11 DIGITOS
               IF WS-PHONE IS LESS THAN 10000000000 THEN
                   SET LINHA-INVALIDA TO TRUE
                   MOVE "Telefone fora do tamanho esperado"
                       TO WS-MOTIVO
