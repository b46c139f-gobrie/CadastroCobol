      ******************************************************************
      * Copybook: JORNCTL
      * Purpose:  Controle do jornal de alteracoes (JORNCTL.DAT): ultimo
      *           numero de sequencia gravado em JORNAL.DAT. Lido pelo
      *           CADBKP para marcar no trailer da geracao ate onde o
      *           jornal ja esta contido nela.
      ******************************************************************
       01  JCT-REG.
           05  JCT-ULTIMA          PIC 9(09).
