      ******************************************************************
      * Copybook: FOTOREC
      * Purpose:  Fotografia mensal do cadastro (FOTOHIST.DAT, chave
      *           FOT-CHAVE = mes + tipo + codigo), gravada pelo
      *           FOTOMES no fechamento do mes e lida pelo FOTOREL
      *           para comparar meses e montar a tendencia:
      *           tipo G = totais gerais (codigo em branco), com as
      *                    inclusoes, alteracoes, exclusoes e fusoes
      *                    do mes tiradas de AUD<AAAAMM>.DAT;
      *           tipo D = por departamento (codigo = DEPTO-USUARIO,
      *                    0000 = sem departamento);
      *           tipo E = por dominio de e-mail (codigo = dominio).
      *           Ativos e inativos vem de USUARIOS.DAT, bloqueados de
      *           BLOQCTL.DAT e senhas vencidas (mais de 90 dias, so
      *           ativos) de SENHACTL.DAT, na data da fotografia.
      *           FOT-CONTAGEM da as oito contagens na ordem acima.
      ******************************************************************
       01  FOT-REG.
           05  FOT-CHAVE.
               10  FOT-MES             PIC 9(06).
               10  FOT-TIPO            PIC X(01).
                   88  FOT-GERAL           VALUE "G".
                   88  FOT-DEPTO           VALUE "D".
                   88  FOT-DOMINIO         VALUE "E".
               10  FOT-CODIGO          PIC X(30).
               10  FOT-CODIGO-DEPTO    REDEFINES FOT-CODIGO.
                   15  FOT-COD-DEPTO   PIC 9(04).
                   15  FILLER          PIC X(26).
           05  FOT-CONTAGENS.
               10  FOT-ATIVOS          PIC 9(07).
               10  FOT-INATIVOS        PIC 9(07).
               10  FOT-BLOQUEADOS      PIC 9(07).
               10  FOT-SENHA-VENCIDA   PIC 9(07).
               10  FOT-INCLUSOES       PIC 9(07).
               10  FOT-ALTERACOES      PIC 9(07).
               10  FOT-EXCLUSOES       PIC 9(07).
               10  FOT-FUSOES          PIC 9(07).
           05  FOT-CONTAGENS-R         REDEFINES FOT-CONTAGENS.
               10  FOT-CONTAGEM        PIC 9(07) OCCURS 8 TIMES.
           05  FOT-DATA-FOTO           PIC X(08).
           05  FOT-HORA-FOTO           PIC X(08).
