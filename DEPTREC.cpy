      * Purpose:  Registro do cadastro de departamentos/centros de
      *           custo (DEPTOS.DAT), mantido pelo CADDEPTO e usado
      *           na validacao do departamento do usuario.
      *           DEP-GERENTE/DEP-EMAIL-GERENTE: gestor responsavel
      *           pela recertificacao trimestral dos acessos do
      *           departamento (RECERT). Arquivos gravados antes
      *           destes campos devem ser convertidos pelo DEPCONV.
      *           DEP-SITUACAO/DEP-SUCESSOR/DEP-DATA-BAIXA: baixa do
      *           codigo numa reorganizacao; o departamento baixado
      *           fica no mestre como historico e aponta o codigo que
      *           o sucedeu, mostrado no RELUSU e no CADEXP para os
      *           usuarios ainda lancados no codigo antigo.
      ******************************************************************
       01  DEPTO-REG.
           05  DEP-CODIGO          PIC 9(04).
           05  DEP-DESCRICAO       PIC X(40).
           05  DEP-GERENTE         PIC X(40).
           05  DEP-EMAIL-GERENTE   PIC X(100).
           05  DEP-SITUACAO        PIC X(01).
               88  DEP-ATIVO           VALUE "A" " ".
               88  DEP-BAIXADO         VALUE "B".
           05  DEP-SUCESSOR        PIC 9(04).
           05  DEP-DATA-BAIXA      PIC 9(08).
