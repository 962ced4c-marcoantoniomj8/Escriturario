      *                  Antes de usar esta versão, converta o
      *                  arquivo uma única vez com o utilitário
      *                  CNVGRPTT.
      * 15/10/2026 MAMJ  Inclusão do intervalo de contato do grupo
      *                  (GRP-DIAS-CADENCIA, em dias; zero = grupo
      *                  sem cadência): cliente-chave a cada 60
      *                  dias, fornecedor a cada 180, e assim por
      *                  diante. O relatório de relacionamento
      *                  vencido (RELCADTT) cobra os contatos cujo
      *                  último contato passou do intervalo.
      *                  ATENCAO: o registro cresceu de 24 para 27
      *                  posições (status 39 no layout antigo);
      *                  converta o arquivo uma única vez com o
      *                  utilitário CNVCADTT.
      *****************************************************************
       01  REG-GRUPO.
           03 GRP-CD-GRUPO       PIC 9(03).
           03 GRP-NM-GRUPO       PIC X(20).
           03 GRP-ST-GRUPO       PIC X(01).
               88 GRUPO-DESATIVADO  VALUE 'I'.
           03 GRP-DIAS-CADENCIA  PIC 9(03).
