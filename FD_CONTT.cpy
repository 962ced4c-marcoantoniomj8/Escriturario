      *                  muda. O registro cresceu para 224
      *                  posições; a conversão única do CNVCONTT
      *                  grava a base legada com o endereço normal.
      * 15/10/2026 MAMJ  Inclusão do nome completo (NM-COMPLETO, 60
      *                  posições): o nome de 20 posições cortava
      *                  os nomes longos em cartas e etiquetas e,
      *                  tratado como único pelas telas, impedia o
      *                  cadastro de homônimos reais. NM-CONTATO
      *                  passa a ser o nome social/curto de
      *                  exibição; a chave alternada passa a ser
      *                  NM-COMPLETO, com duplicidade — quem
      *                  distingue dois homônimos é o CPF/CNPJ
      *                  (NR-DOCUMENTO). O campo entra no fim do
      *                  registro, preservando as posições dos
      *                  demais. ATENCAO: o registro cresceu de 224
      *                  para 284 posições (status 39 no layout
      *                  antigo); converta a base e o arquivo morto
      *                  uma única vez com o utilitário CNVNOMTT.
      * 15/10/2026 MAMJ  Nova situação do endereço 'B' = empresa
      *                  baixada (ou nula) no cadastro CNPJ da
      *                  Receita, marcada pelo RFBCNPTT: as saídas
      *                  postais pulam o contato como no devolvido
      *                  e a lista de trabalho RELDEVTT o cobra
      *                  para revisão (DEVCONTT desfaz a marca).
      *****************************************************************
       01  REG-CONTATOS.
           03 ID-CONTATO         PIC 9(06).
                   88 CONSENTE-CORREIO   VALUE 'S'.
           03 FL-ST-ENDERECO     PIC X(01).
               88 ENDERECO-DEVOLVIDO VALUE 'D'.
               88 EMPRESA-BAIXADA    VALUE 'B'.
           03 NM-COMPLETO        PIC X(60).
