      *****************************************************************
      * Copybook..: FD_CEPTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro da tabela de CEPs
      *             (CEPCNTT.DAT), carregada pelo CRGCEPTT a partir
      *             do extrato do Diretório Nacional de Endereços
      *             (DNE) dos Correios: um registro por CEP, com o
      *             logradouro (em branco no CEP geral de uma
      *             localidade), o bairro, a localidade e a UF na
      *             grafia oficial. Consultada pelo BUSCEPTT, que
      *             preenche o endereço nas telas de cadastro e de
      *             alteração, e pelo RELCEPTT, que relaciona os
      *             contatos com CEP inexistente ou cidade/UF
      *             divergente. A localidade guarda o nome inteiro;
      *             o contato recebe as 20 primeiras posições, o
      *             tamanho de END-CIDADE.
      *****************************************************************
       01  REG-CEP.
           03 CEP-CODIGO          PIC 9(08).
           03 CEP-LOGRADOURO      PIC X(40).
           03 CEP-BAIRRO          PIC X(30).
           03 CEP-CIDADE          PIC X(40).
           03 CEP-UF              PIC X(02).
           03 CEP-TIPO            PIC X(01).
               88 CEP-DE-LOGRADOURO    VALUE 'L'.
               88 CEP-DE-LOCALIDADE    VALUE 'G'.
           03 CEP-DT-CARGA        PIC 9(08).
