      *****************************************************************
      * Copybook..: FD_TARTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro da tabela de tarifas da mala
      *             direta (CONTTARF.DAT): uma faixa de CEP por
      *             registro, chaveada pelo CEP inicial, com o CEP
      *             final, a descrição da faixa (como consta na
      *             tabela dos Correios) e o valor por peça. Mantida
      *             pela tela TARFCNTT, que não aceita faixas
      *             sobrepostas. Usada pela mala direta pré-triada
      *             (MALACNTT): cada faixa é um malote, e a quantidade
      *             de peças da faixa vezes o valor por peça dá a
      *             estimativa de franquia do extrato de depósito.
      *****************************************************************
       01  REG-TARIFA.
           03 TAR-CEP-INICIO      PIC 9(08).
           03 TAR-CEP-FIM         PIC 9(08).
           03 TAR-DS-FAIXA        PIC X(30).
           03 TAR-VL-PECA         PIC 9(03)V99.
           03 TAR-DT-ALTERACAO    PIC 9(08).
           03 TAR-US-ALTERACAO    PIC X(12).
