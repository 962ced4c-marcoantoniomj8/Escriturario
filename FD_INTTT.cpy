      *****************************************************************
      * Copybook..: FD_INTTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do diário de intenções (CONTINTE.DAT):
      *             antes de mexer em mais de um arquivo para o
      *             mesmo contato, a inclusão (CADCONTT), a
      *             alteração (ALTCONTT) e os meios (MEIOCNTT)
      *             gravam aqui o que vão fazer, com a imagem do
      *             contato antes e depois, e apagam a linha ao
      *             terminar (GRAVINTTT). Só ficam no arquivo as
      *             intenções interrompidas no meio, por queda ou
      *             abend; a recuperação (RECINTTT), na entrada do
      *             MENUCNTT e antes do lote noturno, conclui ou
      *             desfaz cada uma. Operações: 'I' inclusão, 'A'
      *             alteração, 'N' novo meio e 'P' promoção de um
      *             meio a preferido (INT-MEI-VALOR guarda o valor
      *             preferido antigo, que volta para o meio).
      *****************************************************************
       01  REG-INTENCAO.
           03 INT-CHAVE.
               05 INT-DATA        PIC 9(08).
               05 INT-HORA        PIC 9(08).
               05 INT-US-OPERADOR PIC X(12).
           03 INT-PROGRAMA        PIC X(08).
           03 INT-OPERACAO        PIC X(01).
               88 INTENCAO-INCLUSAO    VALUE 'I'.
               88 INTENCAO-ALTERACAO   VALUE 'A'.
               88 INTENCAO-NOVO-MEIO   VALUE 'N'.
               88 INTENCAO-PROMOCAO    VALUE 'P'.
           03 INT-ID-CONTATO      PIC 9(06).
           03 INT-ANTES           PIC X(284).
           03 INT-DEPOIS          PIC X(284).
           03 INT-MEIO.
               05 INT-MEI-SEQUENCIA PIC 9(03).
               05 INT-MEI-CLASSE  PIC X(01).
               05 INT-MEI-TIPO    PIC X(01).
               05 INT-MEI-VALOR   PIC X(40).
