      *****************************************************************
      * Copybook..: FD_EVETT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do cadastro de eventos (CONTEVEN.DAT):
      *             encontros, palestras e confraternizações para
      *             os quais a casa convida contatos. Cada evento
      *             recebe o próximo número livre no cadastro
      *             (EVENCNTT), com nome, data, local e capacidade
      *             de público. Os convites ficam no CONTCONV.DAT
      *             (FD_CNVTT), um por evento e contato.
      *****************************************************************
       01  REG-EVENTO.
           03 EVE-NR-EVENTO       PIC 9(04).
           03 EVE-NM-EVENTO       PIC X(40).
           03 EVE-DT-EVENTO       PIC 9(08).
           03 EVE-LOCAL           PIC X(40).
           03 EVE-CAPACIDADE      PIC 9(05).
           03 EVE-DT-CADASTRO     PIC 9(08).
           03 EVE-US-CADASTRO     PIC X(12).
