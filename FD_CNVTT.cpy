      *****************************************************************
      * Copybook..: FD_CNVTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout da lista de convidados dos eventos
      *             (CONTCONV.DAT), um registro por evento e
      *             contato. Os convites são gerados pelo GERCNVTT a
      *             partir de um grupo, de uma faixa de ids ou de
      *             uma seleção manual, respeitando o consentimento
      *             de correio e o endereço devolvido, como a mala
      *             direta. A resposta (RSVP) e o comparecimento
      *             são registrados no RSVCNVTT; o comparecimento
      *             também vira anotação datada no contato
      *             (GRAVNOTT). O RELCNVTT tira a lista de ligação
      *             de quem não respondeu e o resumo do evento.
      *             Resposta: 'S' confirmou, 'N' recusou e branco
      *             sem resposta. Presença: 'S' compareceu, 'N'
      *             faltou e branco ainda não registrada.
      *****************************************************************
       01  REG-CONVITE.
           03 CNV-CHAVE.
               05 CNV-NR-EVENTO   PIC 9(04).
               05 CNV-ID-CONTATO  PIC 9(06).
           03 CNV-ORIGEM          PIC X(01).
               88 CONVITE-POR-GRUPO    VALUE 'G'.
               88 CONVITE-POR-FAIXA    VALUE 'F'.
               88 CONVITE-MANUAL       VALUE 'M'.
           03 CNV-DT-CONVITE      PIC 9(08).
           03 CNV-US-CONVITE      PIC X(12).
           03 CNV-RESPOSTA        PIC X(01).
               88 RESPOSTA-SIM         VALUE 'S'.
               88 RESPOSTA-NAO         VALUE 'N'.
               88 SEM-RESPOSTA         VALUE ' '.
           03 CNV-DT-RESPOSTA     PIC 9(08).
           03 CNV-US-RESPOSTA     PIC X(12).
           03 CNV-PRESENCA        PIC X(01).
               88 PRESENCA-SIM         VALUE 'S'.
               88 PRESENCA-NAO         VALUE 'N'.
               88 PRESENCA-PENDENTE    VALUE ' '.
           03 CNV-DT-PRESENCA     PIC 9(08).
           03 CNV-US-PRESENCA     PIC X(12).
