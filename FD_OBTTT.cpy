      *****************************************************************
      * Copybook..: FD_OBTTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout da marca de falecimento do contato
      *             (CONTOBIT.DAT). O OBTCONTT confere, todo mês, o
      *             arquivo oficial de óbitos (OBITOS.TXT) pelo CPF,
      *             localizado no índice de documentos
      *             (CONTDOCU.DAT), e grava aqui uma linha por
      *             contato achado, com a data do óbito e o nome
      *             que consta no registro. Contato com a marca
      *             ativa fica fora do lembrete de aniversários
      *             (ANIVCNTT), das etiquetas (ETQCONTT), das
      *             cartas (CARTCNTT, MALACNTT), do vCard (VCFCONTT),
      *             do CSV (EXPCSVTT) e das campanhas (GERCMPTT). O
      *             supervisor desfaz a marca de uma identificação
      *             errada na tela OBTDESTT: a linha fica com a
      *             situação 'D', os dados de quem desfez e o
      *             motivo, e o mesmo CPF não é marcado de novo
      *             pelas conferências seguintes. A trilha completa
      *             fica na auditoria (CONTAUDI.DAT).
      *****************************************************************
       01  REG-OBITO.
           03 OBT-ID-CONTATO      PIC 9(06).
           03 OBT-SITUACAO        PIC X(01).
               88 OBITO-ATIVO          VALUE 'F'.
               88 OBITO-DESFEITO       VALUE 'D'.
           03 OBT-NR-CPF          PIC X(11).
           03 OBT-DT-OBITO        PIC 9(08).
           03 OBT-NM-REGISTRO     PIC X(60).
           03 OBT-DT-MARCACAO     PIC 9(08).
           03 OBT-US-MARCACAO     PIC X(12).
           03 OBT-DT-DESFEITO     PIC 9(08).
           03 OBT-US-DESFEITO     PIC X(12).
           03 OBT-MOT-DESFEITO    PIC X(40).
