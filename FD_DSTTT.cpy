      *****************************************************************
      * Copybook..: FD_DSTTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro da lista de distribuição dos
      *             relatórios (CONTDIST.DAT): para cada programa que
      *             cataloga spool (o CAT-PROGRAMA do SPOOLCTT.DAT),
      *             os destinatários (departamento e pessoa), quantas
      *             vias cada um recebe e a forma de entrega (em mãos
      *             ou enviada por malote/e-mail). Chaveado por
      *             programa mais sequência do destinatário; mantido
      *             pela tela DISTCNTT e lido pelo ROTSPLTT, que monta
      *             a folha de rosto e as vias a entregar de cada
      *             spool.
      *****************************************************************
       01  REG-DISTRIBUICAO.
           03 DST-CHAVE.
               05 DST-PROGRAMA    PIC X(08).
               05 DST-SEQUENCIA   PIC 9(02).
           03 DST-DEPARTAMENTO    PIC X(20).
           03 DST-DESTINATARIO    PIC X(30).
           03 DST-QT-VIAS         PIC 9(02).
           03 DST-FORMA-ENTREGA   PIC X(01).
               88 DST-EM-MAOS          VALUE 'M'.
               88 DST-ENVIADO          VALUE 'E'.
           03 DST-DT-ULT-ALTERACAO PIC 9(08).
           03 DST-US-ULT-ALTERACAO PIC X(12).
