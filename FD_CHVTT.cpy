      *****************************************************************
      * Copybook..: FD_CHVTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout da remissão de chaves de outros sistemas
      *             (CONTCHAV.DAT): o código do cliente no ERP, a
      *             conta de faturamento e qualquer outra chave com
      *             que um sistema de fora conhece o contato. Uma
      *             linha por chave, identificada pelo código do
      *             sistema (texto livre em maiúsculas, como 'ERP'
      *             ou 'FATURAM') mais a chave externa, para que a
      *             busca pela chave seja uma leitura direta e a
      *             mesma chave do mesmo sistema não aponte para
      *             dois contatos. A chave alternativa do id traz
      *             todas as chaves de um contato. Mantido pela
      *             tela CHAVCNTT (chamada da consulta, origem 'M')
      *             e pela carga do lote CRGCHVTT (origem 'C');
      *             lido pela busca por chave externa da consulta
      *             (CONCONTT) e, quando pedido, pelo extrator
      *             (EXTGENTT) e pela exportação CSV (EXPCSVTT).
      *****************************************************************
       01  REG-CHAVEXT.
           03 CHV-CHAVE.
               05 CHV-CD-SISTEMA   PIC X(08).
               05 CHV-CHAVE-EXTERNA PIC X(20).
           03 CHV-ID-CONTATO      PIC 9(06).
           03 CHV-DT-INCLUSAO     PIC 9(08).
           03 CHV-US-INCLUSAO     PIC X(12).
           03 CHV-ORIGEM          PIC X(01).
               88 CHAVE-MANUAL         VALUE 'M'.
               88 CHAVE-CARGA          VALUE 'C'.
