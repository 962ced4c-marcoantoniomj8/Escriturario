      *****************************************************************
      * Copybook..: FD_GRADTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro de grupos adicionais do
      *             contato (CONTGRAD.DAT): além do grupo principal
      *             (CD-GRUPO do FD_CONTT), um contato pode carregar
      *             qualquer número de marcações de outros grupos do
      *             GRUPCNTT.DAT. Uma linha por par contato/grupo,
      *             com leitura posicionada pelo id (marcações de um
      *             contato) e pela chave alternativa do grupo
      *             (contatos marcados com um grupo). Mantido pelo
      *             módulo GRADCNTT, oferecido ao final da alteração
      *             (ALTCONTT); lido pelos filtros de grupo das
      *             listagens, etiquetas, cartas e extrações e pela
      *             conferência de uso antes de desativar um grupo
      *             (GRUPCNTT).
      *****************************************************************
       01  REG-GRUPO-ADIC.
           03 GRA-CHAVE.
               05 GRA-ID-CONTATO   PIC 9(06).
               05 GRA-CD-GRUPO     PIC 9(03).
           03 GRA-DATA            PIC 9(08).
           03 GRA-US-OPERADOR     PIC X(12).
