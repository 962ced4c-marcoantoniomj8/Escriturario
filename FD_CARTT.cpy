      *****************************************************************
      * Copybook..: FD_CARTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro da carteira de contatos
      *             (CONTCART.DAT): o operador responsável por cada
      *             contato, do cadastro de operadores
      *             (OPERCNTT.DAT). Uma linha por contato, com
      *             leitura posicionada pelo id e pela chave
      *             alternativa do operador (a carteira inteira de
      *             um operador). US-ULT-ALTERACAO continua dizendo
      *             apenas quem mexeu por último no registro; o
      *             responsável é este. Gravado na inclusão
      *             (CADCONTT), trocado pelo supervisor na
      *             alteração (RESPCNTT) e na transferência de
      *             carteira (TRFCARTT); lido pela lista de
      *             retornos (AGENDATT), pelo atendimento de
      *             campanha (ATDCMPTT) e pela listagem da carteira
      *             do operador (MINCARTT). Contato sem linha aqui
      *             está sem responsável.
      *****************************************************************
       01  REG-CARTEIRA.
           03 CAR-ID-CONTATO      PIC 9(06).
           03 CAR-CD-OPERADOR     PIC X(08).
           03 CAR-DATA            PIC 9(08).
           03 CAR-US-OPERADOR     PIC X(12).
