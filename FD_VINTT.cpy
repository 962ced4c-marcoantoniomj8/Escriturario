      *****************************************************************
      * Copybook..: FD_VINTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro de vínculos entre contatos
      *             (CONTVINC.DAT): pessoas do mesmo domicílio, o
      *             empregador de um funcionário, o representante
      *             de uma pessoa ou empresa. Cada vínculo é gravado
      *             duas vezes, uma a partir de cada ponta, para que
      *             os vínculos de qualquer contato saiam com uma
      *             leitura posicionada pelo id, no mesmo molde dos
      *             meios de contato (FD_MEIOTT). VIN-SENTIDO diz de
      *             que lado a linha está: 'D' = o vinculado é o
      *             empregador/representante do contato; 'I' = o
      *             contato é o empregador/representante do
      *             vinculado. Domicílio é simétrico e sai sempre
      *             'D'. Mantido pelo módulo VINCCNTT (chamado da
      *             consulta) e ajustado pela eliminação (ESQCONTT),
      *             fusão (FUSCONTT) e arquivamento (ARQCONTT).
      *****************************************************************
       01  REG-VINCULO.
           03 VIN-CHAVE.
               05 VIN-ID-CONTATO   PIC 9(06).
               05 VIN-ID-VINCULADO PIC 9(06).
           03 VIN-TIPO            PIC X(01).
               88 VINCULO-DOMICILIO     VALUE 'D'.
               88 VINCULO-EMPREGADOR    VALUE 'E'.
               88 VINCULO-REPRESENTANTE VALUE 'R'.
           03 VIN-SENTIDO         PIC X(01).
               88 SENTIDO-DIRETO        VALUE 'D'.
               88 SENTIDO-INVERSO       VALUE 'I'.
           03 VIN-DATA            PIC 9(08).
           03 VIN-US-OPERADOR     PIC X(12).
