      *****************************************************************
      * Copybook..: FD_RFBTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro de divergências com o
      *             cadastro CNPJ da Receita Federal (CONTRFBD.DAT).
      *             O RFBCNPTT confere o extrato público (RFBCNPJ.TXT)
      *             com os contatos pessoa jurídica, localizados pelo
      *             índice de documentos (CONTDOCU.DAT), e grava aqui,
      *             pendente, cada contato cujo nome ou endereço
      *             difere do cadastro da Receita — com o valor do
      *             contato na conferência e o da Receita. Nada muda
      *             no contato até o operador aplicar a divergência
      *             na tela APRRFBTT. Chaveado pelo id do contato:
      *             uma divergência por contato, a última conferência
      *             substitui a anterior ainda pendente.
      *             RFD-FL-NOME/RFD-FL-ENDERECO: 'S' = o campo
      *             difere. RFD-SITUACAO-RFB: código da situação
      *             cadastral do extrato (01 nula, 02 ativa, 03
      *             suspensa, 04 inapta, 08 baixada).
      *****************************************************************
       01  REG-DIVERGENCIA.
           03 RFD-ID-CONTATO      PIC 9(06).
           03 RFD-NR-CNPJ         PIC X(14).
           03 RFD-DT-CONFERENCIA  PIC 9(08).
           03 RFD-SITUACAO-RFB    PIC X(02).
           03 RFD-FL-NOME         PIC X(01).
               88 DIVERGE-NOME         VALUE 'S'.
           03 RFD-FL-ENDERECO     PIC X(01).
               88 DIVERGE-ENDERECO     VALUE 'S'.
           03 RFD-NM-CADASTRO     PIC X(60).
           03 RFD-END-CADASTRO.
               05 RFD-CAD-LOGRADOURO  PIC X(40).
               05 RFD-CAD-COMPLEMENTO PIC X(20).
               05 RFD-CAD-CIDADE      PIC X(20).
               05 RFD-CAD-UF          PIC X(02).
               05 RFD-CAD-CEP         PIC 9(08).
           03 RFD-NM-RECEITA      PIC X(60).
           03 RFD-END-RECEITA.
               05 RFD-RFB-LOGRADOURO  PIC X(40).
               05 RFD-RFB-COMPLEMENTO PIC X(20).
               05 RFD-RFB-CIDADE      PIC X(20).
               05 RFD-RFB-UF          PIC X(02).
               05 RFD-RFB-CEP         PIC 9(08).
           03 RFD-ST-DECISAO      PIC X(01).
               88 DIVERGENCIA-PENDENTE  VALUE 'P'.
               88 DIVERGENCIA-APLICADA  VALUE 'A'.
               88 DIVERGENCIA-REJEITADA VALUE 'J'.
           03 RFD-DT-DECISAO      PIC 9(08).
           03 RFD-US-DECISOR      PIC X(12).
