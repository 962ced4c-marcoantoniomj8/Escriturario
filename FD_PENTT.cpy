      *****************************************************************
      * Copybook..: FD_PENTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro de alterações pendentes de
      *             aprovação (CONTPEND.DAT). Uma alteração sensível
      *             feita por operador que não é supervisor — troca
      *             do CPF/CNPJ, retirada de todos os consentimentos
      *             ou reativação de contato inativo — não vai ao
      *             CONTATOS.DAT: fica aqui, com o valor de antes e
      *             o pedido, até o supervisor aprovar ou rejeitar
      *             (APRCONTT). Chaveado por id do contato mais
      *             sequência, como as anotações; gravado pelo
      *             módulo GRAVPENTT (chamado pela alteração,
      *             ALTCONTT) e lido também pelo diário de
      *             operações (DIARIOTT), que aponta os pedidos
      *             esquecidos.
      *             PEN-VL-ANTES/PEN-VL-DEPOIS guardam o campo no
      *             formato do registro do contato: NR-DOCUMENTO
      *             (14), FL-CONSENTIMENTO (3) ou ST-CONTATO (1).
      *****************************************************************
       01  REG-PENDENTE.
           03 PEN-CHAVE.
               05 PEN-ID-CONTATO  PIC 9(06).
               05 PEN-SEQUENCIA   PIC 9(03).
           03 PEN-TP-ALTERACAO    PIC X(01).
               88 PENDENTE-DOCUMENTO   VALUE 'D'.
               88 PENDENTE-CONSENT     VALUE 'C'.
               88 PENDENTE-REATIVACAO  VALUE 'R'.
           03 PEN-ST-PEDIDO       PIC X(01).
               88 PEDIDO-PENDENTE      VALUE 'P'.
               88 PEDIDO-APROVADO      VALUE 'A'.
               88 PEDIDO-REJEITADO     VALUE 'J'.
           03 PEN-DT-PEDIDO       PIC 9(08).
           03 PEN-HR-PEDIDO       PIC 9(06).
           03 PEN-US-SOLICITANTE  PIC X(12).
           03 PEN-VL-ANTES        PIC X(20).
           03 PEN-VL-DEPOIS       PIC X(20).
           03 PEN-REFERENCIA      PIC X(20).
           03 PEN-DT-DECISAO      PIC 9(08).
           03 PEN-US-DECISOR      PIC X(12).
           03 PEN-MOTIVO          PIC X(40).
