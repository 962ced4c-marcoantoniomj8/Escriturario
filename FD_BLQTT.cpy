      *****************************************************************
      * Copybook..: FD_BLQTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro do bloqueio legal de contatos
      *             (CONTBLOQ.DAT): o contato envolvido em processo,
      *             disputa ou auditoria fica congelado — não pode
      *             ser eliminado (ESQCONTT), arquivado (ARQCONTT),
      *             fundido (FUSCONTT) nem inativado (DELCONTT,
      *             MOVCONTT), e as linhas dele ficam no log
      *             corrente na rotação mensal (ROTLOGTT). Uma linha
      *             por id, colocada e liberada pelo supervisor
      *             (BLOQCNTT) com motivo e número do processo; a
      *             liberação mantém a linha com a situação 'L' e os
      *             dados de quem liberou, até um novo bloqueio. A
      *             trilha completa fica na auditoria (CONTAUDI.DAT).
      *             Consultado pelo módulo VERBLQTT e listado pelo
      *             RELBLQTT.
      *****************************************************************
       01  REG-BLOQUEIO.
           03 BLQ-ID-CONTATO      PIC 9(06).
           03 BLQ-SITUACAO        PIC X(01).
               88 BLOQUEIO-ATIVO       VALUE 'A'.
               88 BLOQUEIO-LIBERADO    VALUE 'L'.
           03 BLQ-PROCESSO        PIC X(20).
           03 BLQ-MOTIVO          PIC X(40).
           03 BLQ-DT-INICIO       PIC 9(08).
           03 BLQ-US-INICIO       PIC X(12).
           03 BLQ-DT-LIBERACAO    PIC 9(08).
           03 BLQ-US-LIBERACAO    PIC X(12).
           03 BLQ-MOT-LIBERACAO   PIC X(40).
