      *****************************************************************
      * Copybook..: FD_FRLTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro da fila de relatórios para o
      *             lote da noite (CONTFILA.DAT). Os relatórios
      *             pesados (RELGRPTT, QUALCNTT, DUPCONTT e EXTGENTT)
      *             podem ser pedidos no menu para rodar à noite em
      *             vez de prender o terminal: o pedido fica aqui,
      *             com o operador solicitante e os parâmetros que o
      *             programa pediria na tela, gravado pelo módulo
      *             GRAVFILTT. O passo EXEFILTT do NOTURNTT executa
      *             os pendentes e anota a situação, a data e hora e
      *             o arquivo gerado; o painel de abertura do menu
      *             avisa o solicitante na manhã seguinte.
      *             Chaveado por data e hora do pedido mais o
      *             operador, o que mantém a ordem de chegada.
      *             FRL-MODO-DADOS/FRL-US-APROVADOR: só para o
      *             EXTGENTT, M = mascarado, C = completo, com o
      *             supervisor que autorizou no momento do pedido.
      *             FRL-CAMINHO: spool catalogado (reimpressão) ou,
      *             para o EXTGENTT, o CSV datado gerado.
      *****************************************************************
       01  REG-FILA-REL.
           03 FRL-CHAVE.
               05 FRL-DT-PEDIDO       PIC 9(08).
               05 FRL-HR-PEDIDO       PIC 9(06).
               05 FRL-US-SOLICITANTE  PIC X(12).
           03 FRL-PF-SOLICITANTE  PIC X(01).
           03 FRL-PROGRAMA        PIC X(08).
           03 FRL-CD-FILIAL       PIC X(03).
           03 FRL-NM-DEFINICAO    PIC X(08).
           03 FRL-MODO-DADOS      PIC X(01).
           03 FRL-US-APROVADOR    PIC X(12).
           03 FRL-SITUACAO        PIC X(01).
               88 FILA-PENDENTE        VALUE 'P'.
               88 FILA-EXECUTADA       VALUE 'E'.
               88 FILA-FALHOU          VALUE 'F'.
           03 FRL-DT-EXECUCAO     PIC 9(08).
           03 FRL-HR-EXECUCAO     PIC 9(06).
           03 FRL-CAMINHO         PIC X(60).
           03 FRL-AVISADO         PIC X(01).
               88 FILA-AVISADA         VALUE 'S'.
