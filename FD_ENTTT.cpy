      *****************************************************************
      * Copybook..: FD_ENTTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do registro de controle de entrega dos
      *             relatórios (CONTENTR.DAT): uma linha por via de
      *             cada destinatário de cada spool catalogado, criada
      *             pendente pelo ROTSPLTT (na catalogação pelo
      *             CATSPLTT, impressão 00, e em cada reimpressão do
      *             REIMPRTT, impressão 01 em diante) e baixada pela
      *             tela de entrega (ENTSPLTT) como entregue em mãos
      *             ou enviada. O spool é identificado como no
      *             catálogo: programa, data e hora. A lista de
      *             pendências (RELENTTT) sai das linhas ainda 'P'.
      *             Departamento, destinatário e forma são copiados da
      *             distribuição no momento da impressão: mudar a
      *             lista depois não reescreve o que já foi impresso.
      *****************************************************************
       01  REG-ENTREGA.
           03 ENT-CHAVE.
               05 ENT-PROGRAMA    PIC X(08).
               05 ENT-DATA        PIC 9(08).
               05 ENT-HORA        PIC 9(06).
               05 ENT-IMPRESSAO   PIC 9(02).
               05 ENT-SEQ-DESTINO PIC 9(02).
               05 ENT-VIA         PIC 9(02).
           03 ENT-CAMINHO         PIC X(60).
           03 ENT-DEPARTAMENTO    PIC X(20).
           03 ENT-DESTINATARIO    PIC X(30).
           03 ENT-FORMA-ENTREGA   PIC X(01).
           03 ENT-DT-IMPRESSAO    PIC 9(08).
           03 ENT-US-IMPRESSAO    PIC X(12).
           03 ENT-SITUACAO        PIC X(01).
               88 ENTREGA-PENDENTE     VALUE 'P'.
               88 ENTREGUE-EM-MAOS     VALUE 'M'.
               88 ENTREGA-ENVIADA      VALUE 'E'.
           03 ENT-DT-ENTREGA      PIC 9(08).
           03 ENT-HR-ENTREGA      PIC 9(06).
           03 ENT-US-ENTREGA      PIC X(12).
