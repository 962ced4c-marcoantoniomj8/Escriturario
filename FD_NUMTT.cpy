      *****************************************************************
      * Copybook..: FD_NUMTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do controle de numeração de contatos
      *             (CONTNUME.DAT), uma linha por filial. Cada linha
      *             reserva uma faixa de identificações
      *             (NUM-ID-INICIO a NUM-ID-FIM) e guarda o último
      *             número entregue (NUM-ULT-ID). O ALOCIDTT é o
      *             único que entrega números: o cadastro (MODCADTT),
      *             a importação de vCard (IMPVCFTT) e a fusão de
      *             bases (MRGCONTT) pedem a ele o próximo id, em
      *             vez de procurar o maior id da base e somar um.
      *             O último número só anda para frente, e um id
      *             arquivado (ARQCONTT) ou eliminado (ESQCONTT)
      *             nunca volta a ser entregue. A faixa de cada
      *             filial é mantida pelo supervisor no cadastro de
      *             filiais (FILICNTT); faixas de filiais distintas
      *             não se sobrepõem, e o contato vindo de outra
      *             filial pela fusão conserva o id de origem
      *             quando ele cai na faixa daquela filial.
      *****************************************************************
       01  REG-NUMERACAO.
           03 NUM-CD-FILIAL       PIC X(03).
           03 NUM-ID-INICIO       PIC 9(06).
           03 NUM-ID-FIM          PIC 9(06).
           03 NUM-ULT-ID          PIC 9(06).
           03 NUM-DT-ULT          PIC 9(08).
           03 NUM-DT-FAIXA        PIC 9(08).
           03 NUM-US-FAIXA        PIC X(12).
