      *****************************************************************
      * Copybook..: FD_SEMTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout da trava de convivência (CONTSEMA.DAT):
      *             uma linha por sessão online aberta ('O', com o
      *             operador) e por lote em execução ('B', com o
      *             programa), com a data e hora de início e a da
      *             última atividade. A sessão online marca a
      *             atividade a cada opção do menu; a que passar do
      *             PAR-MIN-INATIVIDADE sem atividade é encerrada
      *             pela própria trava. Mantido pelo TRAVCNTT e
      *             listado pela tela de sessões do supervisor
      *             (SESSCNTT). Linhas gravadas antes da última
      *             atividade chegam curtas e valem pelo início.
      *****************************************************************
       01  REG-SESSAO.
           03 SEM-TIPO            PIC X(01).
               88 SESSAO-ONLINE      VALUE 'O'.
               88 SESSAO-LOTE        VALUE 'B'.
           03 SEM-QUEM            PIC X(12).
           03 SEM-DATA            PIC 9(08).
           03 SEM-HORA            PIC 9(06).
           03 SEM-DT-ATIVIDADE    PIC 9(08).
           03 SEM-HR-ATIVIDADE    PIC 9(06).
