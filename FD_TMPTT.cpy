      *****************************************************************
      * Copybook..: FD_TMPTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Layout do histórico de tempos dos passos do lote
      *             noturno (NOTURNTT.HST): uma linha por passo
      *             executado pelo condutor (NOTURNTT), em todas as
      *             noites, com início, fim, duração em segundos
      *             (a virada da meia-noite já descontada), o
      *             resultado, o tempo médio do passo nas noites
      *             anteriores da janela (PAR-SEMANAS-TEMPO) no
      *             momento da execução e a marca de estouro quando
      *             a duração passou da média mais a tolerância
      *             (PAR-PCT-ESTOURO). Lido pelo diário de operações
      *             (DIARIOTT), que traz os estouros da noite como
      *             ATENCAO, e pelo relatório de tempos (RELTMPTT).
      *****************************************************************
       01  REG-TEMPO-PASSO.
           03 TMP-DATA            PIC 9(08).
           03 TMP-PASSO           PIC 9(02).
           03 TMP-NOME            PIC X(08).
           03 TMP-INICIO          PIC 9(06).
           03 TMP-FIM             PIC 9(06).
           03 TMP-SEGUNDOS        PIC 9(06).
           03 TMP-RESULTADO       PIC X(02).
           03 TMP-MEDIA           PIC 9(06).
           03 TMP-ESTOURO         PIC X(01).
               88 TEMPO-ESTOURADO      VALUE 'S'.
