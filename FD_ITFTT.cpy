      *****************************************************************
      * Copybook..: FD_ITFTT
      * Autor.....: Marco Antônio Machado Junior.
      * Data......: 15/10/2026.
      * Propósito.: Registro de controle padrão dos arquivos de
      *             interface (cabeçalho e rodapé). Todo arquivo que
      *             sai (EXPCSVTT, EXPCONTT, EXTGENTT) leva um
      *             cabeçalho como primeira linha e um rodapé como
      *             última; todo arquivo que entra (CARGCNTT.TXT,
      *             MOVCNTT.TXT, CORCSVTT.TXT, RETCSVTT.TXT,
      *             OPTCSVTT.TXT, MRGCONTT.TXT) é conferido contra
      *             eles pelo módulo CONFITFTT antes de qualquer
      *             aplicação. As duas linhas têm o mesmo layout:
      *             o cabeçalho leva tipo, data e sequência (totais
      *             zerados); o rodapé repete tipo e sequência e
      *             traz a quantidade de linhas de detalhe e o total
      *             de controle dos ids (soma dos ids das linhas;
      *             id não numérico conta zero).
      *             A sequência de cada tipo de arquivo que sai é
      *             dada pelo módulo NUMITFTT (CONTITFS.DAT).
      *****************************************************************
       01  REG-CTL-ITF.
           03 ITF-MARCA           PIC X(03).
               88 ITF-CABECALHO        VALUE 'HDR'.
               88 ITF-RODAPE           VALUE 'TRL'.
           03 ITF-TIPO-ARQ        PIC X(08).
           03 ITF-DT-CRIACAO      PIC 9(08).
           03 ITF-SEQUENCIA       PIC 9(06).
           03 ITF-QTD-REGISTROS   PIC 9(08).
           03 ITF-TOT-IDS         PIC 9(15).
