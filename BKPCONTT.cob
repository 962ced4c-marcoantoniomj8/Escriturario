                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

          COPY FD_CONTT.

       FD ARQBKP.
       01 REG-BKP            PIC X(284).

       FD CATBKP.
          COPY FD_BKCTT.
       77 WS-ARQ-CATBKP     PIC X(60) VALUE 'BKPCNTT.CTL'.
       77 WS-FALHA          PIC X VALUE 'N'.
          88 HOUVE-FALHA    VALUE 'S' FALSE 'N'.
       77 WS-ULTIMO-REG     PIC X(284) VALUE SPACES.
       77 WS-CONT-VERIF     PIC 9(06) VALUE ZEROS.
       77 WS-ULTIMO-LIDO    PIC X(284) VALUE SPACES.
       77 WS-VERIFICADO     PIC X(01) VALUE SPACES.
          88 VERIFICACAO-OK VALUE 'V'.

