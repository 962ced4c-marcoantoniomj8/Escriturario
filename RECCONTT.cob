                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

          COPY FD_BKCTT.

       FD ARQBKP.
       01 REG-BKP            PIC X(284).

       FD CONTLOG.
          COPY FD_LOGTT.

       WORKING-STORAGE SECTION.

       01 WS-REG-BASE      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-BASE.
          03 WS-BAS-ID     PIC 9(06).
          03 WS-BAS-NOME   PIC X(20).
          03 FILLER        PIC X(148).
          03 WS-BAS-ST     PIC X(01).
          03 FILLER        PIC X(49).
       01 WS-REG-VESPERA   PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-VESPERA.
          03 WS-VES-ID     PIC 9(06).
          03 WS-VES-NOME   PIC X(20).
