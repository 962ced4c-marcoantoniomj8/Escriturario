                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

       FD ARQSAIDA.
       01 REG-SAIDA.
          03 SAI-TIPO        PIC X(02).
          03 SAI-DADOS       PIC X(284).

       WORKING-STORAGE SECTION.

