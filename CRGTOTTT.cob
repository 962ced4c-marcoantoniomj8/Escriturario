                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

       FD ARQENTRADA.
       01 REG-ENTRADA.
          03 ENT-TIPO        PIC X(02).
          03 ENT-DADOS       PIC X(284).

       FD CONTATOS.
          COPY FD_CONTT.
