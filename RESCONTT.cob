                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

          COPY FD_LOGTT.

       FD LOGMENSAL.
       01 REG-LOG-MENSAL     PIC X(432).

       WORKING-STORAGE SECTION.

             05 WS-TAB-TEL       PIC X(15).
             05 WS-TAB-EMAIL     PIC X(40).
             05 WS-TAB-ENDER     PIC X(40).
             05 WS-TAB-REG       PIC X(284).
       77 WS-QTD-LOG        PIC 9(03) VALUE ZEROS.
       77 WS-IDX            PIC 9(03) VALUE ZEROS.

