          COPY FD_LOGTT.

       FD LOGMENSAL.
       01 REG-LOG-MENSAL     PIC X(432).

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).
