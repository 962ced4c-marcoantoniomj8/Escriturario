      *                   endereço (FL-ST-ENDERECO) na ida e
      *                   sujava o último byte na volta; o cálculo
      *                   de espaço passa a usar o tamanho atual.
      * 15/10/2026 MAMJ - Layout de 284 posições com o nome
      *                   completo; a chave alternada do arquivo
      *                   reorganizado passa a ser o nome completo
      *                   (NOV-NM-COMPLETO), com duplicidade.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS NOV-ID-CONTATO
                ALTERNATE RECORD KEY IS NOV-NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-NOV.

          03 NOV-ID-CONTATO  PIC 9(06).
          03 NOV-NM-CONTATO  PIC X(20).
          03 FILLER          PIC X(198).
          03 NOV-NM-COMPLETO PIC X(60).

       FD MEIOS.
          COPY FD_MEIOTT.
       CLOSE CONTATOS
       CLOSE CONTNOVO

       COMPUTE WS-ESPACO = WS-QTD-ANTES * 284
       MOVE WS-ESPACO TO WS-ESPACO-ED
       DISPLAY 'BASE ANTES..: ' WS-QTD-ANTES ' REGISTRO(S), '
               WS-ESPACO-ED ' BYTE(S) DE DADOS'
                     ') NAO CONFERE; RESTAURE A BASE DE '
                     WS-ARQ-CONTNOVO
          ELSE
             COMPUTE WS-ESPACO = WS-QTD-VOLTA * 284
             MOVE WS-ESPACO TO WS-ESPACO-ED
             DISPLAY 'BASE DEPOIS.: ' WS-QTD-VOLTA
                     ' REGISTRO(S), ' WS-ESPACO-ED
