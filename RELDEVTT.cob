      *            alteração (ALTCONTT), a marca some sozinha e o
      *            contato sai da lista na próxima emissão. Sai
      *            em spool datado catalogado para reimpressão.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - A lista cobra também os contatos de
      *                   empresa baixada ou nula na Receita
      *                   (FL-ST-ENDERECO 'B', RFBCNPTT), para
      *                   revisão; nova coluna com o motivo.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.


          COPY FD_PARTT.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(23) VALUE 'CIDADE/UF'.
          03 FILLER         PIC X(10) VALUE 'MARCADO EM'.
          03 FILLER         PIC X(08) VALUE 'MOTIVO'.

       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC ZZZZZ9.
          03 WS-DET-UF      PIC X(02).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-DET-DATA    PIC 9(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-MOTIVO  PIC X(08).

       01 WS-LINHA-RODAPE.
          03 FILLER         PIC X(22) VALUE
                             'DEVOLVIDOS/BAIXADOS.: '.
          03 WS-ROD-TOTAL   PIC ZZZZZ9.
          03 FILLER         PIC X(104) VALUE SPACES.

            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CONTATO-ATIVO
                  AND (WS-FL-ST-ENDERECO EQUAL 'D' OR 'B')
                  PERFORM P210-IMPRIMIR-DEVOLVIDO
               END-IF
       END-READ
       MOVE WS-END-CIDADE       TO WS-DET-CIDADE
       MOVE WS-END-UF           TO WS-DET-UF
       MOVE WS-DT-ULT-ALTERACAO TO WS-DET-DATA
       IF WS-FL-ST-ENDERECO EQUAL 'B'
          MOVE 'BAIXADA' TO WS-DET-MOTIVO
       ELSE
          MOVE 'CORREIO' TO WS-DET-MOTIVO
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       .
       END PROGRAM RELDEVTT.
