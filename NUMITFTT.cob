      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Dar a próxima sequência de um tipo de arquivo
      *            de interface que sai (cabeçalho e rodapé do
      *            FD_ITFTT). Guarda a última sequência e a data
      *            de cada tipo em CONTITFS.DAT; o primeiro arquivo
      *            de um tipo recebe a sequência 1. Sem acesso ao
      *            controle, devolve zero e registra o erro: o
      *            arquivo sai assim mesmo, e o destinatário vê a
      *            sequência zerada.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMITFTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CTLSEQ ASSIGN TO WS-ARQ-CTLSEQ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SEQ-TIPO-ARQ
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CTLSEQ.
       01 REG-CTLSEQ.
          03 SEQ-TIPO-ARQ    PIC X(08).
          03 SEQ-ULTIMA      PIC 9(06).
          03 SEQ-DT-ULTIMA   PIC 9(08).

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-ARQ-CTLSEQ    PIC X(60) VALUE 'CONTITFS.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-TIPO-ARQ      PIC X(08).
       01 LK-SEQUENCIA     PIC 9(06).

       PROCEDURE DIVISION USING LK-TIPO-ARQ LK-SEQUENCIA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CTLSEQ
            MOVE ZEROS TO LK-SEQUENCIA
            MOVE LK-TIPO-ARQ TO WS-ERR-CHAVE

            OPEN I-O CTLSEQ
            IF WS-FS EQUAL 35
               OPEN OUTPUT CTLSEQ
               CLOSE CTLSEQ
               OPEN I-O CTLSEQ
            END-IF

            IF FS-OK
               MOVE LK-TIPO-ARQ TO SEQ-TIPO-ARQ
               READ CTLSEQ
                  INVALID KEY
                     MOVE LK-TIPO-ARQ TO SEQ-TIPO-ARQ
                     MOVE 1 TO SEQ-ULTIMA
                     ACCEPT SEQ-DT-ULTIMA FROM DATE YYYYMMDD
                     WRITE REG-CTLSEQ
                        INVALID KEY
                           CALL 'ERRLOGTT' USING 'NUMITFTT'
                                'CTLSEQ    ' WS-FS WS-ERR-CHAVE
                        NOT INVALID KEY
                           MOVE SEQ-ULTIMA TO LK-SEQUENCIA
                     END-WRITE
                  NOT INVALID KEY
      *    Passada a 999999 a sequência recomeça em 1.
                     IF SEQ-ULTIMA EQUAL 999999
                        MOVE 1 TO SEQ-ULTIMA
                     ELSE
                        ADD 1 TO SEQ-ULTIMA
                     END-IF
                     ACCEPT SEQ-DT-ULTIMA FROM DATE YYYYMMDD
                     REWRITE REG-CTLSEQ
                        INVALID KEY
                           CALL 'ERRLOGTT' USING 'NUMITFTT'
                                'CTLSEQ    ' WS-FS WS-ERR-CHAVE
                        NOT INVALID KEY
                           MOVE SEQ-ULTIMA TO LK-SEQUENCIA
                     END-REWRITE
               END-READ
               CLOSE CTLSEQ
            ELSE
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE SEQUENCIA DAS'
                       ' INTERFACES'
               CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
               DISPLAY WS-FS-MSG
               CALL 'ERRLOGTT' USING 'NUMITFTT' 'CTLSEQ    '
                    WS-FS WS-ERR-CHAVE
            END-IF

            GOBACK.
       END PROGRAM NUMITFTT.
