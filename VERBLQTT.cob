      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Responder "este contato está sob bloqueio
      *            legal", consultando o CONTBLOQ.DAT (mantido
      *            pelo BLOQCNTT). O chamador passa o id; devolve o
      *            número do processo e a situação da consulta:
      *            'S' bloqueio ativo, 'N' sem bloqueio (inclusive
      *            sem o arquivo, que só nasce no primeiro
      *            bloqueio) e 'I' arquivo ilegível. Com 'I' o
      *            chamador age como se houvesse bloqueio: sem
      *            poder conferir, nada é destruído. Usado antes de
      *            eliminar (ESQCONTT), arquivar (ARQCONTT), fundir
      *            (FUSCONTT) e inativar (DELCONTT, MOVCONTT).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERBLQTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT BLOQUEIOS ASSIGN TO WS-ARQ-BLOQUEIOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BLQ-ID-CONTATO
                FILE STATUS IS WS-FS-BLQ.

       DATA DIVISION.
       FILE SECTION.
       FD BLOQUEIOS.
          COPY FD_BLQTT.

       WORKING-STORAGE SECTION.

       77 WS-FS-BLQ        PIC 99.
          88 FS-BLQ-OK     VALUE 0.
       77 WS-ARQ-BLOQUEIOS PIC X(60) VALUE 'CONTBLOQ.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-ID-CONTATO    PIC 9(06).
       01 LK-PROCESSO      PIC X(20).
       01 LK-RESULTADO     PIC X(01).

       PROCEDURE DIVISION USING LK-ID-CONTATO LK-PROCESSO
                LK-RESULTADO.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-BLOQUEIOS
            MOVE SPACES TO LK-PROCESSO
            MOVE 'N' TO LK-RESULTADO

            SET FS-BLQ-OK TO TRUE
            OPEN INPUT BLOQUEIOS
            IF WS-FS-BLQ EQUAL 35
               GOBACK
            END-IF
            IF NOT FS-BLQ-OK
               MOVE 'I' TO LK-RESULTADO
               MOVE '(ARQ. ILEGIVEL)' TO LK-PROCESSO
               MOVE LK-ID-CONTATO TO WS-ERR-CHAVE
               CALL 'ERRLOGTT' USING 'VERBLQTT' 'BLOQUEIOS '
                    WS-FS-BLQ WS-ERR-CHAVE
               GOBACK
            END-IF

            MOVE LK-ID-CONTATO TO BLQ-ID-CONTATO
            READ BLOQUEIOS
                 KEY IS BLQ-ID-CONTATO
                 INVALID KEY
                    MOVE 'N' TO LK-RESULTADO
                 NOT INVALID KEY
                    IF BLOQUEIO-ATIVO
                       MOVE 'S'          TO LK-RESULTADO
                       MOVE BLQ-PROCESSO TO LK-PROCESSO
                    END-IF
            END-READ
            CLOSE BLOQUEIOS

            GOBACK.
       END PROGRAM VERBLQTT.
