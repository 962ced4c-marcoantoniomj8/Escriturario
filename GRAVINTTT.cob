      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Manter o diário de intenções (CONTINTE.DAT)
      *            das atualizações de contato que mexem em mais
      *            de um arquivo. Com a ação 'A' (abrir) grava a
      *            intenção preparada pelo chamador, carimbando
      *            data, hora (com centésimos) e devolvendo a
      *            chave na própria área; com a ação 'C'
      *            (concluir) apaga a intenção daquela chave,
      *            depois que todos os arquivos foram gravados.
      *            Intenção que sobra no arquivo é atualização
      *            interrompida, tratada pela recuperação
      *            (RECINTTT). Falha no diário não barra a
      *            atualização: fica registrada no ERRLOGTT.
      *            Chamado por CADCONTT, ALTCONTT e MEIOCNTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVINTTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT INTENCOES ASSIGN TO WS-ARQ-INTENCOES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS INT-CHAVE
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD INTENCOES.
          COPY FD_INTTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-ARQ-INTENCOES PIC X(60) VALUE 'CONTINTE.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-ACAO          PIC X(01).
          88 ACAO-ABRIR    VALUE 'A'.
          88 ACAO-CONCLUIR VALUE 'C'.
       01 LK-INTENCAO      PIC X(656).

       PROCEDURE DIVISION USING LK-ACAO LK-INTENCAO.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-INTENCOES

            OPEN I-O INTENCOES
            IF WS-FS EQUAL 35
               OPEN OUTPUT INTENCOES
               CLOSE INTENCOES
               OPEN I-O INTENCOES
            END-IF

            MOVE LK-INTENCAO TO REG-INTENCAO
            MOVE INT-ID-CONTATO TO WS-ERR-CHAVE
            IF FS-OK
               IF ACAO-ABRIR
                  ACCEPT INT-DATA FROM DATE YYYYMMDD
                  ACCEPT INT-HORA FROM TIME
                  MOVE REG-INTENCAO TO LK-INTENCAO
                  WRITE REG-INTENCAO
                     INVALID KEY
                        CALL 'ERRLOGTT' USING 'GRAVINTT' 'INTENCOES '
                             WS-FS WS-ERR-CHAVE
                  END-WRITE
               ELSE
                  DELETE INTENCOES RECORD
                     INVALID KEY
                        CONTINUE
                  END-DELETE
               END-IF
               CLOSE INTENCOES
            ELSE
               CALL 'ERRLOGTT' USING 'GRAVINTT' 'INTENCOES '
                    WS-FS WS-ERR-CHAVE
            END-IF

            GOBACK.
       END PROGRAM GRAVINTTT.
