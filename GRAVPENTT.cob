      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Gravar uma alteração sensível pendente de
      *            aprovação (CONTPEND.DAT), com a próxima
      *            sequência livre do contato e o carimbo de data,
      *            hora e operador solicitante. O chamador passa o
      *            tipo (D = CPF/CNPJ, C = retirada de todos os
      *            consentimentos, R = reativação), o valor atual
      *            e o pedido, no formato do campo do contato. Um
      *            pedido ainda pendente do mesmo tipo para o mesmo
      *            contato é dado como rejeitado (substituído):
      *            vale sempre o último. Chamado pela alteração de
      *            contatos (ALTCONTT); a decisão é do APRCONTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVPENTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PENDENTES ASSIGN TO WS-ARQ-PENDENTES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEN-CHAVE
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDENTES.
          COPY FD_PENTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-ARQ-PENDENTES PIC X(60) VALUE 'CONTPEND.DAT'.
       77 WS-MAX-SEQ       PIC 9(03) VALUE ZEROS.
       77 WS-DH-HORA       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-ID-CONTATO    PIC 9(06).
       01 LK-TIPO          PIC X(01).
       01 LK-ANTES         PIC X(20).
       01 LK-DEPOIS        PIC X(20).
       01 LK-REFERENCIA    PIC X(20).
       01 LK-US-OPERADOR   PIC X(12).

       PROCEDURE DIVISION USING LK-ID-CONTATO LK-TIPO LK-ANTES
                LK-DEPOIS LK-REFERENCIA LK-US-OPERADOR.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-PENDENTES
            MOVE LK-ID-CONTATO TO WS-ERR-CHAVE

            OPEN I-O PENDENTES
            IF WS-FS EQUAL 35
               OPEN OUTPUT PENDENTES
               CLOSE PENDENTES
               OPEN I-O PENDENTES
            END-IF

            IF FS-OK
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-DH-HORA FROM TIME
               PERFORM P100-CALCULAR-PROX-SEQ
               MOVE LK-ID-CONTATO  TO PEN-ID-CONTATO
               ADD 1 TO WS-MAX-SEQ GIVING PEN-SEQUENCIA
               MOVE LK-TIPO        TO PEN-TP-ALTERACAO
               SET PEDIDO-PENDENTE TO TRUE
               MOVE WS-DATA-HOJE   TO PEN-DT-PEDIDO
               MOVE WS-DH-HORA(1:6) TO PEN-HR-PEDIDO
               MOVE LK-US-OPERADOR TO PEN-US-SOLICITANTE
               MOVE LK-ANTES       TO PEN-VL-ANTES
               MOVE LK-DEPOIS      TO PEN-VL-DEPOIS
               MOVE LK-REFERENCIA  TO PEN-REFERENCIA
               MOVE ZEROS          TO PEN-DT-DECISAO
               MOVE SPACES         TO PEN-US-DECISOR PEN-MOTIVO
               WRITE REG-PENDENTE
                  INVALID KEY
                     CALL 'ERRLOGTT' USING 'GRAVPENT' 'PENDENTES '
                          WS-FS WS-ERR-CHAVE
               END-WRITE
               CLOSE PENDENTES
            ELSE
               CALL 'ERRLOGTT' USING 'GRAVPENT' 'PENDENTES '
                    WS-FS WS-ERR-CHAVE
            END-IF

            GOBACK.

      *---------------------------------------------------------
      * Descobre a última sequência usada pelo contato, com a
      * mesma varredura posicionada do GRAVNOTT, e aproveita a
      * passada para encerrar o pedido anterior do mesmo tipo
      * que ainda aguardava decisão.
      *---------------------------------------------------------
       P100-CALCULAR-PROX-SEQ.
       MOVE ZEROS TO WS-MAX-SEQ
       MOVE LK-ID-CONTATO TO PEN-ID-CONTATO
       MOVE ZEROS TO PEN-SEQUENCIA
       SET EOF-OK TO FALSE
       START PENDENTES KEY IS GREATER OR EQUAL PEN-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P110-LER-PROX-SEQ UNTIL EOF-OK
       .

       P110-LER-PROX-SEQ.
       READ PENDENTES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF PEN-ID-CONTATO NOT EQUAL LK-ID-CONTATO
                  SET EOF-OK TO TRUE
               ELSE
                  MOVE PEN-SEQUENCIA TO WS-MAX-SEQ
                  IF PEDIDO-PENDENTE
                     AND PEN-TP-ALTERACAO EQUAL LK-TIPO
                     SET PEDIDO-REJEITADO TO TRUE
                     MOVE WS-DATA-HOJE   TO PEN-DT-DECISAO
                     MOVE LK-US-OPERADOR TO PEN-US-DECISOR
                     MOVE 'SUBSTITUIDO POR PEDIDO POSTERIOR'
                       TO PEN-MOTIVO
                     REWRITE REG-PENDENTE
                        INVALID KEY
                           CONTINUE
                     END-REWRITE
                  END-IF
               END-IF
       END-READ
       .
       END PROGRAM GRAVPENTT.
