      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Gravar no livro de consentimentos
      *            (CONTCONS.DAT) as mudanças dos indicadores de
      *            consentimento de um contato. O chamador passa
      *            os três indicadores antes e depois da gravação
      *            (telefone, e-mail, correio, na ordem de
      *            FL-CONSENTIMENTO); cada canal que passou a 'S'
      *            gera uma concessão e cada canal que deixou de
      *            ser 'S' gera uma retirada, com a origem, o
      *            operador, o programa e a referência informados.
      *            Canal sem mudança não gera linha; inclusão de
      *            contato passa os indicadores "antes" em branco.
      *            Chamado por CADCONTT, ALTCONTT, MOVCONTT,
      *            CARGCNTT, MRGCONTT, IMPVCFTT e OPTCONTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVCNSTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CNS-CHAVE
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CONSENT.
          COPY FD_CNSTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-ARQ-CONSENT   PIC X(60) VALUE 'CONTCONS.DAT'.
       77 WS-MAX-SEQ       PIC 9(04) VALUE ZEROS.
       77 WS-DH-HORA       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-IDX           PIC 9(01) VALUE ZEROS.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       01 WS-CANAIS        PIC X(03) VALUE 'TEC'.
       01 FILLER REDEFINES WS-CANAIS.
          03 WS-CANAL      PIC X(01) OCCURS 3 TIMES.

       LINKAGE SECTION.
       01 LK-ID-CONTATO    PIC 9(06).
       01 LK-CONS-ANTES.
          03 LK-ANTES      PIC X(01) OCCURS 3 TIMES.
       01 LK-CONS-DEPOIS.
          03 LK-DEPOIS     PIC X(01) OCCURS 3 TIMES.
       01 LK-ORIGEM        PIC X(01).
       01 LK-US-OPERADOR   PIC X(12).
       01 LK-PROGRAMA      PIC X(08).
       01 LK-REFERENCIA    PIC X(20).

       PROCEDURE DIVISION USING LK-ID-CONTATO LK-CONS-ANTES
                LK-CONS-DEPOIS LK-ORIGEM LK-US-OPERADOR
                LK-PROGRAMA LK-REFERENCIA.
       MAIN-PROCEDURE.
      *    Nada mudou: retorna sem abrir o arquivo (o caso comum
      *    das alterações que não mexem no consentimento).
            IF LK-CONS-ANTES EQUAL LK-CONS-DEPOIS
               GOBACK
            END-IF

            CALL 'ARQPARTT' USING WS-ARQ-CONSENT

            OPEN I-O CONSENT
            IF WS-FS EQUAL 35
               OPEN OUTPUT CONSENT
               CLOSE CONSENT
               OPEN I-O CONSENT
            END-IF

            IF FS-OK
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-DH-HORA FROM TIME
               PERFORM P100-CALCULAR-PROX-SEQ
               SET WS-IDX TO 1
               PERFORM P200-COMPARAR-CANAL UNTIL WS-IDX GREATER 3
               CLOSE CONSENT
            ELSE
               MOVE LK-ID-CONTATO TO WS-ERR-CHAVE
               CALL 'ERRLOGTT' USING 'GRAVCNST' 'CONSENT   '
                    WS-FS WS-ERR-CHAVE
            END-IF

            GOBACK.

      *---------------------------------------------------------
      * Descobre a última sequência usada pelo contato, com a
      * mesma varredura posicionada do GRAVNOTT.
      *---------------------------------------------------------
       P100-CALCULAR-PROX-SEQ.
       MOVE ZEROS TO WS-MAX-SEQ
       MOVE LK-ID-CONTATO TO CNS-ID-CONTATO
       MOVE ZEROS TO CNS-SEQUENCIA
       SET EOF-OK TO FALSE
       START CONSENT KEY IS GREATER OR EQUAL CNS-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P110-LER-PROX-SEQ UNTIL EOF-OK
       .

       P110-LER-PROX-SEQ.
       READ CONSENT NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CNS-ID-CONTATO NOT EQUAL LK-ID-CONTATO
                  SET EOF-OK TO TRUE
               ELSE
                  MOVE CNS-SEQUENCIA TO WS-MAX-SEQ
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Só 'S' vale como consentimento: branco, 'N' ou qualquer
      * outro valor conta como não consentido, como nos filtros
      * dos envios.
      *---------------------------------------------------------
       P200-COMPARAR-CANAL.
       IF LK-ANTES(WS-IDX) EQUAL 'S'
          AND LK-DEPOIS(WS-IDX) NOT EQUAL 'S'
          MOVE 'R' TO CNS-ACAO
          PERFORM P210-GRAVAR-LINHA
       ELSE
          IF LK-ANTES(WS-IDX) NOT EQUAL 'S'
             AND LK-DEPOIS(WS-IDX) EQUAL 'S'
             MOVE 'C' TO CNS-ACAO
             PERFORM P210-GRAVAR-LINHA
          END-IF
       END-IF
       ADD 1 TO WS-IDX
       .

       P210-GRAVAR-LINHA.
       ADD 1 TO WS-MAX-SEQ
       MOVE LK-ID-CONTATO     TO CNS-ID-CONTATO
       MOVE WS-MAX-SEQ        TO CNS-SEQUENCIA
       MOVE WS-CANAL(WS-IDX)  TO CNS-CANAL
       MOVE WS-DATA-HOJE      TO CNS-DATA
       MOVE WS-DH-HORA(1:6)   TO CNS-HORA
       MOVE LK-US-OPERADOR    TO CNS-US-OPERADOR
       MOVE LK-ORIGEM         TO CNS-ORIGEM
       MOVE LK-PROGRAMA       TO CNS-PROGRAMA
       MOVE LK-REFERENCIA     TO CNS-REFERENCIA
       WRITE REG-CONSENT
          INVALID KEY
             MOVE LK-ID-CONTATO TO WS-ERR-CHAVE
             CALL 'ERRLOGTT' USING 'GRAVCNST' 'CONSENT   '
                  WS-FS WS-ERR-CHAVE
       END-WRITE
       .
       END PROGRAM GRAVCNSTT.
