      *                   nomes (CONTFONE.DAT, chave do FONETTT),
      *                   que serve a busca "soa como" do
      *                   CONCONTT.
      * 15/10/2026 MAMJ - Reconstrói também o índice de palavras
      *                   dos nomes (CONTPALA.DAT, palavras do
      *                   PALNOMTT), que serve a busca por parte do
      *                   nome do CONCONTT.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                RECORD KEY IS FON-CHAVE
                FILE STATUS IS WS-FS-FON.

                SELECT PALIDX ASSIGN TO WS-ARQ-PALIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAL-CHAVE
                FILE STATUS IS WS-FS-PAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD FONIDX.
          COPY FD_FONTT.

       FD PALIDX.
          COPY FD_PALTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-DOC-OK     VALUE 0.
       77 WS-FS-FON        PIC 99.
          88 FS-FON-OK     VALUE 0.
       77 WS-FS-PAL        PIC 99.
          88 FS-PAL-OK     VALUE 0.
       77 WS-ARQ-TELIDX    PIC X(60) VALUE 'CONTTELF.DAT'.
       77 WS-ARQ-MAILIDX   PIC X(60) VALUE 'CONTMAIL.DAT'.
       77 WS-ARQ-DOCIDX    PIC X(60) VALUE 'CONTDOCU.DAT'.
       77 WS-ARQ-FONIDX    PIC X(60) VALUE 'CONTFONE.DAT'.
       77 WS-ARQ-PALIDX    PIC X(60) VALUE 'CONTPALA.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.
       77 WS-QTD-TEL       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MAI       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DOC       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FON       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PAL       PIC 9(06) VALUE ZEROS.
       77 WS-IND-PAL       PIC 9(02) VALUE ZEROS.
       77 WS-CHAVE-FON     PIC X(08) VALUE SPACES.
       77 WS-ST-CONTATO-ATUAL PIC X(01) VALUE SPACES.
       01 WS-PALAVRAS.
          03 WS-QT-PALAVRAS PIC 9(02).
          03 WS-PALAVRA     PIC X(20) OCCURS 15 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-MAILIDX
            CALL 'ARQPARTT' USING WS-ARQ-DOCIDX
            CALL 'ARQPARTT' USING WS-ARQ-FONIDX
            CALL 'ARQPARTT' USING WS-ARQ-PALIDX
            DISPLAY '***** RECONSTRUCAO DOS INDICES DE BUSCA *****'
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-OK AND FS-TEL-OK AND FS-MAI-OK
               AND FS-DOC-OK AND FS-FON-OK AND FS-PAL-OK
               SET EOF-OK TO FALSE
               PERFORM P300-INDEXAR-CONTATO UNTIL EOF-OK
               PERFORM P400-INDEXAR-MEIOS
       SET FS-MAI-OK TO TRUE.
       SET FS-DOC-OK TO TRUE.
       SET FS-FON-OK TO TRUE.
       SET FS-PAL-OK TO TRUE.
       MOVE ZEROS TO WS-QTD-TEL WS-QTD-MAI WS-QTD-DOC WS-QTD-FON.
       MOVE ZEROS TO WS-QTD-PAL.

      *    Os índices só são recriados do zero depois de a base
      *    abrir: uma falha na base não pode deixar os índices
             CALL 'ERRLOGTT' USING 'IDXCONTT' 'FONIDX    '
                  WS-FS-FON WS-ERR-CHAVE
          END-IF

          OPEN OUTPUT PALIDX
          IF NOT FS-PAL-OK
             DISPLAY 'ERRO AO ABRIR O INDICE DE PALAVRAS DOS NOMES'
             CALL 'FSMSGTT' USING WS-FS-PAL WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'IDXCONTT' 'PALIDX    '
                  WS-FS-PAL WS-ERR-CHAVE
          END-IF
       END-IF
       .

                  MOVE ID-CONTATO   TO FON-ID-CONTATO
                  PERFORM P340-GRAVAR-FON
               END-IF
               CALL 'PALNOMTT' USING NM-COMPLETO NM-CONTATO
                    WS-PALAVRAS
               MOVE 1 TO WS-IND-PAL
               PERFORM P350-GRAVAR-PAL
                  UNTIL WS-IND-PAL GREATER WS-QT-PALAVRAS
       END-READ
       .

       END-WRITE
       .

       P350-GRAVAR-PAL.
       MOVE WS-PALAVRA(WS-IND-PAL) TO PAL-PALAVRA
       MOVE ID-CONTATO             TO PAL-ID-CONTATO
       WRITE REG-PALIDX
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             ADD 1 TO WS-QTD-PAL
       END-WRITE
       ADD 1 TO WS-IND-PAL
       .

       P310-GRAVAR-TEL.
       WRITE REG-TELIDX
          INVALID KEY
       CLOSE MAILIDX
       CLOSE DOCIDX
       CLOSE FONIDX
       CLOSE PALIDX

       DISPLAY 'INDICES RECONSTRUIDOS: ' WS-QTD-TEL
               ' TELEFONE(S), ' WS-QTD-MAI ' E-MAIL(S), '
               WS-QTD-DOC ' DOCUMENTO(S) E ' WS-QTD-FON
               ' CHAVE(S) FONETICA(S)'
       DISPLAY 'PALAVRAS DE NOMES INDEXADAS: ' WS-QTD-PAL
       .
       END PROGRAM IDXCONTT.
