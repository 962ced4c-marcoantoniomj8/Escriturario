      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Relação dos contatos sob bloqueio legal
      *            (CONTBLOQ.DAT, mantido pelo BLOQCNTT): id com
      *            dígito, nome (da base viva ou do arquivo morto),
      *            número do processo, motivo, data e supervisor
      *            que bloqueou. Bloqueios já liberados ficam fora
      *            da lista e entram só na contagem. É a lista que
      *            o jurídico confere para saber o que está
      *            congelado. Sai em spool datado catalogado.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBLQTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT BLOQUEIOS ASSIGN TO WS-ARQ-BLOQUEIOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BLQ-ID-CONTATO
                FILE STATUS IS WS-FS-BLQ.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT ARQMORTO ASSIGN TO WS-ARQ-ARQMORTO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ARC-ID-CONTATO
                FILE STATUS IS WS-FS-ARC.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD BLOQUEIOS.
          COPY FD_BLQTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD ARQMORTO.
          COPY FD_ARCTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-ARC         PIC 99.
          88 FS-ARC-OK      VALUE 0.
       77 WS-FS-BLQ         PIC 99.
          88 FS-BLQ-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-ARQ-BLOQUEIOS  PIC X(60) VALUE 'CONTBLOQ.DAT'.
       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-ARQMORTO   PIC X(60) VALUE 'CONTARCH.DAT'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

       77 WS-CON-DISP       PIC X VALUE 'N'.
          88 CONTATOS-DISPONIVEL VALUE 'S' FALSE 'N'.
       77 WS-ARC-DISP       PIC X VALUE 'N'.
          88 ARQMORTO-DISPONIVEL VALUE 'S' FALSE 'N'.
       77 WS-NM-PESSOA      PIC X(40) VALUE SPACES.

       77 WS-QTD-ATIVOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LIBERADOS  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ARQUIVO    PIC 9(06) VALUE ZEROS.
       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS     PIC 9(02) VALUE 40.
       77 WS-PAGINA         PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(48) VALUE
                     'CONTATOS SOB BLOQUEIO LEGAL'.
          03 FILLER         PIC X(08) VALUE 'PAGINA: '.
          03 WS-CAB1-PAG    PIC ZZZ9.
          03 FILLER         PIC X(72) VALUE SPACES.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(10) VALUE 'ID'.
          03 FILLER         PIC X(42) VALUE 'NOME'.
          03 FILLER         PIC X(22) VALUE 'PROCESSO'.
          03 FILLER         PIC X(32) VALUE 'MOTIVO'.
          03 FILLER         PIC X(10) VALUE 'DESDE'.
          03 FILLER         PIC X(16) VALUE 'POR'.

       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC ZZZZZ9.
          03 FILLER         PIC X(01) VALUE '-'.
          03 WS-DET-DV      PIC 9(01).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-NOME    PIC X(40).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-PROCESSO PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-MOTIVO  PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-DESDE   PIC 9(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-POR     PIC X(12).
          03 FILLER         PIC X(04) VALUE SPACES.

       01 WS-LINHA-TOTAL.
          03 WS-TOT-DESC    PIC X(40).
          03 WS-TOT-QTD     PIC ZZZZZ9.
          03 FILLER         PIC X(86) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-BLOQUEIOS
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-ARQMORTO
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
            DISPLAY '***** CONTATOS SOB BLOQUEIO LEGAL *****'
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-GERAR-LISTA THRU P100-FIM
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'RELBLQTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

       P100-GERAR-LISTA.
       MOVE ZEROS TO WS-QTD-ATIVOS WS-QTD-LIBERADOS WS-QTD-ARQUIVO
                     WS-LINHA WS-PAGINA.
       SET FS-BLQ-OK TO TRUE.
       SET FS-REL-OK TO TRUE.

       OPEN INPUT BLOQUEIOS
       IF WS-FS-BLQ EQUAL 35
          DISPLAY 'NENHUM BLOQUEIO LEGAL JA FOI COLOCADO'
          GO TO P100-FIM
       END-IF
       IF NOT FS-BLQ-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE BLOQUEIOS'
          CALL 'FSMSGTT' USING WS-FS-BLQ WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELBLQTT' 'BLOQUEIOS '
               WS-FS-BLQ WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELBLQTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          CLOSE BLOQUEIOS
          GO TO P100-FIM
       END-IF

      *    Base e arquivo morto só emprestam o nome; sem eles a
      *    lista sai do mesmo jeito, com o nome em branco.
       SET CONTATOS-DISPONIVEL TO FALSE
       SET FS-OK TO TRUE
       OPEN INPUT CONTATOS
       IF FS-OK
          SET CONTATOS-DISPONIVEL TO TRUE
       END-IF
       SET ARQMORTO-DISPONIVEL TO FALSE
       SET FS-ARC-OK TO TRUE
       OPEN INPUT ARQMORTO
       IF FS-ARC-OK
          SET ARQMORTO-DISPONIVEL TO TRUE
       END-IF

       PERFORM P110-IMPRIMIR-CABECALHO
       SET EOF-OK TO FALSE
       PERFORM P200-LER-BLOQUEIO UNTIL EOF-OK
       IF WS-QTD-ATIVOS EQUAL ZEROS
          MOVE 'NENHUM CONTATO SOB BLOQUEIO LEGAL' TO REG-RELATORIO
          WRITE REG-RELATORIO
       END-IF
       PERFORM P800-IMPRIMIR-TOTAIS

       CLOSE RELATORIO
       CLOSE BLOQUEIOS
       IF CONTATOS-DISPONIVEL
          CLOSE CONTATOS
       END-IF
       IF ARQMORTO-DISPONIVEL
          CLOSE ARQMORTO
       END-IF
       CALL 'CATSPLTT' USING 'RELBLQTT' WS-ARQ-RELATORIO
       DISPLAY 'CONTATOS SOB BLOQUEIO..: ' WS-QTD-ATIVOS
       DISPLAY 'RELATORIO GRAVADO EM ' WS-ARQ-RELATORIO
       .
       P100-FIM.

       P110-IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-CAB1-PAG
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB3
       MOVE ZEROS TO WS-LINHA
       .

       P200-LER-BLOQUEIO.
       READ BLOQUEIOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF BLOQUEIO-ATIVO
                  ADD 1 TO WS-QTD-ATIVOS
                  PERFORM P210-BUSCAR-NOME
                  PERFORM P300-IMPRIMIR-BLOQUEIO
               ELSE
                  ADD 1 TO WS-QTD-LIBERADOS
               END-IF
       END-READ
       .

       P210-BUSCAR-NOME.
       MOVE SPACES TO WS-NM-PESSOA
       IF CONTATOS-DISPONIVEL
          MOVE BLQ-ID-CONTATO TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE NM-COMPLETO TO WS-NM-PESSOA
          END-READ
       END-IF
       IF WS-NM-PESSOA EQUAL SPACES AND ARQMORTO-DISPONIVEL
          MOVE BLQ-ID-CONTATO TO ARC-ID-CONTATO
          READ ARQMORTO
               KEY IS ARC-ID-CONTATO
               INVALID KEY
                  MOVE '(FORA DA BASE E DO ARQUIVO MORTO)'
                    TO WS-NM-PESSOA
               NOT INVALID KEY
                  ADD 1 TO WS-QTD-ARQUIVO
                  MOVE ARC-NM-COMPLETO TO WS-NM-PESSOA
                  IF WS-NM-PESSOA EQUAL SPACES
                     MOVE ARC-NM-CONTATO TO WS-NM-PESSOA
                  END-IF
          END-READ
       END-IF
       .

       P300-IMPRIMIR-BLOQUEIO.
       IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
          PERFORM P110-IMPRIMIR-CABECALHO
       END-IF
       ADD 1 TO WS-LINHA
       MOVE BLQ-ID-CONTATO   TO WS-DET-ID
       CALL 'CALCDVTT' USING BLQ-ID-CONTATO WS-DET-DV
       MOVE WS-NM-PESSOA     TO WS-DET-NOME
       MOVE BLQ-PROCESSO     TO WS-DET-PROCESSO
       MOVE BLQ-MOTIVO       TO WS-DET-MOTIVO
       MOVE BLQ-DT-INICIO    TO WS-DET-DESDE
       MOVE BLQ-US-INICIO    TO WS-DET-POR
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       .

       P800-IMPRIMIR-TOTAIS.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'CONTATOS SOB BLOQUEIO LEGAL............:' TO WS-TOT-DESC
       MOVE WS-QTD-ATIVOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE '  DOS QUAIS NO ARQUIVO MORTO...........:' TO WS-TOT-DESC
       MOVE WS-QTD-ARQUIVO TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'BLOQUEIOS JA LIBERADOS.................:' TO WS-TOT-DESC
       MOVE WS-QTD-LIBERADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       .
       END PROGRAM RELBLQTT.
