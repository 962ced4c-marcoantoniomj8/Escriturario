      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Conversão única da base de contatos para o
      *            layout com o nome completo (NM-COMPLETO). O
      *            registro de CONTATOS.DAT cresceu de 224 para
      *            284 posições e a chave alternada passou do nome
      *            curto de 20 posições para o nome completo; por
      *            ser arquivo indexado, a base gravada no layout
      *            anterior deixa de abrir (status 39) nos
      *            programas novos. Este utilitário lê a base no
      *            layout anterior e grava CONTATOS.NEW com todos
      *            os campos nas mesmas posições e o nome curto
      *            repetido no nome completo, a completar pelas
      *            telas; o arquivo morto (CONTARCH.DAT) é
      *            convertido na mesma rodada para CONTARCH.NEW,
      *            quando existir. Depois de conferir os totais, o
      *            operador substitui os arquivos antigos pelos
      *            .NEW (guardando os antigos como cópia). Rodar
      *            uma única vez, na virada de versão, com o
      *            sistema parado, no molde do CNVCONTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVNOMTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT BASEANT ASSIGN TO WS-ARQ-BASEANT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ANT-ID-CONTATO
                ALTERNATE RECORD KEY IS ANT-NM-CONTATO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-ANT.

                SELECT BASENOV ASSIGN TO WS-ARQ-BASENOV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-NOV.

                SELECT MORTOANT ASSIGN TO WS-ARQ-MORTOANT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS MAN-ID-CONTATO
                FILE STATUS IS WS-FS-MAN.

                SELECT MORTONOV ASSIGN TO WS-ARQ-MORTONOV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ARC-ID-CONTATO
                FILE STATUS IS WS-FS-MNV.

       DATA DIVISION.
       FILE SECTION.
      *---------------------------------------------------------
      * Layout anterior (224 posições): os campos seguem nas
      * mesmas posições no layout novo, então só a chave e o
      * nome curto precisam de nome aqui.
      *---------------------------------------------------------
       FD BASEANT.
       01 REG-CONTATO-ANT.
          03 ANT-ID-CONTATO  PIC 9(06).
          03 ANT-NM-CONTATO  PIC X(20).
          03 FILLER          PIC X(198).

       FD BASENOV.
          COPY FD_CONTT.

       FD MORTOANT.
       01 REG-MORTO-ANT.
          03 MAN-ID-CONTATO  PIC 9(06).
          03 MAN-NM-CONTATO  PIC X(20).
          03 FILLER          PIC X(198).

       FD MORTONOV.
          COPY FD_ARCTT.

       WORKING-STORAGE SECTION.

       77 WS-FS-ANT        PIC 99.
          88 FS-ANT-OK     VALUE 0.
       77 WS-FS-NOV        PIC 99.
          88 FS-NOV-OK     VALUE 0.
       77 WS-FS-MAN        PIC 99.
          88 FS-MAN-OK     VALUE 0.
       77 WS-FS-MNV        PIC 99.
          88 FS-MNV-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-ARQ-BASEANT   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-BASENOV   PIC X(60) VALUE 'CONTATOS.NEW'.
       77 WS-ARQ-MORTOANT  PIC X(60) VALUE 'CONTARCH.DAT'.
       77 WS-ARQ-MORTONOV  PIC X(60) VALUE 'CONTARCH.NEW'.
       77 WS-CONT-BASE     PIC 9(06) VALUE ZEROS.
       77 WS-CONT-MORTO    PIC 9(06) VALUE ZEROS.
       77 WS-FALHA         PIC X VALUE 'N'.
          88 HOUVE-FALHA   VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-BASEANT
            CALL 'ARQPARTT' USING WS-ARQ-BASENOV
            CALL 'ARQPARTT' USING WS-ARQ-MORTOANT
            CALL 'ARQPARTT' USING WS-ARQ-MORTONOV
            DISPLAY '***** CONVERSAO DO NOME COMPLETO *****'
            PERFORM P100-CONVERTER-BASE
            PERFORM P500-CONVERTER-MORTO
            PERFORM P900-FIM
            STOP RUN.

       P100-CONVERTER-BASE.
       SET FS-ANT-OK TO TRUE.
       SET FS-NOV-OK TO TRUE.
       SET HOUVE-FALHA TO FALSE.
       MOVE ZEROS TO WS-CONT-BASE.

       OPEN INPUT BASEANT
       IF WS-FS-ANT EQUAL 35
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'BASE DE CONTATOS NAO ENCONTRADA, NADA A'
          DISPLAY 'CONVERTER'
       ELSE
          IF WS-FS-ANT EQUAL 39
             SET HOUVE-FALHA TO TRUE
             DISPLAY 'A BASE DE CONTATOS JA ESTA NO LAYOUT NOVO'
             DISPLAY '(OU EM OUTRO LAYOUT); NADA FOI CONVERTIDO'
          ELSE
             IF NOT FS-ANT-OK
                SET HOUVE-FALHA TO TRUE
                DISPLAY 'ERRO AO ABRIR A BASE DE CONTATOS'
                CALL 'FSMSGTT' USING WS-FS-ANT WS-FS-MSG
                DISPLAY WS-FS-MSG
             END-IF
          END-IF
       END-IF

       IF NOT HOUVE-FALHA
          OPEN OUTPUT BASENOV
          IF NOT FS-NOV-OK
             SET HOUVE-FALHA TO TRUE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO CONVERTIDO'
             CALL 'FSMSGTT' USING WS-FS-NOV WS-FS-MSG
             DISPLAY WS-FS-MSG
          END-IF
       END-IF

       IF NOT HOUVE-FALHA
          SET EOF-OK TO FALSE
          PERFORM P200-CONVERTER-CONTATO UNTIL EOF-OK
       END-IF

      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado).
       CLOSE BASEANT
       CLOSE BASENOV
       .

      *---------------------------------------------------------
      * O registro antigo vai inteiro para as primeiras 224
      * posições; o nome completo começa igual ao nome curto e é
      * completado pelo ALTCONTT no próximo atendimento.
      *---------------------------------------------------------
       P200-CONVERTER-CONTATO.
       READ BASEANT NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE REG-CONTATO-ANT TO REG-CONTATOS
               MOVE ANT-NM-CONTATO  TO NM-COMPLETO
               WRITE REG-CONTATOS
                  INVALID KEY
                     DISPLAY 'CONTATO DUPLICADO IGNORADO: '
                             ANT-ID-CONTATO
                  NOT INVALID KEY
                     ADD 1 TO WS-CONT-BASE
               END-WRITE
       END-READ
       .

       P500-CONVERTER-MORTO.
       SET FS-MAN-OK TO TRUE.
       SET FS-MNV-OK TO TRUE.
       MOVE ZEROS TO WS-CONT-MORTO.

       OPEN INPUT MORTOANT
       IF WS-FS-MAN EQUAL 35
          DISPLAY 'ARQUIVO MORTO INEXISTENTE, SOMENTE A BASE FOI'
          DISPLAY 'CONVERTIDA'
       ELSE
          IF WS-FS-MAN EQUAL 39
             DISPLAY 'O ARQUIVO MORTO JA ESTA NO LAYOUT NOVO (OU'
             DISPLAY 'EM OUTRO LAYOUT); NAO FOI CONVERTIDO'
          ELSE
             IF FS-MAN-OK
                OPEN OUTPUT MORTONOV
                IF FS-MNV-OK
                   SET EOF-OK TO FALSE
                   PERFORM P600-CONVERTER-ARQUIVADO UNTIL EOF-OK
                ELSE
                   DISPLAY 'ERRO AO ABRIR O ARQUIVO MORTO'
                   DISPLAY 'CONVERTIDO'
                   CALL 'FSMSGTT' USING WS-FS-MNV WS-FS-MSG
                   DISPLAY WS-FS-MSG
                END-IF
             ELSE
                DISPLAY 'ERRO AO ABRIR O ARQUIVO MORTO'
                CALL 'FSMSGTT' USING WS-FS-MAN WS-FS-MSG
                DISPLAY WS-FS-MSG
             END-IF
          END-IF
       END-IF

       CLOSE MORTOANT
       CLOSE MORTONOV
       .

       P600-CONVERTER-ARQUIVADO.
       READ MORTOANT NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE REG-MORTO-ANT  TO REG-ARQMORTO
               MOVE MAN-NM-CONTATO TO ARC-NM-COMPLETO
               WRITE REG-ARQMORTO
                  INVALID KEY
                     DISPLAY 'ARQUIVADO DUPLICADO IGNORADO: '
                             MAN-ID-CONTATO
                  NOT INVALID KEY
                     ADD 1 TO WS-CONT-MORTO
               END-WRITE
       END-READ
       .

       P900-FIM.
       IF NOT HOUVE-FALHA
          DISPLAY 'CONVERSAO CONCLUIDA: ' WS-CONT-BASE
                  ' CONTATO(S) EM ' WS-ARQ-BASENOV
          DISPLAY 'E ' WS-CONT-MORTO ' ARQUIVADO(S) EM '
                  WS-ARQ-MORTONOV
          DISPLAY 'CONFIRA OS TOTAIS, GUARDE OS ARQUIVOS ANTIGOS'
          DISPLAY 'COMO COPIA E SUBSTITUA O CONTATOS.DAT (E O'
          DISPLAY 'CONTARCH.DAT) PELOS .NEW ANTES DE USAR O'
          DISPLAY 'SISTEMA'
       END-IF
       .
       END PROGRAM CNVNOMTT.
