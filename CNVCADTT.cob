      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Conversão única do cadastro de grupos para o
      *            layout com o intervalo de contato do grupo
      *            (GRP-DIAS-CADENCIA). O registro de GRUPCNTT.DAT
      *            cresceu de 24 para 27 posições e, por ser
      *            arquivo indexado, a base gravada no layout
      *            anterior deixa de abrir (status 39) nos
      *            programas novos. Este utilitário lê o arquivo
      *            no layout de 24 posições e grava GRUPCNTT.NEW
      *            com o intervalo zerado (grupo sem cadência) em
      *            todos os grupos, preservando o status; o
      *            intervalo de cada grupo é informado depois pela
      *            alteração do GRUPCNTT. Depois de conferir o
      *            total, o operador substitui o GRUPCNTT.DAT pelo
      *            GRUPCNTT.NEW (guardando o antigo como cópia).
      *            Base ainda no layout de 23 posições se converte
      *            pelo CNVGRPTT, que já grava o layout novo.
      *            Rodar uma única vez, na virada de versão, com o
      *            sistema parado.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVCADTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT GRUPOSANT ASSIGN TO WS-ARQ-GRUPOSANT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS GRA-CD-GRUPO
                FILE STATUS IS WS-FS-ANT.

                SELECT GRUPOSNOV ASSIGN TO WS-ARQ-GRUPOSNOV
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS GRP-CD-GRUPO
                FILE STATUS IS WS-FS-NOV.

       DATA DIVISION.
       FILE SECTION.
       FD GRUPOSANT.
       01 REG-GRUPO-ANT.
          03 GRA-CD-GRUPO    PIC 9(03).
          03 GRA-NM-GRUPO    PIC X(20).
          03 GRA-ST-GRUPO    PIC X(01).

       FD GRUPOSNOV.
          COPY FD_GRUPTT.

       WORKING-STORAGE SECTION.

       77 WS-FS-ANT        PIC 99.
          88 FS-ANT-OK     VALUE 0.
       77 WS-FS-NOV        PIC 99.
          88 FS-NOV-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-ARQ-GRUPOSANT PIC X(60) VALUE 'GRUPCNTT.DAT'.
       77 WS-ARQ-GRUPOSNOV PIC X(60) VALUE 'GRUPCNTT.NEW'.
       77 WS-CONT          PIC 9(06) VALUE ZEROS.
       77 WS-FALHA         PIC X VALUE 'N'.
          88 HOUVE-FALHA   VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOSANT
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOSNOV
            DISPLAY '***** CONVERSAO DO CADASTRO DE GRUPOS '
                    '(CADENCIA) *****'
            PERFORM P100-ABRIR-ARQUIVOS
            IF NOT HOUVE-FALHA
               SET EOF-OK TO FALSE
               PERFORM P300-CONVERTER-GRUPO UNTIL EOF-OK
            END-IF
            PERFORM P900-FIM
            STOP RUN.

       P100-ABRIR-ARQUIVOS.
       SET FS-ANT-OK TO TRUE.
       SET FS-NOV-OK TO TRUE.
       SET HOUVE-FALHA TO FALSE.
       MOVE ZEROS TO WS-CONT.

       OPEN INPUT GRUPOSANT
       IF WS-FS-ANT EQUAL 35
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'CADASTRO DE GRUPOS NAO ENCONTRADO, NADA A'
          DISPLAY 'CONVERTER'
       ELSE
          IF WS-FS-ANT EQUAL 39
             SET HOUVE-FALHA TO TRUE
             DISPLAY 'O CADASTRO DE GRUPOS JA ESTA NO LAYOUT NOVO'
             DISPLAY '(OU EM OUTRO LAYOUT); NADA FOI CONVERTIDO'
          ELSE
             IF NOT FS-ANT-OK
                SET HOUVE-FALHA TO TRUE
                DISPLAY 'ERRO AO ABRIR O CADASTRO DE GRUPOS'
                CALL 'FSMSGTT' USING WS-FS-ANT WS-FS-MSG
                DISPLAY WS-FS-MSG
             END-IF
          END-IF
       END-IF

       IF NOT HOUVE-FALHA
          OPEN OUTPUT GRUPOSNOV
          IF NOT FS-NOV-OK
             SET HOUVE-FALHA TO TRUE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO CONVERTIDO'
             CALL 'FSMSGTT' USING WS-FS-NOV WS-FS-MSG
             DISPLAY WS-FS-MSG
          END-IF
       END-IF
       .

       P300-CONVERTER-GRUPO.
       READ GRUPOSANT NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE GRA-CD-GRUPO TO GRP-CD-GRUPO
               MOVE GRA-NM-GRUPO TO GRP-NM-GRUPO
               MOVE GRA-ST-GRUPO TO GRP-ST-GRUPO
               MOVE ZEROS        TO GRP-DIAS-CADENCIA
               WRITE REG-GRUPO
                  INVALID KEY
                     DISPLAY 'GRUPO DUPLICADO IGNORADO: '
                             GRA-CD-GRUPO
                  NOT INVALID KEY
                     ADD 1 TO WS-CONT
               END-WRITE
       END-READ
       .

       P900-FIM.
      *    Mesmo fechamento do CNVGRPTT: resumo só sem falha de
      *    abertura, CLOSE incondicionais.
       CLOSE GRUPOSANT
       CLOSE GRUPOSNOV
       IF NOT HOUVE-FALHA
          DISPLAY 'CONVERSAO CONCLUIDA: ' WS-CONT ' GRUPO(S) EM '
                  WS-ARQ-GRUPOSNOV
          DISPLAY 'CONFIRA O TOTAL, GUARDE O ARQUIVO ANTIGO COMO'
          DISPLAY 'COPIA E SUBSTITUA O GRUPCNTT.DAT PELO'
          DISPLAY 'GRUPCNTT.NEW ANTES DE USAR O SISTEMA; DEPOIS'
          DISPLAY 'INFORME O INTERVALO DE CONTATO DOS GRUPOS PELA'
          DISPLAY 'ALTERACAO DO CADASTRO DE GRUPOS'
       END-IF
       .
       END PROGRAM CNVCADTT.
