      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Responder "de onde é este CEP", consultando a
      *            tabela de CEPs dos Correios (CEPCNTT.DAT,
      *            carregada pelo CRGCEPTT). O chamador passa o CEP
      *            digitado; devolve o logradouro (em branco no CEP
      *            geral da localidade), a cidade nas 20 posições
      *            de END-CIDADE, a UF e a situação da consulta:
      *            'S' CEP encontrado, 'N' CEP fora da tabela e
      *            'I' tabela indisponível (ainda não carregada),
      *            caso em que o chamador segue sem preencher nem
      *            reclamar. Usado pelo preenchimento do endereço
      *            nas telas de cadastro e de alteração
      *            (CADCONTT/ALTCONTT).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCEPTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT TABCEP ASSIGN TO WS-ARQ-TABCEP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CEP-CODIGO
                FILE STATUS IS WS-FS-CEP.

       DATA DIVISION.
       FILE SECTION.
       FD TABCEP.
          COPY FD_CEPTT.

       WORKING-STORAGE SECTION.

       77 WS-FS-CEP        PIC 99.
          88 FS-CEP-OK     VALUE 0.
       77 WS-ARQ-TABCEP    PIC X(60) VALUE 'CEPCNTT.DAT'.

       LINKAGE SECTION.
       01 LK-CEP           PIC X(08).
       01 LK-LOGRADOURO    PIC X(40).
       01 LK-CIDADE        PIC X(20).
       01 LK-UF            PIC X(02).
       01 LK-RESULTADO     PIC X(01).

       PROCEDURE DIVISION USING LK-CEP LK-LOGRADOURO LK-CIDADE
                LK-UF LK-RESULTADO.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-TABCEP
            MOVE SPACES TO LK-LOGRADOURO LK-CIDADE LK-UF
            MOVE 'N' TO LK-RESULTADO

            IF LK-CEP NOT NUMERIC OR LK-CEP EQUAL ZEROS
               GOBACK
            END-IF

            SET FS-CEP-OK TO TRUE
            OPEN INPUT TABCEP
            IF FS-CEP-OK
               MOVE LK-CEP TO CEP-CODIGO
               READ TABCEP
                    KEY IS CEP-CODIGO
                    INVALID KEY
                       MOVE 'N' TO LK-RESULTADO
                    NOT INVALID KEY
                       MOVE 'S'            TO LK-RESULTADO
                       MOVE CEP-LOGRADOURO TO LK-LOGRADOURO
                       MOVE CEP-CIDADE     TO LK-CIDADE
                       MOVE CEP-UF         TO LK-UF
               END-READ
               CLOSE TABCEP
            ELSE
               MOVE 'I' TO LK-RESULTADO
            END-IF

            GOBACK.
       END PROGRAM BUSCEPTT.
