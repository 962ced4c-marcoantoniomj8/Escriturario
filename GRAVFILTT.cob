      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Gravar um pedido de relatório para o lote da
      *            noite (CONTFILA.DAT), pendente, com o carimbo
      *            de data, hora e operador solicitante e os
      *            parâmetros que o programa usaria na execução
      *            imediata (filial, definição de extração, modo
      *            dos dados e aprovador). Chamado pelos próprios
      *            relatórios (RELGRPTT, QUALCNTT, DUPCONTT e
      *            EXTGENTT) quando o operador escolhe rodar à
      *            noite; a execução é do passo EXEFILTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVFILTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT FILA ASSIGN TO WS-ARQ-FILA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FRL-CHAVE
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD FILA.
          COPY FD_FRLTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-ARQ-FILA      PIC X(60) VALUE 'CONTFILA.DAT'.
       77 WS-DH-HORA       PIC 9(08) VALUE ZEROS.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.
       77 WS-GRAVOU        PIC X VALUE 'N'.
          88 PEDIDO-GRAVADO VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01 LK-PROGRAMA      PIC X(08).
       01 LK-US-OPERADOR   PIC X(12).
       01 LK-PF-OPERADOR   PIC X(01).
       01 LK-PARM-LOTE.
          03 LK-PL-FILIAL     PIC X(03).
          03 LK-PL-DEFINICAO  PIC X(08).
          03 LK-PL-MODO       PIC X(01).
          03 LK-PL-APROVADOR  PIC X(12).
          03 LK-PL-ARQ-SAIDA  PIC X(60).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-US-OPERADOR
                LK-PF-OPERADOR LK-PARM-LOTE.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-FILA
            MOVE LK-PROGRAMA TO WS-ERR-CHAVE
            SET PEDIDO-GRAVADO TO FALSE

            OPEN I-O FILA
            IF WS-FS EQUAL 35
               OPEN OUTPUT FILA
               CLOSE FILA
               OPEN I-O FILA
            END-IF

            IF FS-OK
               INITIALIZE REG-FILA-REL
               ACCEPT FRL-DT-PEDIDO FROM DATE YYYYMMDD
               ACCEPT WS-DH-HORA FROM TIME
               MOVE WS-DH-HORA(1:6) TO FRL-HR-PEDIDO
               MOVE LK-US-OPERADOR  TO FRL-US-SOLICITANTE
               MOVE LK-PF-OPERADOR  TO FRL-PF-SOLICITANTE
               MOVE LK-PROGRAMA     TO FRL-PROGRAMA
               MOVE LK-PL-FILIAL    TO FRL-CD-FILIAL
               MOVE LK-PL-DEFINICAO TO FRL-NM-DEFINICAO
               MOVE LK-PL-MODO      TO FRL-MODO-DADOS
               MOVE LK-PL-APROVADOR TO FRL-US-APROVADOR
               SET FILA-PENDENTE TO TRUE
               MOVE 'N'             TO FRL-AVISADO
               WRITE REG-FILA-REL
                  INVALID KEY
                     CALL 'ERRLOGTT' USING 'GRAVFILT' 'FILA      '
                          WS-FS WS-ERR-CHAVE
                  NOT INVALID KEY
                     SET PEDIDO-GRAVADO TO TRUE
               END-WRITE
               CLOSE FILA
            ELSE
               CALL 'ERRLOGTT' USING 'GRAVFILT' 'FILA      '
                    WS-FS WS-ERR-CHAVE
            END-IF

            IF PEDIDO-GRAVADO
               DISPLAY 'PEDIDO REGISTRADO PARA O LOTE DA NOITE.'
               DISPLAY 'O AVISO SAI NO PAINEL DE ABERTURA QUANDO O'
               DISPLAY 'RELATORIO ESTIVER PRONTO.'
            ELSE
               DISPLAY 'NAO FOI POSSIVEL REGISTRAR O PEDIDO. TENTE'
                       ' NOVAMENTE.'
            END-IF

            GOBACK.
       END PROGRAM GRAVFILTT.
