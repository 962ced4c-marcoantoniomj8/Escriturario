      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Autorização do supervisor para uma operação
      *            sensível pedida por outro operador (hoje, a
      *            extração com dados completos, sem máscara).
      *            Operador que já é supervisor autoriza a si
      *            mesmo; os demais chamam um supervisor à tela,
      *            que digita o próprio código e senha, conferidos
      *            contra o cadastro de operadores (OPERCNTT.DAT)
      *            com as mesmas regras da entrada no MENUCNTT:
      *            operador bloqueado é recusado e a terceira
      *            senha errada bloqueia o supervisor. Devolve 'S'
      *            (autorizado) ou 'N' e o código de quem
      *            autorizou, para o chamador registrar.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTSUPTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT OPERADORES ASSIGN TO WS-ARQ-OPERADORES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPE-CD-OPERADOR
                FILE STATUS IS WS-FS-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
          COPY FD_OPETT.

       WORKING-STORAGE SECTION.

       77 WS-FS-OPE         PIC 99.
          88 FS-OPE-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-ARQ-OPERADORES PIC X(60) VALUE 'OPERCNTT.DAT'.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-CD-ENTRADA     PIC X(08) VALUE SPACES.
       77 WS-SENHA-ENTRADA  PIC X(08) VALUE SPACES.
       77 WS-SENHA-CIFRADA  PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-US-OPERADOR    PIC X(12).
       01 LK-PF-OPERADOR    PIC X(01).
       01 LK-APROVADOR      PIC X(12).
       01 LK-RESULTADO      PIC X(01).

       PROCEDURE DIVISION USING LK-US-OPERADOR LK-PF-OPERADOR
                LK-APROVADOR LK-RESULTADO.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-OPERADORES
            MOVE 'N' TO LK-RESULTADO
            MOVE SPACES TO LK-APROVADOR

            IF LK-PF-OPERADOR EQUAL 'S'
               MOVE 'S' TO LK-RESULTADO
               MOVE LK-US-OPERADOR TO LK-APROVADOR
               GOBACK
            END-IF

            DISPLAY 'OPERACAO SUJEITA A AUTORIZACAO DO SUPERVISOR'
            DISPLAY 'CODIGO DO SUPERVISOR:'
            ACCEPT WS-CD-ENTRADA
            DISPLAY 'SENHA DO SUPERVISOR:'
            ACCEPT WS-SENHA-ENTRADA

            SET FS-OPE-OK TO TRUE
            OPEN I-O OPERADORES
            IF NOT FS-OPE-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE OPERADORES'
               CALL 'FSMSGTT' USING WS-FS-OPE WS-FS-MSG
               DISPLAY WS-FS-MSG
               CALL 'ERRLOGTT' USING 'AUTSUPTT' 'OPERADORES'
                    WS-FS-OPE WS-ERR-CHAVE
               GOBACK
            END-IF

            MOVE WS-CD-ENTRADA TO OPE-CD-OPERADOR
            READ OPERADORES
                 KEY IS OPE-CD-OPERADOR
                 INVALID KEY
                    DISPLAY 'SUPERVISOR OU SENHA INVALIDOS'
                 NOT INVALID KEY
                    PERFORM P100-CONFERIR-SUPERVISOR
            END-READ
            CLOSE OPERADORES

            IF LK-RESULTADO EQUAL 'S'
               DISPLAY 'AUTORIZADO POR ' LK-APROVADOR
            ELSE
               DISPLAY 'AUTORIZACAO NEGADA'
            END-IF
            GOBACK.

       P100-CONFERIR-SUPERVISOR.
       IF OPERADOR-BLOQUEADO
          DISPLAY 'SUPERVISOR BLOQUEADO POR EXCESSO DE TENTATIVAS'
       ELSE
          CALL 'CIFSENTT' USING WS-SENHA-ENTRADA WS-SENHA-CIFRADA
          IF OPE-SENHA EQUAL WS-SENHA-CIFRADA
             MOVE ZEROS TO OPE-QT-ERROS
             REWRITE REG-OPERADOR
             IF PERFIL-SUPERVISOR
                MOVE 'S' TO LK-RESULTADO
                MOVE OPE-CD-OPERADOR TO LK-APROVADOR
             ELSE
                DISPLAY 'O OPERADOR INFORMADO NAO E SUPERVISOR'
             END-IF
          ELSE
             ADD 1 TO OPE-QT-ERROS
             IF OPE-QT-ERROS GREATER 2
                SET OPERADOR-BLOQUEADO TO TRUE
                DISPLAY 'TERCEIRA SENHA ERRADA: SUPERVISOR BLOQUEADO'
             ELSE
                DISPLAY 'SUPERVISOR OU SENHA INVALIDOS'
             END-IF
             REWRITE REG-OPERADOR
          END-IF
       END-IF
       .
       END PROGRAM AUTSUPTT.
