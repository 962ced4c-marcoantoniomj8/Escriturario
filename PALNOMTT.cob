      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Separar em palavras o nome de um contato, para
      *            o índice de palavras dos nomes (CONTPALA.DAT) e
      *            a busca por parte do nome do CONCONTT. Recebe o
      *            nome completo e o nome social e devolve até 15
      *            palavras distintas, em maiúsculas, com até 20
      *            posições cada. Separam palavras o espaço e os
      *            sinais . , - / ' ( ) ; - assim MARIA-CLARA e
      *            D'AVILA também são achadas por CLARA e AVILA.
      *            Ficam de fora as letras soltas e as partículas
      *            DA, DE, DI, DO, DU, DAS e DOS, que casariam com
      *            meia base. Usado pela manutenção do índice
      *            (CADCONTT/ALTCONTT/IDXCONTT), pela conferência
      *            (CONFSATT) e pela consulta (CONCONTT).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALNOMTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 WS-TEXTO         PIC X(81) VALUE SPACES.
       77 WS-PALAVRA-TRAB  PIC X(20) VALUE SPACES.
          88 PALAVRA-PARTICULA VALUE 'DA' 'DE' 'DI' 'DO' 'DU'
                                     'DAS' 'DOS'.
       77 WS-CARACTER      PIC X(01) VALUE SPACES.
          88 CARACTER-SEPARADOR VALUE SPACE '.' ',' '-' '/' ''''
                                      '(' ')' ';'.
       77 WS-POS           PIC 9(03) VALUE ZEROS.
       77 WS-TAM           PIC 9(03) VALUE ZEROS.
       77 WS-IND           PIC 9(02) VALUE ZEROS.
       77 WS-REPETIDA      PIC X VALUE 'N'.
          88 PALAVRA-REPETIDA VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
       01 LK-NM-COMPLETO   PIC X(60).
       01 LK-NM-SOCIAL     PIC X(20).
       01 LK-PALAVRAS.
          03 LK-QT-PALAVRAS PIC 9(02).
          03 LK-PALAVRA     PIC X(20) OCCURS 15 TIMES.

       PROCEDURE DIVISION USING LK-NM-COMPLETO LK-NM-SOCIAL
                LK-PALAVRAS.
       MAIN-PROCEDURE.
            MOVE SPACES TO WS-TEXTO
            MOVE LK-NM-COMPLETO TO WS-TEXTO(1:60)
            MOVE LK-NM-SOCIAL   TO WS-TEXTO(62:20)
            INSPECT WS-TEXTO CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            INITIALIZE LK-PALAVRAS
            MOVE SPACES TO WS-PALAVRA-TRAB
            MOVE ZEROS TO WS-TAM
            MOVE 1 TO WS-POS
            PERFORM P100-EXAMINAR-CARACTER
               UNTIL WS-POS GREATER 81
            PERFORM P200-FECHAR-PALAVRA

            GOBACK.

      *---------------------------------------------------------
      * Um separador encerra a palavra em formação; qualquer
      * outro caractere entra nela, até a vigésima posição (o
      * excedente é desprezado, como no índice fonético).
      *---------------------------------------------------------
       P100-EXAMINAR-CARACTER.
       MOVE WS-TEXTO(WS-POS:1) TO WS-CARACTER
       IF CARACTER-SEPARADOR
          PERFORM P200-FECHAR-PALAVRA
       ELSE
          ADD 1 TO WS-TAM
          IF WS-TAM NOT GREATER 20
             MOVE WS-CARACTER TO WS-PALAVRA-TRAB(WS-TAM:1)
          END-IF
       END-IF
       ADD 1 TO WS-POS
       .

       P200-FECHAR-PALAVRA.
       IF WS-TAM GREATER 1 AND NOT PALAVRA-PARTICULA
          AND LK-QT-PALAVRAS LESS 15
          SET PALAVRA-REPETIDA TO FALSE
          MOVE 1 TO WS-IND
          PERFORM P210-COMPARAR-PALAVRA
             UNTIL WS-IND GREATER LK-QT-PALAVRAS
                OR PALAVRA-REPETIDA
          IF NOT PALAVRA-REPETIDA
             ADD 1 TO LK-QT-PALAVRAS
             MOVE WS-PALAVRA-TRAB TO LK-PALAVRA(LK-QT-PALAVRAS)
          END-IF
       END-IF
       MOVE SPACES TO WS-PALAVRA-TRAB
       MOVE ZEROS TO WS-TAM
       .

       P210-COMPARAR-PALAVRA.
       IF LK-PALAVRA(WS-IND) EQUAL WS-PALAVRA-TRAB
          SET PALAVRA-REPETIDA TO TRUE
       END-IF
       ADD 1 TO WS-IND
       .
       END PROGRAM PALNOMTT.
