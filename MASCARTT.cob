      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Mascarar um dado pessoal para exibição a quem
      *            não é supervisor. O chamador informa o tipo do
      *            dado e o valor como está no registro; devolve o
      *            valor mascarado, pronto para tela ou relatório:
      *            'D' CPF/CNPJ   ***.456.789-** ou
      *                           **.345.678/****-**
      *            'F' CPF/CNPJ sem pontuação, para layout fixo
      *                (cabe nos 14 de NR-DOCUMENTO): ***456789**
      *                ou **345678******
      *            'N' nascimento (AAAAMMDD) só com dia e mês: DD/MM
      *            'T' telefone (dígitos) só com os 4 últimos
      *            'E' e-mail com a 1a letra e o domínio: F***@DOM
      *            'X' texto livre (endereço) omitido por inteiro
      *            Valor em branco (ou nascimento zerado) volta em
      *            branco. Documento com tamanho fora do padrão sai
      *            todo em asteriscos.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCARTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       77 WS-LEN-VALOR     PIC 9(02) VALUE ZEROS.
       77 WS-POS-ARROBA    PIC 9(02) VALUE ZEROS.
       77 WS-LEN-OCULTA    PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-TIPO          PIC X(01).
       01 LK-VALOR         PIC X(40).
       01 LK-MASCARADO     PIC X(40).

       PROCEDURE DIVISION USING LK-TIPO LK-VALOR LK-MASCARADO.
       MAIN-PROCEDURE.
            MOVE SPACES TO LK-MASCARADO
            MOVE ZEROS TO WS-LEN-VALOR
            INSPECT LK-VALOR TALLYING WS-LEN-VALOR
                    FOR CHARACTERS BEFORE INITIAL SPACES
            IF WS-LEN-VALOR EQUAL ZEROS
               GOBACK
            END-IF

            EVALUATE LK-TIPO
               WHEN 'D'
                  PERFORM P100-MASCARAR-DOCUMENTO
               WHEN 'F'
                  PERFORM P150-MASCARAR-DOC-FIXO
               WHEN 'N'
                  PERFORM P200-MASCARAR-NASCIMENTO
               WHEN 'T'
                  PERFORM P300-MASCARAR-TELEFONE
               WHEN 'E'
                  PERFORM P400-MASCARAR-EMAIL
               WHEN OTHER
                  MOVE '*** OMITIDO ***' TO LK-MASCARADO
            END-EVALUATE

            GOBACK.

       P100-MASCARAR-DOCUMENTO.
       EVALUATE WS-LEN-VALOR
          WHEN 11
             STRING '***.'         DELIMITED BY SIZE
                    LK-VALOR(4:3)  DELIMITED BY SIZE
                    '.'            DELIMITED BY SIZE
                    LK-VALOR(7:3)  DELIMITED BY SIZE
                    '-**'          DELIMITED BY SIZE
               INTO LK-MASCARADO
             END-STRING
          WHEN 14
             STRING '**.'          DELIMITED BY SIZE
                    LK-VALOR(3:3)  DELIMITED BY SIZE
                    '.'            DELIMITED BY SIZE
                    LK-VALOR(6:3)  DELIMITED BY SIZE
                    '/****-**'     DELIMITED BY SIZE
               INTO LK-MASCARADO
             END-STRING
          WHEN OTHER
             MOVE ALL '*' TO LK-MASCARADO(1:WS-LEN-VALOR)
       END-EVALUATE
       .

       P150-MASCARAR-DOC-FIXO.
       EVALUATE WS-LEN-VALOR
          WHEN 11
             STRING '***'          DELIMITED BY SIZE
                    LK-VALOR(4:6)  DELIMITED BY SIZE
                    '**'           DELIMITED BY SIZE
               INTO LK-MASCARADO
             END-STRING
          WHEN 14
             STRING '**'           DELIMITED BY SIZE
                    LK-VALOR(3:6)  DELIMITED BY SIZE
                    '******'       DELIMITED BY SIZE
               INTO LK-MASCARADO
             END-STRING
          WHEN OTHER
             MOVE ALL '*' TO LK-MASCARADO(1:WS-LEN-VALOR)
       END-EVALUATE
       .

       P200-MASCARAR-NASCIMENTO.
       IF LK-VALOR(1:8) NOT EQUAL '00000000'
          STRING LK-VALOR(7:2)  DELIMITED BY SIZE
                 '/'            DELIMITED BY SIZE
                 LK-VALOR(5:2)  DELIMITED BY SIZE
            INTO LK-MASCARADO
          END-STRING
       END-IF
       .

       P300-MASCARAR-TELEFONE.
       IF WS-LEN-VALOR GREATER 4
          COMPUTE WS-LEN-OCULTA = WS-LEN-VALOR - 4
          MOVE ALL '*' TO LK-MASCARADO(1:WS-LEN-OCULTA)
          MOVE LK-VALOR(WS-LEN-OCULTA + 1:4)
            TO LK-MASCARADO(WS-LEN-OCULTA + 1:4)
       ELSE
          MOVE ALL '*' TO LK-MASCARADO(1:WS-LEN-VALOR)
       END-IF
       .

       P400-MASCARAR-EMAIL.
       MOVE ZEROS TO WS-POS-ARROBA
       INSPECT LK-VALOR TALLYING WS-POS-ARROBA
               FOR CHARACTERS BEFORE INITIAL '@'
       IF WS-POS-ARROBA GREATER ZEROS AND
             WS-POS-ARROBA LESS WS-LEN-VALOR
          COMPUTE WS-LEN-OCULTA = WS-LEN-VALOR - WS-POS-ARROBA
          STRING LK-VALOR(1:1)             DELIMITED BY SIZE
                 '***'                     DELIMITED BY SIZE
                 LK-VALOR(WS-POS-ARROBA + 1:WS-LEN-OCULTA)
                                           DELIMITED BY SIZE
            INTO LK-MASCARADO
          END-STRING
       ELSE
          MOVE ALL '*' TO LK-MASCARADO(1:WS-LEN-VALOR)
       END-IF
       .
       END PROGRAM MASCARTT.
