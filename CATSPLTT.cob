      *            pelos programas de relatório logo após fecharem
      *            o arquivo datado; o catálogo alimenta a opção
      *            de reimpressão (REIMPRTT).
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Todo spool catalogado passa a sair com a
      *                   folha de rosto (roteiro de entrega) na
      *                   frente, montada pelo ROTSPLTT a partir da
      *                   lista de distribuição, que também abre as
      *                   vias pendentes de entrega. A folha é
      *                   gravada num arquivo de trabalho, o spool é
      *                   acrescentado e o conjunto volta para o
      *                   caminho original.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-SPL.

                SELECT SPOOLNOVO ASSIGN TO WS-ARQ-SPOOLNOVO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-NOV.

                SELECT TRABALHO ASSIGN TO WS-ARQ-TRABALHO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-TRB.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO.
       FD SPOOLVELHO.
       01 REG-SPOOLVELHO     PIC X(132).

       FD SPOOLNOVO.
       01 REG-SPOOLNOVO      PIC X(132).

       FD TRABALHO.
       01 REG-TRABALHO       PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.
          88 FS-CAT-OK      VALUE 0.
       77 WS-FS-SPL         PIC 99.
          88 FS-SPL-OK      VALUE 0.
       77 WS-FS-NOV         PIC 99.
          88 FS-NOV-OK      VALUE 0.
       77 WS-FS-TRB         PIC 99.
          88 FS-TRB-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-ARQ-CATALOGO   PIC X(60) VALUE 'SPOOLCTT.DAT'.
       77 WS-ARQ-SPOOLVELHO PIC X(60) VALUE SPACES.
       77 WS-ARQ-SPOOLNOVO  PIC X(60) VALUE SPACES.
       77 WS-ARQ-TRABALHO   PIC X(60) VALUE 'CATSPLTT.TMP'.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

       01 WS-TAB-CATALOGO.
          03 WS-TAB-ITEM OCCURS 200 TIMES.
       77 WS-IDX            PIC 9(03) VALUE ZEROS.
       77 WS-PRIMEIRO       PIC 9(03) VALUE ZEROS.
       77 WS-DH-HORA        PIC 9(08) VALUE ZEROS.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(06) VALUE ZEROS.
       77 WS-ROT-TIPO       PIC X(01) VALUE 'O'.
       77 WS-ROT-SEQ        PIC 9(02) VALUE ZEROS.
       77 WS-ROT-OPERADOR   PIC X(12) VALUE SPACES.
       77 WS-ROT-IMPRESSAO  PIC 9(02) VALUE ZEROS.
       77 WS-ROT-QTD-VIAS   PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-PROGRAMA       PIC X(08).
       PROCEDURE DIVISION USING LK-PROGRAMA LK-CAMINHO.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CATALOGO
            CALL 'ARQPARTT' USING WS-ARQ-TRABALHO
            MOVE LK-PROGRAMA TO WS-ERR-CHAVE
            CALL 'LERPARTT' USING REG-PARAMETROS

      *    A tabela interna comporta 200 entradas; reter mais do
            END-IF

            PERFORM P100-CARREGAR-CATALOGO
            ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
            ACCEPT WS-DH-HORA FROM TIME
            MOVE WS-DH-HORA(1:6) TO WS-SPL-HORA
            PERFORM P200-INCLUIR-ENTRADA
            PERFORM P250-ANEXAR-ROSTO THRU P250-FIM
            PERFORM P300-APLICAR-RETENCAO
            PERFORM P400-REGRAVAR-CATALOGO

       IF WS-QTD-TAB LESS 200
          ADD 1 TO WS-QTD-TAB
          MOVE LK-PROGRAMA TO WS-TAB-PROGRAMA(WS-QTD-TAB)
          MOVE WS-SPL-DATA TO WS-TAB-DATA(WS-QTD-TAB)
          MOVE WS-SPL-HORA TO WS-TAB-HORA(WS-QTD-TAB)
          MOVE LK-CAMINHO  TO WS-TAB-CAMINHO(WS-QTD-TAB)
       END-IF
       .

      *---------------------------------------------------------
      * Folha de rosto na frente do spool: o ROTSPLTT grava a
      * folha no arquivo de trabalho (e abre as vias pendentes no
      * controle de entregas), o spool é acrescentado ao trabalho
      * e o conjunto é copiado de volta sobre o spool. Qualquer
      * falha antes da cópia de volta deixa o spool como estava.
      *---------------------------------------------------------
       P250-ANEXAR-ROSTO.
       MOVE LK-CAMINHO TO WS-ARQ-SPOOLNOVO
       CALL 'ROTSPLTT' USING LK-PROGRAMA WS-SPL-DATA WS-SPL-HORA
            LK-CAMINHO WS-ARQ-TRABALHO WS-ROT-TIPO WS-ROT-SEQ
            WS-ROT-OPERADOR WS-ROT-IMPRESSAO WS-ROT-QTD-VIAS

       SET FS-TRB-OK TO TRUE
       OPEN EXTEND TRABALHO
       IF NOT FS-TRB-OK
          GO TO P250-FIM
       END-IF
       SET FS-NOV-OK TO TRUE
       OPEN INPUT SPOOLNOVO
       IF NOT FS-NOV-OK
          DISPLAY 'ERRO AO ABRIR O SPOOL PARA A FOLHA DE ROSTO'
          CALL 'FSMSGTT' USING WS-FS-NOV WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CATSPLTT' 'SPOOL     '
               WS-FS-NOV WS-ERR-CHAVE
          CLOSE TRABALHO
          GO TO P250-FIM
       END-IF
       SET EOF-OK TO FALSE
       PERFORM P251-ACRESCENTAR-LINHA UNTIL EOF-OK
       CLOSE SPOOLNOVO
       CLOSE TRABALHO

       OPEN INPUT TRABALHO
       IF NOT FS-TRB-OK
          GO TO P250-FIM
       END-IF
       OPEN OUTPUT SPOOLNOVO
       IF NOT FS-NOV-OK
          DISPLAY 'ERRO AO REGRAVAR O SPOOL COM A FOLHA DE ROSTO'
          CALL 'FSMSGTT' USING WS-FS-NOV WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CATSPLTT' 'SPOOL     '
               WS-FS-NOV WS-ERR-CHAVE
          CLOSE TRABALHO
          GO TO P250-FIM
       END-IF
       SET EOF-OK TO FALSE
       PERFORM P252-DEVOLVER-LINHA UNTIL EOF-OK
       CLOSE SPOOLNOVO
       CLOSE TRABALHO

      *    O arquivo de trabalho fica vazio até a próxima
      *    catalogação.
       OPEN OUTPUT TRABALHO
       IF FS-TRB-OK
          CLOSE TRABALHO
       END-IF
       .
       P250-FIM.

       P251-ACRESCENTAR-LINHA.
       READ SPOOLNOVO
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               WRITE REG-TRABALHO FROM REG-SPOOLNOVO
       END-READ
       .

       P252-DEVOLVER-LINHA.
       READ TRABALHO
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               WRITE REG-SPOOLNOVO FROM REG-TRABALHO
       END-READ
       .

      *---------------------------------------------------------
      * O catálogo é gravado em ordem cronológica (sempre se
      * acrescenta no fim), então os mais antigos são os
