      *            de impressão REIMPRTT.LST, resolvendo o caso do
      *            papel que atolou e do gerente que pede o
      *            relatório de ontem.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - A reimpressão passa a seguir a lista de
      *                   distribuição: o operador escolhe um
      *                   destinatário (ou 00 para a lista toda),
      *                   o ROTSPLTT grava a folha de rosto da
      *                   reimpressão (numerada) e abre as vias a
      *                   entregar, e a folha original guardada no
      *                   spool não é repetida. Cada reimpressão
      *                   gera linha na trilha de auditoria.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-IMP.

                SELECT DISTRIB ASSIGN TO WS-ARQ-DISTRIB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DST-CHAVE
                FILE STATUS IS WS-FS-DST.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGO.
       FD IMPRESSAO.
       01 REG-IMPRESSAO      PIC X(132).

       FD DISTRIB.
          COPY FD_DSTTT.

       WORKING-STORAGE SECTION.

       77 WS-FS-CAT         PIC 99.
          88 FS-SPL-OK      VALUE 0.
       77 WS-FS-IMP         PIC 99.
          88 FS-IMP-OK      VALUE 0.
       77 WS-FS-DST         PIC 99.
          88 FS-DST-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-ARQ-CATALOGO   PIC X(60) VALUE 'SPOOLCTT.DAT'.
       77 WS-ARQ-SPOOL      PIC X(60) VALUE SPACES.
       77 WS-ARQ-IMPRESSAO  PIC X(60) VALUE 'REIMPRTT.LST'.
       77 WS-ARQ-DISTRIB    PIC X(60) VALUE 'CONTDIST.DAT'.

       01 WS-TAB-CATALOGO.
          03 WS-TAB-ITEM OCCURS 200 TIMES.
       77 WS-SEL-VALIDO     PIC X VALUE 'N'.
          88 SEL-VALIDO-OK  VALUE 'S' FALSE 'N'.
       77 WS-LINHAS         PIC 9(06) VALUE ZEROS.
       77 WS-NA-FOLHA       PIC X VALUE 'N'.
          88 NA-FOLHA-ORIGINAL VALUE 'S' FALSE 'N'.
       77 WS-QTD-DESTINOS   PIC 9(03) VALUE ZEROS.
       77 WS-SEQ-DESTINO    PIC 9(02) VALUE ZEROS.
       77 WS-DEST-VALIDO    PIC X VALUE 'N'.
          88 DEST-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-ROT-TIPO       PIC X(01) VALUE 'R'.
       77 WS-ROT-IMPRESSAO  PIC 9(02) VALUE ZEROS.
       77 WS-ROT-QTD-VIAS   PIC 9(03) VALUE ZEROS.
       77 WS-AUD-CHAVE      PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES      PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS     PIC X(40) VALUE SPACES.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CATALOGO
            CALL 'ARQPARTT' USING WS-ARQ-IMPRESSAO
            CALL 'ARQPARTT' USING WS-ARQ-DISTRIB
            DISPLAY '***** REIMPRESSAO DE RELATORIOS *****'
            SET EXIT-OK TO FALSE
            PERFORM P300-REIMPRIMIR THRU P300-FIM UNTIL EXIT-OK
          PERFORM P320-LISTAR-SPOOLS
          SET SEL-VALIDO-OK TO FALSE
          PERFORM P330-INFORMAR-SELECAO UNTIL SEL-VALIDO-OK
          PERFORM P335-ESCOLHER-DESTINO
          PERFORM P340-COPIAR-SPOOL THRU P340-FIM
       END-IF

       DISPLAY 'TECLE: '
       END-IF
       .

      *---------------------------------------------------------
      * Mostra a lista de distribuição do relatório escolhido e
      * pede o destinatário da reimpressão: 00 reimprime para a
      * lista toda. Sem lista cadastrada, segue com 00 e a folha
      * de rosto avisa.
      *---------------------------------------------------------
       P335-ESCOLHER-DESTINO.
       MOVE ZEROS TO WS-SEQ-DESTINO WS-QTD-DESTINOS
       SET FS-DST-OK TO TRUE
       OPEN INPUT DISTRIB
       IF NOT FS-DST-OK
          IF WS-FS-DST NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR A LISTA DE DISTRIBUICAO'
             CALL 'FSMSGTT' USING WS-FS-DST WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'REIMPRTT' 'DISTRIB   '
                  WS-FS-DST WS-ERR-CHAVE
          END-IF
       ELSE
          DISPLAY '--- LISTA DE DISTRIBUICAO DE '
                  WS-TAB-PROGRAMA(WS-SEL-ENTRADA) ' ---'
          MOVE WS-TAB-PROGRAMA(WS-SEL-ENTRADA) TO DST-PROGRAMA
          MOVE ZEROS TO DST-SEQUENCIA
          SET EOF-OK TO FALSE
          START DISTRIB KEY IS GREATER OR EQUAL DST-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P336-EXIBIR-DESTINO UNTIL EOF-OK
          IF WS-QTD-DESTINOS GREATER ZEROS
             SET DEST-VALIDO-OK TO FALSE
             PERFORM P337-INFORMAR-DESTINO UNTIL DEST-VALIDO-OK
          END-IF
          CLOSE DISTRIB
       END-IF
       IF WS-QTD-DESTINOS EQUAL ZEROS
          DISPLAY 'RELATORIO SEM LISTA DE DISTRIBUICAO CADASTRADA'
       END-IF
       .

       P336-EXIBIR-DESTINO.
       READ DISTRIB NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF DST-PROGRAMA NOT EQUAL
                  WS-TAB-PROGRAMA(WS-SEL-ENTRADA)
                  SET EOF-OK TO TRUE
               ELSE
                  ADD 1 TO WS-QTD-DESTINOS
                  DISPLAY DST-SEQUENCIA ') ' DST-DEPARTAMENTO ' '
                          DST-DESTINATARIO ' VIAS: ' DST-QT-VIAS
               END-IF
       END-READ
       .

       P337-INFORMAR-DESTINO.
       DISPLAY 'INFORME A SEQUENCIA DO DESTINATARIO DA REIMPRESSAO'
       DISPLAY '(00 = TODA A LISTA):'
       ACCEPT WS-SEQ-DESTINO
       IF WS-SEQ-DESTINO EQUAL ZEROS
          SET DEST-VALIDO-OK TO TRUE
       ELSE
          MOVE WS-TAB-PROGRAMA(WS-SEL-ENTRADA) TO DST-PROGRAMA
          MOVE WS-SEQ-DESTINO TO DST-SEQUENCIA
          READ DISTRIB
               KEY IS DST-CHAVE
               INVALID KEY
                  DISPLAY 'SEQUENCIA FORA DA LISTA EXIBIDA'
               NOT INVALID KEY
                  SET DEST-VALIDO-OK TO TRUE
          END-READ
       END-IF
       .

      *---------------------------------------------------------
      * Copia o spool escolhido, linha a linha, para o arquivo de
      * impressão, depois da folha de rosto da reimpressão. A
      * folha original, gravada no início do spool pelo
      * CATSPLTT, não é repetida. Um spool esvaziado pela
      * retenção não tem o que reimprimir: nada é gravado e
      * nenhuma via é aberta.
      *---------------------------------------------------------
       P340-COPIAR-SPOOL.
       MOVE WS-TAB-CAMINHO(WS-SEL-ENTRADA) TO WS-ARQ-SPOOL
       MOVE WS-TAB-PROGRAMA(WS-SEL-ENTRADA) TO WS-ERR-CHAVE
       SET FS-SPL-OK TO TRUE.
       SET FS-IMP-OK TO TRUE.
       MOVE ZEROS TO WS-LINHAS.
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'REIMPRTT' 'SPOOL     '
               WS-FS-SPL WS-ERR-CHAVE
          GO TO P340-FIM
       END-IF

       SET EOF-OK TO FALSE
       READ SPOOL
            AT END
               SET EOF-OK TO TRUE
       END-READ
       IF EOF-OK
          CLOSE SPOOL
          DISPLAY 'O SPOOL ESTA VAZIO (JA DESCARTADO PELA'
          DISPLAY 'RETENCAO?), NADA FOI REIMPRESSO'
          GO TO P340-FIM
       END-IF
       IF REG-SPOOL(1:35) EQUAL 'FOLHA DE ROSTO - ROTEIRO DE ENTREGA'
          SET NA-FOLHA-ORIGINAL TO TRUE
       ELSE
          SET NA-FOLHA-ORIGINAL TO FALSE
       END-IF

       CALL 'ROTSPLTT' USING WS-TAB-PROGRAMA(WS-SEL-ENTRADA)
            WS-TAB-DATA(WS-SEL-ENTRADA) WS-TAB-HORA(WS-SEL-ENTRADA)
            WS-ARQ-SPOOL WS-ARQ-IMPRESSAO WS-ROT-TIPO WS-SEQ-DESTINO
            LK-US-OPERADOR WS-ROT-IMPRESSAO WS-ROT-QTD-VIAS

       OPEN EXTEND IMPRESSAO
       IF WS-FS-IMP EQUAL 35
          OPEN OUTPUT IMPRESSAO
       END-IF
       IF NOT FS-IMP-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE IMPRESSAO'
          CALL 'FSMSGTT' USING WS-FS-IMP WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'REIMPRTT' 'IMPRESSAO '
               WS-FS-IMP WS-ERR-CHAVE
          CLOSE SPOOL
          GO TO P340-FIM
       END-IF

       PERFORM P342-TRATAR-LINHA
       PERFORM P341-COPIAR-LINHA UNTIL EOF-OK
       CLOSE SPOOL
       CLOSE IMPRESSAO
       DISPLAY 'REIMPRESSO EM REIMPRTT.LST: ' WS-LINHAS
               ' LINHA(S) DE ' WS-ARQ-SPOOL
       DISPLAY 'REIMPRESSAO ' WS-ROT-IMPRESSAO ': '
               WS-ROT-QTD-VIAS ' VIA(S) A ENTREGAR'

       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE WS-TAB-PROGRAMA(WS-SEL-ENTRADA) TO WS-AUD-CHAVE
       STRING 'SPOOL '                    DELIMITED BY SIZE
              WS-TAB-DATA(WS-SEL-ENTRADA) DELIMITED BY SIZE
              ' '                         DELIMITED BY SIZE
              WS-TAB-HORA(WS-SEL-ENTRADA) DELIMITED BY SIZE
         INTO WS-AUD-ANTES
       END-STRING
       STRING 'REIMPRESSAO '    DELIMITED BY SIZE
              WS-ROT-IMPRESSAO  DELIMITED BY SIZE
              ' DESTINO '       DELIMITED BY SIZE
              WS-SEQ-DESTINO    DELIMITED BY SIZE
              ' VIAS '          DELIMITED BY SIZE
              WS-ROT-QTD-VIAS   DELIMITED BY SIZE
         INTO WS-AUD-DEPOIS
       END-STRING
       CALL 'GRAVAUDTT' USING 'REIMPRTT' 'REIMPRESSA'
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       .
       P340-FIM.

       P341-COPIAR-LINHA.
       READ SPOOL
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               PERFORM P342-TRATAR-LINHA
       END-READ
       .

       P342-TRATAR-LINHA.
       IF NA-FOLHA-ORIGINAL
          IF REG-SPOOL(1:29) EQUAL '*** FIM DA FOLHA DE ROSTO ***'
             SET NA-FOLHA-ORIGINAL TO FALSE
          END-IF
       ELSE
          ADD 1 TO WS-LINHAS
          WRITE REG-IMPRESSAO FROM REG-SPOOL
       END-IF
       .

       P900-FIM.

       GOBACK.
