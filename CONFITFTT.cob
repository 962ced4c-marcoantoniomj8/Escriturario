      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Conferir um arquivo de interface que entra
      *            contra o seu cabeçalho e rodapé (FD_ITFTT),
      *            numa passada prévia, antes de o lote aplicar
      *            qualquer linha. Recusa o arquivo sem cabeçalho,
      *            de outro tipo, sem rodapé (transferência
      *            truncada), com linhas depois do rodapé, com
      *            sequência diferente entre cabeçalho e rodapé, ou
      *            cuja quantidade de linhas de detalhe ou soma dos
      *            ids não bata com o rodapé. A recusa vai para a
      *            tela e para o CONTERRO.DAT (ERRLOGTT, operação
      *            CONTROLE, motivo na chave) em nome do programa
      *            chamador, que termina com código de retorno 8
      *            para o NOTURNTT marcar o passo.
      *            O chamador passa o arquivo já resolvido pelo
      *            ARQPARTT, até dois tipos aceitos (o segundo pode
      *            vir em branco) e a posição do id de 6 dígitos na
      *            linha. Devolve S (conferido), N (recusado) ou A
      *            (arquivo ausente, a tratar como o chamador já
      *            tratava).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFITFTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ARQINTERF ASSIGN TO WS-ARQ-INTERF
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ARQINTERF.
       01 REG-INTERF         PIC X(300).

       WORKING-STORAGE SECTION.

          COPY FD_ITFTT.

       01 WS-LINHA          PIC X(300) VALUE SPACES.
       01 WS-CAB-LIDO.
          03 WS-CAB-TIPO    PIC X(08) VALUE SPACES.
          03 WS-CAB-SEQ     PIC 9(06) VALUE ZEROS.
       01 WS-ROD-LIDO.
          03 WS-ROD-TIPO    PIC X(08) VALUE SPACES.
          03 WS-ROD-SEQ     PIC 9(06) VALUE ZEROS.
          03 WS-ROD-QTD     PIC 9(08) VALUE ZEROS.
          03 WS-ROD-TOT     PIC 9(15) VALUE ZEROS.
       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-RODAPE        PIC X VALUE 'N'.
          88 RODAPE-LIDO   VALUE 'S' FALSE 'N'.
       77 WS-ARQ-INTERF    PIC X(60) VALUE SPACES.
       77 WS-QTD-DETALHE   PIC 9(08) VALUE ZEROS.
       77 WS-TOT-IDS       PIC 9(15) VALUE ZEROS.
       77 WS-ID-ALFA       PIC X(06) VALUE SPACES.
       77 WS-ID-NUM        PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO        PIC X(20) VALUE SPACES.
       77 WS-FS-CONTROLE   PIC 99 VALUE 99.

       LINKAGE SECTION.
       01 LK-PROGRAMA      PIC X(08).
       01 LK-ARQUIVO       PIC X(60).
       01 LK-TIPOS.
          03 LK-TIPO-ACEITO PIC X(08) OCCURS 2 TIMES.
       01 LK-POS-ID        PIC 9(03).
       01 LK-RESULTADO     PIC X(01).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-ARQUIVO LK-TIPOS
                LK-POS-ID LK-RESULTADO.
       MAIN-PROCEDURE.
            MOVE LK-ARQUIVO TO WS-ARQ-INTERF
            MOVE 'S' TO LK-RESULTADO
            MOVE SPACES TO WS-MOTIVO
            PERFORM P100-CONFERIR THRU P100-FIM
            IF LK-RESULTADO EQUAL 'N'
               DISPLAY 'ARQUIVO RECUSADO PELO CONTROLE DE TOTAIS: '
                       WS-ARQ-INTERF
               DISPLAY 'MOTIVO: ' WS-MOTIVO
               DISPLAY 'NENHUMA LINHA FOI APLICADA; PECA O ARQUIVO'
                       ' NOVAMENTE A ORIGEM'
               CALL 'ERRLOGTT' USING LK-PROGRAMA 'CONTROLE  '
                    WS-FS-CONTROLE WS-MOTIVO
            END-IF
            GOBACK.

      *---------------------------------------------------------
      * Passada prévia: cabeçalho na primeira linha, detalhes
      * contados e somados, rodapé na última.
      *---------------------------------------------------------
       P100-CONFERIR.
       SET FS-OK TO TRUE
       OPEN INPUT ARQINTERF
       IF WS-FS EQUAL 35
          MOVE 'A' TO LK-RESULTADO
          GO TO P100-FIM
       END-IF
       IF NOT FS-OK
          MOVE 'N' TO LK-RESULTADO
          MOVE 'ARQUIVO ILEGIVEL' TO WS-MOTIVO
          GO TO P100-FIM
       END-IF

       SET EOF-OK TO FALSE
       MOVE SPACES TO WS-LINHA
       READ ARQINTERF INTO WS-LINHA
            AT END
               SET EOF-OK TO TRUE
       END-READ
       MOVE WS-LINHA TO REG-CTL-ITF
       IF EOF-OK OR NOT ITF-CABECALHO
          MOVE 'N' TO LK-RESULTADO
          MOVE 'SEM CABECALHO' TO WS-MOTIVO
          CLOSE ARQINTERF
          GO TO P100-FIM
       END-IF
       IF ITF-TIPO-ARQ NOT EQUAL LK-TIPO-ACEITO(1)
          AND (LK-TIPO-ACEITO(2) EQUAL SPACES
               OR ITF-TIPO-ARQ NOT EQUAL LK-TIPO-ACEITO(2))
          MOVE 'N' TO LK-RESULTADO
          MOVE 'TIPO DE ARQUIVO' TO WS-MOTIVO
          CLOSE ARQINTERF
          GO TO P100-FIM
       END-IF
       MOVE ITF-TIPO-ARQ  TO WS-CAB-TIPO
       MOVE ITF-SEQUENCIA TO WS-CAB-SEQ

       MOVE ZEROS TO WS-QTD-DETALHE WS-TOT-IDS
       SET RODAPE-LIDO TO FALSE
       PERFORM P110-LER-LINHA UNTIL EOF-OK
       CLOSE ARQINTERF
       IF LK-RESULTADO EQUAL 'N'
          GO TO P100-FIM
       END-IF

       IF NOT RODAPE-LIDO
          MOVE 'N' TO LK-RESULTADO
          MOVE 'SEM RODAPE' TO WS-MOTIVO
          GO TO P100-FIM
       END-IF
       IF WS-ROD-TIPO NOT EQUAL WS-CAB-TIPO
          OR WS-ROD-SEQ NOT EQUAL WS-CAB-SEQ
          MOVE 'N' TO LK-RESULTADO
          MOVE 'RODAPE DE OUTRO ARQ' TO WS-MOTIVO
          GO TO P100-FIM
       END-IF
       IF WS-ROD-QTD NOT EQUAL WS-QTD-DETALHE
          MOVE 'N' TO LK-RESULTADO
          MOVE 'QUANTIDADE DIVERGE' TO WS-MOTIVO
          GO TO P100-FIM
       END-IF
       IF WS-ROD-TOT NOT EQUAL WS-TOT-IDS
          MOVE 'N' TO LK-RESULTADO
          MOVE 'TOTAL DOS IDS DIVERGE' TO WS-MOTIVO
       END-IF
       .
       P100-FIM.

       P110-LER-LINHA.
       MOVE SPACES TO WS-LINHA
       READ ARQINTERF INTO WS-LINHA
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE WS-LINHA TO REG-CTL-ITF
               IF RODAPE-LIDO
                  MOVE 'N' TO LK-RESULTADO
                  MOVE 'LINHA APOS O RODAPE' TO WS-MOTIVO
                  SET EOF-OK TO TRUE
               ELSE
               IF ITF-CABECALHO
                  MOVE 'N' TO LK-RESULTADO
                  MOVE 'CABECALHO REPETIDO' TO WS-MOTIVO
                  SET EOF-OK TO TRUE
               ELSE
               IF ITF-RODAPE
                  SET RODAPE-LIDO TO TRUE
                  MOVE ITF-TIPO-ARQ      TO WS-ROD-TIPO
                  MOVE ITF-SEQUENCIA     TO WS-ROD-SEQ
                  MOVE ITF-QTD-REGISTROS TO WS-ROD-QTD
                  MOVE ITF-TOT-IDS       TO WS-ROD-TOT
               ELSE
                  ADD 1 TO WS-QTD-DETALHE
                  MOVE WS-LINHA(LK-POS-ID:6) TO WS-ID-ALFA
                  IF WS-ID-ALFA NUMERIC
                     MOVE WS-ID-ALFA TO WS-ID-NUM
                     ADD WS-ID-NUM TO WS-TOT-IDS
                  END-IF
               END-IF
               END-IF
               END-IF
       END-READ
       .
       END PROGRAM CONFITFTT.
