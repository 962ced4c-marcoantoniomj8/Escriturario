      *            'B' registra um lote em execução;
      *            'F' encerra o registro do lote;
      *            'C' consulta: devolve as quantidades de sessões
      *                online e de lotes e o primeiro ocupante;
      *            'A' marca a atividade da sessão online do
      *                operador (cada opção do menu);
      *            'D' derruba a sessão online do operador, a
      *                pedido do supervisor (SESSCNTT).
      *            'A' e 'D' devolvem em LK-QTD-ONLINE 1 quando
      *            acham a sessão do operador e 0 quando ela já não
      *            está aberta.
      *            Os lotes recusam-se a rodar com sessão online
      *            aberta e o MENUCNTT avisa quando há lote em
      *            andamento — antes, essa segurança era o grito
      *            de uma sala para a outra. Uma linha órfã de
      *            sessão que caiu sem liberar pode ser removida
      *            apagando o CONTSEMA.DAT com o sistema parado.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Layout passa ao copybook FD_SEMTT, com a
      *                   data e hora da última atividade da
      *                   sessão. A cada chamada, sessão online sem
      *                   atividade há mais que o parâmetro
      *                   PAR-MIN-INATIVIDADE é encerrada, com a
      *                   saída no diário de sessões (GRAVSESTT,
      *                   motivo 'TI'). Novas operações 'A'
      *                   (atividade) e 'D' (derrubada pelo
      *                   supervisor, motivo 'SV').
      *********************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD SESSOES.
          COPY FD_SEMTT.

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-EOF           PIC X.
       77 WS-DH-HORA       PIC 9(08) VALUE ZEROS.
       77 WS-REMOVIDA      PIC X VALUE 'N'.
          88 REMOVIDA-OK   VALUE 'S' FALSE 'N'.
       77 WS-ACHADA        PIC X VALUE 'N'.
          88 ACHADA-OK     VALUE 'S' FALSE 'N'.
       77 WS-ALTERADA      PIC X VALUE 'N'.
          88 ALTERADA-OK   VALUE 'S' FALSE 'N'.
       77 WS-IDX-ATUAL     PIC 9(02) VALUE ZEROS.

       01 WS-TAB-SESSOES.
          03 WS-TAB-ITEM OCCURS 50 TIMES.
             05 WS-TAB-QUEM PIC X(12).
             05 WS-TAB-DATA PIC 9(08).
             05 WS-TAB-HORA PIC 9(06).
             05 WS-TAB-DT-ATIV PIC 9(08).
             05 WS-TAB-HR-ATIV PIC 9(06).
       77 WS-QTD-TAB       PIC 9(02) VALUE ZEROS.
       77 WS-IDX           PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      * Minutos corridos aproximados (dias pelo ano de 365 e os
      * meses acumulados, a mesma técnica do DIARIOTT), para a
      * ociosidade atravessar a meia-noite.
      *---------------------------------------------------------
       01 WS-CALC-DATA.
          03 WS-CALC-ANO    PIC 9(04).
          03 WS-CALC-MES    PIC 9(02).
          03 WS-CALC-DIA    PIC 9(02).
       01 WS-CALC-HORA.
          03 WS-CALC-HH     PIC 9(02).
          03 WS-CALC-MM     PIC 9(02).
          03 WS-CALC-SS     PIC 9(02).
       77 WS-ACUM-MES       PIC 9(03) VALUE ZEROS.
       77 WS-CALC-MINUTOS   PIC 9(09) VALUE ZEROS.
       77 WS-MIN-AGORA      PIC 9(09) VALUE ZEROS.
       77 WS-MIN-OCIOSO     PIC S9(09) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-OPERACAO      PIC X(01).
       01 LK-QUEM          PIC X(12).
                LK-PRIM-LOTE.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-SESSOES
            CALL 'LERPARTT' USING REG-PARAMETROS
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-DH-HORA FROM TIME
            MOVE WS-DATA-HOJE TO WS-CALC-DATA
            MOVE WS-DH-HORA(1:6) TO WS-CALC-HORA
            PERFORM P058-CALCULAR-MINUTOS
            MOVE WS-CALC-MINUTOS TO WS-MIN-AGORA
            SET ALTERADA-OK TO FALSE
            SET ACHADA-OK TO FALSE
            SET REMOVIDA-OK TO FALSE
            PERFORM P100-CARREGAR-SESSOES
            PERFORM P150-ENCERRAR-OCIOSAS

            EVALUATE LK-OPERACAO
               WHEN 'R'
                  PERFORM P200-INCLUIR-ENTRADA
               WHEN 'B'
                  PERFORM P200-INCLUIR-ENTRADA
               WHEN 'L'
                  PERFORM P300-REMOVER-ENTRADA
               WHEN 'F'
                  PERFORM P300-REMOVER-ENTRADA
               WHEN 'D'
                  PERFORM P300-REMOVER-ENTRADA
                  IF REMOVIDA-OK
                     CALL 'GRAVSESTT' USING LK-QUEM 'S' 'SV'
                  END-IF
               WHEN 'A'
                  PERFORM P330-MARCAR-ATIVIDADE
               WHEN OTHER
                  CONTINUE
            END-EVALUATE
            IF ALTERADA-OK
               PERFORM P400-REGRAVAR
            END-IF

            PERFORM P500-CONTAR-SESSOES
            IF LK-OPERACAO EQUAL 'A' OR LK-OPERACAO EQUAL 'D'
               IF ACHADA-OK OR REMOVIDA-OK
                  MOVE 1 TO LK-QTD-ONLINE
               ELSE
                  MOVE 0 TO LK-QTD-ONLINE
               END-IF
            END-IF

            GOBACK.

       P058-CALCULAR-MINUTOS.
       EVALUATE WS-CALC-MES
          WHEN 1  MOVE 000 TO WS-ACUM-MES
          WHEN 2  MOVE 031 TO WS-ACUM-MES
          WHEN 3  MOVE 059 TO WS-ACUM-MES
          WHEN 4  MOVE 090 TO WS-ACUM-MES
          WHEN 5  MOVE 120 TO WS-ACUM-MES
          WHEN 6  MOVE 151 TO WS-ACUM-MES
          WHEN 7  MOVE 181 TO WS-ACUM-MES
          WHEN 8  MOVE 212 TO WS-ACUM-MES
          WHEN 9  MOVE 243 TO WS-ACUM-MES
          WHEN 10 MOVE 273 TO WS-ACUM-MES
          WHEN 11 MOVE 304 TO WS-ACUM-MES
          WHEN 12 MOVE 334 TO WS-ACUM-MES
          WHEN OTHER
             MOVE 000 TO WS-ACUM-MES
       END-EVALUATE
       COMPUTE WS-CALC-MINUTOS =
               (WS-CALC-ANO * 365 + WS-ACUM-MES + WS-CALC-DIA)
               * 1440 + WS-CALC-HH * 60 + WS-CALC-MM
       .

       P100-CARREGAR-SESSOES.
       MOVE ZEROS TO WS-QTD-TAB.
       SET FS-OK TO TRUE.
                  MOVE SEM-QUEM TO WS-TAB-QUEM(WS-QTD-TAB)
                  MOVE SEM-DATA TO WS-TAB-DATA(WS-QTD-TAB)
                  MOVE SEM-HORA TO WS-TAB-HORA(WS-QTD-TAB)
                  IF SEM-DT-ATIVIDADE NUMERIC
                     AND SEM-DT-ATIVIDADE GREATER ZEROS
                     AND SEM-HR-ATIVIDADE NUMERIC
                     MOVE SEM-DT-ATIVIDADE
                       TO WS-TAB-DT-ATIV(WS-QTD-TAB)
                     MOVE SEM-HR-ATIVIDADE
                       TO WS-TAB-HR-ATIV(WS-QTD-TAB)
                  ELSE
                     MOVE SEM-DATA TO WS-TAB-DT-ATIV(WS-QTD-TAB)
                     MOVE SEM-HORA TO WS-TAB-HR-ATIV(WS-QTD-TAB)
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Sessão online sem atividade há mais que o parâmetro é
      * encerrada aqui mesmo: sai da trava, para os lotes não
      * ficarem presos a um terminal abandonado, e a saída vai
      * ao diário de sessões com o motivo 'TI'. O MENUCNTT dela
      * descobre na próxima tecla (operação 'A') e pede nova
      * identificação. Lotes não expiram.
      *---------------------------------------------------------
       P150-ENCERRAR-OCIOSAS.
       SET WS-IDX TO 1
       PERFORM P160-VERIFICAR-OCIOSA UNTIL WS-IDX GREATER WS-QTD-TAB
       .

       P160-VERIFICAR-OCIOSA.
       MOVE ZEROS TO WS-MIN-OCIOSO
       IF WS-TAB-TIPO(WS-IDX) EQUAL 'O'
          MOVE WS-TAB-DT-ATIV(WS-IDX) TO WS-CALC-DATA
          MOVE WS-TAB-HR-ATIV(WS-IDX) TO WS-CALC-HORA
          PERFORM P058-CALCULAR-MINUTOS
          COMPUTE WS-MIN-OCIOSO = WS-MIN-AGORA - WS-CALC-MINUTOS
       END-IF
       IF WS-MIN-OCIOSO GREATER PAR-MIN-INATIVIDADE
          CALL 'GRAVSESTT' USING WS-TAB-QUEM(WS-IDX) 'S' 'TI'
          MOVE WS-IDX TO WS-IDX-ATUAL
          PERFORM P320-DESLOCAR-ENTRADAS
          SUBTRACT 1 FROM WS-QTD-TAB
          MOVE WS-IDX-ATUAL TO WS-IDX
          SET ALTERADA-OK TO TRUE
       ELSE
          ADD 1 TO WS-IDX
       END-IF
       .

      *---------------------------------------------------------
      * 'R' e 'B' acrescentam uma linha: 'R' vira tipo 'O'
      * (sessão online), 'B' fica 'B' (lote).
          ACCEPT WS-TAB-DATA(WS-QTD-TAB) FROM DATE YYYYMMDD
          ACCEPT WS-DH-HORA FROM TIME
          MOVE WS-DH-HORA(1:6) TO WS-TAB-HORA(WS-QTD-TAB)
          MOVE WS-TAB-DATA(WS-QTD-TAB) TO WS-TAB-DT-ATIV(WS-QTD-TAB)
          MOVE WS-TAB-HORA(WS-QTD-TAB) TO WS-TAB-HR-ATIV(WS-QTD-TAB)
          SET ALTERADA-OK TO TRUE
       END-IF
       .

      *---------------------------------------------------------
      * 'L', 'D' e 'F' removem a primeira linha do tipo certo
      * com o mesmo ocupante, deslocando as seguintes uma
      * posição.
      *---------------------------------------------------------
       P300-REMOVER-ENTRADA.
       SET REMOVIDA-OK TO FALSE

       P310-PROCURAR-ENTRADA.
       IF WS-TAB-QUEM(WS-IDX) EQUAL LK-QUEM
          AND (((LK-OPERACAO EQUAL 'L' OR LK-OPERACAO EQUAL 'D')
                AND WS-TAB-TIPO(WS-IDX) EQUAL 'O')
           OR (LK-OPERACAO EQUAL 'F' AND
               WS-TAB-TIPO(WS-IDX) EQUAL 'B'))
          PERFORM P320-DESLOCAR-ENTRADAS
          SUBTRACT 1 FROM WS-QTD-TAB
          SET REMOVIDA-OK TO TRUE
          SET ALTERADA-OK TO TRUE
       ELSE
          ADD 1 TO WS-IDX
       END-IF
          MOVE WS-TAB-QUEM(WS-IDX + 1) TO WS-TAB-QUEM(WS-IDX)
          MOVE WS-TAB-DATA(WS-IDX + 1) TO WS-TAB-DATA(WS-IDX)
          MOVE WS-TAB-HORA(WS-IDX + 1) TO WS-TAB-HORA(WS-IDX)
          MOVE WS-TAB-DT-ATIV(WS-IDX + 1) TO WS-TAB-DT-ATIV(WS-IDX)
          MOVE WS-TAB-HR-ATIV(WS-IDX + 1) TO WS-TAB-HR-ATIV(WS-IDX)
          ADD 1 TO WS-IDX
       END-PERFORM
       .

      *---------------------------------------------------------
      * 'A' carimba a atividade na sessão online do operador;
      * sem a linha (encerrada por inatividade ou pelo
      * supervisor), nada é gravado e o chamador é avisado.
      *---------------------------------------------------------
       P330-MARCAR-ATIVIDADE.
       SET WS-IDX TO 1
       PERFORM P340-PROCURAR-SESSAO
          UNTIL WS-IDX GREATER WS-QTD-TAB OR ACHADA-OK
       .

       P340-PROCURAR-SESSAO.
       IF WS-TAB-QUEM(WS-IDX) EQUAL LK-QUEM
          AND WS-TAB-TIPO(WS-IDX) EQUAL 'O'
          MOVE WS-DATA-HOJE    TO WS-TAB-DT-ATIV(WS-IDX)
          MOVE WS-DH-HORA(1:6) TO WS-TAB-HR-ATIV(WS-IDX)
          SET ACHADA-OK TO TRUE
          SET ALTERADA-OK TO TRUE
       ELSE
          ADD 1 TO WS-IDX
       END-IF
       .

       P400-REGRAVAR.
       SET FS-OK TO TRUE.
       OPEN OUTPUT SESSOES
       MOVE WS-TAB-QUEM(WS-IDX) TO SEM-QUEM
       MOVE WS-TAB-DATA(WS-IDX) TO SEM-DATA
       MOVE WS-TAB-HORA(WS-IDX) TO SEM-HORA
       MOVE WS-TAB-DT-ATIV(WS-IDX) TO SEM-DT-ATIVIDADE
       MOVE WS-TAB-HR-ATIV(WS-IDX) TO SEM-HR-ATIVIDADE
       WRITE REG-SESSAO
       ADD 1 TO WS-IDX
       .
