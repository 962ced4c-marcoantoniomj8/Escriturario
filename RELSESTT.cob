      *            ontem à tarde e o que rodou" respondido em uma
      *            impressão. Sai em spool datado catalogado
      *            (CATSPLTT) para reimpressão.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Saída por inatividade ou derrubada pelo
      *                   supervisor sai com o motivo na descrição
      *                   (SAIDA OCIO / SAIDA SUPV).
      *********************************************************

       IDENTIFICATION DIVISION.
             WHEN 'E'
                MOVE 'ENTRADA   ' TO WS-EVT-DESC
             WHEN 'S'
                EVALUATE WS-EVT-OPCAO(WS-IDX)
                   WHEN 'TI'
                      MOVE 'SAIDA OCIO' TO WS-EVT-DESC
                   WHEN 'SV'
                      MOVE 'SAIDA SUPV' TO WS-EVT-DESC
                   WHEN OTHER
                      MOVE 'SAIDA     ' TO WS-EVT-DESC
                END-EVALUATE
             WHEN OTHER
                MOVE 'OPCAO     ' TO WS-EVT-DESC
                MOVE WS-EVT-OPCAO(WS-IDX) TO WS-EVT-OPC-ED
