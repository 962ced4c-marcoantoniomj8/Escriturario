      *            de arquivo gravado por uma versão anterior com
      *            menos campos). Módulo comum de todos os
      *            programas do sistema.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Padrões da tolerância de estouro dos
      *                   passos do lote noturno (50%) e da janela
      *                   do histórico de tempos (6 semanas, no
      *                   máximo 8); registro passa a 108 posições.
      * 15/10/2026 MAMJ - Sistema da chave externa levada pela
      *                   exportação CSV: sem padrão (em branco, sem
      *                   a coluna); registro passa a 116 posições.
      * 15/10/2026 MAMJ - Padrão do percentual de alerta de
      *                   capacidade (80%, no máximo 100); registro
      *                   passa a 119 posições.
      * 15/10/2026 MAMJ - Padrão dos minutos sem atividade que
      *                   encerram a sessão (30); registro passa a 122
      *                   posições.
      *********************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD ARQPARM.
       01 REG-PARM-ARQ       PIC X(122).

       WORKING-STORAGE SECTION.

          MOVE 'C:\cobol\treino\' TO PAR-DIR-TREINO
       END-IF
       PERFORM P130-NORMALIZAR-DIR-TREINO
       IF PAR-DIAS-PENDENCIA NOT NUMERIC
          OR PAR-DIAS-PENDENCIA EQUAL ZEROS
          MOVE 2 TO PAR-DIAS-PENDENCIA
       END-IF
       IF PAR-PCT-ESTOURO NOT NUMERIC
          OR PAR-PCT-ESTOURO EQUAL ZEROS
          MOVE 50 TO PAR-PCT-ESTOURO
       END-IF
       IF PAR-SEMANAS-TEMPO NOT NUMERIC
          OR PAR-SEMANAS-TEMPO EQUAL ZEROS
          MOVE 6 TO PAR-SEMANAS-TEMPO
       END-IF
       IF PAR-SEMANAS-TEMPO GREATER 8
          MOVE 8 TO PAR-SEMANAS-TEMPO
       END-IF
       IF PAR-SIS-CHAVE-EXP EQUAL LOW-VALUES
          MOVE SPACES TO PAR-SIS-CHAVE-EXP
       END-IF
       IF PAR-PCT-CAPACIDADE NOT NUMERIC
          OR PAR-PCT-CAPACIDADE EQUAL ZEROS
          OR PAR-PCT-CAPACIDADE GREATER 100
          MOVE 80 TO PAR-PCT-CAPACIDADE
       END-IF
       IF PAR-MIN-INATIVIDADE NOT NUMERIC
          OR PAR-MIN-INATIVIDADE EQUAL ZEROS
          MOVE 30 TO PAR-MIN-INATIVIDADE
       END-IF
       .

      *---------------------------------------------------------
