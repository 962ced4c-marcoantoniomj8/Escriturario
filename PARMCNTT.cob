      *                   parâmetro alterado, com o valor antes e
      *                   depois — trocar o diretório dos dados em
      *                   silêncio deixou de ser possível.
      * 15/10/2026 MAMJ - Novo parâmetro: dias que uma alteração
      *                   sensível pode aguardar a aprovação do
      *                   supervisor antes de ir ao diário.
      * 15/10/2026 MAMJ - Novos parâmetros: tolerância percentual
      *                   sobre o tempo médio de um passo do lote
      *                   noturno e janela em semanas (1 a 8) do
      *                   histórico de tempos.
      * 15/10/2026 MAMJ - Novo parâmetro: sistema cuja chave externa
      *                   sai como última coluna da exportação CSV
      *                   (em branco mantém, '*' retira a coluna).
      * 15/10/2026 MAMJ - Novo parâmetro: percentual de ocupação (1 a
      *                   100) a partir do qual um contador ou campo
      *                   de tamanho fixo sai como ATENCAO no
      *                   relatório de capacidade e no diário.
      * 15/10/2026 MAMJ - Novo parâmetro: minutos sem atividade depois
      *                   dos quais a sessão do menu é encerrada e a
      *                   trava de convivência liberada.
      *********************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD ARQPARM.
       01 REG-PARM-ARQ       PIC X(122).

       WORKING-STORAGE SECTION.

          88 FS-PARM-OK     VALUE 0.
       77 WS-DIR-ENTRADA    PIC X(40) VALUE SPACES.
       77 WS-FIL-ENTRADA    PIC X(03) VALUE SPACES.
       77 WS-SIS-ENTRADA    PIC X(08) VALUE SPACES.
       77 WS-NUM-ENTRADA    PIC 9(03) VALUE ZEROS.
       77 WS-CONFIRM        PIC X VALUE SPACES.
       77 WS-AUD-CHAVE      PIC X(08) VALUE SPACES.
          03 ANT-DIAS-SENHA      PIC 9(03).
          03 ANT-CD-FILIAL       PIC X(03).
          03 ANT-DIR-TREINO      PIC X(40).
          03 ANT-DIAS-PENDENCIA  PIC 9(03).
          03 ANT-PCT-ESTOURO     PIC 9(03).
          03 ANT-SEMANAS-TEMPO   PIC 9(02).
          03 ANT-SIS-CHAVE-EXP   PIC X(08).
          03 ANT-PCT-CAPACIDADE  PIC 9(03).
          03 ANT-MIN-INATIVIDADE PIC 9(03).

       LINKAGE SECTION.
       01 LK-COM-AREA.
       IF WS-DIR-ENTRADA NOT EQUAL SPACES
          MOVE WS-DIR-ENTRADA TO PAR-DIR-TREINO
       END-IF

       DISPLAY 'PRAZO DE APROVACAO (DIAS)...: ' PAR-DIAS-PENDENCIA
       DISPLAY 'NOVO VALOR (0 MANTEM):'
       MOVE ZEROS TO WS-NUM-ENTRADA
       ACCEPT WS-NUM-ENTRADA
       IF WS-NUM-ENTRADA GREATER ZEROS
          MOVE WS-NUM-ENTRADA TO PAR-DIAS-PENDENCIA
       END-IF

       DISPLAY 'TOLERANCIA DE TEMPO (%).....: ' PAR-PCT-ESTOURO
       DISPLAY 'NOVO VALOR (0 MANTEM):'
       MOVE ZEROS TO WS-NUM-ENTRADA
       ACCEPT WS-NUM-ENTRADA
       IF WS-NUM-ENTRADA GREATER ZEROS
          MOVE WS-NUM-ENTRADA TO PAR-PCT-ESTOURO
       END-IF

       DISPLAY 'JANELA DOS TEMPOS (SEMANAS).: ' PAR-SEMANAS-TEMPO
       DISPLAY 'NOVO VALOR (0 MANTEM, MAXIMO 8):'
       MOVE ZEROS TO WS-NUM-ENTRADA
       ACCEPT WS-NUM-ENTRADA
       IF WS-NUM-ENTRADA GREATER ZEROS
          AND WS-NUM-ENTRADA NOT GREATER 8
          MOVE WS-NUM-ENTRADA TO PAR-SEMANAS-TEMPO
       END-IF

       DISPLAY 'SISTEMA DA CHAVE NO CSV.....: ' PAR-SIS-CHAVE-EXP
       DISPLAY 'NOVO VALOR (EM BRANCO MANTEM, * RETIRA A COLUNA):'
       MOVE SPACES TO WS-SIS-ENTRADA
       ACCEPT WS-SIS-ENTRADA
       INSPECT WS-SIS-ENTRADA CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       IF WS-SIS-ENTRADA EQUAL '*'
          MOVE SPACES TO PAR-SIS-CHAVE-EXP
       ELSE
          IF WS-SIS-ENTRADA NOT EQUAL SPACES
             MOVE WS-SIS-ENTRADA TO PAR-SIS-CHAVE-EXP
          END-IF
       END-IF

       DISPLAY 'ALERTA DE CAPACIDADE (%)....: ' PAR-PCT-CAPACIDADE
       DISPLAY 'NOVO VALOR (0 MANTEM, MAXIMO 100):'
       MOVE ZEROS TO WS-NUM-ENTRADA
       ACCEPT WS-NUM-ENTRADA
       IF WS-NUM-ENTRADA GREATER ZEROS
          AND WS-NUM-ENTRADA NOT GREATER 100
          MOVE WS-NUM-ENTRADA TO PAR-PCT-CAPACIDADE
       END-IF

       DISPLAY 'SESSAO OCIOSA ENCERRA (MIN)..: ' PAR-MIN-INATIVIDADE
       DISPLAY 'NOVO VALOR (0 MANTEM):'
       MOVE ZEROS TO WS-NUM-ENTRADA
       ACCEPT WS-NUM-ENTRADA
       IF WS-NUM-ENTRADA GREATER ZEROS
          MOVE WS-NUM-ENTRADA TO PAR-MIN-INATIVIDADE
       END-IF
       .

       P200-CONFIRMAR-GRAVACAO.
       DISPLAY 'VALIDADE DA SENHA...: ' PAR-DIAS-SENHA
       DISPLAY 'NOSSA FILIAL........: ' PAR-CD-FILIAL
       DISPLAY 'DIRETORIO DE TREINO.: ' PAR-DIR-TREINO
       DISPLAY 'PRAZO DE APROVACAO..: ' PAR-DIAS-PENDENCIA
       DISPLAY 'TOLERANCIA DE TEMPO.: ' PAR-PCT-ESTOURO
       DISPLAY 'JANELA DOS TEMPOS...: ' PAR-SEMANAS-TEMPO
       DISPLAY 'CHAVE EXTERNA NO CSV: ' PAR-SIS-CHAVE-EXP
       DISPLAY 'ALERTA DE CAPACIDADE: ' PAR-PCT-CAPACIDADE
       DISPLAY 'SESSAO OCIOSA (MIN).: ' PAR-MIN-INATIVIDADE
       DISPLAY 'TECLE <S> PARA GRAVAR OU <QUALQUER TECLA> PARA'
       DISPLAY 'ABORTAR'
       ACCEPT WS-CONFIRM
          MOVE PAR-DIR-TREINO TO WS-AUD-DEPOIS
          PERFORM P310-GRAVAR-AUDITORIA
       END-IF
       IF PAR-DIAS-PENDENCIA NOT EQUAL ANT-DIAS-PENDENCIA
          MOVE 'DIASPEND' TO WS-AUD-CHAVE
          MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
          MOVE ANT-DIAS-PENDENCIA TO WS-AUD-ANTES
          MOVE PAR-DIAS-PENDENCIA TO WS-AUD-DEPOIS
          PERFORM P310-GRAVAR-AUDITORIA
       END-IF
       IF PAR-PCT-ESTOURO NOT EQUAL ANT-PCT-ESTOURO
          MOVE 'PCTESTOU' TO WS-AUD-CHAVE
          MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
          MOVE ANT-PCT-ESTOURO TO WS-AUD-ANTES
          MOVE PAR-PCT-ESTOURO TO WS-AUD-DEPOIS
          PERFORM P310-GRAVAR-AUDITORIA
       END-IF
       IF PAR-SEMANAS-TEMPO NOT EQUAL ANT-SEMANAS-TEMPO
          MOVE 'SEMTEMPO' TO WS-AUD-CHAVE
          MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
          MOVE ANT-SEMANAS-TEMPO TO WS-AUD-ANTES
          MOVE PAR-SEMANAS-TEMPO TO WS-AUD-DEPOIS
          PERFORM P310-GRAVAR-AUDITORIA
       END-IF
       IF PAR-SIS-CHAVE-EXP NOT EQUAL ANT-SIS-CHAVE-EXP
          MOVE 'SISCHEXP' TO WS-AUD-CHAVE
          MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
          MOVE ANT-SIS-CHAVE-EXP TO WS-AUD-ANTES
          MOVE PAR-SIS-CHAVE-EXP TO WS-AUD-DEPOIS
          PERFORM P310-GRAVAR-AUDITORIA
       END-IF
       IF PAR-PCT-CAPACIDADE NOT EQUAL ANT-PCT-CAPACIDADE
          MOVE 'PCTCAPAC' TO WS-AUD-CHAVE
          MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
          MOVE ANT-PCT-CAPACIDADE TO WS-AUD-ANTES
          MOVE PAR-PCT-CAPACIDADE TO WS-AUD-DEPOIS
          PERFORM P310-GRAVAR-AUDITORIA
       END-IF
       IF PAR-MIN-INATIVIDADE NOT EQUAL ANT-MIN-INATIVIDADE
          MOVE 'MININATV' TO WS-AUD-CHAVE
          MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
          MOVE ANT-MIN-INATIVIDADE TO WS-AUD-ANTES
          MOVE PAR-MIN-INATIVIDADE TO WS-AUD-DEPOIS
          PERFORM P310-GRAVAR-AUDITORIA
       END-IF
       .

       P310-GRAVAR-AUDITORIA.
