      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Relatório de tempos do lote noturno. Lê o
      *            histórico de tempos dos passos (NOTURNTT.HST,
      *            gravado pelo NOTURNTT a cada passo executado) e
      *            imprime, por programa, nas últimas semanas
      *            (janela PAR-SEMANAS-TEMPO, hoje incluído): a
      *            quantidade de execuções OK, o tempo médio e o
      *            máximo em segundos, quantas vezes o passo saiu
      *            marcado ATENCAO, a média de cada semana da mais
      *            antiga para a mais recente e a tendência — a
      *            média da última semana contra a média da janela,
      *            em percentual. Um passo que cresce semana a
      *            semana aparece aqui antes de estourar a janela
      *            do lote. Execuções com erro não entram nas
      *            médias (o passo parou no meio), só na contagem
      *            de falhas. Sai em spool datado catalogado;
      *            conduzível pelo NOTURNTT (GOBACK).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTMPTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT HISTTEMPO ASSIGN TO WS-ARQ-HISTTEMPO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HST.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTTEMPO.
          COPY FD_TMPTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS-HST         PIC 99.
          88 FS-HST-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-ARQ-HISTTEMPO  PIC X(60) VALUE 'NOTURNTT.HST'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS     PIC 9(02) VALUE 40.
       77 WS-PAGINA         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LIDAS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-NA-JANELA  PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FORA-TAB   PIC 9(06) VALUE ZEROS.

      *---------------------------------------------------------
      * Um item por programa encontrado no histórico; a semana 1
      * é a mais recente (hoje e os seis dias anteriores).
      *---------------------------------------------------------
       01 WS-TAB-PASSOS.
          03 WS-TP-ITEM     OCCURS 30 TIMES.
             05 WS-TP-NOME       PIC X(08).
             05 WS-TP-QTD        PIC 9(05).
             05 WS-TP-SOMA       PIC 9(10).
             05 WS-TP-MAXIMO     PIC 9(06).
             05 WS-TP-FALHAS     PIC 9(05).
             05 WS-TP-ESTOUROS   PIC 9(05).
             05 WS-TP-SEMANA     OCCURS 8 TIMES.
                07 WS-TP-SEM-QTD  PIC 9(05).
                07 WS-TP-SEM-SOMA PIC 9(10).
       77 WS-QTD-PASSOS     PIC 9(02) VALUE ZEROS.
       77 WS-IDX            PIC 9(02) VALUE ZEROS.
       77 WS-SDX            PIC 9(02) VALUE ZEROS.
       77 WS-COL            PIC 9(02) VALUE ZEROS.
       77 WS-SEMANA         PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU          PIC X VALUE 'N'.
          88 ACHOU-OK       VALUE 'S' FALSE 'N'.

       77 WS-MEDIA          PIC 9(06) VALUE ZEROS.
       77 WS-MEDIA-SEMANA   PIC 9(06) VALUE ZEROS.
       77 WS-TENDENCIA      PIC S9(05) VALUE ZEROS.

      *---------------------------------------------------------
      * Dias corridos aproximados (ano de 365 dias mais os meses
      * acumulados), a mesma técnica do DIARIOTT e do NOTURNTT.
      *---------------------------------------------------------
       01 WS-CALC-DATA.
          03 WS-CALC-ANO    PIC 9(04).
          03 WS-CALC-MES    PIC 9(02).
          03 WS-CALC-DIA    PIC 9(02).
       77 WS-CALC-DIAS      PIC 9(07) VALUE ZEROS.
       77 WS-ACUM-MES       PIC 9(03) VALUE ZEROS.
       77 WS-DIAS-HOJE      PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-IDADE     PIC S9(07) VALUE ZEROS.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(48) VALUE
                     'TEMPOS DOS PASSOS DO LOTE NOTURNO'.
          03 FILLER         PIC X(08) VALUE 'PAGINA: '.
          03 WS-CAB1-PAG    PIC ZZZ9.
          03 FILLER         PIC X(72) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 FILLER         PIC X(08) VALUE 'JANELA: '.
          03 WS-CAB2-SEMANAS PIC Z9.
          03 FILLER         PIC X(22) VALUE
                             ' SEMANA(S) ATE HOJE, '.
          03 WS-CAB2-DATA   PIC 9(08).
          03 FILLER         PIC X(29) VALUE
                             '  (SEGUNDOS; SO EXECUCOES OK)'.
          03 FILLER         PIC X(63) VALUE SPACES.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(10) VALUE 'PROGRAMA'.
          03 FILLER         PIC X(07) VALUE 'EXECS'.
          03 FILLER         PIC X(08) VALUE ' MEDIA'.
          03 FILLER         PIC X(08) VALUE 'MAXIMO'.
          03 FILLER         PIC X(07) VALUE 'FALHAS'.
          03 FILLER         PIC X(06) VALUE 'ATENC'.
          03 FILLER         PIC X(07) VALUE ' SEM-8'.
          03 FILLER         PIC X(07) VALUE ' SEM-7'.
          03 FILLER         PIC X(07) VALUE ' SEM-6'.
          03 FILLER         PIC X(07) VALUE ' SEM-5'.
          03 FILLER         PIC X(07) VALUE ' SEM-4'.
          03 FILLER         PIC X(07) VALUE ' SEM-3'.
          03 FILLER         PIC X(07) VALUE ' SEM-2'.
          03 FILLER         PIC X(07) VALUE ' ULTIMA'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(10) VALUE 'TENDENCIA'.
          03 FILLER         PIC X(18) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-NOME    PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-QTD     PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-MEDIA   PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-MAXIMO  PIC ZZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-FALHAS  PIC ZZZZ9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-ESTOUROS PIC ZZZZ9.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-DET-SEMANA  PIC ZZZZZZZ OCCURS 8 TIMES.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-TENDENCIA PIC X(10).
          03 FILLER         PIC X(18) VALUE SPACES.

       01 WS-TENDENCIA-ED.
          03 WS-TEND-VALOR  PIC +ZZZ9.
          03 FILLER         PIC X(01) VALUE '%'.
          03 FILLER         PIC X(04) VALUE SPACES.

       01 WS-LINHA-TOTAL.
          03 WS-TOT-DESC    PIC X(40).
          03 WS-TOT-QTD     PIC ZZZZZ9.
          03 FILLER         PIC X(86) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-HISTTEMPO
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
            DISPLAY '***** TEMPOS DO LOTE NOTURNO *****'
            PERFORM P050-MONTAR-NOME-SPOOL
            MOVE WS-SPL-DATA TO WS-CALC-DATA
            PERFORM P058-CALCULAR-DIAS
            MOVE WS-CALC-DIAS TO WS-DIAS-HOJE
            PERFORM P100-GERAR-RELATORIO THRU P100-FIM
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'RELTMPTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

       P058-CALCULAR-DIAS.
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
       COMPUTE WS-CALC-DIAS = WS-CALC-ANO * 365
               + WS-ACUM-MES + WS-CALC-DIA
       .

       P100-GERAR-RELATORIO.
       MOVE ZEROS TO WS-QTD-LIDAS WS-QTD-NA-JANELA WS-QTD-FORA-TAB
                     WS-QTD-PASSOS WS-LINHA WS-PAGINA.
       SET FS-HST-OK TO TRUE.
       SET FS-REL-OK TO TRUE.

       OPEN INPUT HISTTEMPO
       IF WS-FS-HST EQUAL 35
          DISPLAY 'HISTORICO DE TEMPOS AINDA NAO GRAVADO (O'
          DISPLAY 'NOTURNTT GRAVA A CADA PASSO), NADA A RELATAR'
          GO TO P100-FIM
       END-IF
       IF NOT FS-HST-OK
          DISPLAY 'ERRO AO ABRIR O HISTORICO DE TEMPOS'
          CALL 'FSMSGTT' USING WS-FS-HST WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELTMPTT' 'HISTTEMPO '
               WS-FS-HST WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       SET EOF-OK TO FALSE
       PERFORM P200-LER-TEMPO UNTIL EOF-OK
       CLOSE HISTTEMPO

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELTMPTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       PERFORM P110-IMPRIMIR-CABECALHO
       IF WS-QTD-PASSOS EQUAL ZEROS
          MOVE 'NENHUM PASSO EXECUTADO DENTRO DA JANELA'
            TO REG-RELATORIO
          WRITE REG-RELATORIO
       ELSE
          SET WS-IDX TO 1
          PERFORM P300-IMPRIMIR-PASSO
             UNTIL WS-IDX GREATER WS-QTD-PASSOS
       END-IF
       PERFORM P800-IMPRIMIR-TOTAIS

       CLOSE RELATORIO
       CALL 'CATSPLTT' USING 'RELTMPTT' WS-ARQ-RELATORIO
       DISPLAY 'RELATORIO GRAVADO EM ' WS-ARQ-RELATORIO
       .
       P100-FIM.

       P110-IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-CAB1-PAG
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE PAR-SEMANAS-TEMPO TO WS-CAB2-SEMANAS
       MOVE WS-SPL-DATA       TO WS-CAB2-DATA
       WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB3
       MOVE ZEROS TO WS-LINHA
       .

      *---------------------------------------------------------
      * Linha do histórico: a idade em dias dá a semana (1 = a
      * mais recente); fora da janela, só conta como lida.
      *---------------------------------------------------------
       P200-LER-TEMPO.
       READ HISTTEMPO
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-QTD-LIDAS
               MOVE TMP-DATA TO WS-CALC-DATA
               PERFORM P058-CALCULAR-DIAS
               COMPUTE WS-DIAS-IDADE = WS-DIAS-HOJE - WS-CALC-DIAS
               IF WS-DIAS-IDADE NOT LESS ZEROS
                  AND WS-DIAS-IDADE LESS PAR-SEMANAS-TEMPO * 7
                  COMPUTE WS-SEMANA = WS-DIAS-IDADE / 7 + 1
                  ADD 1 TO WS-QTD-NA-JANELA
                  PERFORM P210-LOCALIZAR-PASSO
                  IF ACHOU-OK
                     PERFORM P220-ACUMULAR-TEMPO
                  ELSE
                     ADD 1 TO WS-QTD-FORA-TAB
                  END-IF
               END-IF
       END-READ
       .

       P210-LOCALIZAR-PASSO.
       SET ACHOU-OK TO FALSE
       SET WS-IDX TO 1
       PERFORM P211-COMPARAR-PASSO
          UNTIL WS-IDX GREATER WS-QTD-PASSOS OR ACHOU-OK
       IF NOT ACHOU-OK
          AND WS-QTD-PASSOS LESS 30
          ADD 1 TO WS-QTD-PASSOS
          MOVE WS-QTD-PASSOS TO WS-IDX
          MOVE TMP-NOME TO WS-TP-NOME(WS-IDX)
          MOVE ZEROS TO WS-TP-QTD(WS-IDX) WS-TP-SOMA(WS-IDX)
                        WS-TP-MAXIMO(WS-IDX) WS-TP-FALHAS(WS-IDX)
                        WS-TP-ESTOUROS(WS-IDX)
          SET WS-SDX TO 1
          PERFORM P212-LIMPAR-SEMANA UNTIL WS-SDX GREATER 8
          SET ACHOU-OK TO TRUE
       END-IF
       .

       P211-COMPARAR-PASSO.
       IF WS-TP-NOME(WS-IDX) EQUAL TMP-NOME
          SET ACHOU-OK TO TRUE
       ELSE
          ADD 1 TO WS-IDX
       END-IF
       .

       P212-LIMPAR-SEMANA.
       MOVE ZEROS TO WS-TP-SEM-QTD(WS-IDX WS-SDX)
                     WS-TP-SEM-SOMA(WS-IDX WS-SDX)
       ADD 1 TO WS-SDX
       .

       P220-ACUMULAR-TEMPO.
       IF TEMPO-ESTOURADO
          ADD 1 TO WS-TP-ESTOUROS(WS-IDX)
       END-IF
       IF TMP-RESULTADO NOT EQUAL 'OK'
          ADD 1 TO WS-TP-FALHAS(WS-IDX)
       ELSE
          ADD 1            TO WS-TP-QTD(WS-IDX)
          ADD TMP-SEGUNDOS TO WS-TP-SOMA(WS-IDX)
          IF TMP-SEGUNDOS GREATER WS-TP-MAXIMO(WS-IDX)
             MOVE TMP-SEGUNDOS TO WS-TP-MAXIMO(WS-IDX)
          END-IF
          ADD 1 TO WS-TP-SEM-QTD(WS-IDX WS-SEMANA)
          ADD TMP-SEGUNDOS TO WS-TP-SEM-SOMA(WS-IDX WS-SEMANA)
       END-IF
       .

      *---------------------------------------------------------
      * Colunas de semana da mais antiga (SEM-8) para a mais
      * recente (ULTIMA); semana sem execução fica em branco.
      * Tendência: média da última semana sobre a da janela.
      *---------------------------------------------------------
       P300-IMPRIMIR-PASSO.
       IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
          PERFORM P110-IMPRIMIR-CABECALHO
       END-IF
       ADD 1 TO WS-LINHA
       MOVE ZEROS TO WS-MEDIA
       IF WS-TP-QTD(WS-IDX) GREATER ZEROS
          DIVIDE WS-TP-SOMA(WS-IDX) BY WS-TP-QTD(WS-IDX)
                 GIVING WS-MEDIA ROUNDED
       END-IF
       MOVE WS-TP-NOME(WS-IDX)     TO WS-DET-NOME
       MOVE WS-TP-QTD(WS-IDX)      TO WS-DET-QTD
       MOVE WS-MEDIA               TO WS-DET-MEDIA
       MOVE WS-TP-MAXIMO(WS-IDX)   TO WS-DET-MAXIMO
       MOVE WS-TP-FALHAS(WS-IDX)   TO WS-DET-FALHAS
       MOVE WS-TP-ESTOUROS(WS-IDX) TO WS-DET-ESTOUROS
       SET WS-SDX TO 1
       PERFORM P310-IMPRIMIR-SEMANA UNTIL WS-SDX GREATER 8

       IF WS-TP-SEM-QTD(WS-IDX 1) EQUAL ZEROS
          OR WS-MEDIA EQUAL ZEROS
          MOVE 'SEM BASE' TO WS-DET-TENDENCIA
       ELSE
          DIVIDE WS-TP-SEM-SOMA(WS-IDX 1) BY WS-TP-SEM-QTD(WS-IDX 1)
                 GIVING WS-MEDIA-SEMANA ROUNDED
          COMPUTE WS-TENDENCIA ROUNDED =
                  (WS-MEDIA-SEMANA - WS-MEDIA) * 100 / WS-MEDIA
          MOVE WS-TENDENCIA   TO WS-TEND-VALOR
          MOVE WS-TENDENCIA-ED TO WS-DET-TENDENCIA
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       ADD 1 TO WS-IDX
       .

       P310-IMPRIMIR-SEMANA.
       COMPUTE WS-COL = 9 - WS-SDX
       IF WS-TP-SEM-QTD(WS-IDX WS-SDX) EQUAL ZEROS
          MOVE ZEROS TO WS-DET-SEMANA(WS-COL)
       ELSE
          DIVIDE WS-TP-SEM-SOMA(WS-IDX WS-SDX)
              BY WS-TP-SEM-QTD(WS-IDX WS-SDX)
              GIVING WS-MEDIA-SEMANA ROUNDED
          MOVE WS-MEDIA-SEMANA TO WS-DET-SEMANA(WS-COL)
       END-IF
       ADD 1 TO WS-SDX
       .

       P800-IMPRIMIR-TOTAIS.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'LINHAS LIDAS NO HISTORICO..............:' TO WS-TOT-DESC
       MOVE WS-QTD-LIDAS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'EXECUCOES DENTRO DA JANELA.............:' TO WS-TOT-DESC
       MOVE WS-QTD-NA-JANELA TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'PROGRAMAS DISTINTOS....................:' TO WS-TOT-DESC
       MOVE WS-QTD-PASSOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       IF WS-QTD-FORA-TAB GREATER ZEROS
          MOVE 'EXECUCOES ALEM DE 30 PROGRAMAS (FORA)..:'
            TO WS-TOT-DESC
          MOVE WS-QTD-FORA-TAB TO WS-TOT-QTD
          WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       END-IF
       .
       END PROGRAM RELTMPTT.
