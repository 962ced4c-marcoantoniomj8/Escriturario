      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Tela do supervisor para as sessões abertas na
      *            trava de convivência (CONTSEMA.DAT): lista as
      *            sessões online e os lotes em execução com o
      *            início, a última atividade e os minutos sem
      *            atividade, e derruba a sessão online escolhida
      *            (TRAVCNTT 'D') — o operador que saiu sem
      *            encerrar deixa de prender os lotes e de deixar
      *            o terminal aberto com o seu nome. A saída vai
      *            ao diário de sessões com o motivo 'SV' e a
      *            ação à trilha de auditoria (GRAVAUDTT): chave =
      *            operador derrubado, antes = início da sessão,
      *            depois = última atividade. Lote não é derrubado
      *            por aqui, nem a própria sessão. Restrito ao
      *            supervisor pelo MENUCNTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESSCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT SESSOES ASSIGN TO WS-ARQ-SESSOES
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SESSOES.
          COPY FD_SEMTT.

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM       PIC X VALUE SPACES.
       77 WS-ARQ-SESSOES   PIC X(60) VALUE 'CONTSEMA.DAT'.
       77 WS-DH-HORA       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.

       77 WS-TRAVA-ONLINE  PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-LOTE    PIC 9(03) VALUE ZEROS.
       77 WS-TRAVA-PRI-ON  PIC X(12) VALUE SPACES.
       77 WS-TRAVA-PRI-LT  PIC X(12) VALUE SPACES.

       01 WS-TAB-SESSOES.
          03 WS-TAB-ITEM OCCURS 50 TIMES.
             05 WS-TAB-TIPO PIC X(01).
             05 WS-TAB-QUEM PIC X(12).
             05 WS-TAB-DATA PIC 9(08).
             05 WS-TAB-HORA PIC 9(06).
             05 WS-TAB-DT-ATIV PIC 9(08).
             05 WS-TAB-HR-ATIV PIC 9(06).
       77 WS-QTD-TAB       PIC 9(02) VALUE ZEROS.
       77 WS-IDX           PIC 9(02) VALUE ZEROS.
       77 WS-SEL-ENTRADA   PIC 9(02) VALUE ZEROS.

      *---------------------------------------------------------
      * Minutos corridos aproximados, a mesma conta do TRAVCNTT.
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

       01 WS-LINHA-SESSAO.
          03 WS-LS-NUMERO   PIC Z9.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LS-TIPO     PIC X(06).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LS-QUEM     PIC X(12).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LS-INICIO-DT PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LS-INICIO-HR PIC 9(06).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-LS-ATIV-DT  PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LS-ATIV-HR  PIC 9(06).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-LS-OCIOSO   PIC Z(04)9.

       77 WS-AUD-CHAVE     PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES     PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS    PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-SESSOES
            CALL 'LERPARTT' USING REG-PARAMETROS
            DISPLAY '***** SESSOES ABERTAS *****'
            IF LK-PF-OPERADOR NOT EQUAL 'S'
               DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
            ELSE
               SET EXIT-OK TO FALSE
               PERFORM P300-LISTAR-SESSOES THRU P300-FIM
                  UNTIL EXIT-OK
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

      *---------------------------------------------------------
      * A consulta à trava ('C') já encerra as sessões ociosas,
      * então a lista mostra só o que segue aberto de fato.
      *---------------------------------------------------------
       P100-CARREGAR-SESSOES.
       CALL 'TRAVCNTT' USING 'C' LK-US-OPERADOR WS-TRAVA-ONLINE
            WS-TRAVA-LOTE WS-TRAVA-PRI-ON WS-TRAVA-PRI-LT
       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
       ACCEPT WS-DH-HORA FROM TIME
       MOVE WS-DATA-HOJE TO WS-CALC-DATA
       MOVE WS-DH-HORA(1:6) TO WS-CALC-HORA
       PERFORM P058-CALCULAR-MINUTOS
       MOVE WS-CALC-MINUTOS TO WS-MIN-AGORA

       MOVE ZEROS TO WS-QTD-TAB
       SET FS-OK TO TRUE
       OPEN INPUT SESSOES
       IF FS-OK
          SET EOF-OK TO FALSE
          PERFORM P110-LER-SESSAO UNTIL EOF-OK
          CLOSE SESSOES
       END-IF
       .

       P110-LER-SESSAO.
       READ SESSOES
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF WS-QTD-TAB LESS 50
                  ADD 1 TO WS-QTD-TAB
                  MOVE SEM-TIPO TO WS-TAB-TIPO(WS-QTD-TAB)
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
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P300-LISTAR-SESSOES.
       PERFORM P100-CARREGAR-SESSOES
       DISPLAY ' '
       DISPLAY 'SESSAO ONLINE SEM ATIVIDADE E ENCERRADA APOS '
               PAR-MIN-INATIVIDADE ' MINUTOS'
       IF WS-QTD-TAB EQUAL ZEROS
          DISPLAY 'NENHUMA SESSAO ABERTA'
          SET EXIT-OK TO TRUE
          GO TO P300-FIM
       END-IF
       DISPLAY 'NR TIPO   OCUPANTE     INICIO           '
               'ULT. ATIVIDADE   OCIOSO'
       MOVE 1 TO WS-IDX
       PERFORM P310-EXIBIR-SESSAO UNTIL WS-IDX GREATER WS-QTD-TAB

       DISPLAY 'INFORME O NUMERO DA SESSAO A ENCERRAR OU <0> PARA'
       DISPLAY 'VOLTAR:'
       MOVE ZEROS TO WS-SEL-ENTRADA
       ACCEPT WS-SEL-ENTRADA
       IF WS-SEL-ENTRADA EQUAL ZEROS
          SET EXIT-OK TO TRUE
          GO TO P300-FIM
       END-IF
       IF WS-SEL-ENTRADA GREATER WS-QTD-TAB
          DISPLAY 'NUMERO DE SESSAO INVALIDO'
          GO TO P300-FIM
       END-IF
       IF WS-TAB-TIPO(WS-SEL-ENTRADA) NOT EQUAL 'O'
          DISPLAY 'LOTE EM EXECUCAO NAO E ENCERRADO POR AQUI'
          GO TO P300-FIM
       END-IF
       IF WS-TAB-QUEM(WS-SEL-ENTRADA) EQUAL LK-US-OPERADOR
          DISPLAY 'A PROPRIA SESSAO SE ENCERRA PELO <0> DO MENU'
          GO TO P300-FIM
       END-IF

       DISPLAY 'ENCERRAR A SESSAO DE ' WS-TAB-QUEM(WS-SEL-ENTRADA)
               '? TECLE <S> PARA CONFIRMAR'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT EQUAL 'S'
          DISPLAY 'SESSAO MANTIDA'
          GO TO P300-FIM
       END-IF
       PERFORM P400-DERRUBAR-SESSAO
       .
       P300-FIM.

       P310-EXIBIR-SESSAO.
       MOVE WS-IDX TO WS-LS-NUMERO
       IF WS-TAB-TIPO(WS-IDX) EQUAL 'O'
          MOVE 'ONLINE' TO WS-LS-TIPO
       ELSE
          MOVE 'LOTE'   TO WS-LS-TIPO
       END-IF
       MOVE WS-TAB-QUEM(WS-IDX)    TO WS-LS-QUEM
       MOVE WS-TAB-DATA(WS-IDX)    TO WS-LS-INICIO-DT
       MOVE WS-TAB-HORA(WS-IDX)    TO WS-LS-INICIO-HR
       MOVE WS-TAB-DT-ATIV(WS-IDX) TO WS-LS-ATIV-DT
       MOVE WS-TAB-HR-ATIV(WS-IDX) TO WS-LS-ATIV-HR
       MOVE WS-TAB-DT-ATIV(WS-IDX) TO WS-CALC-DATA
       MOVE WS-TAB-HR-ATIV(WS-IDX) TO WS-CALC-HORA
       PERFORM P058-CALCULAR-MINUTOS
       COMPUTE WS-MIN-OCIOSO = WS-MIN-AGORA - WS-CALC-MINUTOS
       IF WS-MIN-OCIOSO LESS ZEROS
          MOVE ZEROS TO WS-MIN-OCIOSO
       END-IF
       MOVE WS-MIN-OCIOSO TO WS-LS-OCIOSO
       DISPLAY WS-LINHA-SESSAO
       ADD 1 TO WS-IDX
       .

      *---------------------------------------------------------
      * A trava devolve 1 quando achou e removeu a sessão; 0
      * quando ela já tinha saído (ou expirado) entre a lista e
      * a confirmação, e então não há o que auditar.
      *---------------------------------------------------------
       P400-DERRUBAR-SESSAO.
       CALL 'TRAVCNTT' USING 'D' WS-TAB-QUEM(WS-SEL-ENTRADA)
            WS-TRAVA-ONLINE WS-TRAVA-LOTE WS-TRAVA-PRI-ON
            WS-TRAVA-PRI-LT
       IF WS-TRAVA-ONLINE EQUAL ZEROS
          DISPLAY 'A SESSAO JA NAO ESTAVA ABERTA'
       ELSE
          MOVE WS-TAB-QUEM(WS-SEL-ENTRADA) TO WS-AUD-CHAVE
          MOVE SPACES TO WS-AUD-ANTES WS-AUD-DEPOIS
          STRING 'INICIO '                    DELIMITED BY SIZE
                 WS-TAB-DATA(WS-SEL-ENTRADA)  DELIMITED BY SIZE
                 ' '                          DELIMITED BY SIZE
                 WS-TAB-HORA(WS-SEL-ENTRADA)  DELIMITED BY SIZE
            INTO WS-AUD-ANTES
          END-STRING
          STRING 'ULT. ATIVIDADE '               DELIMITED BY SIZE
                 WS-TAB-DT-ATIV(WS-SEL-ENTRADA)  DELIMITED BY SIZE
                 ' '                             DELIMITED BY SIZE
                 WS-TAB-HR-ATIV(WS-SEL-ENTRADA)  DELIMITED BY SIZE
            INTO WS-AUD-DEPOIS
          END-STRING
          CALL 'GRAVAUDTT' USING 'SESSCNTT' 'DERRUBADA '
               LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
               WS-AUD-DEPOIS
          DISPLAY 'SESSAO DE ' WS-TAB-QUEM(WS-SEL-ENTRADA)
                  ' ENCERRADA'
       END-IF
       .
       END PROGRAM SESSCNTT.
