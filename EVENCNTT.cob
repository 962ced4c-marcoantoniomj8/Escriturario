      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Cadastro de eventos (CONTEVEN.DAT): o
      *            supervisor registra o encontro, palestra ou
      *            confraternização com nome, data, local e
      *            capacidade de público, e o evento recebe o
      *            próximo número livre. A lista de convidados é
      *            gerada depois pelo GERCNVTT; respostas e
      *            presença ficam no RSVCNVTT e o resumo sai pelo
      *            RELCNVTT. Chamado do submenu de eventos do
      *            MENUCNTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT EVENTOS ASSIGN TO WS-ARQ-EVENTOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EVE-NR-EVENTO
                FILE STATUS IS WS-FS-EVE.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTOS.
          COPY FD_EVETT.

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS-EVE        PIC 99.
          88 FS-EVE-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO         PIC X VALUE SPACES.
       77 WS-TECLA         PIC X VALUE SPACES.
       77 WS-ARQ-EVENTOS   PIC X(60) VALUE 'CONTEVEN.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-MAX-EVENTO    PIC 9(04) VALUE ZEROS.
       77 WS-PAG-CONT      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-EVENTOS   PIC 9(04) VALUE ZEROS.

       77 WS-NM-EVENTO     PIC X(40) VALUE SPACES.
       77 WS-LOCAL         PIC X(40) VALUE SPACES.
       77 WS-CAPACIDADE    PIC 9(05) VALUE ZEROS.
       01 WS-DT-EVENTO     PIC 9(08) VALUE ZEROS.
       01 WS-DT-EVENTO-R   REDEFINES WS-DT-EVENTO.
          03 WS-EVE-ANO    PIC 9(04).
          03 WS-EVE-MES    PIC 9(02).
          03 WS-EVE-DIA    PIC 9(02).
       77 WS-DATA-VALIDA   PIC X VALUE 'N'.
          88 DATA-VALIDA-OK VALUE 'S' FALSE 'N'.
       77 WS-AVISO-PASSADO PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-EVENTOS
            CALL 'LERPARTT' USING REG-PARAMETROS
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
            GOBACK.

       P300-PROCESSA-MENU.
       DISPLAY '----- CADASTRO DE EVENTOS -----'
       DISPLAY '<C> CADASTRAR EVENTO   <L> LISTAR EVENTOS'
       DISPLAY '<F> VOLTAR'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO

       EVALUATE WS-OPCAO
          WHEN 'C'
             PERFORM P310-CADASTRAR-EVENTO THRU P310-FIM
          WHEN 'L'
             PERFORM P320-LISTAR-EVENTOS THRU P320-FIM
          WHEN 'F'
             SET EXIT-OK TO TRUE
          WHEN OTHER
             DISPLAY 'OPCAO INVALIDA'
       END-EVALUATE
       .
       P300-FIM.

      *---------------------------------------------------------
      * Registra o evento com o próximo número livre. A data não
      * pode estar no passado e a capacidade tem de ser maior
      * que zero: é ela que limita as confirmações no RSVCNVTT.
      *---------------------------------------------------------
       P310-CADASTRAR-EVENTO.
       DISPLAY 'NOME DO EVENTO (ATE 40 CARACTERES):'
       MOVE SPACES TO WS-NM-EVENTO
       ACCEPT WS-NM-EVENTO
       IF WS-NM-EVENTO EQUAL SPACES
          DISPLAY 'O NOME NAO PODE FICAR EM BRANCO'
          GO TO P310-FIM
       END-IF

       DISPLAY 'DATA DO EVENTO (AAAAMMDD):'
       MOVE ZEROS TO WS-DT-EVENTO
       ACCEPT WS-DT-EVENTO
       PERFORM P340-VALIDAR-DATA
       IF NOT DATA-VALIDA-OK
          GO TO P310-FIM
       END-IF

       DISPLAY 'LOCAL (ATE 40 CARACTERES):'
       MOVE SPACES TO WS-LOCAL
       ACCEPT WS-LOCAL
       IF WS-LOCAL EQUAL SPACES
          DISPLAY 'O LOCAL NAO PODE FICAR EM BRANCO'
          GO TO P310-FIM
       END-IF

       DISPLAY 'CAPACIDADE (NUMERO MAXIMO DE PARTICIPANTES):'
       MOVE ZEROS TO WS-CAPACIDADE
       ACCEPT WS-CAPACIDADE
       IF WS-CAPACIDADE EQUAL ZEROS
          DISPLAY 'CAPACIDADE INVALIDA, INFORME APENAS NUMEROS'
          DISPLAY 'MAIORES QUE ZERO'
          GO TO P310-FIM
       END-IF

       SET FS-EVE-OK TO TRUE
       OPEN I-O EVENTOS
       IF WS-FS-EVE EQUAL 35
          OPEN OUTPUT EVENTOS
          CLOSE EVENTOS
          OPEN I-O EVENTOS
       END-IF
       IF NOT FS-EVE-OK
          PERFORM P390-ERRO-ARQUIVO
          GO TO P310-FIM
       END-IF

       PERFORM P350-CALCULAR-PROX-EVENTO
       IF WS-MAX-EVENTO EQUAL 9999
          DISPLAY 'LIMITE DE EVENTOS ATINGIDO'
          CLOSE EVENTOS
          GO TO P310-FIM
       END-IF
       INITIALIZE REG-EVENTO
       ADD 1 TO WS-MAX-EVENTO GIVING EVE-NR-EVENTO
       MOVE WS-NM-EVENTO   TO EVE-NM-EVENTO
       MOVE WS-DT-EVENTO   TO EVE-DT-EVENTO
       MOVE WS-LOCAL       TO EVE-LOCAL
       MOVE WS-CAPACIDADE  TO EVE-CAPACIDADE
       MOVE WS-DATA-HOJE   TO EVE-DT-CADASTRO
       MOVE LK-US-OPERADOR TO EVE-US-CADASTRO
       WRITE REG-EVENTO
          INVALID KEY
             DISPLAY 'ERRO AO GRAVAR O EVENTO'
          NOT INVALID KEY
             DISPLAY 'EVENTO ' EVE-NR-EVENTO ' CADASTRADO COM SUCESSO'
       END-WRITE
       CLOSE EVENTOS
       .
       P310-FIM.

      *---------------------------------------------------------
      * Lista os eventos em ordem de número, com data, local e
      * capacidade; o que já passou sai marcado como realizado.
      *---------------------------------------------------------
       P320-LISTAR-EVENTOS.
       SET FS-EVE-OK TO TRUE
       OPEN INPUT EVENTOS
       IF WS-FS-EVE EQUAL 35
          DISPLAY 'NENHUM EVENTO CADASTRADO'
          GO TO P320-FIM
       END-IF
       IF NOT FS-EVE-OK
          PERFORM P390-ERRO-ARQUIVO
          GO TO P320-FIM
       END-IF
       MOVE ZEROS TO WS-PAG-CONT WS-QTD-EVENTOS
       SET EOF-OK TO FALSE
       PERFORM P325-EXIBIR-EVENTO UNTIL EOF-OK
       CLOSE EVENTOS
       IF WS-QTD-EVENTOS EQUAL ZEROS
          DISPLAY 'NENHUM EVENTO CADASTRADO'
       END-IF
       .
       P320-FIM.

       P325-EXIBIR-EVENTO.
       READ EVENTOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-QTD-EVENTOS
               MOVE SPACES TO WS-AVISO-PASSADO
               IF EVE-DT-EVENTO LESS WS-DATA-HOJE
                  MOVE ' REALIZADO' TO WS-AVISO-PASSADO
               END-IF
               DISPLAY EVE-NR-EVENTO ' ' EVE-DT-EVENTO ' '
                       EVE-NM-EVENTO WS-AVISO-PASSADO
               DISPLAY '     LOCAL: ' EVE-LOCAL
               DISPLAY '     CAPACIDADE: ' EVE-CAPACIDADE
               ADD 1 TO WS-PAG-CONT
               IF WS-PAG-CONT GREATER OR EQUAL PAR-PAG-LISTA
                  DISPLAY 'TECLE <ENTER> PARA CONTINUAR...'
                  ACCEPT WS-TECLA
                  MOVE ZEROS TO WS-PAG-CONT
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Data possível (mês 1 a 12, dia 1 a 31) e não anterior a
      * hoje.
      *---------------------------------------------------------
       P340-VALIDAR-DATA.
       SET DATA-VALIDA-OK TO TRUE
       IF WS-EVE-MES LESS 1 OR WS-EVE-MES GREATER 12
          OR WS-EVE-DIA LESS 1 OR WS-EVE-DIA GREATER 31
          SET DATA-VALIDA-OK TO FALSE
          DISPLAY 'DATA INVALIDA, INFORME A DATA COMO AAAAMMDD'
       ELSE
          IF WS-DT-EVENTO LESS WS-DATA-HOJE
             SET DATA-VALIDA-OK TO FALSE
             DISPLAY 'A DATA DO EVENTO NAO PODE SER ANTERIOR A HOJE'
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Varre o cadastro atrás do maior número de evento já
      * usado, como o GERCMPTT faz com as campanhas.
      *---------------------------------------------------------
       P350-CALCULAR-PROX-EVENTO.
       MOVE ZEROS TO WS-MAX-EVENTO
       MOVE ZEROS TO EVE-NR-EVENTO
       SET EOF-OK TO FALSE
       START EVENTOS KEY IS GREATER OR EQUAL EVE-NR-EVENTO
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P355-LER-PROX-EVENTO UNTIL EOF-OK
       .

       P355-LER-PROX-EVENTO.
       READ EVENTOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               MOVE EVE-NR-EVENTO TO WS-MAX-EVENTO
       END-READ
       .

       P390-ERRO-ARQUIVO.
       DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EVENTOS'
       CALL 'FSMSGTT' USING WS-FS-EVE WS-FS-MSG
       DISPLAY WS-FS-MSG
       CALL 'ERRLOGTT' USING 'EVENCNTT' 'EVENTOS   '
            WS-FS-EVE WS-ERR-CHAVE
       .
       END PROGRAM EVENCNTT.
