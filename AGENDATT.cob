      *            catalogado (CATSPLTT) e roda como passo do lote
      *            noturno (NOTURNTT) — o retorno prometido deixa
      *            de morar no calendário de mesa.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - O retorno passa a sair na lista do
      *                   operador responsável pelo contato
      *                   (carteira, CONTCART.DAT); só o contato
      *                   sem responsável continua na lista de
      *                   quem agendou o retorno.
      *********************************************************

       IDENTIFICATION DIVISION.
                RECORD KEY IS NOT-CHAVE
                FILE STATUS IS WS-FS.

                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.
       FD NOTAS.
          COPY FD_NOTATT.

       FD CARTEIRA.
          COPY FD_CARTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

          88 FS-OK         VALUE 0.
       77 WS-FS-REL        PIC 99.
          88 FS-REL-OK     VALUE 0.
       77 WS-FS-CAR        PIC 99.
          88 FS-CAR-OK     VALUE 0.
       77 WS-CARTEIRA      PIC X VALUE 'N'.
          88 CARTEIRA-ABERTA-OK VALUE 'S' FALSE 'N'.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
          03 FILLER         PIC X(49) VALUE SPACES.

       77 WS-ARQ-NOTAS     PIC X(60) VALUE 'CONTNOTA.DAT'.
       77 WS-ARQ-CARTEIRA  PIC X(60) VALUE 'CONTCART.DAT'.
       77 WS-ARQ-RELATORIO PIC X(60) VALUE SPACES.

       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-NOTAS
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            DISPLAY '***** LISTA DIARIA DE RETORNOS *****'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P050-MONTAR-NOME-SPOOL
          DISPLAY 'AINDA NAO HA ANOTACOES; NADA A LISTAR'
       ELSE
          IF FS-OK
             PERFORM P105-ABRIR-CARTEIRA
             SET EOF-OK TO FALSE
             PERFORM P110-LER-NOTA UNTIL EOF-OK
             CLOSE NOTAS
             IF CARTEIRA-ABERTA-OK
                CLOSE CARTEIRA
                SET CARTEIRA-ABERTA-OK TO FALSE
             END-IF
             IF WS-DESCARTADOS GREATER ZEROS
                DISPLAY 'ATENCAO: ' WS-DESCARTADOS ' RETORNO(S)'
                DISPLAY 'ALEM DO LIMITE DE 500 FICARAM FORA DA'
       END-IF
       .

      *---------------------------------------------------------
      * A carteira decide a lista em que o retorno sai; sem ela
      * (ainda não criada), vale quem agendou.
      *---------------------------------------------------------
       P105-ABRIR-CARTEIRA.
       SET CARTEIRA-ABERTA-OK TO FALSE
       SET FS-CAR-OK TO TRUE
       OPEN INPUT CARTEIRA
       IF FS-CAR-OK
          SET CARTEIRA-ABERTA-OK TO TRUE
       ELSE
          IF WS-FS-CAR NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTEIRAS'
             CALL 'FSMSGTT' USING WS-FS-CAR WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'AGENDATT' 'CARTEIRA  '
                  WS-FS-CAR WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P110-LER-NOTA.
       READ NOTAS NEXT RECORD
            AT END
                          TO WS-DEV-DATA(WS-QTD-DEVIDOS)
                     MOVE NOT-US-RETORNO
                          TO WS-DEV-RESP(WS-QTD-DEVIDOS)
                     PERFORM P115-BUSCAR-RESPONSAVEL
                     MOVE NOT-TEXTO
                          TO WS-DEV-TEXTO(WS-QTD-DEVIDOS)
                  ELSE
       END-READ
       .

       P115-BUSCAR-RESPONSAVEL.
       IF CARTEIRA-ABERTA-OK
          MOVE NOT-ID-CONTATO TO CAR-ID-CONTATO
          READ CARTEIRA
               KEY IS CAR-ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CAR-CD-OPERADOR
                       TO WS-DEV-RESP(WS-QTD-DEVIDOS)
          END-READ
       END-IF
       .

       P200-LEVANTAR-OPERADORES.
       MOVE ZEROS TO WS-QTD-OPES WS-OPES-DE-FORA
       SET WS-IDX TO 1
