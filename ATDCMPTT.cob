      *            histórico do contato (GRAVNOTT), visível pelo
      *            ANOTCNTT. Atualização dos dados em si continua
      *            sendo feita pela alteração (ALTCONTT).
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - A fila passa a ser roteada pela carteira
      *                   (CONTCART.DAT): o operador recebe só os
      *                   itens dos contatos de que é responsável
      *                   e os dos contatos sem responsável; os
      *                   demais ficam para o dono da carteira, e a
      *                   quantidade deles é informada ao final.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPANHAS.
       FD CONTATOS.
          COPY FD_CONTT.

       FD CARTEIRA.
          COPY FD_CARTT.

       WORKING-STORAGE SECTION.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
          88 FS-OK         VALUE 0.
       77 WS-FS-CMP        PIC 99.
          88 FS-CMP-OK     VALUE 0.
       77 WS-FS-CAR        PIC 99.
          88 FS-CAR-OK     VALUE 0.
       77 WS-CARTEIRA      PIC X VALUE 'N'.
          88 CARTEIRA-ABERTA-OK VALUE 'S' FALSE 'N'.
       77 WS-DA-CARTEIRA   PIC X VALUE 'N'.
          88 DA-CARTEIRA-OK VALUE 'S' FALSE 'N'.
       77 WS-DE-OUTROS     PIC 9(05) VALUE ZEROS.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.

       77 WS-ARQ-CAMPANHAS PIC X(60) VALUE 'CONTCAMP.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-CARTEIRA  PIC X(60) VALUE 'CONTCART.DAT'.

       77 WS-DV-EXIBE      PIC 9(01) VALUE ZEROS.
       77 WS-TEL-FMT       PIC X(15) VALUE SPACES.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CAMPANHAS
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            DISPLAY '***** ATENDIMENTO DE CAMPANHA *****'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET NR-VALIDO-OK TO FALSE
       IF NOT ACHOU-OK
          DISPLAY 'NAO HA MAIS ITENS PENDENTES NA CAMPANHA '
                  WS-NR-CAMPANHA
          IF WS-DE-OUTROS GREATER ZEROS
             DISPLAY WS-DE-OUTROS ' ITEM(NS) PENDENTE(S) DA CARTEIRA'
                     ' DE OUTROS OPERADORES'
          END-IF
          CLOSE CAMPANHAS
          SET EXIT-OK TO TRUE
          GO TO P300-FIM
      * Posiciona no início da campanha informada e avança até o
      * primeiro item ainda pendente; um item já marcado por
      * outro atendente é simplesmente pulado — é isso que acaba
      * com a lista trabalhada em dobro. Item pendente de contato
      * da carteira de outro operador também é pulado (e contado).
      *---------------------------------------------------------
       P310-PROXIMO-PENDENTE.
       MOVE ZEROS TO WS-DE-OUTROS
       SET CARTEIRA-ABERTA-OK TO FALSE
       SET FS-CAR-OK TO TRUE
       OPEN INPUT CARTEIRA
       IF FS-CAR-OK
          SET CARTEIRA-ABERTA-OK TO TRUE
       END-IF
       MOVE WS-NR-CAMPANHA TO CMP-NR-CAMPANHA
       MOVE ZEROS TO CMP-SEQUENCIA
       SET EOF-OK TO FALSE
                SET EOF-OK TO TRUE
       END-START
       PERFORM P315-LER-ITEM UNTIL EOF-OK OR ACHOU-OK
       IF CARTEIRA-ABERTA-OK
          CLOSE CARTEIRA
          SET CARTEIRA-ABERTA-OK TO FALSE
       END-IF
       .

       P315-LER-ITEM.
                  SET EOF-OK TO TRUE
               ELSE
                  IF ITEM-PENDENTE
                     PERFORM P316-CONFERIR-CARTEIRA
                     IF DA-CARTEIRA-OK
                        SET ACHOU-OK TO TRUE
                     ELSE
                        ADD 1 TO WS-DE-OUTROS
                     END-IF
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * O item é do operador quando o contato está na carteira
      * dele ou não tem responsável.
      *---------------------------------------------------------
       P316-CONFERIR-CARTEIRA.
       SET DA-CARTEIRA-OK TO TRUE
       IF CARTEIRA-ABERTA-OK
          MOVE CMP-ID-CONTATO TO CAR-ID-CONTATO
          READ CARTEIRA
               KEY IS CAR-ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CAR-CD-OPERADOR NOT EQUAL LK-US-OPERADOR(1:8)
                     SET DA-CARTEIRA-OK TO FALSE
                  END-IF
          END-READ
       END-IF
       .

       P320-EXIBIR-CONTATO.
       SET FS-OK TO TRUE
       MOVE SPACES TO WS-REGISTRO
