      *            a lista em papel: o atendimento (ATDCMPTT)
      *            entrega um item por vez e o relatório de
      *            conclusão (RELCMPTT) fecha a campanha.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Contato marcado como falecido (CONTOBIT.DAT,
      *                   conferência mensal OBTCONTT) não entra na
      *                   campanha; contado à parte no fechamento.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT OBITOS ASSIGN TO WS-ARQ-OBITOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OBT-ID-CONTATO
                FILE STATUS IS WS-FS-OBT.

                SELECT CAMPANHAS ASSIGN TO WS-ARQ-CAMPANHAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
       FD CONTATOS.
          COPY FD_CONTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD CAMPANHAS.
          COPY FD_CMPTT.

       WORKING-STORAGE SECTION.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).
       77 WS-ARQ-CAMPANHAS PIC X(60) VALUE 'CONTCAMP.DAT'.

       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.
       77 WS-FS-OBT         PIC 99.
          88 FS-OBT-OK      VALUE 0.
       77 WS-ARQ-OBITOS     PIC X(60) VALUE 'CONTOBIT.DAT'.
       77 WS-OBITOS-ABERTO  PIC X VALUE 'N'.
          88 OBITOS-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-FALECIDO       PIC X VALUE 'N'.
          88 FALECIDO-OK    VALUE 'S' FALSE 'N'.
       77 WS-QTD-FALECIDOS  PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-OBITOS
            CALL 'ARQPARTT' USING WS-ARQ-CAMPANHAS
            DISPLAY '***** GERACAO DE CAMPANHA DE LIGACAO *****'
            SET SECAO-VALIDA-OK TO FALSE
            PERFORM P200-INFORMAR-SECAO UNTIL SECAO-VALIDA-OK
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-OK AND FS-CMP-OK
               PERFORM P360-ABRIR-OBITOS
               PERFORM P250-CALCULAR-PROX-CAMPANHA
               SET EOF-OK TO FALSE
               PERFORM P300-AVALIAR-CONTATO UNTIL EOF-OK
               IF CONTATO-ATIVO
                  PERFORM P310-TESTAR-CONDICAO
                  IF CONDICAO-OK
                     PERFORM P365-CONFERIR-OBITO
                     IF FALECIDO-OK
                        ADD 1 TO WS-QTD-FALECIDOS
                     ELSE
                        PERFORM P320-GRAVAR-ITEM
                     END-IF
                  END-IF
               END-IF
       END-READ
       END-WRITE
       .

      *---------------------------------------------------------
      * Marca de falecimento (CONTOBIT.DAT, OBTCONTT): arquivo
      * ainda inexistente (status 35) quer dizer que nenhum
      * contato foi marcado.
      *---------------------------------------------------------
       P360-ABRIR-OBITOS.
       SET OBITOS-ABERTO-OK TO FALSE
       MOVE ZEROS TO WS-QTD-FALECIDOS
       SET FS-OBT-OK TO TRUE
       OPEN INPUT OBITOS
       IF FS-OBT-OK
          SET OBITOS-ABERTO-OK TO TRUE
       ELSE
          IF WS-FS-OBT NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MARCAS DE OBITO'
             CALL 'FSMSGTT' USING WS-FS-OBT WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'GERCMPTT' 'OBITOS    '
                  WS-FS-OBT WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P365-CONFERIR-OBITO.
       SET FALECIDO-OK TO FALSE
       IF OBITOS-ABERTO-OK
          MOVE WS-ID-CONTATO TO OBT-ID-CONTATO
          READ OBITOS
               KEY IS OBT-ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF OBITO-ATIVO
                     SET FALECIDO-OK TO TRUE
                  END-IF
          END-READ
       END-IF
       .

       P900-FIM.
      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado): o status termina em 10 após a varredura
      *    e um CLOSE condicionado a ele deixaria a base aberta
      *    entre duas execuções na mesma sessão de menu.
       CLOSE CONTATOS
       IF OBITOS-ABERTO-OK
          CLOSE OBITOS
          SET OBITOS-ABERTO-OK TO FALSE
       END-IF
       CLOSE CAMPANHAS
       IF WS-QTD-FALECIDOS GREATER ZEROS
          DISPLAY 'FORA DA CAMPANHA POR FALECIMENTO: ' WS-QTD-FALECIDOS
       END-IF
       IF WS-QTD-ITENS GREATER ZEROS
          DISPLAY 'CAMPANHA ' WS-NR-CAMPANHA ' GERADA COM '
                  WS-QTD-ITENS ' ITEM(NS) PENDENTE(S)'
