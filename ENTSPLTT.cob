      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Baixa das vias de relatório entregues. Lista
      *            as vias pendentes do controle de entregas
      *            (CONTENTR.DAT, abertas pelo ROTSPLTT a cada
      *            catalogação e reimpressão), de um relatório ou
      *            de todos, e deixa o operador marcar a escolhida
      *            como entregue em mãos ou enviada, com data, hora
      *            e operador da baixa. Havendo mais vias pendentes
      *            do mesmo destinatário na mesma impressão, todas
      *            podem ser baixadas de uma vez. O que continuar
      *            pendente sai na lista de pendências (RELENTTT).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTSPLTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ENTREGAS ASSIGN TO WS-ARQ-ENTREGAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ENT-CHAVE
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ENTREGAS.
          COPY FD_ENTTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM       PIC X VALUE SPACES.
       77 WS-FORMA         PIC X VALUE SPACES.
       77 WS-PROGRAMA      PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-DH-HORA       PIC 9(08) VALUE ZEROS.
       77 WS-QTD-BAIXADAS  PIC 9(03) VALUE ZEROS.
       77 WS-SEL-ENTRADA   PIC 9(03) VALUE ZEROS.
       77 WS-SEL-VALIDO    PIC X VALUE 'N'.
          88 SEL-VALIDO-OK VALUE 'S' FALSE 'N'.

       01 WS-TAB-PENDENTES.
          03 WS-TAB-ITEM OCCURS 100 TIMES.
             05 WS-TAB-CHAVE    PIC X(28).
             05 WS-TAB-DEPTO    PIC X(20).
             05 WS-TAB-DESTINO  PIC X(30).
       77 WS-QTD-TAB       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-FORA      PIC 9(06) VALUE ZEROS.
       77 WS-IDX           PIC 9(03) VALUE ZEROS.

       01 WS-CHAVE-VIA.
          03 WS-CV-PROGRAMA    PIC X(08).
          03 WS-CV-DATA        PIC 9(08).
          03 WS-CV-HORA        PIC 9(06).
          03 WS-CV-IMPRESSAO   PIC 9(02).
          03 WS-CV-SEQ-DESTINO PIC 9(02).
          03 WS-CV-VIA         PIC 9(02).

       77 WS-ARQ-ENTREGAS  PIC X(60) VALUE 'CONTENTR.DAT'.

       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-ENTREGAS
            DISPLAY '***** ENTREGA DE RELATORIOS *****'
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-ENTREGA THRU P300-FIM UNTIL EXIT-OK
            PERFORM P900-FIM
            .

       P300-PROCESSA-ENTREGA.
       DISPLAY 'INFORME O PROGRAMA DO RELATORIO (EM BRANCO = TODOS):'
       ACCEPT WS-PROGRAMA
       PERFORM P310-CARREGAR-PENDENTES

       IF WS-QTD-TAB EQUAL ZEROS
          DISPLAY 'NAO HA VIAS PENDENTES DE ENTREGA'
       ELSE
          PERFORM P320-LISTAR-PENDENTES
          SET SEL-VALIDO-OK TO FALSE
          PERFORM P330-INFORMAR-SELECAO UNTIL SEL-VALIDO-OK
          IF WS-SEL-ENTRADA GREATER ZEROS
             PERFORM P340-DAR-BAIXA
          END-IF
       END-IF

       DISPLAY 'TECLE: '
       DISPLAY ' QUALQUER <TECLA> PARA CONTINUAR OU <F> PARA FINALIZAR'
       ACCEPT WS-EXIT
       .
       P300-FIM.

       P310-CARREGAR-PENDENTES.
       MOVE ZEROS TO WS-QTD-TAB WS-QTD-FORA
       SET FS-OK TO TRUE

       OPEN INPUT ENTREGAS
       IF WS-FS EQUAL 35
          CONTINUE
       ELSE
          IF FS-OK
             MOVE WS-PROGRAMA TO ENT-PROGRAMA
             MOVE ZEROS TO ENT-DATA ENT-HORA ENT-IMPRESSAO
                           ENT-SEQ-DESTINO ENT-VIA
             SET EOF-OK TO FALSE
             START ENTREGAS KEY IS GREATER OR EQUAL ENT-CHAVE
                   INVALID KEY
                      SET EOF-OK TO TRUE
             END-START
             PERFORM P311-LER-VIA UNTIL EOF-OK
             CLOSE ENTREGAS
          ELSE
             DISPLAY 'ERRO AO ABRIR O CONTROLE DE ENTREGAS'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'ENTSPLTT' 'ENTREGAS  '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P311-LER-VIA.
       READ ENTREGAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF WS-PROGRAMA NOT EQUAL SPACES
                  AND ENT-PROGRAMA NOT EQUAL WS-PROGRAMA
                  SET EOF-OK TO TRUE
               ELSE
                  IF ENTREGA-PENDENTE
                     IF WS-QTD-TAB LESS 100
                        ADD 1 TO WS-QTD-TAB
                        MOVE ENT-CHAVE TO WS-TAB-CHAVE(WS-QTD-TAB)
                        MOVE ENT-DEPARTAMENTO
                          TO WS-TAB-DEPTO(WS-QTD-TAB)
                        MOVE ENT-DESTINATARIO
                          TO WS-TAB-DESTINO(WS-QTD-TAB)
                     ELSE
                        ADD 1 TO WS-QTD-FORA
                     END-IF
                  END-IF
               END-IF
       END-READ
       .

       P320-LISTAR-PENDENTES.
       DISPLAY '--- VIAS PENDENTES DE ENTREGA ---'
       DISPLAY 'NR  RELATORIO DATA     HORA   IMP DEST VIA'
       SET WS-IDX TO 1
       PERFORM P321-EXIBIR-PENDENTE UNTIL WS-IDX GREATER WS-QTD-TAB
       IF WS-QTD-FORA GREATER ZEROS
          DISPLAY 'E MAIS ' WS-QTD-FORA ' VIA(S) PENDENTE(S) NAO'
                  ' LISTADA(S): INFORME O PROGRAMA PARA FILTRAR'
       END-IF
       .

       P321-EXIBIR-PENDENTE.
       MOVE WS-TAB-CHAVE(WS-IDX) TO WS-CHAVE-VIA
       DISPLAY WS-IDX ' ' WS-CV-PROGRAMA '  ' WS-CV-DATA ' '
               WS-CV-HORA ' ' WS-CV-IMPRESSAO '  ' WS-CV-SEQ-DESTINO
               '   ' WS-CV-VIA ' ' WS-TAB-DEPTO(WS-IDX) ' '
               WS-TAB-DESTINO(WS-IDX)
       ADD 1 TO WS-IDX
       .

       P330-INFORMAR-SELECAO.
       DISPLAY 'INFORME O NUMERO DA VIA ENTREGUE (1 A '
               WS-QTD-TAB ', 0 PARA NENHUMA)'
       ACCEPT WS-SEL-ENTRADA
       IF WS-SEL-ENTRADA NOT GREATER WS-QTD-TAB
          SET SEL-VALIDO-OK TO TRUE
       ELSE
          DISPLAY 'NUMERO FORA DA FAIXA LISTADA'
       END-IF
       .

      *---------------------------------------------------------
      * A via é relida antes da baixa: outro operador pode tê-la
      * baixado depois da listagem. A forma de entrega proposta
      * é a da lista de distribuição, e pode ser trocada.
      *---------------------------------------------------------
       P340-DAR-BAIXA.
       SET FS-OK TO TRUE.
       MOVE ZEROS TO WS-QTD-BAIXADAS
       MOVE WS-TAB-CHAVE(WS-SEL-ENTRADA) TO WS-CHAVE-VIA
       MOVE WS-CV-PROGRAMA TO WS-ERR-CHAVE

       OPEN I-O ENTREGAS
       IF FS-OK THEN
          MOVE WS-CHAVE-VIA TO ENT-CHAVE
          READ ENTREGAS
               KEY IS ENT-CHAVE
               INVALID KEY
                  DISPLAY 'VIA NAO ENCONTRADA'
               NOT INVALID KEY
                  IF NOT ENTREGA-PENDENTE
                     DISPLAY 'ESTA VIA JA FOI BAIXADA POR '
                             ENT-US-ENTREGA
                  ELSE
                     PERFORM P345-CONFIRMAR-BAIXA
                  END-IF
          END-READ
          CLOSE ENTREGAS
          IF WS-QTD-BAIXADAS GREATER ZEROS
             DISPLAY WS-QTD-BAIXADAS ' VIA(S) BAIXADA(S) COM SUCESSO'
          END-IF
       ELSE
          DISPLAY 'ERRO AO ABRIR O CONTROLE DE ENTREGAS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'ENTSPLTT' 'ENTREGAS  '
               WS-FS WS-ERR-CHAVE
       END-IF
       .

       P345-CONFIRMAR-BAIXA.
       DISPLAY 'DESTINATARIO: ' ENT-DEPARTAMENTO ' ' ENT-DESTINATARIO
       DISPLAY 'ARQUIVO.....: ' ENT-CAMINHO
       IF ENT-FORMA-ENTREGA EQUAL 'M'
          DISPLAY 'ENTREGA PREVISTA EM MAOS'
       ELSE
          DISPLAY 'ENTREGA PREVISTA POR ENVIO'
       END-IF
       DISPLAY 'INFORME: <M> ENTREGUE EM MAOS, <E> ENVIADA OU'
       DISPLAY '<QUALQUER TECLA> PARA ABORTAR'
       ACCEPT WS-FORMA
       IF WS-FORMA NOT EQUAL 'M' AND WS-FORMA NOT EQUAL 'E'
          DISPLAY 'VIA NAO BAIXADA'
       ELSE
          ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
          ACCEPT WS-DH-HORA FROM TIME
          PERFORM P350-BAIXAR-VIA
          DISPLAY 'TECLE <S> PARA BAIXAR TAMBEM AS DEMAIS VIAS'
          DISPLAY 'PENDENTES DESTE DESTINATARIO NESTA IMPRESSAO'
          DISPLAY 'OU <QUALQUER TECLA> PARA CONTINUAR'
          ACCEPT WS-CONFIRM
          IF WS-CONFIRM EQUAL 'S'
             PERFORM P360-BAIXAR-DEMAIS
          END-IF
       END-IF
       .

       P350-BAIXAR-VIA.
       MOVE WS-FORMA TO ENT-SITUACAO
       MOVE WS-DATA-HOJE TO ENT-DT-ENTREGA
       MOVE WS-DH-HORA(1:6) TO ENT-HR-ENTREGA
       MOVE LK-US-OPERADOR TO ENT-US-ENTREGA
       REWRITE REG-ENTREGA
          INVALID KEY
             CALL 'ERRLOGTT' USING 'ENTSPLTT' 'ENTREGAS  '
                  WS-FS WS-ERR-CHAVE
          NOT INVALID KEY
             ADD 1 TO WS-QTD-BAIXADAS
       END-REWRITE
       .

       P360-BAIXAR-DEMAIS.
       MOVE WS-CHAVE-VIA TO ENT-CHAVE
       MOVE ZEROS TO ENT-VIA
       SET EOF-OK TO FALSE
       START ENTREGAS KEY IS GREATER OR EQUAL ENT-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P361-LER-DEMAIS UNTIL EOF-OK
       .

       P361-LER-DEMAIS.
       READ ENTREGAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF ENT-PROGRAMA NOT EQUAL WS-CV-PROGRAMA
                  OR ENT-DATA NOT EQUAL WS-CV-DATA
                  OR ENT-HORA NOT EQUAL WS-CV-HORA
                  OR ENT-IMPRESSAO NOT EQUAL WS-CV-IMPRESSAO
                  OR ENT-SEQ-DESTINO NOT EQUAL WS-CV-SEQ-DESTINO
                  SET EOF-OK TO TRUE
               ELSE
                  IF ENTREGA-PENDENTE
                     PERFORM P350-BAIXAR-VIA
                  END-IF
               END-IF
       END-READ
       .

       P900-FIM.

       GOBACK.
       END PROGRAM ENTSPLTT.
