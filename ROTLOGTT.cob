      *                   conduzido pelo calendário do NOTURNTT
      *                   não há operador, e o pedido de mês em
      *                   laço prendia o lote da noite inteira.
      * 15/10/2026 MAMJ - Linhas de contato sob bloqueio legal
      *                   (CONTBLOQ.DAT) não vão para o arquivo
      *                   mensal: passam por um arquivo de trabalho
      *                   (ROTLOGTT.TMP) e voltam para o início do
      *                   log novo, com o checkpoint da estatística
      *                   apontando depois delas. Bloqueios
      *                   ilegíveis ou além da tabela recusam a
      *                   rotação, com RETURN-CODE 8.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CKP.

                SELECT BLOQUEIOS ASSIGN TO WS-ARQ-BLOQUEIOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BLQ-ID-CONTATO
                FILE STATUS IS WS-FS-BLQ.

                SELECT LOGRETIDO ASSIGN TO WS-ARQ-LOGRETIDO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-RET.

       DATA DIVISION.
       FILE SECTION.
       FD CONTLOG.
          COPY FD_LOGTT.

       FD LOGMENSAL.
       01 REG-LOG-MENSAL     PIC X(432).

       FD ARQCHECKPT.
       01 REG-CHECKPOINT     PIC 9(08).

       FD BLOQUEIOS.
          COPY FD_BLQTT.

       FD LOGRETIDO.
       01 REG-LOG-RETIDO     PIC X(432).

       WORKING-STORAGE SECTION.

       77 WS-FS-LOG         PIC 99.
          88 FS-MES-OK      VALUE 0.
       77 WS-FS-CKP         PIC 99.
          88 FS-CKP-OK      VALUE 0.
       77 WS-FS-BLQ         PIC 99.
          88 FS-BLQ-OK      VALUE 0.
       77 WS-FS-RET         PIC 99.
          88 FS-RET-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-NAO-COMPUTADAS PIC 9(08) VALUE ZEROS.
       77 WS-MES-OCUPADO    PIC X VALUE 'N'.
          88 MES-OCUPADO-OK VALUE 'S' FALSE 'N'.
       77 WS-RETIDAS        PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------
      * Contatos sob bloqueio legal ativo, carregados do
      * CONTBLOQ.DAT antes da cópia do log.
      *---------------------------------------------------------
       01 WS-TAB-BLOQUEIOS.
          03 WS-TAB-BLQ-ID OCCURS 500 TIMES PIC 9(06).
       77 WS-QTD-BLOQ       PIC 9(03) VALUE ZEROS.
       77 WS-BDX            PIC 9(03) VALUE ZEROS.
       77 WS-BLQ-FALHA      PIC X VALUE 'N'.
          88 BLQ-FALHA-OK   VALUE 'S' FALSE 'N'.
       77 WS-ACHOU          PIC X VALUE 'N'.
          88 ACHOU-OK       VALUE 'S' FALSE 'N'.

       77 WS-ARQ-CONTLOG     PIC X(60) VALUE
          'CONTLOG.DAT'.
       77 WS-ARQ-CHECKPOINT  PIC X(60) VALUE
          'ESTCONTT.CKP'.
       77 WS-ARQ-BLOQUEIOS   PIC X(60) VALUE
          'CONTBLOQ.DAT'.
       77 WS-ARQ-LOGRETIDO   PIC X(60) VALUE
          'ROTLOGTT.TMP'.

       77 WS-TRAVA-QUEM     PIC X(12) VALUE 'ROTLOGTT'.
       77 WS-TRAVA-ONLINE   PIC 9(03) VALUE ZEROS.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTLOG
            CALL 'ARQPARTT' USING WS-ARQ-CHECKPOINT
            CALL 'ARQPARTT' USING WS-ARQ-BLOQUEIOS
            CALL 'ARQPARTT' USING WS-ARQ-LOGRETIDO
            PERFORM P010-REGISTRAR-TRAVA
            IF TRAVA-IMPEDIDA-OK
               MOVE 8 TO RETURN-CODE
               PERFORM P020-LIBERAR-TRAVA
               GOBACK
            END-IF
            PERFORM P200-CARREGAR-BLOQUEIOS
            IF BLQ-FALHA-OK
               DISPLAY 'ROTACAO RECUSADA: SEM A RELACAO COMPLETA DOS'
               DISPLAY 'CONTATOS SOB BLOQUEIO LEGAL, O LOG DELES'
               DISPLAY 'PODERIA SAIR DO ARQUIVO CORRENTE'
               MOVE 8 TO RETURN-CODE
               PERFORM P020-LIBERAR-TRAVA
               GOBACK
            END-IF
            PERFORM P150-CONTAR-LOG
            IF FS-LOG-OK
               PERFORM P170-VERIFICAR-CHECKPOINT
               IF WS-CONFIRM EQUAL 'S'
                  PERFORM P300-COPIAR-LOG
                  IF FS-LOG-OK AND FS-MES-OK AND FS-RET-OK
                     PERFORM P400-REINICIAR-LOG
                     PERFORM P500-REINICIAR-CHECKPOINT
                     DISPLAY 'ROTACAO CONCLUIDA: ' WS-CONT
                             ' LINHA(S) ARQUIVADA(S) EM ' WS-NOME-ARQ
                     DISPLAY 'MANTIDA(S) NO LOG POR BLOQUEIO LEGAL: '
                             WS-RETIDAS ' LINHA(S)'
                  END-IF
               ELSE
                  DISPLAY 'ROTACAO NAO REALIZADA'

       DISPLAY 'O LOG ATUAL (' WS-CONT ' LINHAS) SERA FECHADO EM'
       DISPLAY WS-NOME-ARQ ' E UM LOG NOVO SERA INICIADO.'
       IF WS-QTD-BLOQ GREATER ZEROS
          DISPLAY 'AS LINHAS DE ' WS-QTD-BLOQ ' CONTATO(S) SOB'
          DISPLAY 'BLOQUEIO LEGAL PERMANECEM NO LOG NOVO.'
       END-IF
      *    Rodada sem operador (mês assumido pelo condutor): segue
      *    como confirmada — a recusa de mês já arquivado acima é
      *    a proteção contra rodar duas vezes.
       END-IF
       .

      *---------------------------------------------------------
      * Carrega os ids com bloqueio legal ativo. Sem o arquivo
      * (nenhum bloqueio jamais colocado) a tabela fica vazia;
      * arquivo ilegível ou mais bloqueios do que a tabela
      * comporta impedem a rotação.
      *---------------------------------------------------------
       P200-CARREGAR-BLOQUEIOS.
       SET BLQ-FALHA-OK TO FALSE
       MOVE ZEROS TO WS-QTD-BLOQ
       SET FS-BLQ-OK TO TRUE
       OPEN INPUT BLOQUEIOS
       IF WS-FS-BLQ EQUAL 35
          CONTINUE
       ELSE
          IF NOT FS-BLQ-OK
             SET BLQ-FALHA-OK TO TRUE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE BLOQUEIOS'
             CALL 'FSMSGTT' USING WS-FS-BLQ WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'ROTLOGTT' 'BLOQUEIOS '
                  WS-FS-BLQ WS-ERR-CHAVE
          ELSE
             SET EOF-OK TO FALSE
             PERFORM P210-LER-BLOQUEIO UNTIL EOF-OK
             CLOSE BLOQUEIOS
          END-IF
       END-IF
       .

       P210-LER-BLOQUEIO.
       READ BLOQUEIOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF BLOQUEIO-ATIVO
                  IF WS-QTD-BLOQ LESS 500
                     ADD 1 TO WS-QTD-BLOQ
                     MOVE BLQ-ID-CONTATO
                       TO WS-TAB-BLQ-ID(WS-QTD-BLOQ)
                  ELSE
                     SET BLQ-FALHA-OK TO TRUE
                     SET EOF-OK TO TRUE
                     DISPLAY 'MAIS DE 500 CONTATOS SOB BLOQUEIO LEGAL'
                  END-IF
               END-IF
       END-READ
       .

       P220-PROCURAR-BLOQUEIO.
       SET ACHOU-OK TO FALSE
       SET WS-BDX TO 1
       PERFORM P230-COMPARAR-BLOQUEIO
          UNTIL WS-BDX GREATER WS-QTD-BLOQ OR ACHOU-OK
       .

       P230-COMPARAR-BLOQUEIO.
       IF LOG-ID-CONTATO EQUAL WS-TAB-BLQ-ID(WS-BDX)
          SET ACHOU-OK TO TRUE
       ELSE
          ADD 1 TO WS-BDX
       END-IF
       .

      *---------------------------------------------------------
      * Copia o log para o arquivo mensal, separando no arquivo
      * de trabalho as linhas dos contatos sob bloqueio legal,
      * que voltam para o log novo em P400.
      *---------------------------------------------------------
       P300-COPIAR-LOG.
       SET FS-LOG-OK TO TRUE.
       SET FS-MES-OK TO TRUE.
       SET FS-RET-OK TO TRUE.
       MOVE ZEROS TO WS-CONT WS-RETIDAS.

       OPEN INPUT CONTLOG
       IF NOT FS-LOG-OK
                  WS-FS-MES WS-ERR-CHAVE
             CLOSE CONTLOG
          ELSE
             OPEN OUTPUT LOGRETIDO
             IF NOT FS-RET-OK
                DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TRABALHO'
                CALL 'FSMSGTT' USING WS-FS-RET WS-FS-MSG
                DISPLAY WS-FS-MSG
                CALL 'ERRLOGTT' USING 'ROTLOGTT' 'LOGRETIDO '
                     WS-FS-RET WS-ERR-CHAVE
                CLOSE CONTLOG
                CLOSE LOGMENSAL
             ELSE
                SET EOF-OK TO FALSE
                PERFORM P310-COPIAR-LINHA UNTIL EOF-OK
                CLOSE CONTLOG
                CLOSE LOGMENSAL
                CLOSE LOGRETIDO
             END-IF
          END-IF
       END-IF
       .
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               PERFORM P220-PROCURAR-BLOQUEIO
               IF ACHOU-OK
                  ADD 1 TO WS-RETIDAS
                  WRITE REG-LOG-RETIDO FROM REG-LOG
               ELSE
                  ADD 1 TO WS-CONT
                  WRITE REG-LOG-MENSAL FROM REG-LOG
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Recria o log vazio e devolve a ele as linhas retidas por
      * bloqueio legal, na ordem em que estavam.
      *---------------------------------------------------------
       P400-REINICIAR-LOG.
       OPEN OUTPUT CONTLOG
       IF FS-LOG-OK
          IF WS-RETIDAS GREATER ZEROS
             PERFORM P410-DEVOLVER-RETIDAS
          END-IF
          CLOSE CONTLOG
       ELSE
          DISPLAY 'ERRO AO REINICIAR O ARQUIVO DE LOG'
       END-IF
       .

       P410-DEVOLVER-RETIDAS.
       SET FS-RET-OK TO TRUE
       OPEN INPUT LOGRETIDO
       IF FS-RET-OK
          SET EOF-OK TO FALSE
          PERFORM P420-DEVOLVER-LINHA UNTIL EOF-OK
          CLOSE LOGRETIDO
       ELSE
          DISPLAY 'ERRO AO REABRIR O ARQUIVO DE TRABALHO; AS'
          DISPLAY 'LINHAS RETIDAS FICAM EM ' WS-ARQ-LOGRETIDO
          CALL 'FSMSGTT' USING WS-FS-RET WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'ROTLOGTT' 'LOGRETIDO '
               WS-FS-RET WS-ERR-CHAVE
          MOVE 8 TO RETURN-CODE
       END-IF
       .

       P420-DEVOLVER-LINHA.
       READ LOGRETIDO INTO REG-LOG
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               WRITE REG-LOG
       END-READ
       .

      *---------------------------------------------------------
      * O log novo começa com as linhas retidas, que a
      * estatística já computou: o checkpoint aponta depois
      * delas.
      *---------------------------------------------------------
       P500-REINICIAR-CHECKPOINT.
       SET FS-CKP-OK TO TRUE.
       OPEN OUTPUT ARQCHECKPT
       IF FS-CKP-OK
          MOVE WS-RETIDAS TO WS-CHECKPOINT
          WRITE REG-CHECKPOINT FROM WS-CHECKPOINT
          CLOSE ARQCHECKPT
       END-IF
