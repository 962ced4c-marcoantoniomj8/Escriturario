      *            avise o operador de que o fornecedor não possui
      *            os dados atuais daquele contato. Um id aceito
      *            limpa a pendência anterior.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Controle de totais na entrada: o
      *                   RETCSVTT.TXT precisa vir com cabeçalho e
      *                   rodapé padrão (FD_ITFTT, tipo RETCSVTT),
      *                   conferidos pelo CONFITFTT antes da
      *                   reconciliação; um retorno truncado
      *                   marcaria como "sem retorno" contatos que
      *                   o fornecedor aceitou. Arquivo recusado
      *                   fica registrado no CONTERRO.DAT e o
      *                   programa termina com RETURN-CODE 8.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.


       WORKING-STORAGE SECTION.

       01 WS-REGISTRO      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REGISTRO.
          03 WS-ID-CONTATO PIC 9(06).
          03 WS-NM-CONTATO PIC X(20).

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

      *---------------------------------------------------------
      * Controle de totais na entrada (FD_ITFTT / CONFITFTT).
      *---------------------------------------------------------
       01 WS-TIPOS-ITF.
          03 FILLER         PIC X(08) VALUE 'RETCSVTT'.
          03 FILLER         PIC X(08) VALUE SPACES.
       77 WS-POS-ID-ITF     PIC 9(03) VALUE 1.
       77 WS-CONF-ITF       PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-RETORNO
            CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
            DISPLAY '***** RETORNO DO FORNECEDOR *****'
            CALL 'CONFITFTT' USING 'RETCONTT' WS-ARQ-RETORNO
                 WS-TIPOS-ITF WS-POS-ID-ITF WS-CONF-ITF
            IF WS-CONF-ITF EQUAL 'N'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-RET-OK AND FS-OK AND FS-VEN-OK AND FS-REL-OK
               SET EOF-OK TO FALSE
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
      *    Cabeçalho e rodapé de controle (FD_ITFTT) não são
      *    retorno.
               IF REG-RETORNO(1:3) NOT EQUAL 'HDR'
                  AND REG-RETORNO(1:3) NOT EQUAL 'TRL'
                  PERFORM P210-GUARDAR-RETORNO
               END-IF
       END-READ
       .

       P210-GUARDAR-RETORNO.
       ADD 1 TO WS-LIDOS
       IF WS-QTD-TAB LESS 1000
          ADD 1 TO WS-QTD-TAB
          MOVE RET-ID-CONTATO TO WS-TAB-ID(WS-QTD-TAB)
          MOVE RET-SITUACAO   TO WS-TAB-SITUACAO(WS-QTD-TAB)
          MOVE RET-MOTIVO     TO WS-TAB-MOTIVO(WS-QTD-TAB)
       ELSE
          ADD 1 TO WS-DESCARTADOS
       END-IF
       .

      *---------------------------------------------------------
      * Percorre os contatos ativos (o universo que o EXPCSVTT
      * envia) e classifica cada um pelo retorno: aceito limpa a
