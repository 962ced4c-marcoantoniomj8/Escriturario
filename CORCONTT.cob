      *            relatório (CORCONTT.LST) separa os aplicados
      *            dos retidos, com o motivo, para revisão do
      *            supervisor.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - Controle de totais na entrada: o
      *                   CORCSVTT.TXT precisa vir com cabeçalho e
      *                   rodapé padrão (FD_ITFTT, tipo CORCSVTT),
      *                   conferidos pelo CONFITFTT antes de
      *                   qualquer correção; arquivo truncado ou
      *                   com totais divergentes é recusado
      *                   inteiro, com registro no CONTERRO.DAT e
      *                   RETURN-CODE 8.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.


       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

      *---------------------------------------------------------
      * Controle de totais na entrada (FD_ITFTT / CONFITFTT).
      *---------------------------------------------------------
       01 WS-TIPOS-ITF.
          03 FILLER         PIC X(08) VALUE 'CORCSVTT'.
          03 FILLER         PIC X(08) VALUE SPACES.
       77 WS-POS-ID-ITF     PIC 9(03) VALUE 1.
       77 WS-CONF-ITF       PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
               STOP RUN
            END-IF
            DISPLAY '***** CORRECOES DO FORNECEDOR *****'
            CALL 'CONFITFTT' USING 'CORCONTT' WS-ARQ-CORRECAO
                 WS-TIPOS-ITF WS-POS-ID-ITF WS-CONF-ITF
            IF WS-CONF-ITF EQUAL 'N'
               PERFORM P020-LIBERAR-TRAVA
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-US-OPERADOR FROM ENVIRONMENT 'USERNAME'
            PERFORM P100-ABRIR-ARQUIVOS
       END-IF
       .

      *    Cabeçalho e rodapé de controle (FD_ITFTT) não são
      *    correção.
       P300-PROCESSAR.
       READ ARQCORRECAO INTO WS-CORRECAO
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF WS-CORRECAO(1:3) NOT EQUAL 'HDR'
                  AND WS-CORRECAO(1:3) NOT EQUAL 'TRL'
                  ADD 1 TO WS-LIDOS
                  PERFORM P310-APLICAR-CORRECAO THRU P310-FIM
               END-IF
       END-READ
       .

