      *                   e-mail com @ e domínio com ponto, antes
      *                   de entrar no arquivo de meios e nos
      *                   índices de busca.
      * 15/10/2026 MAMJ - O meio novo e a promoção a preferido
      *                   passam a abrir uma intenção no diário
      *                   (GRAVINTTT) antes de gravar e a concluí-la
      *                   no fim, para a recuperação (RECINTTT)
      *                   acertar uma gravação interrompida.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CTT.

       77 WS-ARQ-MAILIDX   PIC X(60) VALUE 'CONTMAIL.DAT'.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

          COPY FD_INTTT.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          MOVE WS-CLASSE-NOVA TO MEI-CLASSE
          MOVE WS-TIPO-NOVO   TO MEI-TIPO
          MOVE WS-VALOR-NOVO  TO MEI-VALOR
          PERFORM P445-PREPARAR-INTENCAO
          SET INTENCAO-NOVO-MEIO TO TRUE
          MOVE MEI-SEQUENCIA  TO INT-MEI-SEQUENCIA
          MOVE MEI-CLASSE     TO INT-MEI-CLASSE
          MOVE MEI-TIPO       TO INT-MEI-TIPO
          MOVE MEI-VALOR      TO INT-MEI-VALOR
          CALL 'GRAVINTTT' USING 'A' REG-INTENCAO
          WRITE REG-MEIO
             INVALID KEY
                DISPLAY 'ERRO AO GRAVAR O MEIO DE CONTATO'
                DISPLAY 'MEIO DE CONTATO GRAVADO COM SUCESSO'
                PERFORM P428-INDEXAR-MEIO
          END-WRITE
          CALL 'GRAVINTTT' USING 'C' REG-INTENCAO
          CLOSE MEIOS
       ELSE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MEIOS'
               INVALID KEY
                  DISPLAY 'CONTATO NAO EXISTE'
               NOT INVALID KEY
                  PERFORM P445-PREPARAR-INTENCAO
                  SET INTENCAO-PROMOCAO TO TRUE
                  MOVE REG-CONTATOS TO INT-ANTES
                  IF WS-TAB-CLASSE(WS-SEL-ENTRADA) EQUAL 'T'
                     MOVE TELEFONE TO WS-VALOR-ANTIGO
                     MOVE WS-TAB-VALOR(WS-SEL-ENTRADA)(1:15)
                  END-IF
                  ACCEPT DT-ULT-ALTERACAO FROM DATE YYYYMMDD
                  MOVE LK-US-OPERADOR TO US-ULT-ALTERACAO
                  MOVE REG-CONTATOS TO INT-DEPOIS
                  MOVE WS-TAB-SEQ(WS-SEL-ENTRADA)
                    TO INT-MEI-SEQUENCIA
                  MOVE WS-TAB-CLASSE(WS-SEL-ENTRADA)
                    TO INT-MEI-CLASSE
                  MOVE WS-TAB-TIPO(WS-SEL-ENTRADA) TO INT-MEI-TIPO
                  MOVE WS-VALOR-ANTIGO TO INT-MEI-VALOR
                  CALL 'GRAVINTTT' USING 'A' REG-INTENCAO
                  REWRITE REG-CONTATOS
                  CALL 'GRAVLOGTT' USING 'A' ID-CONTATO NM-CONTATO
                       TELEFONE EMAIL ENDERECO US-ULT-ALTERACAO
                       REG-CONTATOS
                  PERFORM P440-TROCAR-VALOR-MEIO
                  CALL 'GRAVINTTT' USING 'C' REG-INTENCAO
                  DISPLAY 'MEIO PROMOVIDO A PREFERIDO; O ANTIGO'
                  DISPLAY 'PREFERIDO FICOU COMO MEIO ADICIONAL'
          END-READ
               WS-FS WS-ERR-CHAVE
       END-IF
       .

      *---------------------------------------------------------
      * Prepara a intenção do diário (GRAVINTTT) para o meio novo
      * ou para a promoção a preferido: uma queda entre a
      * gravação do contato, do meio, do log e dos índices deixa
      * a intenção aberta, e a recuperação (RECINTTT) conclui ou
      * desfaz o que ficou pela metade.
      *---------------------------------------------------------
       P445-PREPARAR-INTENCAO.
       MOVE SPACES         TO REG-INTENCAO
       MOVE LK-US-OPERADOR TO INT-US-OPERADOR
       MOVE 'MEIOCNTT'     TO INT-PROGRAMA
       MOVE LK-ID-CONTATO  TO INT-ID-CONTATO
       MOVE ZEROS          TO INT-MEI-SEQUENCIA
       .
       END PROGRAM MEIOCNTT.
