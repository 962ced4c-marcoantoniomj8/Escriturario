      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Ocorrências de atendimento de um contato
      *            (CONTOCOR.DAT): abre a reclamação ou
      *            solicitação com tipo, descrição, responsável e
      *            prazo, e acompanha a situação até o
      *            encerramento (aberta, em andamento, aguardando
      *            o cliente, encerrada com a resolução). Toda
      *            mudança de situação, inclusive a abertura,
      *            deixa uma anotação automática no histórico do
      *            contato (GRAVNOTT), de modo que o folhear das
      *            anotações conta a história inteira. Chamado a
      *            partir da consulta (CONCONTT) com o id do
      *            contato já escolhido; substitui o livro de
      *            ocorrências em papel. A lista das abertas e
      *            vencidas sai pelo RELOCOTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCORCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT OCORRENCIAS ASSIGN TO WS-ARQ-OCORRENCIAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCO-CHAVE
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OCORRENCIAS.
          COPY FD_OCOTT.

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO         PIC X VALUE SPACES.
       77 WS-CONFIRM       PIC X VALUE SPACES.
       77 WS-TECLA         PIC X VALUE SPACES.
       77 WS-ARQ-OCORRENCIAS PIC X(60) VALUE 'CONTOCOR.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-MAX-SEQ       PIC 9(03) VALUE ZEROS.
       77 WS-SEL-ENTRADA   PIC 9(03) VALUE ZEROS.
       77 WS-PAG-CONT      PIC 9(02) VALUE ZEROS.

       77 WS-TIPO-NOVO     PIC X(01) VALUE SPACES.
          88 TIPO-NOVO-VALIDO VALUE 'R' 'S' 'I' 'O'.
       77 WS-SIT-NOVA      PIC X(01) VALUE SPACES.
          88 SIT-NOVA-VALIDA  VALUE 'A' 'E' 'C' 'F'.
       77 WS-SIT-ANTERIOR  PIC X(01) VALUE SPACES.
       77 WS-DESCRICAO-NOVA PIC X(60) VALUE SPACES.
       77 WS-RESOLUCAO-NOVA PIC X(60) VALUE SPACES.
       77 WS-US-DESIGNADO  PIC X(12) VALUE SPACES.
       01 WS-DT-PRAZO      PIC 9(08) VALUE ZEROS.
       01 WS-DT-PRAZO-R    REDEFINES WS-DT-PRAZO.
          03 WS-PRZ-ANO    PIC 9(04).
          03 WS-PRZ-MES    PIC 9(02).
          03 WS-PRZ-DIA    PIC 9(02).
       77 WS-PRAZO-VALIDO  PIC X VALUE 'N'.
          88 PRAZO-VALIDO-OK VALUE 'S' FALSE 'N'.

       77 WS-COD-TIPO      PIC X(01) VALUE SPACES.
       77 WS-DESC-TIPO     PIC X(12) VALUE SPACES.
       77 WS-COD-SIT       PIC X(01) VALUE SPACES.
       77 WS-DESC-SIT      PIC X(18) VALUE SPACES.
       77 WS-DESC-SIT-ANT  PIC X(18) VALUE SPACES.
       77 WS-TEXTO-NOTA    PIC X(60) VALUE SPACES.
       77 WS-AVISO-VENCIDA PIC X(09) VALUE SPACES.

       01 WS-TAB-OCORRENCIAS.
          03 WS-TAB-ITEM OCCURS 100 TIMES.
             05 WS-TAB-SEQ       PIC 9(03).
             05 WS-TAB-TIPO      PIC X(01).
             05 WS-TAB-SITUACAO  PIC X(01).
             05 WS-TAB-ABERTURA  PIC 9(08).
             05 WS-TAB-PRAZO     PIC 9(08).
             05 WS-TAB-DESIGNADO PIC X(12).
             05 WS-TAB-DESCRICAO PIC X(60).
             05 WS-TAB-RESOLUCAO PIC X(60).
       77 WS-QTD-OCORRENCIAS PIC 9(03) VALUE ZEROS.
       77 WS-IDX           PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).
       01 LK-ID-CONTATO    PIC 9(06).

       PROCEDURE DIVISION USING LK-COM-AREA LK-ID-CONTATO.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-OCORRENCIAS
            CALL 'LERPARTT' USING REG-PARAMETROS
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
            GOBACK.

       P300-PROCESSA-MENU.
       DISPLAY '--- OCORRENCIAS DO CONTATO ' LK-ID-CONTATO ' ---'
       DISPLAY '<A> ABRIR   <L> LISTAR   <M> MUDAR SITUACAO'
       DISPLAY '<F> VOLTAR'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO

       EVALUATE WS-OPCAO
          WHEN 'A'
             PERFORM P310-ABRIR-OCORRENCIA THRU P310-FIM
          WHEN 'L'
             PERFORM P320-LISTAR-OCORRENCIAS
          WHEN 'M'
             PERFORM P330-MUDAR-SITUACAO THRU P330-FIM
          WHEN 'F'
             SET EXIT-OK TO TRUE
          WHEN OTHER
             DISPLAY 'OPCAO INVALIDA'
       END-EVALUATE
       .
       P300-FIM.

      *---------------------------------------------------------
      * Abre a ocorrência com a próxima sequência livre do
      * contato, situação aberta, o operador da sessão como
      * quem abriu e o responsável informado (em branco, o
      * próprio operador). O prazo não pode ficar no passado.
      *---------------------------------------------------------
       P310-ABRIR-OCORRENCIA.
       DISPLAY 'TIPO: <R> RECLAMACAO  <S> SOLICITACAO'
       DISPLAY '      <I> INFORMACAO  <O> OUTROS'
       MOVE SPACES TO WS-TIPO-NOVO
       ACCEPT WS-TIPO-NOVO
       IF NOT TIPO-NOVO-VALIDO
          DISPLAY 'TIPO INVALIDO, OCORRENCIA NAO ABERTA'
          GO TO P310-FIM
       END-IF

       DISPLAY 'DESCREVA A OCORRENCIA (ATE 60 CARACTERES):'
       MOVE SPACES TO WS-DESCRICAO-NOVA
       ACCEPT WS-DESCRICAO-NOVA
       IF WS-DESCRICAO-NOVA EQUAL SPACES
          DISPLAY 'A DESCRICAO NAO PODE FICAR EM BRANCO'
          GO TO P310-FIM
       END-IF

       DISPLAY 'OPERADOR RESPONSAVEL (EM BRANCO = VOCE MESMO):'
       MOVE SPACES TO WS-US-DESIGNADO
       ACCEPT WS-US-DESIGNADO
       IF WS-US-DESIGNADO EQUAL SPACES
          MOVE LK-US-OPERADOR TO WS-US-DESIGNADO
       END-IF

       DISPLAY 'PRAZO PARA A SOLUCAO (AAAAMMDD):'
       MOVE ZEROS TO WS-DT-PRAZO
       ACCEPT WS-DT-PRAZO
       PERFORM P340-VALIDAR-PRAZO
       IF NOT PRAZO-VALIDO-OK
          GO TO P310-FIM
       END-IF

       SET FS-OK TO TRUE
       OPEN I-O OCORRENCIAS
       IF WS-FS EQUAL 35
          OPEN OUTPUT OCORRENCIAS
          CLOSE OCORRENCIAS
          OPEN I-O OCORRENCIAS
       END-IF
       IF NOT FS-OK
          PERFORM P390-ERRO-ARQUIVO
          GO TO P310-FIM
       END-IF

       PERFORM P350-CALCULAR-PROX-SEQ
       IF WS-MAX-SEQ EQUAL 999
          DISPLAY 'LIMITE DE OCORRENCIAS DO CONTATO ATINGIDO'
          CLOSE OCORRENCIAS
          GO TO P310-FIM
       END-IF
       INITIALIZE REG-OCORRENCIA
       MOVE LK-ID-CONTATO     TO OCO-ID-CONTATO
       ADD 1 TO WS-MAX-SEQ GIVING OCO-SEQUENCIA
       MOVE WS-TIPO-NOVO      TO OCO-TIPO
       MOVE WS-DESCRICAO-NOVA TO OCO-DESCRICAO
       MOVE WS-DATA-HOJE      TO OCO-DT-ABERTURA
       MOVE LK-US-OPERADOR    TO OCO-US-ABERTURA
       MOVE WS-US-DESIGNADO   TO OCO-US-DESIGNADO
       SET OCORRENCIA-ABERTA  TO TRUE
       MOVE WS-DT-PRAZO       TO OCO-DT-PRAZO
       MOVE WS-DATA-HOJE      TO OCO-DT-SITUACAO
       MOVE LK-US-OPERADOR    TO OCO-US-SITUACAO
       WRITE REG-OCORRENCIA
          INVALID KEY
             DISPLAY 'ERRO AO GRAVAR A OCORRENCIA'
          NOT INVALID KEY
             DISPLAY 'OCORRENCIA ' OCO-SEQUENCIA
                     ' ABERTA COM SUCESSO'
             MOVE OCO-TIPO TO WS-COD-TIPO
             PERFORM P450-DESCREVER-TIPO
             MOVE SPACES TO WS-TEXTO-NOTA
             STRING 'OCORRENCIA '   DELIMITED BY SIZE
                    OCO-SEQUENCIA   DELIMITED BY SIZE
                    ' ABERTA ('     DELIMITED BY SIZE
                    WS-DESC-TIPO    DELIMITED BY SPACE
                    ') PARA '       DELIMITED BY SIZE
                    WS-US-DESIGNADO DELIMITED BY SPACE
               INTO WS-TEXTO-NOTA
             END-STRING
             CALL 'GRAVNOTT' USING LK-ID-CONTATO WS-TEXTO-NOTA
                  LK-US-OPERADOR
       END-WRITE
       CLOSE OCORRENCIAS
       .
       P310-FIM.

      *---------------------------------------------------------
      * Lista as ocorrências do contato, da mais recente para a
      * mais antiga, com a situação, o prazo e o responsável;
      * a não encerrada com prazo já passado sai marcada como
      * vencida.
      *---------------------------------------------------------
       P320-LISTAR-OCORRENCIAS.
       PERFORM P360-CARREGAR-OCORRENCIAS
       IF WS-QTD-OCORRENCIAS EQUAL ZEROS
          DISPLAY 'ESTE CONTATO NAO TEM OCORRENCIAS'
       ELSE
          MOVE ZEROS TO WS-PAG-CONT
          SET WS-IDX TO WS-QTD-OCORRENCIAS
          PERFORM P370-EXIBIR-OCORRENCIA
             UNTIL WS-IDX EQUAL ZEROS
       END-IF
       .

      *---------------------------------------------------------
      * Muda a situação de uma ocorrência ainda não encerrada,
      * podendo trocar o responsável e o prazo no mesmo passo.
      * O encerramento exige a resolução e confirmação, e é
      * definitivo. A mudança de situação gera a anotação
      * automática no contato.
      *---------------------------------------------------------
       P330-MUDAR-SITUACAO.
       DISPLAY 'INFORME A SEQUENCIA DA OCORRENCIA:'
       MOVE ZEROS TO WS-SEL-ENTRADA
       ACCEPT WS-SEL-ENTRADA

       SET FS-OK TO TRUE
       OPEN I-O OCORRENCIAS
       IF WS-FS EQUAL 35
          DISPLAY 'ESTE CONTATO NAO TEM OCORRENCIAS'
          GO TO P330-FIM
       END-IF
       IF NOT FS-OK
          PERFORM P390-ERRO-ARQUIVO
          GO TO P330-FIM
       END-IF

       MOVE LK-ID-CONTATO  TO OCO-ID-CONTATO
       MOVE WS-SEL-ENTRADA TO OCO-SEQUENCIA
       READ OCORRENCIAS
            KEY IS OCO-CHAVE
            INVALID KEY
               DISPLAY 'OCORRENCIA NAO ENCONTRADA'
               CLOSE OCORRENCIAS
               GO TO P330-FIM
       END-READ
       IF OCORRENCIA-ENCERRADA
          DISPLAY 'OCORRENCIA JA ENCERRADA EM '
                  OCO-DT-ENCERRAMENTO
          CLOSE OCORRENCIAS
          GO TO P330-FIM
       END-IF

       MOVE OCO-SITUACAO TO WS-SIT-ANTERIOR WS-COD-SIT
       PERFORM P460-DESCREVER-SITUACAO
       MOVE WS-DESC-SIT TO WS-DESC-SIT-ANT
       DISPLAY OCO-DESCRICAO
       DISPLAY 'SITUACAO: ' WS-DESC-SIT ' PRAZO: ' OCO-DT-PRAZO
               ' RESPONSAVEL: ' OCO-US-DESIGNADO
       DISPLAY 'NOVA SITUACAO: <A> ABERTA  <E> EM ANDAMENTO'
       DISPLAY '<C> AGUARDANDO CLIENTE  <F> ENCERRADA'
       DISPLAY '(EM BRANCO = MANTER):'
       MOVE SPACES TO WS-SIT-NOVA
       ACCEPT WS-SIT-NOVA
       IF WS-SIT-NOVA EQUAL SPACES
          MOVE WS-SIT-ANTERIOR TO WS-SIT-NOVA
       END-IF
       IF NOT SIT-NOVA-VALIDA
          DISPLAY 'SITUACAO INVALIDA, NADA ALTERADO'
          CLOSE OCORRENCIAS
          GO TO P330-FIM
       END-IF

       IF WS-SIT-NOVA EQUAL 'F'
          DISPLAY 'DESCREVA A RESOLUCAO (ATE 60 CARACTERES):'
          MOVE SPACES TO WS-RESOLUCAO-NOVA
          ACCEPT WS-RESOLUCAO-NOVA
          IF WS-RESOLUCAO-NOVA EQUAL SPACES
             DISPLAY 'O ENCERRAMENTO EXIGE A RESOLUCAO, NADA'
             DISPLAY 'ALTERADO'
             CLOSE OCORRENCIAS
             GO TO P330-FIM
          END-IF
          DISPLAY 'TECLE <S> PARA CONFIRMAR O ENCERRAMENTO OU'
          DISPLAY '<QUALQUER TECLA> PARA ABORTAR'
          ACCEPT WS-CONFIRM
          IF WS-CONFIRM NOT EQUAL 'S'
             DISPLAY 'OCORRENCIA NAO ENCERRADA'
             CLOSE OCORRENCIAS
             GO TO P330-FIM
          END-IF
          MOVE WS-RESOLUCAO-NOVA TO OCO-RESOLUCAO
          MOVE WS-DATA-HOJE      TO OCO-DT-ENCERRAMENTO
       ELSE
          DISPLAY 'NOVO RESPONSAVEL (EM BRANCO = MANTER):'
          MOVE SPACES TO WS-US-DESIGNADO
          ACCEPT WS-US-DESIGNADO
          IF WS-US-DESIGNADO NOT EQUAL SPACES
             MOVE WS-US-DESIGNADO TO OCO-US-DESIGNADO
          END-IF
          DISPLAY 'NOVO PRAZO (AAAAMMDD, 0 = MANTER):'
          MOVE ZEROS TO WS-DT-PRAZO
          ACCEPT WS-DT-PRAZO
          IF WS-DT-PRAZO NOT EQUAL ZEROS
             PERFORM P340-VALIDAR-PRAZO
             IF NOT PRAZO-VALIDO-OK
                CLOSE OCORRENCIAS
                GO TO P330-FIM
             END-IF
             MOVE WS-DT-PRAZO TO OCO-DT-PRAZO
          END-IF
       END-IF

       MOVE WS-SIT-NOVA TO OCO-SITUACAO
       IF WS-SIT-NOVA NOT EQUAL WS-SIT-ANTERIOR
          MOVE WS-DATA-HOJE   TO OCO-DT-SITUACAO
          MOVE LK-US-OPERADOR TO OCO-US-SITUACAO
       END-IF
       REWRITE REG-OCORRENCIA
          INVALID KEY
             DISPLAY 'ERRO AO GRAVAR A OCORRENCIA'
          NOT INVALID KEY
             DISPLAY 'OCORRENCIA ATUALIZADA COM SUCESSO'
             IF WS-SIT-NOVA NOT EQUAL WS-SIT-ANTERIOR
                PERFORM P380-ANOTAR-MUDANCA
             END-IF
       END-REWRITE
       CLOSE OCORRENCIAS
       .
       P330-FIM.

      *---------------------------------------------------------
      * Prazo: data possível (mês 1 a 12, dia 1 a 31) e não
      * anterior a hoje.
      *---------------------------------------------------------
       P340-VALIDAR-PRAZO.
       SET PRAZO-VALIDO-OK TO TRUE
       IF WS-PRZ-MES LESS 1 OR WS-PRZ-MES GREATER 12
          OR WS-PRZ-DIA LESS 1 OR WS-PRZ-DIA GREATER 31
          SET PRAZO-VALIDO-OK TO FALSE
          DISPLAY 'PRAZO INVALIDO, INFORME A DATA COMO AAAAMMDD'
       ELSE
          IF WS-DT-PRAZO LESS WS-DATA-HOJE
             SET PRAZO-VALIDO-OK TO FALSE
             DISPLAY 'O PRAZO NAO PODE SER ANTERIOR A HOJE'
          END-IF
       END-IF
       .

       P350-CALCULAR-PROX-SEQ.
       MOVE ZEROS TO WS-MAX-SEQ
       MOVE LK-ID-CONTATO TO OCO-ID-CONTATO
       MOVE ZEROS TO OCO-SEQUENCIA
       SET EOF-OK TO FALSE
       START OCORRENCIAS KEY IS GREATER OR EQUAL OCO-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P355-LER-PROX-SEQ UNTIL EOF-OK
       .

       P355-LER-PROX-SEQ.
       READ OCORRENCIAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF OCO-ID-CONTATO NOT EQUAL LK-ID-CONTATO
                  SET EOF-OK TO TRUE
               ELSE
                  MOVE OCO-SEQUENCIA TO WS-MAX-SEQ
               END-IF
       END-READ
       .

       P360-CARREGAR-OCORRENCIAS.
       MOVE ZEROS TO WS-QTD-OCORRENCIAS
       SET FS-OK TO TRUE
       OPEN INPUT OCORRENCIAS
       IF WS-FS EQUAL 35
          CONTINUE
       ELSE
          IF FS-OK
             MOVE LK-ID-CONTATO TO OCO-ID-CONTATO
             MOVE ZEROS TO OCO-SEQUENCIA
             SET EOF-OK TO FALSE
             START OCORRENCIAS KEY IS GREATER OR EQUAL OCO-CHAVE
                   INVALID KEY
                      SET EOF-OK TO TRUE
             END-START
             PERFORM P365-CARREGAR-OCORRENCIA UNTIL EOF-OK
             CLOSE OCORRENCIAS
          ELSE
             PERFORM P390-ERRO-ARQUIVO
          END-IF
       END-IF
       .

       P365-CARREGAR-OCORRENCIA.
       READ OCORRENCIAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF OCO-ID-CONTATO NOT EQUAL LK-ID-CONTATO
                  SET EOF-OK TO TRUE
               ELSE
                  IF WS-QTD-OCORRENCIAS LESS 100
                     ADD 1 TO WS-QTD-OCORRENCIAS
                     MOVE OCO-SEQUENCIA
                          TO WS-TAB-SEQ(WS-QTD-OCORRENCIAS)
                     MOVE OCO-TIPO
                          TO WS-TAB-TIPO(WS-QTD-OCORRENCIAS)
                     MOVE OCO-SITUACAO
                          TO WS-TAB-SITUACAO(WS-QTD-OCORRENCIAS)
                     MOVE OCO-DT-ABERTURA
                          TO WS-TAB-ABERTURA(WS-QTD-OCORRENCIAS)
                     MOVE OCO-DT-PRAZO
                          TO WS-TAB-PRAZO(WS-QTD-OCORRENCIAS)
                     MOVE OCO-US-DESIGNADO
                          TO WS-TAB-DESIGNADO(WS-QTD-OCORRENCIAS)
                     MOVE OCO-DESCRICAO
                          TO WS-TAB-DESCRICAO(WS-QTD-OCORRENCIAS)
                     MOVE OCO-RESOLUCAO
                          TO WS-TAB-RESOLUCAO(WS-QTD-OCORRENCIAS)
                  END-IF
               END-IF
       END-READ
       .

       P370-EXIBIR-OCORRENCIA.
       MOVE WS-TAB-TIPO(WS-IDX) TO WS-COD-TIPO
       PERFORM P450-DESCREVER-TIPO
       MOVE WS-TAB-SITUACAO(WS-IDX) TO WS-COD-SIT
       PERFORM P460-DESCREVER-SITUACAO
       MOVE SPACES TO WS-AVISO-VENCIDA
       IF WS-TAB-SITUACAO(WS-IDX) NOT EQUAL 'F'
          AND WS-TAB-PRAZO(WS-IDX) LESS WS-DATA-HOJE
          MOVE ' VENCIDA' TO WS-AVISO-VENCIDA
       END-IF
       DISPLAY WS-TAB-SEQ(WS-IDX) ' ' WS-DESC-TIPO ' '
               WS-DESC-SIT ' ABERTA ' WS-TAB-ABERTURA(WS-IDX)
       DISPLAY '    PRAZO ' WS-TAB-PRAZO(WS-IDX)
               WS-AVISO-VENCIDA ' RESPONSAVEL '
               WS-TAB-DESIGNADO(WS-IDX)
       DISPLAY '    ' WS-TAB-DESCRICAO(WS-IDX)
       IF WS-TAB-SITUACAO(WS-IDX) EQUAL 'F'
          DISPLAY '    RESOLUCAO: ' WS-TAB-RESOLUCAO(WS-IDX)
       END-IF
       ADD 1 TO WS-PAG-CONT
       IF WS-PAG-CONT GREATER OR EQUAL PAR-PAG-LISTA
          AND WS-IDX GREATER 1
          DISPLAY 'TECLE <ENTER> PARA CONTINUAR...'
          ACCEPT WS-TECLA
          MOVE ZEROS TO WS-PAG-CONT
       END-IF
       SUBTRACT 1 FROM WS-IDX
       .

      *---------------------------------------------------------
      * Anotação automática da mudança de situação, com a
      * resolução quando a ocorrência é encerrada.
      *---------------------------------------------------------
       P380-ANOTAR-MUDANCA.
       MOVE WS-SIT-NOVA TO WS-COD-SIT
       PERFORM P460-DESCREVER-SITUACAO
       MOVE SPACES TO WS-TEXTO-NOTA
       STRING 'OCORRENCIA '   DELIMITED BY SIZE
              OCO-SEQUENCIA   DELIMITED BY SIZE
              ' '             DELIMITED BY SIZE
              WS-DESC-SIT-ANT DELIMITED BY '  '
              ' -> '          DELIMITED BY SIZE
              WS-DESC-SIT     DELIMITED BY '  '
         INTO WS-TEXTO-NOTA
       END-STRING
       CALL 'GRAVNOTT' USING LK-ID-CONTATO WS-TEXTO-NOTA
            LK-US-OPERADOR
       IF WS-SIT-NOVA EQUAL 'F'
          CALL 'GRAVNOTT' USING LK-ID-CONTATO OCO-RESOLUCAO
               LK-US-OPERADOR
       END-IF
       .

       P390-ERRO-ARQUIVO.
       DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OCORRENCIAS'
       CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
       DISPLAY WS-FS-MSG
       MOVE LK-ID-CONTATO TO WS-ERR-CHAVE
       CALL 'ERRLOGTT' USING 'OCORCNTT' 'OCORRENC  '
            WS-FS WS-ERR-CHAVE
       .

       P450-DESCREVER-TIPO.
       EVALUATE WS-COD-TIPO
          WHEN 'R'
             MOVE 'RECLAMACAO'  TO WS-DESC-TIPO
          WHEN 'S'
             MOVE 'SOLICITACAO' TO WS-DESC-TIPO
          WHEN 'I'
             MOVE 'INFORMACAO'  TO WS-DESC-TIPO
          WHEN OTHER
             MOVE 'OUTROS'      TO WS-DESC-TIPO
       END-EVALUATE
       .

       P460-DESCREVER-SITUACAO.
       EVALUATE WS-COD-SIT
          WHEN 'A'
             MOVE 'ABERTA'             TO WS-DESC-SIT
          WHEN 'E'
             MOVE 'EM ANDAMENTO'       TO WS-DESC-SIT
          WHEN 'C'
             MOVE 'AGUARDANDO CLIENTE' TO WS-DESC-SIT
          WHEN 'F'
             MOVE 'ENCERRADA'          TO WS-DESC-SIT
          WHEN OTHER
             MOVE '?'                  TO WS-DESC-SIT
       END-EVALUATE
       .
       END PROGRAM OCORCNTT.
