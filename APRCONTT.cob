      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Aprovação das alterações sensíveis pendentes
      *            (CONTPEND.DAT, gravadas pelo GRAVPENTT quando
      *            um operador que não é supervisor troca o
      *            CPF/CNPJ, retira todos os consentimentos ou
      *            pede a reativação de um contato). Apresenta um
      *            pedido por vez, com o valor atual e o pedido
      *            lado a lado; o supervisor aprova, rejeita com
      *            motivo ou passa ao seguinte. Só o pedido
      *            aprovado chega ao CONTATOS.DAT, com linha no log
      *            de movimentação (GRAVLOGTT), manutenção do
      *            índice de documentos e, para consentimentos, a
      *            evidência no livro (GRAVCNSTT). Quem pediu não
      *            decide o próprio pedido. Toda decisão vai para a
      *            trilha de auditoria (GRAVAUDTT). Opção restrita
      *            ao supervisor pelo MENUCNTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRCONTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT PENDENTES ASSIGN TO WS-ARQ-PENDENTES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEN-CHAVE
                FILE STATUS IS WS-FS-PEN.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT DOCIDX ASSIGN TO WS-ARQ-DOCIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DOC-CHAVE
                FILE STATUS IS WS-FS-DOC.

       DATA DIVISION.
       FILE SECTION.
       FD PENDENTES.
          COPY FD_PENTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD DOCIDX.
          COPY FD_DOCTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-PEN        PIC 99.
          88 FS-PEN-OK     VALUE 0.
       77 WS-FS-DOC        PIC 99.
          88 FS-DOC-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-FIM           PIC X VALUE 'N'.
          88 FIM-OK        VALUE 'S' FALSE 'N'.
       77 WS-OPCAO         PIC X VALUE SPACES.
       77 WS-ARQ-PENDENTES PIC X(60) VALUE 'CONTPEND.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-DOCIDX    PIC X(60) VALUE 'CONTDOCU.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       77 WS-QTD-VISTOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-APROVADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       77 WS-DESC-TIPO     PIC X(20) VALUE SPACES.
       77 WS-VL-ATUAL      PIC X(20) VALUE SPACES.
       77 WS-MOTIVO        PIC X(40) VALUE SPACES.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-CONS-ANTES    PIC X(03) VALUE SPACES.
       77 WS-CONS-DEPOIS   PIC X(03) VALUE SPACES.
       77 WS-ORIGEM-CONS   PIC X(01) VALUE SPACES.
       77 WS-DOC-ANTES     PIC X(14) VALUE SPACES.

       77 WS-NADA-TEL      PIC X(15) VALUE SPACES.
       77 WS-NADA-MAIL     PIC X(40) VALUE SPACES.
       77 WS-ID-DONO-TEL   PIC 9(06) VALUE ZEROS.
       77 WS-ID-DONO-MAIL  PIC 9(06) VALUE ZEROS.
       77 WS-ID-DONO-DOC   PIC 9(06) VALUE ZEROS.
       77 WS-DOC-PEDIDO    PIC X(14) VALUE SPACES.

       77 WS-AUD-CHAVE     PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES     PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS    PIC X(40) VALUE SPACES.

       01 WS-DATA-EDICAO.
          03 WS-ED-DIA     PIC 9(02).
          03 FILLER        PIC X(01) VALUE '/'.
          03 WS-ED-MES     PIC 9(02).
          03 FILLER        PIC X(01) VALUE '/'.
          03 WS-ED-ANO     PIC 9(04).

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-PENDENTES
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-DOCIDX
            DISPLAY '***** APROVACAO DE ALTERACOES PENDENTES *****'
            IF LK-PF-OPERADOR NOT EQUAL 'S'
               DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
            ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            END-IF
            GOBACK.

       P100-ABRIR-ARQUIVOS.
       SET FS-PEN-OK TO TRUE
       OPEN I-O PENDENTES
       IF WS-FS-PEN EQUAL 35
          DISPLAY 'NENHUMA ALTERACAO AGUARDA APROVACAO'
          GO TO P100-FIM
       END-IF
       IF NOT FS-PEN-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PENDENCIAS'
          CALL 'FSMSGTT' USING WS-FS-PEN WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'APRCONTT' 'PENDENTES '
               WS-FS-PEN WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       SET FS-OK TO TRUE
       OPEN I-O CONTATOS
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'APRCONTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
          CLOSE PENDENTES
          GO TO P100-FIM
       END-IF

       MOVE LOW-VALUES TO PEN-CHAVE
       SET FIM-OK TO FALSE
       START PENDENTES KEY IS GREATER OR EQUAL PEN-CHAVE
             INVALID KEY
                SET FIM-OK TO TRUE
       END-START
       PERFORM P200-LER-PEDIDO THRU P200-FIM UNTIL FIM-OK

       CLOSE CONTATOS
       CLOSE PENDENTES

       IF WS-QTD-VISTOS EQUAL ZEROS
          DISPLAY 'NENHUMA ALTERACAO AGUARDA APROVACAO'
       ELSE
          DISPLAY 'PEDIDOS APRESENTADOS: ' WS-QTD-VISTOS
                  '  APROVADOS: ' WS-QTD-APROVADOS
                  '  REJEITADOS: ' WS-QTD-REJEITADOS
       END-IF
       .
       P100-FIM.

      *---------------------------------------------------------
      * Percorre a fila na ordem da chave (contato, sequência) e
      * apresenta somente o que ainda aguarda decisão.
      *---------------------------------------------------------
       P200-LER-PEDIDO.
       READ PENDENTES NEXT RECORD
            AT END
               SET FIM-OK TO TRUE
               GO TO P200-FIM
       END-READ
       IF NOT PEDIDO-PENDENTE
          GO TO P200-FIM
       END-IF

       ADD 1 TO WS-QTD-VISTOS
       MOVE PEN-ID-CONTATO TO WS-ERR-CHAVE
       PERFORM P300-APRESENTAR-PEDIDO

       IF PEN-US-SOLICITANTE EQUAL LK-US-OPERADOR
          DISPLAY 'PEDIDO FEITO POR VOCE: A DECISAO CABE A OUTRO'
                  ' SUPERVISOR'
          DISPLAY 'TECLE <F> PARA FINALIZAR OU <QUALQUER TECLA>'
                  ' PARA O PROXIMO'
          MOVE SPACES TO WS-OPCAO
          ACCEPT WS-OPCAO
          IF WS-OPCAO EQUAL 'F'
             SET FIM-OK TO TRUE
          END-IF
          GO TO P200-FIM
       END-IF

       DISPLAY 'TECLE <A> PARA APROVAR, <J> PARA REJEITAR,'
       DISPLAY '<F> PARA FINALIZAR OU <QUALQUER TECLA> PARA O'
               ' PROXIMO'
       MOVE SPACES TO WS-OPCAO
       ACCEPT WS-OPCAO
       EVALUATE WS-OPCAO
          WHEN 'A'
               PERFORM P400-APROVAR-PEDIDO THRU P400-FIM
          WHEN 'J'
               PERFORM P500-REJEITAR-PEDIDO
          WHEN 'F'
               SET FIM-OK TO TRUE
          WHEN OTHER
               DISPLAY 'PEDIDO MANTIDO NA FILA'
       END-EVALUATE
       .
       P200-FIM.

      *---------------------------------------------------------
      * Valor atual do contato e valor pedido lado a lado; o
      * atual é relido da base, não o guardado no pedido.
      *---------------------------------------------------------
       P300-APRESENTAR-PEDIDO.
       EVALUATE TRUE
          WHEN PENDENTE-DOCUMENTO
               MOVE 'CPF/CNPJ'            TO WS-DESC-TIPO
          WHEN PENDENTE-CONSENT
               MOVE 'CONSENTIMENTOS T/E/C' TO WS-DESC-TIPO
          WHEN PENDENTE-REATIVACAO
               MOVE 'SITUACAO (A/I)'      TO WS-DESC-TIPO
          WHEN OTHER
               MOVE 'DESCONHECIDA'        TO WS-DESC-TIPO
       END-EVALUATE

       MOVE SPACES TO WS-VL-ATUAL
       MOVE PEN-ID-CONTATO TO ID-CONTATO
       READ CONTATOS
            KEY IS ID-CONTATO
            INVALID KEY
               MOVE '(CONTATO NAO EXISTE)' TO WS-VL-ATUAL
               MOVE SPACES TO NM-CONTATO
            NOT INVALID KEY
               EVALUATE TRUE
                  WHEN PENDENTE-DOCUMENTO
                       MOVE NR-DOCUMENTO     TO WS-VL-ATUAL
                  WHEN PENDENTE-CONSENT
                       MOVE FL-CONSENTIMENTO TO WS-VL-ATUAL
                  WHEN PENDENTE-REATIVACAO
                       MOVE ST-CONTATO       TO WS-VL-ATUAL
               END-EVALUATE
       END-READ

       MOVE PEN-DT-PEDIDO(7:2) TO WS-ED-DIA
       MOVE PEN-DT-PEDIDO(5:2) TO WS-ED-MES
       MOVE PEN-DT-PEDIDO(1:4) TO WS-ED-ANO
       DISPLAY '------------------------------------------------'
       DISPLAY 'CONTATO....: ' PEN-ID-CONTATO ' - ' NM-CONTATO
       DISPLAY 'ALTERACAO..: ' WS-DESC-TIPO
       DISPLAY 'PEDIDO POR.: ' PEN-US-SOLICITANTE ' EM '
               WS-DATA-EDICAO ' ' PEN-HR-PEDIDO(1:2) ':'
               PEN-HR-PEDIDO(3:2)
       DISPLAY '              ATUAL                 PEDIDO'
       DISPLAY 'VALOR......: ' WS-VL-ATUAL '  ' PEN-VL-DEPOIS
       IF PEN-VL-ANTES NOT EQUAL WS-VL-ATUAL
          DISPLAY 'ATENCAO: NO PEDIDO O VALOR ERA ' PEN-VL-ANTES
       END-IF
       IF PEN-REFERENCIA NOT EQUAL SPACES
          DISPLAY 'REF. FORM..: ' PEN-REFERENCIA
       END-IF
       .

      *---------------------------------------------------------
      * Aprovação: o contato é relido e só é alterado se o campo
      * ainda tem o valor que tinha quando o pedido foi feito —
      * o que mudou nesse meio tempo não é sobrescrito, e o
      * pedido é rejeitado para ser refeito sobre o valor novo.
      *---------------------------------------------------------
       P400-APROVAR-PEDIDO.
       MOVE PEN-ID-CONTATO TO ID-CONTATO
       READ CONTATOS
            KEY IS ID-CONTATO
            INVALID KEY
               DISPLAY 'CONTATO NAO EXISTE MAIS NA BASE'
               MOVE 'CONTATO NAO EXISTE MAIS NA BASE'
                 TO WS-MOTIVO
               PERFORM P510-GRAVAR-REJEICAO
               GO TO P400-FIM
       END-READ

       MOVE SPACES TO WS-VL-ATUAL
       EVALUATE TRUE
          WHEN PENDENTE-DOCUMENTO
               MOVE NR-DOCUMENTO     TO WS-VL-ATUAL
          WHEN PENDENTE-CONSENT
               MOVE FL-CONSENTIMENTO TO WS-VL-ATUAL
          WHEN PENDENTE-REATIVACAO
               MOVE ST-CONTATO       TO WS-VL-ATUAL
       END-EVALUATE
       IF WS-VL-ATUAL NOT EQUAL PEN-VL-ANTES
          DISPLAY 'O CONTATO MUDOU DESDE O PEDIDO, QUE SERA'
                  ' REJEITADO'
          MOVE 'VALOR ATUAL DIFERENTE DO PEDIDO' TO WS-MOTIVO
          PERFORM P510-GRAVAR-REJEICAO
          GO TO P400-FIM
       END-IF

       IF PENDENTE-DOCUMENTO
          MOVE PEN-VL-DEPOIS(1:14) TO WS-DOC-PEDIDO
          MOVE ZEROS TO WS-ID-DONO-TEL WS-ID-DONO-MAIL
                        WS-ID-DONO-DOC
          CALL 'DUPVERTT' USING WS-NADA-TEL WS-NADA-MAIL
               PEN-ID-CONTATO WS-ID-DONO-TEL WS-ID-DONO-MAIL
               WS-DOC-PEDIDO WS-ID-DONO-DOC
          IF WS-ID-DONO-DOC GREATER ZEROS
             DISPLAY 'CPF/CNPJ JA CADASTRADO NO CONTATO '
                     WS-ID-DONO-DOC ', O PEDIDO SERA REJEITADO'
             MOVE 'CPF/CNPJ JA CADASTRADO EM OUTRO CONTATO'
               TO WS-MOTIVO
             PERFORM P510-GRAVAR-REJEICAO
             GO TO P400-FIM
          END-IF
       END-IF

       DISPLAY 'TECLE <S> PARA CONFIRMAR A APROVACAO OU'
               ' <QUALQUER TECLA> PARA VOLTAR'
       MOVE SPACES TO WS-OPCAO
       ACCEPT WS-OPCAO
       IF WS-OPCAO NOT EQUAL 'S'
          DISPLAY 'PEDIDO MANTIDO NA FILA'
          GO TO P400-FIM
       END-IF

       MOVE NR-DOCUMENTO     TO WS-DOC-ANTES
       MOVE FL-CONSENTIMENTO TO WS-CONS-ANTES
       EVALUATE TRUE
          WHEN PENDENTE-DOCUMENTO
               MOVE WS-DOC-PEDIDO TO NR-DOCUMENTO
          WHEN PENDENTE-CONSENT
               MOVE PEN-VL-DEPOIS(1:3) TO FL-CONSENTIMENTO
          WHEN PENDENTE-REATIVACAO
               SET CONTATO-ATIVO TO TRUE
       END-EVALUATE
       MOVE FL-CONSENTIMENTO TO WS-CONS-DEPOIS
       MOVE WS-DATA-HOJE   TO DT-ULT-ALTERACAO
       MOVE LK-US-OPERADOR TO US-ULT-ALTERACAO
       REWRITE REG-CONTATOS
          INVALID KEY
             DISPLAY 'ERRO AO GRAVAR O CONTATO, PEDIDO MANTIDO'
                     ' NA FILA'
             GO TO P400-FIM
       END-REWRITE

       IF PENDENTE-REATIVACAO
          CALL 'GRAVLOGTT' USING 'R' ID-CONTATO
               NM-CONTATO TELEFONE EMAIL ENDERECO
               US-ULT-ALTERACAO REG-CONTATOS
       ELSE
          CALL 'GRAVLOGTT' USING 'A' ID-CONTATO
               NM-CONTATO TELEFONE EMAIL ENDERECO
               US-ULT-ALTERACAO REG-CONTATOS
       END-IF
       IF PENDENTE-DOCUMENTO
          PERFORM P410-ATUALIZAR-DOCIDX
       END-IF
       IF PENDENTE-CONSENT
          IF PEN-REFERENCIA EQUAL SPACES
             MOVE 'B' TO WS-ORIGEM-CONS
          ELSE
             MOVE 'F' TO WS-ORIGEM-CONS
          END-IF
          CALL 'GRAVCNSTT' USING ID-CONTATO WS-CONS-ANTES
               WS-CONS-DEPOIS WS-ORIGEM-CONS PEN-US-SOLICITANTE
               'APRCONTT' PEN-REFERENCIA
       END-IF

       SET PEDIDO-APROVADO TO TRUE
       MOVE WS-DATA-HOJE   TO PEN-DT-DECISAO
       MOVE LK-US-OPERADOR TO PEN-US-DECISOR
       MOVE SPACES         TO PEN-MOTIVO
       REWRITE REG-PENDENTE
          INVALID KEY
             CONTINUE
       END-REWRITE
       ADD 1 TO WS-QTD-APROVADOS
       DISPLAY 'ALTERACAO APROVADA E GRAVADA NO CONTATO'

       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE PEN-ID-CONTATO TO WS-AUD-CHAVE
       STRING PEN-TP-ALTERACAO DELIMITED BY SIZE
              ' '              DELIMITED BY SIZE
              PEN-VL-ANTES     DELIMITED BY SIZE
         INTO WS-AUD-ANTES
       END-STRING
       STRING PEN-TP-ALTERACAO DELIMITED BY SIZE
              ' '              DELIMITED BY SIZE
              PEN-VL-DEPOIS    DELIMITED BY SIZE
         INTO WS-AUD-DEPOIS
       END-STRING
       CALL 'GRAVAUDTT' USING 'APRCONTT' 'APROVACAO '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS
       .
       P400-FIM.

      *---------------------------------------------------------
      * O documento antigo sai do índice e o novo entra, como na
      * própria alteração (ALTCONTT).
      *---------------------------------------------------------
       P410-ATUALIZAR-DOCIDX.
       SET FS-DOC-OK TO TRUE
       OPEN I-O DOCIDX
       IF WS-FS-DOC EQUAL 35
          OPEN OUTPUT DOCIDX
          CLOSE DOCIDX
          OPEN I-O DOCIDX
       END-IF
       IF FS-DOC-OK
          IF WS-DOC-ANTES NOT EQUAL SPACES
             MOVE WS-DOC-ANTES   TO DOC-NUMERO
             MOVE PEN-ID-CONTATO TO DOC-ID-CONTATO
             DELETE DOCIDX RECORD
                INVALID KEY
                   CONTINUE
             END-DELETE
          END-IF
          IF WS-DOC-PEDIDO NOT EQUAL SPACES
             MOVE WS-DOC-PEDIDO  TO DOC-NUMERO
             MOVE PEN-ID-CONTATO TO DOC-ID-CONTATO
             WRITE REG-DOCIDX
                INVALID KEY
                   CONTINUE
             END-WRITE
          END-IF
          CLOSE DOCIDX
       END-IF
       .

       P500-REJEITAR-PEDIDO.
       MOVE SPACES TO WS-MOTIVO
       PERFORM P520-INFORMAR-MOTIVO UNTIL WS-MOTIVO NOT EQUAL SPACES
       PERFORM P510-GRAVAR-REJEICAO
       .

       P510-GRAVAR-REJEICAO.
       SET PEDIDO-REJEITADO TO TRUE
       MOVE WS-DATA-HOJE   TO PEN-DT-DECISAO
       MOVE LK-US-OPERADOR TO PEN-US-DECISOR
       MOVE WS-MOTIVO      TO PEN-MOTIVO
       REWRITE REG-PENDENTE
          INVALID KEY
             CONTINUE
       END-REWRITE
       ADD 1 TO WS-QTD-REJEITADOS
       DISPLAY 'PEDIDO REJEITADO, O CONTATO NAO FOI ALTERADO'

       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE PEN-ID-CONTATO TO WS-AUD-CHAVE
       STRING PEN-TP-ALTERACAO DELIMITED BY SIZE
              ' '              DELIMITED BY SIZE
              PEN-VL-DEPOIS    DELIMITED BY SIZE
         INTO WS-AUD-ANTES
       END-STRING
       MOVE WS-MOTIVO TO WS-AUD-DEPOIS
       CALL 'GRAVAUDTT' USING 'APRCONTT' 'REJEICAO  '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS
       .

       P520-INFORMAR-MOTIVO.
       DISPLAY 'INFORME O MOTIVO DA REJEICAO (OBRIGATORIO):'
       ACCEPT WS-MOTIVO
       .
       END PROGRAM APRCONTT.
