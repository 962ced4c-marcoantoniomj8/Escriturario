      *                   era o único caminho de gravação que
      *                   passava por fora da regra, e a simulação
      *                   relata a mesma rejeição.
      * 15/10/2026 MAMJ - Nome completo (NM-COMPLETO): a linha de
      *                   movimento cresce para 285 posições e a
      *                   operação 'A' atualiza o nome completo
      *                   quando preenchido; homônimo só passa com
      *                   CPF/CNPJ no contato (motivo NMD), e a
      *                   simulação relata a troca do nome.
      * 15/10/2026 MAMJ - Mudança de consentimento aplicada pela
      *                   operação 'A' vai para o livro de
      *                   consentimentos (GRAVCNSTT), origem
      *                   importação, com a linha do movimento
      *                   como referência.
      * 15/10/2026 MAMJ - Controle de totais na entrada: o
      *                   MOVCNTT.TXT precisa vir com cabeçalho e
      *                   rodapé padrão (FD_ITFTT, tipo MOVCNTT,
      *                   id na posição 2), conferidos pelo
      *                   CONFITFTT antes de qualquer movimento
      *                   (também na simulação); arquivo truncado
      *                   ou com totais divergentes é recusado
      *                   inteiro, com registro no CONTERRO.DAT e
      *                   RETURN-CODE 8. As linhas de controle não
      *                   contam como registro (nem no
      *                   checkpoint). O reprocessamento do
      *                   MOVCONTT.REJ não passa pela conferência.
      * 15/10/2026 MAMJ - Operação 'E' sobre contato sob bloqueio
      *                   legal (VERBLQTT) é rejeitada com motivo
      *                   BLQ, também na simulação.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

      * simplesmente ignorado.
      *---------------------------------------------------------
       FD ARQENTRADA.
       01 REG-ENTRADA        PIC X(288).

       FD CONTATOS.
          COPY FD_CONTT.
      *---------------------------------------------------------
       FD ARQREJ.
       01 REG-REJEITO.
          03 REJ-DADOS       PIC X(285).
          03 REJ-MOTIVO      PIC X(03).

       FD RELSIM.

       WORKING-STORAGE SECTION.

       01 WS-MOVIMENTO     PIC X(285) VALUE SPACES.
       01 FILLER REDEFINES WS-MOVIMENTO.
          03 WS-OPERACAO   PIC X(01).
          03 WS-REGISTRO   PIC X(284).
          03 FILLER REDEFINES WS-REGISTRO.
             05 WS-ID-CONTATO PIC 9(06).
             05 WS-NM-CONTATO PIC X(20).
                07 WS-FL-CONS-TELEFONE PIC X(01).
                07 WS-FL-CONS-EMAIL    PIC X(01).
                07 WS-FL-CONS-CORREIO  PIC X(01).
             05 WS-FL-ST-ENDERECO PIC X(01).
             05 WS-NM-COMPLETO PIC X(60).
       77 WS-FS-ENT        PIC 99.
          88 FS-ENT-OK     VALUE 0.
       77 WS-FS            PIC 99.
          88 FS-REJ-OK      VALUE 0.
       77 WS-ARQ-REJEITO    PIC X(60) VALUE 'MOVCONTT.REJ'.
       77 WS-MOTIVO-REJ     PIC X(03) VALUE SPACES.
       77 WS-BLQ-PROCESSO   PIC X(20) VALUE SPACES.
       77 WS-BLQ-RESULTADO  PIC X(01) VALUE 'N'.
          88 CONTATO-BLOQUEADO VALUE 'S' 'I'.
       77 WS-OPCAO-REJ      PIC X VALUE SPACES.

       77 WS-OPCAO-SIM      PIC X VALUE SPACES.
       77 WS-ARQ-SIMULACAO  PIC X(60) VALUE SPACES.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC X(08) VALUE SPACES.
       77 WS-HOMONIMO       PIC X VALUE 'N'.
          88 HOMONIMO-OK    VALUE 'S' FALSE 'N'.
       77 WS-FIM-HOMONIMO   PIC X VALUE 'N'.
          88 FIM-HOMONIMO-OK VALUE 'S' FALSE 'N'.

      *---------------------------------------------------------
      * Fotografia do registro como está na base, tirada antes
      * da operação 'A' mexer nele: a simulação compara campo a
      * campo para relatar o valor atual e o proposto.
      *---------------------------------------------------------
       01 WS-REG-ANTES     PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-REG-ANTES.
          03 ANT-ID-CONTATO PIC 9(06).
          03 ANT-NM-CONTATO PIC X(20).
          03 ANT-CD-FILIAL  PIC X(03).
          03 ANT-NR-DOCUMENTO PIC X(14).
          03 ANT-FL-CONSENTIMENTO PIC X(03).
          03 ANT-FL-ST-ENDERECO PIC X(01).
          03 ANT-NM-COMPLETO PIC X(60).

       01 WS-REF-CONSENT.
          03 FILLER        PIC X(14) VALUE 'MOVCNTT LINHA '.
          03 WS-REF-CONS-LINHA PIC 9(06) VALUE ZEROS.

       01 WS-LIN-MOVIMENTO.
          03 FILLER        PIC X(06) VALUE 'LINHA '.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

      *---------------------------------------------------------
      * Controle de totais na entrada (FD_ITFTT / CONFITFTT).
      *---------------------------------------------------------
       01 WS-TIPOS-ITF.
          03 FILLER         PIC X(08) VALUE 'MOVCNTT'.
          03 FILLER         PIC X(08) VALUE SPACES.
       77 WS-POS-ID-ITF     PIC 9(03) VALUE 2.
       77 WS-CONF-ITF       PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *---------------------------------------------------------
            IF SIMULACAO-OK
               DISPLAY 'MODO DE SIMULACAO: NADA SERA GRAVADO'
            END-IF
            IF WS-OPCAO-REJ NOT EQUAL 'S'
               CALL 'CONFITFTT' USING 'MOVCONTT' WS-ARQ-ENTRADA
                    WS-TIPOS-ITF WS-POS-ID-ITF WS-CONF-ITF
               IF WS-CONF-ITF EQUAL 'N'
                  PERFORM P020-LIBERAR-TRAVA
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-ENT-OK AND FS-OK
      *---------------------------------------------------------
       END-IF
       .

      *    Cabeçalho e rodapé de controle (FD_ITFTT) não são
      *    movimento: não contam nem para o checkpoint.
       P200-PULAR-REGISTRO.
       READ ARQENTRADA
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF REG-ENTRADA(1:3) NOT EQUAL 'HDR'
                  AND REG-ENTRADA(1:3) NOT EQUAL 'TRL'
                  ADD 1 TO WS-LIDOS
               END-IF
       END-READ
       .

            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF REG-ENTRADA(1:3) NOT EQUAL 'HDR'
                  AND REG-ENTRADA(1:3) NOT EQUAL 'TRL'
                  ADD 1 TO WS-LIDOS
                  PERFORM P310-APLICAR-MOVIMENTO THRU P310-FIM
                  IF NOT SIMULACAO-OK
                     PERFORM P320-GRAVAR-CHECKPOINT
                  END-IF
               END-IF
       END-READ
       .
      * regravar.
      *---------------------------------------------------------
       P330-ALTERAR-CONTATO.
      *---------------------------------------------------------
      * Nome completo: homônimo só passa com CPF/CNPJ no
      * contato (o da linha ou, na falta, o já gravado), a mesma
      * regra das telas e da carga (NMD).
      *---------------------------------------------------------
       IF WS-NM-COMPLETO NOT EQUAL SPACES
          AND WS-NM-COMPLETO NOT EQUAL NM-COMPLETO
          SET HOMONIMO-OK TO FALSE
          IF WS-NR-DOCUMENTO EQUAL SPACES
             AND NR-DOCUMENTO EQUAL SPACES
             PERFORM P325-VERIFICAR-HOMONIMO
          END-IF
          IF HOMONIMO-OK
             ADD 1 TO WS-REJEITADOS
             DISPLAY 'REJEITADO, HOMONIMO SEM CPF/CNPJ: '
                     WS-ID-CONTATO
             MOVE 'NMD' TO WS-MOTIVO-REJ
             PERFORM P335-GRAVAR-REJEITO
             SET LINHA-REJEITADA TO TRUE
          ELSE
             MOVE WS-NM-COMPLETO TO NM-COMPLETO
          END-IF
       END-IF

       IF WS-NM-CONTATO NOT EQUAL SPACES
          MOVE WS-NM-CONTATO TO NM-CONTATO
       END-IF
                   CALL 'GRAVLOGTT' USING 'A' ID-CONTATO NM-CONTATO
                        TELEFONE EMAIL ENDERECO US-ULT-ALTERACAO
                        REG-CONTATOS
                   MOVE WS-LIDOS TO WS-REF-CONS-LINHA
                   CALL 'GRAVCNSTT' USING ID-CONTATO
                        ANT-FL-CONSENTIMENTO FL-CONSENTIMENTO 'I'
                        US-ULT-ALTERACAO 'MOVCONTT' WS-REF-CONSENT
             END-REWRITE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Procura outro contato com o mesmo nome completo pela
      * chave alternada. A leitura posicionada troca o registro
      * da área do arquivo, que é restaurado da fotografia tirada
      * antes da operação (ainda sem nenhuma alteração aplicada).
      *---------------------------------------------------------
       P325-VERIFICAR-HOMONIMO.
       SET FIM-HOMONIMO-OK TO FALSE
       MOVE WS-NM-COMPLETO TO NM-COMPLETO
       START CONTATOS KEY IS EQUAL NM-COMPLETO
             INVALID KEY
                SET FIM-HOMONIMO-OK TO TRUE
       END-START
       PERFORM P326-LER-HOMONIMO UNTIL FIM-HOMONIMO-OK
       MOVE WS-REG-ANTES TO REG-CONTATOS
       .

       P326-LER-HOMONIMO.
       READ CONTATOS NEXT RECORD
            AT END
               SET FIM-HOMONIMO-OK TO TRUE
            NOT AT END
               IF NM-COMPLETO NOT EQUAL WS-NM-COMPLETO
                  SET FIM-HOMONIMO-OK TO TRUE
               ELSE
                  IF ID-CONTATO NOT EQUAL WS-ID-CONTATO
                     SET HOMONIMO-OK TO TRUE
                     SET FIM-HOMONIMO-OK TO TRUE
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Linha 'A' aprovada na simulação: relata o valor atual e
      * o proposto de cada campo que a aplicação de verdade
          MOVE NM-CONTATO     TO LCP-DEPOIS
          WRITE REG-SIMULACAO FROM WS-LIN-CAMPO
       END-IF
       IF ANT-NM-COMPLETO NOT EQUAL NM-COMPLETO
          MOVE 'NOME COMPL.:' TO LCP-ROTULO
          MOVE ANT-NM-COMPLETO(1:40) TO LCP-ANTES
          MOVE NM-COMPLETO(1:40) TO LCP-DEPOIS
          WRITE REG-SIMULACAO FROM WS-LIN-CAMPO
       END-IF
       IF ANT-TELEFONE NOT EQUAL TELEFONE
          MOVE 'TELEFONE...:' TO LCP-ROTULO
          MOVE ANT-TELEFONE   TO LCP-ANTES
          MOVE 'JAI' TO WS-MOTIVO-REJ
          PERFORM P335-GRAVAR-REJEITO
       ELSE
          CALL 'VERBLQTT' USING ID-CONTATO WS-BLQ-PROCESSO
                                WS-BLQ-RESULTADO
          IF CONTATO-BLOQUEADO
             ADD 1 TO WS-REJEITADOS
             DISPLAY 'REJEITADO, CONTATO SOB BLOQUEIO LEGAL: '
                     ID-CONTATO ' PROCESSO ' WS-BLQ-PROCESSO
             MOVE 'BLQ' TO WS-MOTIVO-REJ
             PERFORM P335-GRAVAR-REJEITO
             GO TO P340-FIM
          END-IF
          IF SIMULACAO-OK
             ADD 1 TO WS-APLICADOS
             IF FS-SIM-OK
