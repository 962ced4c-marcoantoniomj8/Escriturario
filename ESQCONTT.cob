      *            - remove fisicamente o registro da base viva e
      *              do arquivo morto;
      *            - remove os meios de contato adicionais, as
      *              anotações, a pendência com o fornecedor e os
      *              demais arquivos satélites do contato, inclusive
      *              a marca de falecimento e o livro de
      *              consentimentos;
      *            - sobrescreve nome, telefone, e-mail e endereço
      *              nas linhas correspondentes do log de
      *              movimentação com o marcador de dado removido,
      *            Meses de log já arquivados pela rotação e
      *            backups anteriores ao catálogo não são varridos
      *            automaticamente; o certificado traz o aviso.
      *
      * Histórico de alterações
      * 15/10/2026 MAMJ - A eliminação passa a remover também os
      *                   vínculos da pessoa com outros contatos
      *                   (CONTVINC.DAT), nas duas pontas, e o
      *                   certificado traz a quantidade removida.
      * 15/10/2026 MAMJ - Remove também as marcações de grupo
      *                   adicional da pessoa (CONTGRAD.DAT), com a
      *                   quantidade no certificado.
      * 15/10/2026 MAMJ - Remove também a linha da pessoa na
      *                   carteira de contatos (CONTCART.DAT).
      * 15/10/2026 MAMJ - Contato sob bloqueio legal (VERBLQTT) não
      *                   é eliminado: a tela informa o processo e
      *                   nada é removido até a liberação.
      * 15/10/2026 MAMJ - Remove também as ocorrências de atendimento
      *                   (CONTOCOR.DAT), as chaves de outros sistemas
      *                   (CONTCHAV.DAT), as alterações pendentes de
      *                   aprovação (CONTPEND.DAT) e os convites para
      *                   eventos (CONTCONV.DAT), com as quantidades
      *                   no certificado.
      * 15/10/2026 MAMJ - Remove também a marca de falecimento
      *                   (CONTOBIT.DAT) e o livro de consentimentos
      *                   (CONTCONS.DAT) da pessoa, com as quantidades
      *                   no certificado.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                RECORD KEY IS VEN-ID-CONTATO
                FILE STATUS IS WS-FS-VEN.

                SELECT VINCULOS ASSIGN TO WS-ARQ-VINCULOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VIN-CHAVE
                FILE STATUS IS WS-FS-VIN.

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GRA.

                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

                SELECT OCORRENCIAS ASSIGN TO WS-ARQ-OCORRENCIAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCO-CHAVE
                FILE STATUS IS WS-FS-OCO.

                SELECT CHAVES ASSIGN TO WS-ARQ-CHAVES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHV-CHAVE
                ALTERNATE RECORD KEY IS CHV-ID-CONTATO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CHV.

                SELECT PENDENTES ASSIGN TO WS-ARQ-PENDENTES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEN-CHAVE
                FILE STATUS IS WS-FS-PEN.

                SELECT CONVITES ASSIGN TO WS-ARQ-CONVITES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CNV-CHAVE
                FILE STATUS IS WS-FS-CNV.

                SELECT OBITOS ASSIGN TO WS-ARQ-OBITOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OBT-ID-CONTATO
                FILE STATUS IS WS-FS-OBT.

                SELECT CONSENT ASSIGN TO WS-ARQ-CONSENT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CNS-CHAVE
                FILE STATUS IS WS-FS-CNS.

                SELECT CONTLOG ASSIGN TO WS-ARQ-CONTLOG
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LOG.
       FD PENDENCIAS.
          COPY FD_VENTT.

       FD VINCULOS.
          COPY FD_VINTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD CARTEIRA.
          COPY FD_CARTT.

       FD OCORRENCIAS.
          COPY FD_OCOTT.

       FD CHAVES.
          COPY FD_CHVTT.

       FD PENDENTES.
          COPY FD_PENTT.

       FD CONVITES.
          COPY FD_CNVTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD CONSENT.
          COPY FD_CNSTT.

       FD CONTLOG.
          COPY FD_LOGTT.

       FD LOGTEMP.
       01 REG-LOGTEMP        PIC X(432).

       FD CATBKP.
          COPY FD_BKCTT.

       FD ARQBKP.
       01 REG-BKP            PIC X(284).

       FD CERTIFICADO.
       01 REG-CERT           PIC X(132).
          88 FS-NOT-OK      VALUE 0.
       77 WS-FS-VEN         PIC 99.
          88 FS-VEN-OK      VALUE 0.
       77 WS-FS-VIN         PIC 99.
          88 FS-VIN-OK      VALUE 0.
       77 WS-FS-GRA         PIC 99.
          88 FS-GRA-OK      VALUE 0.
       77 WS-FS-CAR         PIC 99.
          88 FS-CAR-OK      VALUE 0.
       77 WS-FS-OCO         PIC 99.
          88 FS-OCO-OK      VALUE 0.
       77 WS-FS-CHV         PIC 99.
          88 FS-CHV-OK      VALUE 0.
       77 WS-FS-PEN         PIC 99.
          88 FS-PEN-OK      VALUE 0.
       77 WS-FS-CNV         PIC 99.
          88 FS-CNV-OK      VALUE 0.
       77 WS-FS-OBT         PIC 99.
          88 FS-OBT-OK      VALUE 0.
       77 WS-FS-CNS         PIC 99.
          88 FS-CNS-OK      VALUE 0.
       77 WS-FS-LOG         PIC 99.
          88 FS-LOG-OK      VALUE 0.
       77 WS-FS-TMP         PIC 99.
       77 WS-ARQ-MEIOS      PIC X(60) VALUE 'CONTMEIO.DAT'.
       77 WS-ARQ-NOTAS      PIC X(60) VALUE 'CONTNOTA.DAT'.
       77 WS-ARQ-PENDENCIAS PIC X(60) VALUE 'CONTVEND.DAT'.
       77 WS-ARQ-VINCULOS   PIC X(60) VALUE 'CONTVINC.DAT'.
       77 WS-ARQ-GRUPADIC   PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-ARQ-CARTEIRA   PIC X(60) VALUE 'CONTCART.DAT'.
       77 WS-ARQ-OCORRENCIAS PIC X(60) VALUE 'CONTOCOR.DAT'.
       77 WS-ARQ-CHAVES     PIC X(60) VALUE 'CONTCHAV.DAT'.
       77 WS-ARQ-PENDENTES  PIC X(60) VALUE 'CONTPEND.DAT'.
       77 WS-ARQ-CONVITES   PIC X(60) VALUE 'CONTCONV.DAT'.
       77 WS-ARQ-OBITOS     PIC X(60) VALUE 'CONTOBIT.DAT'.
       77 WS-ARQ-CONSENT    PIC X(60) VALUE 'CONTCONS.DAT'.
       77 WS-ARQ-CONTLOG    PIC X(60) VALUE 'CONTLOG.DAT'.
       77 WS-ARQ-LOGTEMP    PIC X(60) VALUE 'CONTLOG.TMP'.
       77 WS-ARQ-CATBKP     PIC X(60) VALUE 'BKPCNTT.CTL'.
          88 ID-VALIDO-OK   VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM        PIC X VALUE SPACES.
       77 WS-MARCADOR       PIC X(40) VALUE '*** DADO REMOVIDO ***'.
       77 WS-REG-ANONIMO    PIC X(284) VALUE SPACES.
       77 WS-NM-APAGADO     PIC X(20) VALUE SPACES.
       77 WS-ACHOU-BASE     PIC X VALUE 'N'.
          88 ACHOU-BASE-OK  VALUE 'S' FALSE 'N'.
       77 WS-LOG-ANONIMAS   PIC 9(06) VALUE ZEROS.
       77 WS-MEIOS-REMOV    PIC 9(03) VALUE ZEROS.
       77 WS-NOTAS-REMOV    PIC 9(03) VALUE ZEROS.
       77 WS-VINC-REMOV     PIC 9(03) VALUE ZEROS.
       77 WS-GRAD-REMOV     PIC 9(03) VALUE ZEROS.
       77 WS-OCOR-REMOV     PIC 9(03) VALUE ZEROS.
       77 WS-CHAV-REMOV     PIC 9(03) VALUE ZEROS.
       77 WS-PEND-REMOV     PIC 9(03) VALUE ZEROS.
       77 WS-CONV-REMOV     PIC 9(03) VALUE ZEROS.
       77 WS-OBIT-REMOV     PIC 9(03) VALUE ZEROS.
       77 WS-CONS-REMOV     PIC 9(04) VALUE ZEROS.
       77 WS-ID-VINCULADO   PIC 9(06) VALUE ZEROS.
       77 WS-BKP-COM-DADO   PIC 9(03) VALUE ZEROS.
       77 WS-BLQ-PROCESSO   PIC X(20) VALUE SPACES.
       77 WS-BLQ-RESULTADO  PIC X(01) VALUE 'N'.
          88 CONTATO-BLOQUEADO VALUE 'S' 'I'.
       77 WS-BKP-ACHOU      PIC X VALUE 'N'.
          88 BKP-ACHOU-OK   VALUE 'S' FALSE 'N'.
       77 WS-DH-DATA        PIC 9(08) VALUE ZEROS.

       01 WS-REG-BKP-CAMPOS.
          03 WS-BKP-ID      PIC 9(06).
          03 FILLER         PIC X(278).

       01 WS-LINHA-CERT    PIC X(132) VALUE SPACES.

            CALL 'ARQPARTT' USING WS-ARQ-MEIOS
            CALL 'ARQPARTT' USING WS-ARQ-NOTAS
            CALL 'ARQPARTT' USING WS-ARQ-PENDENCIAS
            CALL 'ARQPARTT' USING WS-ARQ-VINCULOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'ARQPARTT' USING WS-ARQ-OCORRENCIAS
            CALL 'ARQPARTT' USING WS-ARQ-CHAVES
            CALL 'ARQPARTT' USING WS-ARQ-PENDENTES
            CALL 'ARQPARTT' USING WS-ARQ-CONVITES
            CALL 'ARQPARTT' USING WS-ARQ-OBITOS
            CALL 'ARQPARTT' USING WS-ARQ-CONSENT
            CALL 'ARQPARTT' USING WS-ARQ-CONTLOG
            CALL 'ARQPARTT' USING WS-ARQ-LOGTEMP
            CALL 'ARQPARTT' USING WS-ARQ-CATBKP
            PERFORM P100-INFORMAR-ID UNTIL ID-VALIDO-OK

            PERFORM P150-LOCALIZAR-PESSOA
            CALL 'VERBLQTT' USING WS-ID-ENTRADA WS-BLQ-PROCESSO
                                  WS-BLQ-RESULTADO
            IF NOT ACHOU-BASE-OK AND NOT ACHOU-ARC-OK
               DISPLAY 'ID NAO ENCONTRADO NA BASE NEM NO ARQUIVO'
               DISPLAY 'MORTO; NADA A ELIMINAR'
            ELSE
               IF CONTATO-BLOQUEADO
                  DISPLAY 'CONTATO SOB BLOQUEIO LEGAL, PROCESSO '
                          WS-BLQ-PROCESSO
                  DISPLAY 'A ELIMINACAO FICA SUSPENSA ATE A'
                  DISPLAY 'LIBERACAO PELO SUPERVISOR'
               ELSE
                  DISPLAY 'TECLE <S> PARA CONFIRMAR A ELIMINACAO'
                  DISPLAY 'DEFINITIVA DOS DADOS PESSOAIS OU <QUALQUER'
                  DISPLAY 'TECLA> PARA ABORTAR'
                  ACCEPT WS-CONFIRM
                  IF WS-CONFIRM EQUAL 'S'
                     PERFORM P200-REMOVER-BASE
                     PERFORM P250-REMOVER-FILHOS
                     PERFORM P300-ANONIMIZAR-LOG
                     PERFORM P400-CONFERIR-BACKUPS
                     CALL 'IDXCONTT'
                     PERFORM P500-IMPRIMIR-CERTIFICADO
                  ELSE
                     DISPLAY 'ELIMINACAO NAO REALIZADA'
                  END-IF
               END-IF
            END-IF
            GOBACK.

      *---------------------------------------------------------
      * Remove os dados pessoais satélites: meios de contato
      * adicionais, anotações, pendência com o fornecedor,
      * vínculos com outros contatos, grupos adicionais, a linha
      * da carteira, ocorrências de atendimento, chaves de outros
      * sistemas, alterações pendentes de aprovação (com os
      * documentos de antes e depois), convites para eventos, a
      * marca de falecimento e o livro de consentimentos.
      *---------------------------------------------------------
       P250-REMOVER-FILHOS.
       MOVE ZEROS TO WS-MEIOS-REMOV WS-NOTAS-REMOV WS-VINC-REMOV
                     WS-GRAD-REMOV WS-OCOR-REMOV WS-CHAV-REMOV
                     WS-PEND-REMOV WS-CONV-REMOV WS-OBIT-REMOV
                     WS-CONS-REMOV

       SET FS-MEI-OK TO TRUE
       OPEN I-O MEIOS
          END-DELETE
          CLOSE PENDENCIAS
       END-IF

       SET FS-VIN-OK TO TRUE
       OPEN I-O VINCULOS
       IF FS-VIN-OK
          SET EOF-OK TO FALSE
          PERFORM P280-REMOVER-VINCULO UNTIL EOF-OK
          CLOSE VINCULOS
       END-IF

       SET FS-GRA-OK TO TRUE
       OPEN I-O GRUPADIC
       IF FS-GRA-OK
          MOVE WS-ID-ENTRADA TO GRA-ID-CONTATO
          MOVE ZEROS TO GRA-CD-GRUPO
          SET EOF-OK TO FALSE
          START GRUPADIC KEY IS GREATER OR EQUAL GRA-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P285-REMOVER-GRUPO-ADIC UNTIL EOF-OK
          CLOSE GRUPADIC
       END-IF

       SET FS-CAR-OK TO TRUE
       OPEN I-O CARTEIRA
       IF FS-CAR-OK
          MOVE WS-ID-ENTRADA TO CAR-ID-CONTATO
          DELETE CARTEIRA RECORD
             INVALID KEY
                CONTINUE
          END-DELETE
          CLOSE CARTEIRA
       END-IF

       SET FS-OCO-OK TO TRUE
       OPEN I-O OCORRENCIAS
       IF FS-OCO-OK
          MOVE WS-ID-ENTRADA TO OCO-ID-CONTATO
          MOVE ZEROS TO OCO-SEQUENCIA
          SET EOF-OK TO FALSE
          START OCORRENCIAS KEY IS GREATER OR EQUAL OCO-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P287-REMOVER-OCORRENCIA UNTIL EOF-OK
          CLOSE OCORRENCIAS
       END-IF

       SET FS-CHV-OK TO TRUE
       OPEN I-O CHAVES
       IF FS-CHV-OK
          SET EOF-OK TO FALSE
          PERFORM P288-REMOVER-CHAVE UNTIL EOF-OK
          CLOSE CHAVES
       END-IF

       SET FS-PEN-OK TO TRUE
       OPEN I-O PENDENTES
       IF FS-PEN-OK
          MOVE WS-ID-ENTRADA TO PEN-ID-CONTATO
          MOVE ZEROS TO PEN-SEQUENCIA
          SET EOF-OK TO FALSE
          START PENDENTES KEY IS GREATER OR EQUAL PEN-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P289-REMOVER-PENDENTE UNTIL EOF-OK
          CLOSE PENDENTES
       END-IF

       SET FS-CNV-OK TO TRUE
       OPEN I-O CONVITES
       IF FS-CNV-OK
          SET EOF-OK TO FALSE
          PERFORM P290-REMOVER-CONVITE UNTIL EOF-OK
          CLOSE CONVITES
       END-IF

       SET FS-OBT-OK TO TRUE
       OPEN I-O OBITOS
       IF FS-OBT-OK
          MOVE WS-ID-ENTRADA TO OBT-ID-CONTATO
          DELETE OBITOS RECORD
             INVALID KEY
                CONTINUE
             NOT INVALID KEY
                ADD 1 TO WS-OBIT-REMOV
          END-DELETE
          CLOSE OBITOS
       END-IF

       SET FS-CNS-OK TO TRUE
       OPEN I-O CONSENT
       IF FS-CNS-OK
          MOVE WS-ID-ENTRADA TO CNS-ID-CONTATO
          MOVE ZEROS TO CNS-SEQUENCIA
          SET EOF-OK TO FALSE
          START CONSENT KEY IS GREATER OR EQUAL CNS-CHAVE
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P291-REMOVER-CONSENT UNTIL EOF-OK
          CLOSE CONSENT
       END-IF
       .

       P260-REMOVER-MEIO.
       END-READ
       .

      *---------------------------------------------------------
      * Cada vínculo existe nas duas pontas: remove a linha da
      * pessoa e a do outro contato. O DELETE aleatório da outra
      * ponta desfaz o posicionamento, então cada volta
      * reposiciona no primeiro vínculo restante da pessoa.
      *---------------------------------------------------------
       P280-REMOVER-VINCULO.
       MOVE WS-ID-ENTRADA TO VIN-ID-CONTATO
       MOVE ZEROS TO VIN-ID-VINCULADO
       START VINCULOS KEY IS GREATER OR EQUAL VIN-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       IF NOT EOF-OK
          READ VINCULOS NEXT RECORD
               AT END
                  SET EOF-OK TO TRUE
               NOT AT END
                  IF VIN-ID-CONTATO NOT EQUAL WS-ID-ENTRADA
                     SET EOF-OK TO TRUE
                  END-IF
          END-READ
       END-IF
       IF NOT EOF-OK
          MOVE VIN-ID-VINCULADO TO WS-ID-VINCULADO
          DELETE VINCULOS RECORD
             INVALID KEY
                SET EOF-OK TO TRUE
             NOT INVALID KEY
                ADD 1 TO WS-VINC-REMOV
          END-DELETE
          MOVE WS-ID-VINCULADO TO VIN-ID-CONTATO
          MOVE WS-ID-ENTRADA   TO VIN-ID-VINCULADO
          DELETE VINCULOS RECORD
             INVALID KEY
                CONTINUE
          END-DELETE
       END-IF
       .

       P285-REMOVER-GRUPO-ADIC.
       READ GRUPADIC NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF GRA-ID-CONTATO NOT EQUAL WS-ID-ENTRADA
                  SET EOF-OK TO TRUE
               ELSE
                  DELETE GRUPADIC RECORD
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        ADD 1 TO WS-GRAD-REMOV
                  END-DELETE
               END-IF
       END-READ
       .

       P287-REMOVER-OCORRENCIA.
       READ OCORRENCIAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF OCO-ID-CONTATO NOT EQUAL WS-ID-ENTRADA
                  SET EOF-OK TO TRUE
               ELSE
                  DELETE OCORRENCIAS RECORD
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        ADD 1 TO WS-OCOR-REMOV
                  END-DELETE
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * As chaves externas da pessoa vêm pela chave alternativa
      * do id; cada volta reposiciona na primeira que restou.
      *---------------------------------------------------------
       P288-REMOVER-CHAVE.
       MOVE WS-ID-ENTRADA TO CHV-ID-CONTATO
       START CHAVES KEY IS EQUAL CHV-ID-CONTATO
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       IF NOT EOF-OK
          READ CHAVES NEXT RECORD
               AT END
                  SET EOF-OK TO TRUE
               NOT AT END
                  IF CHV-ID-CONTATO NOT EQUAL WS-ID-ENTRADA
                     SET EOF-OK TO TRUE
                  END-IF
          END-READ
       END-IF
       IF NOT EOF-OK
          DELETE CHAVES RECORD
             INVALID KEY
                SET EOF-OK TO TRUE
             NOT INVALID KEY
                ADD 1 TO WS-CHAV-REMOV
          END-DELETE
       END-IF
       .

       P289-REMOVER-PENDENTE.
       READ PENDENTES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF PEN-ID-CONTATO NOT EQUAL WS-ID-ENTRADA
                  SET EOF-OK TO TRUE
               ELSE
                  DELETE PENDENTES RECORD
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        ADD 1 TO WS-PEND-REMOV
                  END-DELETE
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * O convite é chaveado pelo evento (FD_CNVTT): a lista de
      * convidados é percorrida inteira, removendo as linhas da
      * pessoa em todos os eventos. O cadastro de eventos
      * (CONTEVEN.DAT) não guarda dado de convidado.
      *---------------------------------------------------------
       P290-REMOVER-CONVITE.
       READ CONVITES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CNV-ID-CONTATO EQUAL WS-ID-ENTRADA
                  DELETE CONVITES RECORD
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        ADD 1 TO WS-CONV-REMOV
                  END-DELETE
               END-IF
       END-READ
       .

       P291-REMOVER-CONSENT.
       READ CONSENT NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CNS-ID-CONTATO NOT EQUAL WS-ID-ENTRADA
                  SET EOF-OK TO TRUE
               ELSE
                  DELETE CONSENT RECORD
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        ADD 1 TO WS-CONS-REMOV
                  END-DELETE
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Copia o log de movimentação para um arquivo de trabalho
      * sobrescrevendo os campos pessoais das linhas da pessoa
                 WS-MEIOS-REMOV DELIMITED BY SIZE
                 '  ANOTACOES REMOVIDAS: ' DELIMITED BY SIZE
                 WS-NOTAS-REMOV DELIMITED BY SIZE
                 '  VINCULOS REMOVIDOS: ' DELIMITED BY SIZE
                 WS-VINC-REMOV DELIMITED BY SIZE
                 '  GRUPOS ADICIONAIS REMOVIDOS: ' DELIMITED BY SIZE
                 WS-GRAD-REMOV DELIMITED BY SIZE
            INTO WS-LINHA-CERT
          END-STRING
          WRITE REG-CERT FROM WS-LINHA-CERT

          MOVE SPACES TO WS-LINHA-CERT
          STRING 'OCORRENCIAS REMOVIDAS: ' DELIMITED BY SIZE
                 WS-OCOR-REMOV DELIMITED BY SIZE
                 '  CHAVES EXTERNAS REMOVIDAS: ' DELIMITED BY SIZE
                 WS-CHAV-REMOV DELIMITED BY SIZE
                 '  ALTERACOES PENDENTES REMOVIDAS: '
                 DELIMITED BY SIZE
                 WS-PEND-REMOV DELIMITED BY SIZE
                 '  CONVITES REMOVIDOS: ' DELIMITED BY SIZE
                 WS-CONV-REMOV DELIMITED BY SIZE
            INTO WS-LINHA-CERT
          END-STRING
          WRITE REG-CERT FROM WS-LINHA-CERT

          MOVE SPACES TO WS-LINHA-CERT
          STRING 'MARCA DE FALECIMENTO REMOVIDA: ' DELIMITED BY SIZE
                 WS-OBIT-REMOV DELIMITED BY SIZE
                 '  REGISTROS DO LIVRO DE CONSENTIMENTOS REMOVIDOS: '
                 DELIMITED BY SIZE
                 WS-CONS-REMOV DELIMITED BY SIZE
            INTO WS-LINHA-CERT
          END-STRING
          WRITE REG-CERT FROM WS-LINHA-CERT
