      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Conferir os contatos com o arquivo oficial de
      *            óbitos (OBITOS.TXT: CPF, data do óbito, nome
      *            no registro), que chega uma vez por mês. Cada
      *            CPF do arquivo é procurado no índice de
      *            documentos (CONTDOCU.DAT); o contato achado
      *            ganha a marca de falecimento com a data do
      *            óbito (CONTOBIT.DAT, FD_OBTTT), que o tira das
      *            saídas de relacionamento (aniversários,
      *            etiquetas, cartas, vCard, CSV e campanhas). O
      *            contato em si não é alterado. Cada marca sai na
      *            trilha de auditoria (GRAVAUDTT), e o relatório
      *            catalogado (CATSPLTT) lista os contatos marcados
      *            nesta rodada, com o nome do cadastro ao lado do
      *            nome do registro, para o supervisor conferir e
      *            desfazer na tela OBTDESTT uma identificação
      *            errada. Marca desfeita pelo supervisor não volta
      *            com o mesmo CPF. Roda no lote noturno (NOTURNTT)
      *            na noite em que o arquivo chega; sem o arquivo,
      *            nada a processar.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTCONTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ARQOFICIAL ASSIGN TO WS-ARQ-OFICIAL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-OFI.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT DOCIDX ASSIGN TO WS-ARQ-DOCIDX
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DOC-CHAVE
                FILE STATUS IS WS-FS-DOC.

                SELECT OBITOS ASSIGN TO WS-ARQ-OBITOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OBT-ID-CONTATO
                FILE STATUS IS WS-FS-OBT.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ARQOFICIAL.
       01 REG-OFICIAL.
          03 OFI-NR-CPF        PIC X(11).
          03 OFI-DT-OBITO      PIC X(08).
          03 OFI-NM-FALECIDO   PIC X(60).

       FD CONTATOS.
          COPY FD_CONTT.

       FD DOCIDX.
          COPY FD_DOCTT.

       FD OBITOS.
          COPY FD_OBTTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-FS-OFI         PIC 99.
          88 FS-OFI-OK      VALUE 0.
       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-DOC         PIC 99.
          88 FS-DOC-OK      VALUE 0.
       77 WS-FS-OBT         PIC 99.
          88 FS-OBT-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-FIM-INDICE     PIC X VALUE 'N'.
          88 FIM-INDICE-OK  VALUE 'S' FALSE 'N'.
       77 WS-FALHA          PIC X VALUE 'N'.
          88 HOUVE-FALHA    VALUE 'S' FALSE 'N'.
       77 WS-SEM-ARQUIVO    PIC X VALUE 'N'.
          88 SEM-ARQUIVO-OK VALUE 'S' FALSE 'N'.
       77 WS-ACHOU-CPF      PIC X VALUE 'N'.
          88 ACHOU-CPF-OK   VALUE 'S' FALSE 'N'.

       77 WS-NR-CPF         PIC X(14) VALUE SPACES.
       77 WS-DT-OBITO       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-US-LOTE        PIC X(12) VALUE SPACES.

       77 WS-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-INVALIDOS      PIC 9(06) VALUE ZEROS.
       77 WS-LOCALIZADOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MARCADOS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JA-MARCADOS PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DESFEITOS  PIC 9(06) VALUE ZEROS.

       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC X(08) VALUE SPACES.

       77 WS-AUD-CHAVE      PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES      PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS     PIC X(40) VALUE SPACES.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(44) VALUE
                     'CONTATOS MARCADOS COMO FALECIDOS'.
          03 FILLER         PIC X(10) VALUE '  EMISSAO '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(70) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 FILLER         PIC X(06) VALUE 'ID'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(11) VALUE 'CPF'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE 'NOME NO CADASTRO'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(40) VALUE 'NOME NO REGISTRO DE OBITO'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(10) VALUE 'OBITO'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(08) VALUE 'CONTATO'.

       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC 9(06).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CPF     PIC X(11).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CADASTRO PIC X(40).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-REGISTRO PIC X(40).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-DT-OBITO.
             05 WS-DET-DIA  PIC X(02).
             05 FILLER      PIC X(01) VALUE '/'.
             05 WS-DET-MES  PIC X(02).
             05 FILLER      PIC X(01) VALUE '/'.
             05 WS-DET-ANO  PIC X(04).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-SITUACAO PIC X(08).

       01 WS-LINHA-TOTAL.
          03 WS-TOT-DESC    PIC X(40).
          03 WS-TOT-QTD     PIC ZZZZZ9.
          03 FILLER         PIC X(86) VALUE SPACES.

       77 WS-ARQ-CONTATOS    PIC X(60) VALUE
          'CONTATOS.DAT'.
       77 WS-ARQ-DOCIDX      PIC X(60) VALUE
          'CONTDOCU.DAT'.
       77 WS-ARQ-OBITOS      PIC X(60) VALUE
          'CONTOBIT.DAT'.
       77 WS-ARQ-OFICIAL     PIC X(60) VALUE
          'OBITOS.TXT'.
       77 WS-ARQ-RELATORIO   PIC X(60) VALUE SPACES.

       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-DOCIDX
            CALL 'ARQPARTT' USING WS-ARQ-OBITOS
            CALL 'ARQPARTT' USING WS-ARQ-OFICIAL
            DISPLAY '***** CONFERENCIA COM O REGISTRO DE OBITOS *****'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-US-LOTE FROM ENVIRONMENT 'USERNAME'
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-ABRIR-ARQUIVOS THRU P100-FIM
            IF NOT HOUVE-FALHA AND NOT SEM-ARQUIVO-OK
               SET EOF-OK TO FALSE
               PERFORM P200-PROCESSAR UNTIL EOF-OK
               PERFORM P800-IMPRIMIR-TOTAIS
            END-IF
            PERFORM P900-FIM
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'OBTCONTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

      *---------------------------------------------------------
      * O arquivo oficial chega uma vez por mês: noite sem
      * arquivo não é falha. Sem o índice de documentos não há
      * como localizar os contatos, e a rodada é abandonada. O
      * arquivo de marcas nasce na primeira conferência.
      *---------------------------------------------------------
       P100-ABRIR-ARQUIVOS.
       SET FS-OFI-OK TO TRUE.
       SET FS-OK TO TRUE.
       SET FS-DOC-OK TO TRUE.
       SET FS-OBT-OK TO TRUE.
       SET FS-REL-OK TO TRUE.
       SET HOUVE-FALHA TO FALSE.
       SET SEM-ARQUIVO-OK TO FALSE.
       MOVE ZEROS TO WS-LIDOS WS-INVALIDOS WS-LOCALIZADOS
                     WS-QTD-MARCADOS WS-QTD-JA-MARCADOS
                     WS-QTD-DESFEITOS.

       OPEN INPUT ARQOFICIAL
       IF WS-FS-OFI EQUAL 35
          SET SEM-ARQUIVO-OK TO TRUE
          DISPLAY 'NENHUM ARQUIVO DE OBITOS (OBITOS.TXT)'
          DISPLAY 'NESTA RODADA, NADA A PROCESSAR'
          GO TO P100-FIM
       END-IF
       IF NOT FS-OFI-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OBITOS'
          CALL 'FSMSGTT' USING WS-FS-OFI WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'OBTCONTT' 'OFICIAL   '
               WS-FS-OFI WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN INPUT CONTATOS
       IF NOT FS-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'OBTCONTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN INPUT DOCIDX
       IF NOT FS-DOC-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'INDICE DE DOCUMENTOS INDISPONIVEL (RODE O IDXCONTT)'
          CALL 'FSMSGTT' USING WS-FS-DOC WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'OBTCONTT' 'DOCIDX    '
               WS-FS-DOC WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN I-O OBITOS
       IF WS-FS-OBT EQUAL 35
          OPEN OUTPUT OBITOS
          CLOSE OBITOS
          OPEN I-O OBITOS
       END-IF
       IF NOT FS-OBT-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE MARCAS DE OBITO'
          CALL 'FSMSGTT' USING WS-FS-OBT WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'OBTCONTT' 'OBITOS    '
               WS-FS-OBT WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'OBTCONTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       MOVE WS-SPL-DATA TO WS-CAB1-DATA
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       .
       P100-FIM.

      *---------------------------------------------------------
      * Uma linha do arquivo oficial: CPF e data do óbito têm de
      * ser numéricos; linha fora disso é só contada. O CPF é
      * procurado no índice de documentos (chave CPF + id).
      *---------------------------------------------------------
       P200-PROCESSAR.
       READ ARQOFICIAL
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               ADD 1 TO WS-LIDOS
               IF OFI-NR-CPF NUMERIC AND OFI-DT-OBITO NUMERIC
                  PERFORM P210-PROCURAR-CPF
               ELSE
                  ADD 1 TO WS-INVALIDOS
               END-IF
       END-READ
       .

       P210-PROCURAR-CPF.
       MOVE SPACES       TO WS-NR-CPF
       MOVE OFI-NR-CPF   TO WS-NR-CPF
       MOVE OFI-DT-OBITO TO WS-DT-OBITO
       MOVE WS-NR-CPF    TO DOC-NUMERO
       MOVE ZEROS        TO DOC-ID-CONTATO
       SET ACHOU-CPF-OK TO FALSE
       SET FIM-INDICE-OK TO FALSE
       START DOCIDX KEY IS GREATER OR EQUAL DOC-CHAVE
             INVALID KEY
                SET FIM-INDICE-OK TO TRUE
       END-START
       PERFORM P220-LER-INDICE-DOC UNTIL FIM-INDICE-OK
       IF ACHOU-CPF-OK
          ADD 1 TO WS-LOCALIZADOS
       END-IF
       .

       P220-LER-INDICE-DOC.
       READ DOCIDX NEXT RECORD
            AT END
               SET FIM-INDICE-OK TO TRUE
            NOT AT END
               IF DOC-NUMERO NOT EQUAL WS-NR-CPF
                  SET FIM-INDICE-OK TO TRUE
               ELSE
                  MOVE DOC-ID-CONTATO TO ID-CONTATO
                  READ CONTATOS
                       KEY IS ID-CONTATO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          SET ACHOU-CPF-OK TO TRUE
                          PERFORM P300-MARCAR-OBITO
                  END-READ
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Contato já marcado não é listado de novo. Marca desfeita
      * pelo supervisor com o mesmo CPF foi uma identificação
      * errada e não volta; com outro CPF (o documento do
      * contato foi corrigido depois) vale a nova conferência.
      *---------------------------------------------------------
       P300-MARCAR-OBITO.
       MOVE ID-CONTATO TO OBT-ID-CONTATO
       READ OBITOS
            KEY IS OBT-ID-CONTATO
            INVALID KEY
               PERFORM P310-MONTAR-MARCA
               WRITE REG-OBITO
                  INVALID KEY
                     PERFORM P390-ERRO-GRAVACAO
                  NOT INVALID KEY
                     PERFORM P400-REGISTRAR-MARCA
               END-WRITE
            NOT INVALID KEY
               IF OBITO-ATIVO
                  ADD 1 TO WS-QTD-JA-MARCADOS
               ELSE
                  IF OBT-NR-CPF EQUAL OFI-NR-CPF
                     ADD 1 TO WS-QTD-DESFEITOS
                  ELSE
                     PERFORM P310-MONTAR-MARCA
                     REWRITE REG-OBITO
                        INVALID KEY
                           PERFORM P390-ERRO-GRAVACAO
                        NOT INVALID KEY
                           PERFORM P400-REGISTRAR-MARCA
                     END-REWRITE
                  END-IF
               END-IF
       END-READ
       .

       P310-MONTAR-MARCA.
       MOVE SPACES          TO REG-OBITO
       MOVE ID-CONTATO      TO OBT-ID-CONTATO
       SET OBITO-ATIVO      TO TRUE
       MOVE OFI-NR-CPF      TO OBT-NR-CPF
       MOVE WS-DT-OBITO     TO OBT-DT-OBITO
       MOVE OFI-NM-FALECIDO TO OBT-NM-REGISTRO
       MOVE WS-DATA-HOJE    TO OBT-DT-MARCACAO
       MOVE WS-US-LOTE      TO OBT-US-MARCACAO
       MOVE ZEROS           TO OBT-DT-DESFEITO
       .

       P390-ERRO-GRAVACAO.
       DISPLAY 'ERRO AO GRAVAR A MARCA DO CONTATO ' ID-CONTATO
       CALL 'FSMSGTT' USING WS-FS-OBT WS-FS-MSG
       DISPLAY WS-FS-MSG
       MOVE ID-CONTATO TO WS-ERR-CHAVE
       CALL 'ERRLOGTT' USING 'OBTCONTT' 'OBITOS    '
            WS-FS-OBT WS-ERR-CHAVE
       .

      *---------------------------------------------------------
      * Cada marca vai para a trilha de auditoria (chave = id,
      * antes = CPF, depois = data do óbito) e para a lista do
      * supervisor.
      *---------------------------------------------------------
       P400-REGISTRAR-MARCA.
       ADD 1 TO WS-QTD-MARCADOS
       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE ID-CONTATO TO WS-AUD-CHAVE
       STRING 'CPF '        DELIMITED BY SIZE
              OFI-NR-CPF    DELIMITED BY SIZE
         INTO WS-AUD-ANTES
       END-STRING
       STRING 'FALECIDO EM ' DELIMITED BY SIZE
              OFI-DT-OBITO(7:2) DELIMITED BY SIZE
              '/'           DELIMITED BY SIZE
              OFI-DT-OBITO(5:2) DELIMITED BY SIZE
              '/'           DELIMITED BY SIZE
              OFI-DT-OBITO(1:4) DELIMITED BY SIZE
         INTO WS-AUD-DEPOIS
       END-STRING
       CALL 'GRAVAUDTT' USING 'OBTCONTT' 'OBITO     '
            WS-US-LOTE WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS

       MOVE ID-CONTATO      TO WS-DET-ID
       MOVE OFI-NR-CPF      TO WS-DET-CPF
       MOVE NM-COMPLETO     TO WS-DET-CADASTRO
       MOVE OFI-NM-FALECIDO TO WS-DET-REGISTRO
       MOVE OFI-DT-OBITO(7:2) TO WS-DET-DIA
       MOVE OFI-DT-OBITO(5:2) TO WS-DET-MES
       MOVE OFI-DT-OBITO(1:4) TO WS-DET-ANO
       IF CONTATO-ATIVO
          MOVE 'ATIVO'   TO WS-DET-SITUACAO
       ELSE
          MOVE 'INATIVO' TO WS-DET-SITUACAO
       END-IF
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       .

       P800-IMPRIMIR-TOTAIS.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'REGISTROS LIDOS NO ARQUIVO OFICIAL.....:' TO WS-TOT-DESC
       MOVE WS-LIDOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'REGISTROS COM CPF OU DATA INVALIDOS....:' TO WS-TOT-DESC
       MOVE WS-INVALIDOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'CPFS DE CONTATOS DA BASE...............:' TO WS-TOT-DESC
       MOVE WS-LOCALIZADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'CONTATOS MARCADOS NESTA CONFERENCIA....:' TO WS-TOT-DESC
       MOVE WS-QTD-MARCADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'JA MARCADOS EM CONFERENCIA ANTERIOR....:' TO WS-TOT-DESC
       MOVE WS-QTD-JA-MARCADOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'MARCA DESFEITA PELO SUPERVISOR.........:' TO WS-TOT-DESC
       MOVE WS-QTD-DESFEITOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       IF WS-QTD-MARCADOS GREATER ZEROS
          MOVE SPACES TO REG-RELATORIO
          WRITE REG-RELATORIO
          MOVE 'CONFIRA OS NOMES ACIMA; IDENTIFICACAO ERRADA SE DESFAZ'
            TO REG-RELATORIO
          WRITE REG-RELATORIO
          MOVE 'NO MENU, OPCAO <G> MARCAS DE FALECIMENTO (SUPERVISOR)'
            TO REG-RELATORIO
          WRITE REG-RELATORIO
       END-IF
       .

       P900-FIM.
      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado), no molde do OPTCONTT.
       CLOSE ARQOFICIAL
       CLOSE CONTATOS
       CLOSE DOCIDX
       CLOSE OBITOS
       IF FS-REL-OK AND NOT SEM-ARQUIVO-OK
          CLOSE RELATORIO
          CALL 'CATSPLTT' USING 'OBTCONTT' WS-ARQ-RELATORIO
       END-IF
       IF HOUVE-FALHA
          MOVE 8 TO RETURN-CODE
       ELSE
          MOVE 0 TO RETURN-CODE
          DISPLAY 'REGISTROS LIDOS.............: ' WS-LIDOS
          DISPLAY 'CPFS DE CONTATOS DA BASE....: ' WS-LOCALIZADOS
          DISPLAY 'MARCADOS COMO FALECIDOS.....: ' WS-QTD-MARCADOS
       END-IF
       .

       END PROGRAM OBTCONTT.
