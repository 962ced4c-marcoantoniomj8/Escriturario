      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Respostas e presença dos convidados de um
      *            evento (CONTCONV.DAT, gerado pelo GERCNVTT). O
      *            operador informa o evento e, um a um, o id com
      *            dígito do convidado, e registra a resposta ao
      *            convite (confirmou, recusou ou voltar a sem
      *            resposta) ou, a partir do dia do evento, se ele
      *            compareceu. A confirmação respeita a capacidade
      *            do evento (EVENCNTT). O comparecimento, ou a
      *            falta, vira anotação datada no histórico do
      *            contato (GRAVNOTT), visível pelo ANOTCNTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSVCNVTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT EVENTOS ASSIGN TO WS-ARQ-EVENTOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EVE-NR-EVENTO
                FILE STATUS IS WS-FS-EVE.

                SELECT CONVITES ASSIGN TO WS-ARQ-CONVITES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CNV-CHAVE
                FILE STATUS IS WS-FS-CNV.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTOS.
          COPY FD_EVETT.

       FD CONVITES.
          COPY FD_CNVTT.

       FD CONTATOS.
          COPY FD_CONTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-EVE        PIC 99.
          88 FS-EVE-OK     VALUE 0.
       77 WS-FS-CNV        PIC 99.
          88 FS-CNV-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'S' FALSE 'N'.
       77 WS-EVENTO-VALIDO PIC X VALUE 'N'.
          88 EVENTO-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-OPCAO         PIC X VALUE SPACES.
       77 WS-RESPOSTA      PIC X VALUE SPACES.
          88 RESPOSTA-VALIDA VALUE 'S' 'N' 'B'.
       77 WS-PRESENCA      PIC X VALUE SPACES.
          88 PRESENCA-VALIDA VALUE 'S' 'N'.

       77 WS-NR-EVENTO     PIC 9(04) VALUE ZEROS.
       77 WS-NM-EVENTO     PIC X(40) VALUE SPACES.
       77 WS-DT-EVENTO     PIC 9(08) VALUE ZEROS.
       77 WS-CAPACIDADE    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONFIRMADOS PIC 9(05) VALUE ZEROS.
       77 WS-ID-ENTRADA    PIC 9(06) VALUE ZEROS.
       77 WS-DV-ENTRADA    PIC 9(01) VALUE ZEROS.
       77 WS-DV-CALCULADO  PIC 9(01) VALUE ZEROS.
       77 WS-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WS-DESC-RESPOSTA PIC X(13) VALUE SPACES.
       77 WS-DESC-PRESENCA PIC X(14) VALUE SPACES.
       77 WS-TEXTO-NOTA    PIC X(60) VALUE SPACES.

       77 WS-ARQ-EVENTOS   PIC X(60) VALUE 'CONTEVEN.DAT'.
       77 WS-ARQ-CONVITES  PIC X(60) VALUE 'CONTCONV.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.

       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-EVENTOS
            CALL 'ARQPARTT' USING WS-ARQ-CONVITES
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            DISPLAY '***** RESPOSTAS E PRESENCA EM EVENTO *****'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P200-INFORMAR-EVENTO THRU P200-FIM
            IF EVENTO-VALIDO-OK
               SET EXIT-OK TO FALSE
               PERFORM P300-ATENDER THRU P300-FIM UNTIL EXIT-OK
            END-IF
            GOBACK.

       P200-INFORMAR-EVENTO.
       SET EVENTO-VALIDO-OK TO FALSE
       DISPLAY 'INFORME O NUMERO DO EVENTO:'
       ACCEPT WS-NR-EVENTO
       IF WS-NR-EVENTO EQUAL ZEROS
          DISPLAY 'NUMERO INVALIDO, INFORME APENAS NUMEROS'
          DISPLAY 'MAIORES QUE ZERO'
          GO TO P200-FIM
       END-IF

       SET FS-EVE-OK TO TRUE
       OPEN INPUT EVENTOS
       IF WS-FS-EVE EQUAL 35
          DISPLAY 'NENHUM EVENTO CADASTRADO (EVENCNTT)'
          GO TO P200-FIM
       END-IF
       IF NOT FS-EVE-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EVENTOS'
          CALL 'FSMSGTT' USING WS-FS-EVE WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RSVCNVTT' 'EVENTOS   '
               WS-FS-EVE WS-ERR-CHAVE
          GO TO P200-FIM
       END-IF
       MOVE WS-NR-EVENTO TO EVE-NR-EVENTO
       READ EVENTOS
            KEY IS EVE-NR-EVENTO
            INVALID KEY
               DISPLAY 'EVENTO NAO CADASTRADO'
            NOT INVALID KEY
               MOVE EVE-NM-EVENTO  TO WS-NM-EVENTO
               MOVE EVE-DT-EVENTO  TO WS-DT-EVENTO
               MOVE EVE-CAPACIDADE TO WS-CAPACIDADE
               DISPLAY 'EVENTO: ' EVE-NM-EVENTO
               DISPLAY 'DATA..: ' EVE-DT-EVENTO
                       '  CAPACIDADE: ' EVE-CAPACIDADE
               SET EVENTO-VALIDO-OK TO TRUE
       END-READ
       CLOSE EVENTOS
       .
       P200-FIM.

      *---------------------------------------------------------
      * Um convidado por vez: id com dígito verificador, como na
      * consulta (CONCONTT); id zero encerra.
      *---------------------------------------------------------
       P300-ATENDER.
       DISPLAY 'INFORME O ID DO CONVIDADO (0 = ENCERRAR):'
       MOVE ZEROS TO WS-ID-ENTRADA
       ACCEPT WS-ID-ENTRADA
       IF WS-ID-ENTRADA EQUAL ZEROS
          SET EXIT-OK TO TRUE
          GO TO P300-FIM
       END-IF
       DISPLAY 'INFORME O DIGITO VERIFICADOR DO ID:'
       ACCEPT WS-DV-ENTRADA
       CALL 'CALCDVTT' USING WS-ID-ENTRADA WS-DV-CALCULADO
       IF WS-DV-ENTRADA NOT EQUAL WS-DV-CALCULADO
          DISPLAY 'DIGITO VERIFICADOR NAO CONFERE, CONFIRA O'
          DISPLAY 'ID ANOTADO E DIGITE NOVAMENTE'
          GO TO P300-FIM
       END-IF

       SET FS-CNV-OK TO TRUE
       OPEN I-O CONVITES
       IF WS-FS-CNV EQUAL 35
          DISPLAY 'A LISTA DE CONVIDADOS AINDA NAO EXISTE, GERE OS'
          DISPLAY 'CONVITES ANTES (GERCNVTT)'
          SET EXIT-OK TO TRUE
          GO TO P300-FIM
       END-IF
       IF NOT FS-CNV-OK
          DISPLAY 'ERRO AO ABRIR A LISTA DE CONVIDADOS'
          CALL 'FSMSGTT' USING WS-FS-CNV WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RSVCNVTT' 'CONVITES  '
               WS-FS-CNV WS-ERR-CHAVE
          SET EXIT-OK TO TRUE
          GO TO P300-FIM
       END-IF

       PERFORM P310-LER-CONVITE
       IF NOT FS-CNV-OK
          DISPLAY 'CONTATO NAO CONVIDADO PARA O EVENTO '
                  WS-NR-EVENTO
          CLOSE CONVITES
          GO TO P300-FIM
       END-IF

       PERFORM P320-EXIBIR-CONVIDADO
       DISPLAY '<R> REGISTRAR RESPOSTA  <P> REGISTRAR PRESENCA'
       DISPLAY '<QUALQUER TECLA> PARA NAO ALTERAR'
       MOVE SPACES TO WS-OPCAO
       ACCEPT WS-OPCAO
       EVALUATE WS-OPCAO
          WHEN 'R'
             PERFORM P330-REGISTRAR-RESPOSTA THRU P330-FIM
          WHEN 'P'
             PERFORM P340-REGISTRAR-PRESENCA THRU P340-FIM
          WHEN OTHER
             DISPLAY 'CONVITE NAO ALTERADO'
       END-EVALUATE
       CLOSE CONVITES
       .
       P300-FIM.

       P310-LER-CONVITE.
       MOVE WS-NR-EVENTO  TO CNV-NR-EVENTO
       MOVE WS-ID-ENTRADA TO CNV-ID-CONTATO
       READ CONVITES
            KEY IS CNV-CHAVE
            INVALID KEY
               CONTINUE
       END-READ
       .

       P320-EXIBIR-CONVIDADO.
       SET FS-OK TO TRUE
       OPEN INPUT CONTATOS
       IF FS-OK
          MOVE CNV-ID-CONTATO TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  DISPLAY 'CONTATO DO CONVITE NAO EXISTE MAIS'
               NOT INVALID KEY
                  DISPLAY 'NOME.....: ' NM-CONTATO
          END-READ
          CLOSE CONTATOS
       ELSE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RSVCNVTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
       END-IF
       PERFORM P450-DESCREVER-CONVITE
       DISPLAY 'RESPOSTA.: ' WS-DESC-RESPOSTA ' ' CNV-DT-RESPOSTA
       DISPLAY 'PRESENCA.: ' WS-DESC-PRESENCA ' ' CNV-DT-PRESENCA
       .

      *---------------------------------------------------------
      * Resposta ao convite. A confirmação só entra enquanto as
      * confirmações do evento não chegam à capacidade; quem já
      * estava confirmado pode ser regravado sem contar de novo.
      *---------------------------------------------------------
       P330-REGISTRAR-RESPOSTA.
       DISPLAY 'RESPOSTA: <S> CONFIRMOU  <N> RECUSOU'
       DISPLAY '          <B> SEM RESPOSTA'
       MOVE SPACES TO WS-RESPOSTA
       ACCEPT WS-RESPOSTA
       IF NOT RESPOSTA-VALIDA
          DISPLAY 'RESPOSTA INVALIDA, CONVITE NAO ALTERADO'
          GO TO P330-FIM
       END-IF

       IF WS-RESPOSTA EQUAL 'S' AND NOT RESPOSTA-SIM
          PERFORM P500-CONTAR-CONFIRMADOS
          IF WS-QTD-CONFIRMADOS NOT LESS WS-CAPACIDADE
             DISPLAY 'EVENTO LOTADO: ' WS-QTD-CONFIRMADOS
                     ' CONFIRMADOS PARA CAPACIDADE DE '
                     WS-CAPACIDADE
             DISPLAY 'CONFIRMACAO NAO REGISTRADA'
             GO TO P330-FIM
          END-IF
          PERFORM P310-LER-CONVITE
       END-IF

       IF WS-RESPOSTA EQUAL 'B'
          SET SEM-RESPOSTA TO TRUE
          MOVE ZEROS TO CNV-DT-RESPOSTA
          MOVE SPACES TO CNV-US-RESPOSTA
       ELSE
          MOVE WS-RESPOSTA    TO CNV-RESPOSTA
          MOVE WS-DATA-HOJE   TO CNV-DT-RESPOSTA
          MOVE LK-US-OPERADOR TO CNV-US-RESPOSTA
       END-IF
       REWRITE REG-CONVITE
          INVALID KEY
             DISPLAY 'ERRO AO GRAVAR O CONVITE'
          NOT INVALID KEY
             DISPLAY 'RESPOSTA REGISTRADA COM SUCESSO'
       END-REWRITE
       .
       P330-FIM.

      *---------------------------------------------------------
      * Presença só a partir do dia do evento. Cada registro,
      * comparecimento ou falta, gera a anotação datada no
      * contato com o número, a data e o nome do evento.
      *---------------------------------------------------------
       P340-REGISTRAR-PRESENCA.
       IF WS-DATA-HOJE LESS WS-DT-EVENTO
          DISPLAY 'A PRESENCA SO PODE SER REGISTRADA A PARTIR DO'
          DISPLAY 'DIA DO EVENTO (' WS-DT-EVENTO ')'
          GO TO P340-FIM
       END-IF
       DISPLAY 'COMPARECEU? <S> SIM  <N> NAO'
       MOVE SPACES TO WS-PRESENCA
       ACCEPT WS-PRESENCA
       IF NOT PRESENCA-VALIDA
          DISPLAY 'OPCAO INVALIDA, CONVITE NAO ALTERADO'
          GO TO P340-FIM
       END-IF
       IF WS-PRESENCA EQUAL CNV-PRESENCA
          DISPLAY 'PRESENCA JA REGISTRADA, CONVITE NAO ALTERADO'
          GO TO P340-FIM
       END-IF

       MOVE WS-PRESENCA    TO CNV-PRESENCA
       MOVE WS-DATA-HOJE   TO CNV-DT-PRESENCA
       MOVE LK-US-OPERADOR TO CNV-US-PRESENCA
       REWRITE REG-CONVITE
          INVALID KEY
             DISPLAY 'ERRO AO GRAVAR O CONVITE'
          NOT INVALID KEY
             DISPLAY 'PRESENCA REGISTRADA COM SUCESSO'
             PERFORM P350-ANOTAR-PRESENCA
       END-REWRITE
       .
       P340-FIM.

       P350-ANOTAR-PRESENCA.
       IF PRESENCA-SIM
          MOVE 'COMPARECEU' TO WS-DESC-PRESENCA
       ELSE
          MOVE 'FALTOU'     TO WS-DESC-PRESENCA
       END-IF
       MOVE SPACES TO WS-TEXTO-NOTA
       STRING 'EVENTO '        DELIMITED BY SIZE
              CNV-NR-EVENTO    DELIMITED BY SIZE
              ' DE '           DELIMITED BY SIZE
              WS-DT-EVENTO     DELIMITED BY SIZE
              ': '             DELIMITED BY SIZE
              WS-DESC-PRESENCA DELIMITED BY SPACE
              ' - '            DELIMITED BY SIZE
              WS-NM-EVENTO     DELIMITED BY '  '
         INTO WS-TEXTO-NOTA
       END-STRING
       CALL 'GRAVNOTT' USING CNV-ID-CONTATO WS-TEXTO-NOTA
            LK-US-OPERADOR
       .

       P450-DESCREVER-CONVITE.
       EVALUATE TRUE
          WHEN RESPOSTA-SIM
             MOVE 'CONFIRMOU'     TO WS-DESC-RESPOSTA
          WHEN RESPOSTA-NAO
             MOVE 'RECUSOU'       TO WS-DESC-RESPOSTA
          WHEN OTHER
             MOVE 'SEM RESPOSTA'  TO WS-DESC-RESPOSTA
       END-EVALUATE
       EVALUATE TRUE
          WHEN PRESENCA-SIM
             MOVE 'COMPARECEU'    TO WS-DESC-PRESENCA
          WHEN PRESENCA-NAO
             MOVE 'FALTOU'        TO WS-DESC-PRESENCA
          WHEN OTHER
             MOVE 'NAO REGISTRADA' TO WS-DESC-PRESENCA
       END-EVALUATE
       .

      *---------------------------------------------------------
      * Conta as confirmações do evento. A varredura troca o
      * registro corrente: quem chama relê o convite antes de
      * regravá-lo.
      *---------------------------------------------------------
       P500-CONTAR-CONFIRMADOS.
       MOVE ZEROS TO WS-QTD-CONFIRMADOS
       MOVE WS-NR-EVENTO TO CNV-NR-EVENTO
       MOVE ZEROS TO CNV-ID-CONTATO
       SET EOF-OK TO FALSE
       START CONVITES KEY IS GREATER OR EQUAL CNV-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       PERFORM P510-LER-CONFIRMADO UNTIL EOF-OK
       .

       P510-LER-CONFIRMADO.
       READ CONVITES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CNV-NR-EVENTO NOT EQUAL WS-NR-EVENTO
                  SET EOF-OK TO TRUE
               ELSE
                  IF RESPOSTA-SIM
                     ADD 1 TO WS-QTD-CONFIRMADOS
                  END-IF
               END-IF
       END-READ
       .
       END PROGRAM RSVCNVTT.
