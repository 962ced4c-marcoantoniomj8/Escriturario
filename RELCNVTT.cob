      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Relatórios da lista de convidados de um evento
      *            (CONTCONV.DAT), em duas versões à escolha:
      *            <1> lista de ligação com os convidados que ainda
      *                não responderam, com nome e telefone (quem
      *                não consentiu contato por telefone sai
      *                marcado para não ligar);
      *            <2> resumo do evento, com convidados,
      *                confirmados, recusas, sem resposta,
      *                presentes e faltosos, diante da capacidade.
      *            Sai em spool datado catalogado (CATSPLTT) para
      *            reimpressão, como os demais relatórios.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCNVTT.

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

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTOS.
          COPY FD_EVETT.

       FD CONVITES.
          COPY FD_CNVTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-EVE        PIC 99.
          88 FS-EVE-OK     VALUE 0.
       77 WS-FS-CNV        PIC 99.
          88 FS-CNV-OK     VALUE 0.
       77 WS-FS-REL        PIC 99.
          88 FS-REL-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EVENTO-VALIDO PIC X VALUE 'N'.
          88 EVENTO-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-TIPO          PIC X VALUE SPACES.
          88 TIPO-LIGACAO  VALUE '1'.
          88 TIPO-RESUMO   VALUE '2'.
          88 TIPO-VALIDO   VALUE '1' '2'.
       77 WS-NR-EVENTO     PIC 9(04) VALUE ZEROS.
       77 WS-NM-EVENTO     PIC X(40) VALUE SPACES.
       77 WS-DT-EVENTO     PIC 9(08) VALUE ZEROS.
       77 WS-LOCAL         PIC X(40) VALUE SPACES.
       77 WS-CAPACIDADE    PIC 9(05) VALUE ZEROS.

       77 WS-QTD-CONVIDADOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONFIRMADOS PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSAS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-RESPOSTA PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PRESENTES   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FALTOSOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-NAO-REGISTRADA PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VAGAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LINHAS      PIC 9(05) VALUE ZEROS.
       77 WS-SPL-DATA      PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA      PIC 9(08) VALUE ZEROS.

       01 WS-LINHA-CAB1.
          03 WS-CAB1-TITULO PIC X(30).
          03 FILLER         PIC X(08) VALUE ' EVENTO '.
          03 WS-CAB1-NR     PIC 9(04).
          03 FILLER         PIC X(10) VALUE '  EMISSAO '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(72) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 WS-CAB2-NOME   PIC X(40).
          03 FILLER         PIC X(07) VALUE '  DATA '.
          03 WS-CAB2-DATA   PIC 9(08).
          03 FILLER         PIC X(08) VALUE '  LOCAL '.
          03 WS-CAB2-LOCAL  PIC X(40).
          03 FILLER         PIC X(29) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC ZZZZZ9.
          03 FILLER         PIC X(01) VALUE '-'.
          03 WS-DET-DV      PIC 9(01).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-NOME    PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-TELEFONE PIC X(24).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CONVITE PIC 9(08).
          03 FILLER         PIC X(66) VALUE SPACES.

       01 WS-LINHA-TOT.
          03 WS-TOT-DESC    PIC X(29).
          03 WS-TOT-EDIT    PIC ZZZZ9.
          03 FILLER         PIC X(98) VALUE SPACES.

       77 WS-TEL-FMT       PIC X(15) VALUE SPACES.

       77 WS-ARQ-EVENTOS   PIC X(60) VALUE 'CONTEVEN.DAT'.
       77 WS-ARQ-CONVITES  PIC X(60) VALUE 'CONTCONV.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-RELATORIO PIC X(60) VALUE SPACES.

       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-EVENTOS
            CALL 'ARQPARTT' USING WS-ARQ-CONVITES
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            DISPLAY '***** RELATORIOS DE CONVIDADOS DE EVENTO ****'
            PERFORM P200-INFORMAR-EVENTO THRU P200-FIM
            IF NOT EVENTO-VALIDO-OK
               MOVE 8 TO RETURN-CODE
               GOBACK
            END-IF
            MOVE SPACES TO WS-TIPO
            PERFORM P210-INFORMAR-TIPO UNTIL TIPO-VALIDO
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-ABRIR-ARQUIVOS
            IF FS-CNV-OK AND FS-OK AND FS-REL-OK
               PERFORM P150-GRAVAR-CABECALHO
               PERFORM P250-POSICIONAR
               PERFORM P300-PROCESSAR-CONVITE UNTIL EOF-OK
               IF TIPO-LIGACAO
                  PERFORM P410-GRAVAR-TOTAL-LIGACAO
               ELSE
                  PERFORM P400-GRAVAR-RESUMO
               END-IF
            ELSE
               MOVE 8 TO RETURN-CODE
            END-IF
            PERFORM P900-FIM
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
          CALL 'ERRLOGTT' USING 'RELCNVTT' 'EVENTOS   '
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
               MOVE EVE-LOCAL      TO WS-LOCAL
               MOVE EVE-CAPACIDADE TO WS-CAPACIDADE
               SET EVENTO-VALIDO-OK TO TRUE
       END-READ
       CLOSE EVENTOS
       .
       P200-FIM.

       P210-INFORMAR-TIPO.
       DISPLAY '<1> LISTA DE LIGACAO (SEM RESPOSTA)'
       DISPLAY '<2> RESUMO DO EVENTO'
       ACCEPT WS-TIPO
       IF NOT TIPO-VALIDO
          DISPLAY 'OPCAO INVALIDA'
       END-IF
       .

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'RELCNVTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

       P100-ABRIR-ARQUIVOS.
       SET FS-CNV-OK TO TRUE.
       SET FS-OK TO TRUE.
       SET FS-REL-OK TO TRUE.
       MOVE ZEROS TO WS-QTD-CONVIDADOS WS-QTD-CONFIRMADOS
                     WS-QTD-RECUSAS WS-QTD-SEM-RESPOSTA
                     WS-QTD-PRESENTES WS-QTD-FALTOSOS
                     WS-QTD-NAO-REGISTRADA WS-QTD-LINHAS.

       OPEN INPUT CONVITES
       IF WS-FS-CNV EQUAL 35
          DISPLAY 'A LISTA DE CONVIDADOS AINDA NAO EXISTE, GERE OS'
          DISPLAY 'CONVITES ANTES (GERCNVTT)'
       ELSE
          IF NOT FS-CNV-OK
             DISPLAY 'ERRO AO ABRIR A LISTA DE CONVIDADOS'
             CALL 'FSMSGTT' USING WS-FS-CNV WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'RELCNVTT' 'CONVITES  '
                  WS-FS-CNV WS-ERR-CHAVE
          END-IF
       END-IF

       OPEN INPUT CONTATOS
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELCNVTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELCNVTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
       END-IF
       .

       P150-GRAVAR-CABECALHO.
       IF TIPO-LIGACAO
          MOVE 'LISTA DE LIGACAO - SEM RESPOSTA' TO WS-CAB1-TITULO
       ELSE
          MOVE 'RESUMO DO EVENTO'                TO WS-CAB1-TITULO
       END-IF
       MOVE WS-NR-EVENTO TO WS-CAB1-NR
       MOVE WS-SPL-DATA  TO WS-CAB1-DATA
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE WS-NM-EVENTO TO WS-CAB2-NOME
       MOVE WS-DT-EVENTO TO WS-CAB2-DATA
       MOVE WS-LOCAL     TO WS-CAB2-LOCAL
       WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       .

       P250-POSICIONAR.
       MOVE WS-NR-EVENTO TO CNV-NR-EVENTO
       MOVE ZEROS TO CNV-ID-CONTATO
       SET EOF-OK TO FALSE
       START CONVITES KEY IS GREATER OR EQUAL CNV-CHAVE
             INVALID KEY
                SET EOF-OK TO TRUE
       END-START
       .

       P300-PROCESSAR-CONVITE.
       READ CONVITES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CNV-NR-EVENTO NOT EQUAL WS-NR-EVENTO
                  SET EOF-OK TO TRUE
               ELSE
                  PERFORM P310-CONTAR-CONVITE
                  IF TIPO-LIGACAO AND SEM-RESPOSTA
                     PERFORM P320-GRAVAR-LIGACAO
                  END-IF
               END-IF
       END-READ
       .

       P310-CONTAR-CONVITE.
       ADD 1 TO WS-QTD-CONVIDADOS
       EVALUATE TRUE
          WHEN RESPOSTA-SIM
             ADD 1 TO WS-QTD-CONFIRMADOS
          WHEN RESPOSTA-NAO
             ADD 1 TO WS-QTD-RECUSAS
          WHEN OTHER
             ADD 1 TO WS-QTD-SEM-RESPOSTA
       END-EVALUATE
       EVALUATE TRUE
          WHEN PRESENCA-SIM
             ADD 1 TO WS-QTD-PRESENTES
          WHEN PRESENCA-NAO
             ADD 1 TO WS-QTD-FALTOSOS
          WHEN OTHER
             ADD 1 TO WS-QTD-NAO-REGISTRADA
       END-EVALUATE
       .

      *---------------------------------------------------------
      * Uma linha por convidado sem resposta. O telefone só sai
      * para quem consentiu contato por telefone; os demais
      * ficam na lista marcados para não ligar.
      *---------------------------------------------------------
       P320-GRAVAR-LIGACAO.
       MOVE SPACES TO WS-LINHA-DET
       MOVE CNV-ID-CONTATO TO WS-DET-ID
       CALL 'CALCDVTT' USING CNV-ID-CONTATO WS-DET-DV
       MOVE CNV-DT-CONVITE TO WS-DET-CONVITE
       MOVE CNV-ID-CONTATO TO ID-CONTATO
       READ CONTATOS
            KEY IS ID-CONTATO
            INVALID KEY
               MOVE '(CONTATO EXCLUIDO)' TO WS-DET-NOME
            NOT INVALID KEY
               MOVE NM-CONTATO TO WS-DET-NOME
               IF NOT CONSENTE-TELEFONE
                  MOVE 'NAO LIGAR (SEM CONSENT.)' TO WS-DET-TELEFONE
               ELSE
                  IF TELEFONE EQUAL SPACES
                     MOVE 'SEM TELEFONE' TO WS-DET-TELEFONE
                  ELSE
                     CALL 'FMTTELTT' USING TELEFONE WS-TEL-FMT
                     MOVE WS-TEL-FMT TO WS-DET-TELEFONE
                  END-IF
               END-IF
       END-READ
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       ADD 1 TO WS-QTD-LINHAS
       .

       P400-GRAVAR-RESUMO.
       MOVE 'CAPACIDADE DO EVENTO.......: ' TO WS-TOT-DESC
       MOVE WS-CAPACIDADE TO WS-TOT-EDIT
       WRITE REG-RELATORIO FROM WS-LINHA-TOT
       MOVE 'CONVIDADOS.................: ' TO WS-TOT-DESC
       MOVE WS-QTD-CONVIDADOS TO WS-TOT-EDIT
       WRITE REG-RELATORIO FROM WS-LINHA-TOT
       MOVE 'CONFIRMADOS................: ' TO WS-TOT-DESC
       MOVE WS-QTD-CONFIRMADOS TO WS-TOT-EDIT
       WRITE REG-RELATORIO FROM WS-LINHA-TOT
       MOVE 'RECUSARAM..................: ' TO WS-TOT-DESC
       MOVE WS-QTD-RECUSAS TO WS-TOT-EDIT
       WRITE REG-RELATORIO FROM WS-LINHA-TOT
       MOVE 'SEM RESPOSTA...............: ' TO WS-TOT-DESC
       MOVE WS-QTD-SEM-RESPOSTA TO WS-TOT-EDIT
       WRITE REG-RELATORIO FROM WS-LINHA-TOT
       MOVE ZEROS TO WS-QTD-VAGAS
       IF WS-CAPACIDADE GREATER WS-QTD-CONFIRMADOS
          SUBTRACT WS-QTD-CONFIRMADOS FROM WS-CAPACIDADE
                   GIVING WS-QTD-VAGAS
       END-IF
       MOVE 'VAGAS AINDA LIVRES.........: ' TO WS-TOT-DESC
       MOVE WS-QTD-VAGAS TO WS-TOT-EDIT
       WRITE REG-RELATORIO FROM WS-LINHA-TOT
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'COMPARECERAM...............: ' TO WS-TOT-DESC
       MOVE WS-QTD-PRESENTES TO WS-TOT-EDIT
       WRITE REG-RELATORIO FROM WS-LINHA-TOT
       MOVE 'FALTARAM...................: ' TO WS-TOT-DESC
       MOVE WS-QTD-FALTOSOS TO WS-TOT-EDIT
       WRITE REG-RELATORIO FROM WS-LINHA-TOT
       MOVE 'PRESENCA NAO REGISTRADA....: ' TO WS-TOT-DESC
       MOVE WS-QTD-NAO-REGISTRADA TO WS-TOT-EDIT
       WRITE REG-RELATORIO FROM WS-LINHA-TOT
       .

       P410-GRAVAR-TOTAL-LIGACAO.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'CONVIDADOS SEM RESPOSTA....: ' TO WS-TOT-DESC
       MOVE WS-QTD-LINHAS TO WS-TOT-EDIT
       WRITE REG-RELATORIO FROM WS-LINHA-TOT
       MOVE 'CONVIDADOS NO EVENTO.......: ' TO WS-TOT-DESC
       MOVE WS-QTD-CONVIDADOS TO WS-TOT-EDIT
       WRITE REG-RELATORIO FROM WS-LINHA-TOT
       .

       P900-FIM.
      *    CLOSE incondicional (fechar arquivo não aberto devolve
      *    42, ignorado): o status termina em 10 após a varredura
      *    e um CLOSE condicionado a ele deixaria a lista aberta
      *    entre duas execuções na mesma sessão de menu.
       CLOSE CONVITES
       CLOSE CONTATOS
       IF FS-REL-OK
          CLOSE RELATORIO
          CALL 'CATSPLTT' USING 'RELCNVTT' WS-ARQ-RELATORIO
          DISPLAY 'RELATORIO DO EVENTO ' WS-NR-EVENTO
                  ' GERADO: ' WS-QTD-CONVIDADOS ' CONVIDADO(S)'
       END-IF
       .
       END PROGRAM RELCNVTT.
