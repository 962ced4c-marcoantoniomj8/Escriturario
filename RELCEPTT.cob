      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Conferência dos endereços contra a tabela de
      *            CEPs dos Correios (CEPCNTT.DAT, carregada pelo
      *            CRGCEPTT). Varre a base e imprime os contatos
      *            ativos cujo CEP não existe na tabela, ou cuja
      *            cidade/UF não é a da tabela para aquele CEP
      *            ("BH" e "B. HORIZONTE" no lugar de "BELO
      *            HORIZONTE", CEP de outro estado), com o que está
      *            no cadastro ao lado do que a tabela diz, para o
      *            operador corrigir na alteração (ALTCONTT, que
      *            preenche cidade e UF pelo CEP) antes de as
      *            etiquetas e as cartas saírem com endereço ruim.
      *            Contato sem CEP só entra na contagem. A cidade é
      *            comparada em maiúsculas, nas 20 posições de
      *            END-CIDADE. Sem a tabela carregada, não há o que
      *            conferir e a emissão é recusada. Sai em spool
      *            datado catalogado para reimpressão.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCEPTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT TABCEP ASSIGN TO WS-ARQ-TABCEP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CEP-CODIGO
                FILE STATUS IS WS-FS-CEP.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
          COPY FD_CONTT.

       FD TABCEP.
          COPY FD_CEPTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-CEP         PIC 99.
          88 FS-CEP-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-TABCEP     PIC X(60) VALUE 'CEPCNTT.DAT'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

       77 WS-CIDADE-CAD     PIC X(20) VALUE SPACES.
       77 WS-UF-CAD         PIC X(02) VALUE SPACES.
       77 WS-MOTIVO         PIC X(24) VALUE SPACES.

       77 WS-QTD-ATIVOS     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM-CEP    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INEXIST    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DIVERG     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-CONFORMES  PIC 9(06) VALUE ZEROS.
       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS     PIC 9(02) VALUE 40.
       77 WS-PAGINA         PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(48) VALUE
                     'CONFERENCIA DE ENDERECOS - TABELA DE CEPS'.
          03 FILLER         PIC X(08) VALUE 'PAGINA: '.
          03 WS-CAB1-PAG    PIC ZZZ9.
          03 FILLER         PIC X(72) VALUE SPACES.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(08) VALUE 'ID'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(30) VALUE 'NOME'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(08) VALUE 'CEP'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(25) VALUE 'CIDADE/UF NO CADASTRO'.
          03 FILLER         PIC X(25) VALUE 'CIDADE/UF NA TABELA'.
          03 FILLER         PIC X(24) VALUE 'MOTIVO'.
          03 FILLER         PIC X(06) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC ZZZZZ9.
          03 FILLER         PIC X(01) VALUE '-'.
          03 WS-DET-DV      PIC 9(01).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-NOME    PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CEP     PIC 9(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CID-CAD PIC X(20).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-DET-UF-CAD  PIC X(02).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-CID-TAB PIC X(20).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-DET-UF-TAB  PIC X(02).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-MOTIVO  PIC X(24).
          03 FILLER         PIC X(06) VALUE SPACES.

       01 WS-LINHA-TOTAL.
          03 WS-TOT-DESC    PIC X(40).
          03 WS-TOT-QTD     PIC ZZZZZ9.
          03 FILLER         PIC X(86) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-TABCEP
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
            DISPLAY '***** CONFERENCIA DE ENDERECOS POR CEP *****'
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-GERAR-LISTA THRU P100-FIM
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'RELCEPTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

       P100-GERAR-LISTA.
       MOVE ZEROS TO WS-QTD-ATIVOS WS-QTD-SEM-CEP WS-QTD-INEXIST
                     WS-QTD-DIVERG WS-QTD-CONFORMES
                     WS-LINHA WS-PAGINA.
       SET FS-OK TO TRUE.
       SET FS-CEP-OK TO TRUE.
       SET FS-REL-OK TO TRUE.

       OPEN INPUT TABCEP
       IF WS-FS-CEP EQUAL 35
          DISPLAY 'TABELA DE CEPS NAO CARREGADA (RODE O CRGCEPTT'
          DISPLAY 'COM O EXTRATO DO DNE), NADA A CONFERIR'
          GO TO P100-FIM
       END-IF
       IF NOT FS-CEP-OK
          DISPLAY 'ERRO AO ABRIR A TABELA DE CEPS'
          CALL 'FSMSGTT' USING WS-FS-CEP WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELCEPTT' 'TABCEP    '
               WS-FS-CEP WS-ERR-CHAVE
          GO TO P100-FIM
       END-IF

       OPEN INPUT CONTATOS
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELCEPTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
          CLOSE TABCEP
          GO TO P100-FIM
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELCEPTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          CLOSE CONTATOS
          CLOSE TABCEP
          GO TO P100-FIM
       END-IF

       PERFORM P110-IMPRIMIR-CABECALHO
       SET EOF-OK TO FALSE
       PERFORM P200-LER-CONTATO UNTIL EOF-OK
       PERFORM P800-IMPRIMIR-TOTAIS

       CLOSE RELATORIO
       CLOSE CONTATOS
       CLOSE TABCEP
       CALL 'CATSPLTT' USING 'RELCEPTT' WS-ARQ-RELATORIO
       IF WS-QTD-INEXIST EQUAL ZEROS AND WS-QTD-DIVERG EQUAL ZEROS
          DISPLAY 'NENHUM ENDERECO FORA DA TABELA DE CEPS'
       ELSE
          DISPLAY 'CEP INEXISTENTE......: ' WS-QTD-INEXIST
          DISPLAY 'CIDADE/UF DIVERGENTE.: ' WS-QTD-DIVERG
       END-IF
       .
       P100-FIM.

       P110-IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-PAGINA TO WS-CAB1-PAG
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB3
       MOVE ZEROS TO WS-LINHA
       .

       P200-LER-CONTATO.
       READ CONTATOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CONTATO-ATIVO
                  ADD 1 TO WS-QTD-ATIVOS
                  PERFORM P210-CONFERIR-CEP
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * CEP fora da tabela, ou cidade/UF diferente da tabela:
      * motivo preenchido, o contato sai na lista.
      *---------------------------------------------------------
       P210-CONFERIR-CEP.
       MOVE SPACES TO WS-MOTIVO
       IF END-CEP EQUAL ZEROS
          ADD 1 TO WS-QTD-SEM-CEP
       ELSE
          MOVE END-CEP TO CEP-CODIGO
          READ TABCEP
               KEY IS CEP-CODIGO
               INVALID KEY
                  MOVE SPACES TO REG-CEP
                  MOVE 'CEP INEXISTENTE' TO WS-MOTIVO
                  ADD 1 TO WS-QTD-INEXIST
               NOT INVALID KEY
                  PERFORM P220-COMPARAR-LOCALIDADE
          END-READ
          IF WS-MOTIVO NOT EQUAL SPACES
             PERFORM P300-IMPRIMIR-CONTATO
          END-IF
       END-IF
       .

       P220-COMPARAR-LOCALIDADE.
       MOVE END-CIDADE TO WS-CIDADE-CAD
       MOVE END-UF     TO WS-UF-CAD
       INSPECT WS-CIDADE-CAD CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       INSPECT WS-UF-CAD CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       IF WS-CIDADE-CAD NOT EQUAL CEP-CIDADE(1:20)
          IF WS-UF-CAD NOT EQUAL CEP-UF
             MOVE 'CIDADE E UF DIVERGENTES' TO WS-MOTIVO
          ELSE
             MOVE 'CIDADE DIVERGENTE' TO WS-MOTIVO
          END-IF
       ELSE
          IF WS-UF-CAD NOT EQUAL CEP-UF
             MOVE 'UF DIVERGENTE' TO WS-MOTIVO
          END-IF
       END-IF
       IF WS-MOTIVO EQUAL SPACES
          ADD 1 TO WS-QTD-CONFORMES
       ELSE
          ADD 1 TO WS-QTD-DIVERG
       END-IF
       .

       P300-IMPRIMIR-CONTATO.
       IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
          PERFORM P110-IMPRIMIR-CABECALHO
       END-IF
       ADD 1 TO WS-LINHA
       MOVE ID-CONTATO       TO WS-DET-ID
       CALL 'CALCDVTT' USING ID-CONTATO WS-DET-DV
       MOVE NM-COMPLETO      TO WS-DET-NOME
       MOVE END-CEP          TO WS-DET-CEP
       MOVE END-CIDADE       TO WS-DET-CID-CAD
       MOVE END-UF           TO WS-DET-UF-CAD
       MOVE CEP-CIDADE       TO WS-DET-CID-TAB
       MOVE CEP-UF           TO WS-DET-UF-TAB
       MOVE WS-MOTIVO        TO WS-DET-MOTIVO
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       .

       P800-IMPRIMIR-TOTAIS.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'CONTATOS ATIVOS LIDOS..................:' TO WS-TOT-DESC
       MOVE WS-QTD-ATIVOS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'SEM CEP INFORMADO......................:' TO WS-TOT-DESC
       MOVE WS-QTD-SEM-CEP TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'CEP CONFORME A TABELA..................:' TO WS-TOT-DESC
       MOVE WS-QTD-CONFORMES TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'CEP INEXISTENTE NA TABELA..............:' TO WS-TOT-DESC
       MOVE WS-QTD-INEXIST TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'CIDADE/UF DIVERGENTE DA TABELA.........:' TO WS-TOT-DESC
       MOVE WS-QTD-DIVERG TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       .
       END PROGRAM RELCEPTT.
