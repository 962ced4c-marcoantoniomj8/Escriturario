      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Lista de pendências de entrega dos relatórios.
      *            Percorre o controle de entregas (CONTENTR.DAT)
      *            e imprime, por relatório e spool, as vias que
      *            foram geradas (na catalogação ou numa
      *            reimpressão) e ainda não foram baixadas como
      *            entregues em mãos ou enviadas na tela de entrega
      *            (ENTSPLTT): quem deveria ter recebido, a via, a
      *            forma prevista e desde quando está pendente.
      *            Fecha com a quantidade de vias e de spools
      *            pendentes. Sai em spool datado catalogado para
      *            reimpressão.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELENTTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ENTREGAS ASSIGN TO WS-ARQ-ENTREGAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ENT-CHAVE
                FILE STATUS IS WS-FS.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ENTREGAS.
          COPY FD_ENTTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.

       77 WS-ARQ-ENTREGAS   PIC X(60) VALUE 'CONTENTR.DAT'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

       01 WS-SPOOL-ANTERIOR.
          03 WS-ANT-PROGRAMA PIC X(08) VALUE SPACES.
          03 WS-ANT-DATA     PIC 9(08) VALUE ZEROS.
          03 WS-ANT-HORA     PIC 9(06) VALUE ZEROS.

       77 WS-QTD-VIAS       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SPOOLS     PIC 9(06) VALUE ZEROS.
       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS     PIC 9(02) VALUE 40.
       77 WS-PAGINA         PIC 9(04) VALUE ZEROS.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(40) VALUE
                     'PENDENCIAS DE ENTREGA DE RELATORIOS'.
          03 FILLER         PIC X(08) VALUE 'PAGINA: '.
          03 WS-CAB1-PAG    PIC ZZZ9.
          03 FILLER         PIC X(80) VALUE SPACES.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(10) VALUE 'RELATORIO'.
          03 FILLER         PIC X(10) VALUE 'GERADO EM'.
          03 FILLER         PIC X(08) VALUE 'HORA'.
          03 FILLER         PIC X(05) VALUE 'IMP'.
          03 FILLER         PIC X(05) VALUE 'SEQ'.
          03 FILLER         PIC X(22) VALUE 'DEPARTAMENTO'.
          03 FILLER         PIC X(32) VALUE 'DESTINATARIO'.
          03 FILLER         PIC X(05) VALUE 'VIA'.
          03 FILLER         PIC X(10) VALUE 'ENTREGA'.
          03 FILLER         PIC X(12) VALUE 'IMPRESSA EM'.
          03 FILLER         PIC X(13) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-PROGRAMA PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-DATA    PIC 9(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-HORA    PIC 9(06).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-IMP     PIC 9(02).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-DET-SEQ     PIC 9(02).
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-DET-DEPTO   PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-DESTINO PIC X(30).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-VIA     PIC Z9.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-DET-FORMA   PIC X(10).
          03 WS-DET-DT-IMP  PIC 9(08).
          03 FILLER         PIC X(17) VALUE SPACES.

       01 WS-LINHA-RODAPE1.
          03 FILLER         PIC X(22) VALUE
                             'VIAS PENDENTES.......:'.
          03 WS-ROD-VIAS    PIC ZZZZZ9.
          03 FILLER         PIC X(104) VALUE SPACES.

       01 WS-LINHA-RODAPE2.
          03 FILLER         PIC X(22) VALUE
                             'SPOOLS PENDENTES.....:'.
          03 WS-ROD-SPOOLS  PIC ZZZZZ9.
          03 FILLER         PIC X(104) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-ENTREGAS
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
            DISPLAY '***** PENDENCIAS DE ENTREGA DE RELATORIOS *****'
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-GERAR-LISTA THRU P100-FIM
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'RELENTTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

      *---------------------------------------------------------
      * Sem controle de entregas ainda (nenhum spool catalogado
      * desde a implantação) a lista sai vazia, com os totais
      * zerados.
      *---------------------------------------------------------
       P100-GERAR-LISTA.
       MOVE ZEROS TO WS-QTD-VIAS WS-QTD-SPOOLS WS-LINHA WS-PAGINA.
       MOVE SPACES TO WS-ANT-PROGRAMA
       SET FS-OK TO TRUE.
       SET FS-REL-OK TO TRUE.
       SET EOF-OK TO FALSE.

       OPEN INPUT ENTREGAS
       IF WS-FS EQUAL 35
          SET EOF-OK TO TRUE
       ELSE
          IF NOT FS-OK
             DISPLAY 'ERRO AO ABRIR O CONTROLE DE ENTREGAS'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'RELENTTT' 'ENTREGAS  '
                  WS-FS WS-ERR-CHAVE
             GO TO P100-FIM
          END-IF
       END-IF

       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELENTTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          IF NOT EOF-OK
             CLOSE ENTREGAS
          END-IF
          GO TO P100-FIM
       END-IF

       PERFORM P110-IMPRIMIR-CABECALHO
       IF NOT EOF-OK
          PERFORM P200-LER-VIA UNTIL EOF-OK
          CLOSE ENTREGAS
       END-IF

       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE WS-QTD-VIAS TO WS-ROD-VIAS
       WRITE REG-RELATORIO FROM WS-LINHA-RODAPE1
       MOVE WS-QTD-SPOOLS TO WS-ROD-SPOOLS
       WRITE REG-RELATORIO FROM WS-LINHA-RODAPE2
       CLOSE RELATORIO
       CALL 'CATSPLTT' USING 'RELENTTT' WS-ARQ-RELATORIO
       IF WS-QTD-VIAS EQUAL ZEROS
          DISPLAY 'NENHUMA VIA PENDENTE DE ENTREGA'
       ELSE
          DISPLAY 'LISTA GERADA: ' WS-QTD-VIAS ' VIA(S) DE '
                  WS-QTD-SPOOLS ' SPOOL(S) PENDENTE(S)'
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

       P200-LER-VIA.
       READ ENTREGAS
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF ENTREGA-PENDENTE
                  PERFORM P210-IMPRIMIR-PENDENTE
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * O arquivo vem em ordem de programa, data e hora do
      * spool: cada troca conta mais um spool pendente.
      *---------------------------------------------------------
       P210-IMPRIMIR-PENDENTE.
       IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
          PERFORM P110-IMPRIMIR-CABECALHO
       END-IF
       IF ENT-PROGRAMA NOT EQUAL WS-ANT-PROGRAMA
          OR ENT-DATA NOT EQUAL WS-ANT-DATA
          OR ENT-HORA NOT EQUAL WS-ANT-HORA
          ADD 1 TO WS-QTD-SPOOLS
          MOVE ENT-PROGRAMA TO WS-ANT-PROGRAMA
          MOVE ENT-DATA     TO WS-ANT-DATA
          MOVE ENT-HORA     TO WS-ANT-HORA
       END-IF
       ADD 1 TO WS-LINHA
       ADD 1 TO WS-QTD-VIAS
       MOVE ENT-PROGRAMA     TO WS-DET-PROGRAMA
       MOVE ENT-DATA         TO WS-DET-DATA
       MOVE ENT-HORA         TO WS-DET-HORA
       MOVE ENT-IMPRESSAO    TO WS-DET-IMP
       MOVE ENT-SEQ-DESTINO  TO WS-DET-SEQ
       MOVE ENT-DEPARTAMENTO TO WS-DET-DEPTO
       MOVE ENT-DESTINATARIO TO WS-DET-DESTINO
       MOVE ENT-VIA          TO WS-DET-VIA
       IF ENT-FORMA-ENTREGA EQUAL 'M'
          MOVE 'EM MAOS' TO WS-DET-FORMA
       ELSE
          MOVE 'ENVIAR'  TO WS-DET-FORMA
       END-IF
       MOVE ENT-DT-IMPRESSAO TO WS-DET-DT-IMP
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       .
       END PROGRAM RELENTTT.
