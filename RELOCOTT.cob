      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Relação das ocorrências de atendimento em
      *            aberto (CONTOCOR.DAT, mantido pelo OCORCNTT):
      *            toda ocorrência ainda não encerrada, quebrada
      *            por operador responsável, com o contato, o
      *            tipo, a situação, a abertura e o prazo; a de
      *            prazo já passado sai marcada como vencida. No
      *            fim, o resumo por tipo (em aberto e vencidas)
      *            e os totais. É a lista que o supervisor cobra
      *            da equipe. Sai em spool datado catalogado
      *            (CATSPLTT) e roda também como passo do lote
      *            noturno (NOTURNTT).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOCOTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT OCORRENCIAS ASSIGN TO WS-ARQ-OCORRENCIAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OCO-CHAVE
                FILE STATUS IS WS-FS-OCO.

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
       FD OCORRENCIAS.
          COPY FD_OCOTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-OCO         PIC 99.
          88 FS-OCO-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-FALHA          PIC X VALUE 'N'.
          88 HOUVE-FALHA    VALUE 'S' FALSE 'N'.
       77 WS-CON-DISP       PIC X VALUE 'N'.
          88 CONTATOS-DISPONIVEL VALUE 'S' FALSE 'N'.

       77 WS-ARQ-OCORRENCIAS PIC X(60) VALUE 'CONTOCOR.DAT'.
       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------
      * Ocorrências em aberto carregadas em tabela e operadores
      * responsáveis únicos, para a quebra por operador.
      *---------------------------------------------------------
       01 WS-TAB-ABERTAS.
          03 WS-TAB-ITEM OCCURS 500 TIMES.
             05 WS-ABT-ID       PIC 9(06).
             05 WS-ABT-SEQ      PIC 9(03).
             05 WS-ABT-TIPO     PIC X(01).
             05 WS-ABT-SITUACAO PIC X(01).
             05 WS-ABT-ABERTURA PIC 9(08).
             05 WS-ABT-PRAZO    PIC 9(08).
             05 WS-ABT-RESP     PIC X(12).
             05 WS-ABT-DESCR    PIC X(60).
       77 WS-QTD-ABERTAS    PIC 9(03) VALUE ZEROS.
       77 WS-DESCARTADOS    PIC 9(06) VALUE ZEROS.
       77 WS-IDX            PIC 9(03) VALUE ZEROS.

       01 WS-TAB-OPERADORES.
          03 WS-TAB-OPE OCCURS 50 TIMES PIC X(12).
       77 WS-QTD-OPES       PIC 9(02) VALUE ZEROS.
       77 WS-OPES-DE-FORA   PIC 9(06) VALUE ZEROS.
       77 WS-ODX            PIC 9(02) VALUE ZEROS.
       77 WS-ACHOU          PIC X VALUE 'N'.
          88 ACHOU-OK       VALUE 'S' FALSE 'N'.

      *---------------------------------------------------------
      * Contagens por tipo: R, S, I e O, nesta ordem.
      *---------------------------------------------------------
       01 WS-TAB-TIPOS.
          03 WS-TAB-TIPO-ITEM OCCURS 4 TIMES.
             05 WS-TIP-ABERTAS  PIC 9(06).
             05 WS-TIP-VENCIDAS PIC 9(06).
       77 WS-TDX            PIC 9(01) VALUE ZEROS.

       77 WS-QTD-DO-OPE     PIC 9(06) VALUE ZEROS.
       77 WS-VENC-DO-OPE    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-VENCIDAS   PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ENCERRADAS PIC 9(06) VALUE ZEROS.
       77 WS-COD-TIPO       PIC X(01) VALUE SPACES.
       77 WS-DESC-TIPO      PIC X(12) VALUE SPACES.
       77 WS-COD-SIT        PIC X(01) VALUE SPACES.
       77 WS-DESC-SIT       PIC X(18) VALUE SPACES.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(44) VALUE
                     'OCORRENCIAS DE ATENDIMENTO EM ABERTO'.
          03 FILLER         PIC X(08) VALUE 'EMISSAO '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(72) VALUE SPACES.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(10) VALUE 'ID'.
          03 FILLER         PIC X(22) VALUE 'NOME'.
          03 FILLER         PIC X(05) VALUE 'SEQ'.
          03 FILLER         PIC X(13) VALUE 'TIPO'.
          03 FILLER         PIC X(20) VALUE 'SITUACAO'.
          03 FILLER         PIC X(10) VALUE 'ABERTURA'.
          03 FILLER         PIC X(19) VALUE 'PRAZO'.
          03 FILLER         PIC X(33) VALUE 'DESCRICAO'.

       01 WS-LINHA-OPE.
          03 FILLER         PIC X(22) VALUE
                             'OPERADOR RESPONSAVEL: '.
          03 WS-OPE-NOME    PIC X(12).
          03 FILLER         PIC X(98) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC ZZZZZ9.
          03 FILLER         PIC X(01) VALUE '-'.
          03 WS-DET-DV      PIC 9(01).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-NOME    PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-SEQ     PIC 9(03).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-TIPO    PIC X(11).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-SIT     PIC X(18).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-ABERTURA PIC 9(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-PRAZO   PIC 9(08).
          03 FILLER         PIC X(01) VALUE SPACES.
          03 WS-DET-VENCIDA PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-DESCR   PIC X(33).

       01 WS-LINHA-SUBTOT.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 FILLER         PIC X(12) VALUE 'EM ABERTO: '.
          03 WS-SUB-ABERTAS PIC ZZZZZ9.
          03 FILLER         PIC X(14) VALUE '   VENCIDAS: '.
          03 WS-SUB-VENCIDAS PIC ZZZZZ9.
          03 FILLER         PIC X(91) VALUE SPACES.

       01 WS-LINHA-TIPO.
          03 FILLER         PIC X(03) VALUE SPACES.
          03 WS-TIP-DESC    PIC X(15).
          03 FILLER         PIC X(12) VALUE 'EM ABERTO: '.
          03 WS-TIP-QTD-ABT PIC ZZZZZ9.
          03 FILLER         PIC X(14) VALUE '   VENCIDAS: '.
          03 WS-TIP-QTD-VNC PIC ZZZZZ9.
          03 FILLER         PIC X(76) VALUE SPACES.

       01 WS-LINHA-TOTAL.
          03 WS-TOT-DESC    PIC X(40).
          03 WS-TOT-QTD     PIC ZZZZZ9.
          03 FILLER         PIC X(86) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-OCORRENCIAS
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            DISPLAY '***** OCORRENCIAS DE ATENDIMENTO EM ABERTO *****'
            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P050-MONTAR-NOME-SPOOL
            PERFORM P100-CARREGAR-ABERTAS
            IF HOUVE-FALHA
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-QTD-ABERTAS EQUAL ZEROS
                  DISPLAY 'NENHUMA OCORRENCIA EM ABERTO'
               ELSE
                  PERFORM P200-LEVANTAR-OPERADORES
                  PERFORM P300-IMPRIMIR-LISTA
               END-IF
            END-IF
            GOBACK.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'RELOCOTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

       P100-CARREGAR-ABERTAS.
       MOVE ZEROS TO WS-QTD-ABERTAS WS-DESCARTADOS WS-QTD-VENCIDAS
                     WS-QTD-ENCERRADAS.
       INITIALIZE WS-TAB-TIPOS.
       SET FS-OCO-OK TO TRUE.
       SET HOUVE-FALHA TO FALSE.

       OPEN INPUT OCORRENCIAS
       IF WS-FS-OCO EQUAL 35
          DISPLAY 'AINDA NAO HA OCORRENCIAS; NADA A LISTAR'
       ELSE
          IF FS-OCO-OK
             SET EOF-OK TO FALSE
             PERFORM P110-LER-OCORRENCIA UNTIL EOF-OK
             CLOSE OCORRENCIAS
             IF WS-DESCARTADOS GREATER ZEROS
                DISPLAY 'ATENCAO: ' WS-DESCARTADOS ' OCORRENCIA(S)'
                DISPLAY 'ALEM DO LIMITE DE 500 FICARAM FORA DA'
                DISPLAY 'LISTA (CONTADAS NO RESUMO POR TIPO)'
             END-IF
          ELSE
             SET HOUVE-FALHA TO TRUE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OCORRENCIAS'
             CALL 'FSMSGTT' USING WS-FS-OCO WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'RELOCOTT' 'OCORRENC  '
                  WS-FS-OCO WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P110-LER-OCORRENCIA.
       READ OCORRENCIAS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF OCORRENCIA-ENCERRADA
                  ADD 1 TO WS-QTD-ENCERRADAS
               ELSE
                  PERFORM P120-CONTAR-TIPO
                  IF WS-QTD-ABERTAS LESS 500
                     ADD 1 TO WS-QTD-ABERTAS
                     MOVE OCO-ID-CONTATO
                          TO WS-ABT-ID(WS-QTD-ABERTAS)
                     MOVE OCO-SEQUENCIA
                          TO WS-ABT-SEQ(WS-QTD-ABERTAS)
                     MOVE OCO-TIPO
                          TO WS-ABT-TIPO(WS-QTD-ABERTAS)
                     MOVE OCO-SITUACAO
                          TO WS-ABT-SITUACAO(WS-QTD-ABERTAS)
                     MOVE OCO-DT-ABERTURA
                          TO WS-ABT-ABERTURA(WS-QTD-ABERTAS)
                     MOVE OCO-DT-PRAZO
                          TO WS-ABT-PRAZO(WS-QTD-ABERTAS)
                     MOVE OCO-US-DESIGNADO
                          TO WS-ABT-RESP(WS-QTD-ABERTAS)
                     MOVE OCO-DESCRICAO
                          TO WS-ABT-DESCR(WS-QTD-ABERTAS)
                  ELSE
                     ADD 1 TO WS-DESCARTADOS
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * O resumo por tipo conta toda ocorrência em aberto, mesmo
      * a que ficou fora da tabela de impressão.
      *---------------------------------------------------------
       P120-CONTAR-TIPO.
       EVALUATE TRUE
          WHEN OCO-TIPO-RECLAMACAO
             MOVE 1 TO WS-TDX
          WHEN OCO-TIPO-SOLICITACAO
             MOVE 2 TO WS-TDX
          WHEN OCO-TIPO-INFORMACAO
             MOVE 3 TO WS-TDX
          WHEN OTHER
             MOVE 4 TO WS-TDX
       END-EVALUATE
       ADD 1 TO WS-TIP-ABERTAS(WS-TDX)
       IF OCO-DT-PRAZO LESS WS-DATA-HOJE
          ADD 1 TO WS-TIP-VENCIDAS(WS-TDX)
          ADD 1 TO WS-QTD-VENCIDAS
       END-IF
       .

       P200-LEVANTAR-OPERADORES.
       MOVE ZEROS TO WS-QTD-OPES WS-OPES-DE-FORA
       SET WS-IDX TO 1
       PERFORM P210-CLASSIFICAR-RESP
          UNTIL WS-IDX GREATER WS-QTD-ABERTAS
       IF WS-OPES-DE-FORA GREATER ZEROS
          DISPLAY 'ATENCAO: ' WS-OPES-DE-FORA ' OCORRENCIA(S) DE'
          DISPLAY 'OPERADOR(ES) ALEM DO LIMITE DE 50 FICARAM FORA'
          DISPLAY 'DA QUEBRA POR RESPONSAVEL'
       END-IF
       .

       P210-CLASSIFICAR-RESP.
       SET ACHOU-OK TO FALSE
       SET WS-ODX TO 1
       PERFORM P220-COMPARAR-RESP
          UNTIL WS-ODX GREATER WS-QTD-OPES OR ACHOU-OK
       IF NOT ACHOU-OK
          IF WS-QTD-OPES LESS 50
             ADD 1 TO WS-QTD-OPES
             MOVE WS-ABT-RESP(WS-IDX) TO WS-TAB-OPE(WS-QTD-OPES)
          ELSE
             ADD 1 TO WS-OPES-DE-FORA
          END-IF
       END-IF
       ADD 1 TO WS-IDX
       .

       P220-COMPARAR-RESP.
       IF WS-ABT-RESP(WS-IDX) EQUAL WS-TAB-OPE(WS-ODX)
          SET ACHOU-OK TO TRUE
       ELSE
          ADD 1 TO WS-ODX
       END-IF
       .

       P300-IMPRIMIR-LISTA.
       SET FS-REL-OK TO TRUE
       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          SET HOUVE-FALHA TO TRUE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RELOCOTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          MOVE 8 TO RETURN-CODE
       ELSE
      *    A base só empresta o nome; sem ela a lista sai do
      *    mesmo jeito, com o nome em branco.
          SET CONTATOS-DISPONIVEL TO FALSE
          SET FS-OK TO TRUE
          OPEN INPUT CONTATOS
          IF FS-OK
             SET CONTATOS-DISPONIVEL TO TRUE
          END-IF

          MOVE WS-DATA-HOJE TO WS-CAB1-DATA
          WRITE REG-RELATORIO FROM WS-LINHA-CAB1
          MOVE SPACES TO REG-RELATORIO
          WRITE REG-RELATORIO
          WRITE REG-RELATORIO FROM WS-LINHA-CAB3

          SET WS-ODX TO 1
          PERFORM P310-IMPRIMIR-OPERADOR
             UNTIL WS-ODX GREATER WS-QTD-OPES
          PERFORM P400-IMPRIMIR-RESUMO-TIPO
          PERFORM P800-IMPRIMIR-TOTAIS

          IF CONTATOS-DISPONIVEL
             CLOSE CONTATOS
          END-IF
          CLOSE RELATORIO
          CALL 'CATSPLTT' USING 'RELOCOTT' WS-ARQ-RELATORIO
          DISPLAY 'OCORRENCIAS EM ABERTO..: ' WS-QTD-ABERTAS
          DISPLAY 'DAS QUAIS VENCIDAS.....: ' WS-QTD-VENCIDAS
          DISPLAY 'RELATORIO GRAVADO EM ' WS-ARQ-RELATORIO
       END-IF
       .

       P310-IMPRIMIR-OPERADOR.
       MOVE ZEROS TO WS-QTD-DO-OPE WS-VENC-DO-OPE
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE WS-TAB-OPE(WS-ODX) TO WS-OPE-NOME
       WRITE REG-RELATORIO FROM WS-LINHA-OPE

       SET WS-IDX TO 1
       PERFORM P320-IMPRIMIR-OCORRENCIA
          UNTIL WS-IDX GREATER WS-QTD-ABERTAS
       MOVE WS-QTD-DO-OPE  TO WS-SUB-ABERTAS
       MOVE WS-VENC-DO-OPE TO WS-SUB-VENCIDAS
       WRITE REG-RELATORIO FROM WS-LINHA-SUBTOT
       ADD 1 TO WS-ODX
       .

       P320-IMPRIMIR-OCORRENCIA.
       IF WS-ABT-RESP(WS-IDX) EQUAL WS-TAB-OPE(WS-ODX)
          ADD 1 TO WS-QTD-DO-OPE
          MOVE WS-ABT-ID(WS-IDX)  TO WS-DET-ID
          CALL 'CALCDVTT' USING WS-ABT-ID(WS-IDX) WS-DET-DV
          PERFORM P330-BUSCAR-NOME
          MOVE WS-ABT-SEQ(WS-IDX) TO WS-DET-SEQ
          MOVE WS-ABT-TIPO(WS-IDX) TO WS-COD-TIPO
          PERFORM P450-DESCREVER-TIPO
          MOVE WS-DESC-TIPO       TO WS-DET-TIPO
          MOVE WS-ABT-SITUACAO(WS-IDX) TO WS-COD-SIT
          PERFORM P460-DESCREVER-SITUACAO
          MOVE WS-DESC-SIT        TO WS-DET-SIT
          MOVE WS-ABT-ABERTURA(WS-IDX) TO WS-DET-ABERTURA
          MOVE WS-ABT-PRAZO(WS-IDX)    TO WS-DET-PRAZO
          IF WS-ABT-PRAZO(WS-IDX) LESS WS-DATA-HOJE
             MOVE '*VENCIDA' TO WS-DET-VENCIDA
             ADD 1 TO WS-VENC-DO-OPE
          ELSE
             MOVE SPACES TO WS-DET-VENCIDA
          END-IF
          MOVE WS-ABT-DESCR(WS-IDX) TO WS-DET-DESCR
          WRITE REG-RELATORIO FROM WS-LINHA-DET
       END-IF
       ADD 1 TO WS-IDX
       .

       P330-BUSCAR-NOME.
       MOVE SPACES TO WS-DET-NOME
       IF CONTATOS-DISPONIVEL
          MOVE WS-ABT-ID(WS-IDX) TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  MOVE '(FORA DA BASE)' TO WS-DET-NOME
               NOT INVALID KEY
                  MOVE NM-CONTATO TO WS-DET-NOME
          END-READ
       END-IF
       .

       P400-IMPRIMIR-RESUMO-TIPO.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'RESUMO POR TIPO' TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 1 TO WS-TDX
       PERFORM P410-IMPRIMIR-TIPO UNTIL WS-TDX GREATER 4
       .

       P410-IMPRIMIR-TIPO.
       EVALUATE WS-TDX
          WHEN 1
             MOVE 'R' TO WS-COD-TIPO
          WHEN 2
             MOVE 'S' TO WS-COD-TIPO
          WHEN 3
             MOVE 'I' TO WS-COD-TIPO
          WHEN OTHER
             MOVE 'O' TO WS-COD-TIPO
       END-EVALUATE
       PERFORM P450-DESCREVER-TIPO
       MOVE WS-DESC-TIPO           TO WS-TIP-DESC
       MOVE WS-TIP-ABERTAS(WS-TDX)  TO WS-TIP-QTD-ABT
       MOVE WS-TIP-VENCIDAS(WS-TDX) TO WS-TIP-QTD-VNC
       WRITE REG-RELATORIO FROM WS-LINHA-TIPO
       ADD 1 TO WS-TDX
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
          WHEN OTHER
             MOVE '?'                  TO WS-DESC-SIT
       END-EVALUATE
       .

       P800-IMPRIMIR-TOTAIS.
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE 'OCORRENCIAS EM ABERTO..................:' TO WS-TOT-DESC
       ADD WS-QTD-ABERTAS WS-DESCARTADOS GIVING WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE '  DAS QUAIS COM PRAZO VENCIDO..........:' TO WS-TOT-DESC
       MOVE WS-QTD-VENCIDAS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       MOVE 'OCORRENCIAS JA ENCERRADAS..............:' TO WS-TOT-DESC
       MOVE WS-QTD-ENCERRADAS TO WS-TOT-QTD
       WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
       .
       END PROGRAM RELOCOTT.
