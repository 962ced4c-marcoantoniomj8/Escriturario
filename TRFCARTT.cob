      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Transferência de carteira: move os contatos
      *            de um operador responsável (CONTCART.DAT) para
      *            outro — a carteira inteira ou só os contatos de
      *            um grupo, principal ou adicional (CONTGRAD.DAT)
      *            — quando alguém sai ou entra de férias. Com a
      *            origem em branco, distribui os contatos que
      *            ainda não têm responsável. O destino precisa
      *            estar no cadastro de operadores e não
      *            bloqueado; a quantidade é mostrada antes da
      *            confirmação. Cada contato movido sai na trilha
      *            de auditoria (GRAVAUDTT) e na lista de
      *            transferência, em spool datado catalogado
      *            (CATSPLTT). Restrito ao supervisor (MENUCNTT).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFCARTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GRA.

                SELECT OPERADORES ASSIGN TO WS-ARQ-OPERADORES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPE-CD-OPERADOR
                FILE STATUS IS WS-FS-OPE.

                SELECT GRUPOS ASSIGN TO WS-ARQ-GRUPOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GRP-CD-GRUPO
                FILE STATUS IS WS-FS-GRP.

                SELECT RELATORIO ASSIGN TO WS-ARQ-RELATORIO
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CARTEIRA.
          COPY FD_CARTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD OPERADORES.
          COPY FD_OPETT.

       FD GRUPOS.
          COPY FD_GRUPTT.

       FD RELATORIO.
       01 REG-RELATORIO      PIC X(132).

       WORKING-STORAGE SECTION.

          COPY FD_PARTT.

       77 WS-FS             PIC 99.
          88 FS-OK          VALUE 0.
       77 WS-FS-CAR         PIC 99.
          88 FS-CAR-OK      VALUE 0.
       77 WS-FS-GRA         PIC 99.
          88 FS-GRA-OK      VALUE 0.
       77 WS-FS-OPE         PIC 99.
          88 FS-OPE-OK      VALUE 0.
       77 WS-FS-GRP         PIC 99.
          88 FS-GRP-OK      VALUE 0.
       77 WS-FS-REL         PIC 99.
          88 FS-REL-OK      VALUE 0.
       77 WS-FS-MSG         PIC X(40).
       77 WS-EOF            PIC X.
          88 EOF-OK         VALUE 'S' FALSE 'N'.
       77 WS-CONFIRM        PIC X VALUE SPACES.

       77 WS-ARQ-CARTEIRA   PIC X(60) VALUE 'CONTCART.DAT'.
       77 WS-ARQ-CONTATOS   PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-GRUPADIC   PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-ARQ-OPERADORES PIC X(60) VALUE 'OPERCNTT.DAT'.
       77 WS-ARQ-GRUPOS     PIC X(60) VALUE 'GRUPCNTT.DAT'.
       77 WS-ARQ-RELATORIO  PIC X(60) VALUE SPACES.
       77 WS-ERR-CHAVE      PIC X(20) VALUE SPACES.
       77 WS-SPL-DATA       PIC 9(08) VALUE ZEROS.
       77 WS-SPL-HORA       PIC 9(08) VALUE ZEROS.

      *---------------------------------------------------------
      * Pedido da transferência: origem em branco = contatos sem
      * responsável; grupo zero = carteira inteira.
      *---------------------------------------------------------
       77 WS-CD-ORIGEM      PIC X(08) VALUE SPACES.
       77 WS-CD-DESTINO     PIC X(08) VALUE SPACES.
       77 WS-NM-DESTINO     PIC X(20) VALUE SPACES.
       77 WS-CD-FILTRO      PIC 9(03) VALUE ZEROS.
       77 WS-PEDIDO         PIC X VALUE 'N'.
          88 PEDIDO-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-GRADIC-ABERTO  PIC X VALUE 'N'.
          88 GRADIC-ABERTO-OK VALUE 'S' FALSE 'N'.
       77 WS-CANDIDATO      PIC X VALUE 'N'.
          88 CANDIDATO-OK   VALUE 'S' FALSE 'N'.
       77 WS-FIM-RODADAS    PIC X VALUE 'N'.
          88 FIM-RODADAS-OK VALUE 'S' FALSE 'N'.
       77 WS-SO-CONTAR      PIC X VALUE 'N'.
          88 SO-CONTAR-OK   VALUE 'S' FALSE 'N'.

      *---------------------------------------------------------
      * Os contatos a mover são recolhidos em rodadas de até 500
      * e só então regravados: regravar a chave alternativa do
      * operador no meio da leitura por ela perderia a posição.
      * A rodada seguinte recomeça do início e já não encontra
      * os que foram movidos.
      *---------------------------------------------------------
       01 WS-TAB-MOVER.
          03 WS-TAB-ITEM OCCURS 500 TIMES.
             05 WS-MOV-ID       PIC 9(06).
             05 WS-MOV-NOME     PIC X(20).
             05 WS-MOV-GRUPO    PIC 9(03).
       77 WS-QTD-TAB        PIC 9(03) VALUE ZEROS.
       77 WS-IDX            PIC 9(03) VALUE ZEROS.
       77 WS-MOVIDOS-RODADA PIC 9(03) VALUE ZEROS.

       77 WS-QTD-PREVIA     PIC 9(06) VALUE ZEROS.
       77 WS-QTD-MOVIDOS    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FALHAS     PIC 9(06) VALUE ZEROS.
       77 WS-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-MAX-LINHAS     PIC 9(02) VALUE 40.
       77 WS-PAGINA         PIC 9(04) VALUE ZEROS.

       77 WS-AUD-CHAVE      PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES      PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS     PIC X(40) VALUE SPACES.

       01 WS-LINHA-CAB1.
          03 FILLER         PIC X(40) VALUE
                     'TRANSFERENCIA DE CARTEIRA DE CONTATOS'.
          03 FILLER         PIC X(08) VALUE 'EMISSAO '.
          03 WS-CAB1-DATA   PIC 9(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(08) VALUE 'PAGINA: '.
          03 WS-CAB1-PAG    PIC ZZZ9.
          03 FILLER         PIC X(62) VALUE SPACES.

       01 WS-LINHA-CAB2.
          03 FILLER         PIC X(04) VALUE 'DE: '.
          03 WS-CAB2-ORIGEM PIC X(15).
          03 FILLER         PIC X(06) VALUE 'PARA: '.
          03 WS-CAB2-DESTINO PIC X(08).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-CAB2-NOME   PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(07) VALUE 'GRUPO: '.
          03 WS-CAB2-GRUPO  PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(14) VALUE 'SUPERVISOR:   '.
          03 WS-CAB2-SUPERV PIC X(12).
          03 FILLER         PIC X(20) VALUE SPACES.

       01 WS-LINHA-CAB3.
          03 FILLER         PIC X(08) VALUE 'ID'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(20) VALUE 'NOME'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(05) VALUE 'GRUPO'.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 FILLER         PIC X(15) VALUE 'RESPONSAVEL DE'.
          03 FILLER         PIC X(10) VALUE 'PARA'.
          03 FILLER         PIC X(68) VALUE SPACES.

       01 WS-LINHA-DET.
          03 WS-DET-ID      PIC ZZZZZ9.
          03 FILLER         PIC X(01) VALUE '-'.
          03 WS-DET-DV      PIC 9(01).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-NOME    PIC X(20).
          03 FILLER         PIC X(02) VALUE SPACES.
          03 WS-DET-GRUPO   PIC 9(03).
          03 FILLER         PIC X(04) VALUE SPACES.
          03 WS-DET-ORIGEM  PIC X(15).
          03 WS-DET-DESTINO PIC X(08).
          03 FILLER         PIC X(70) VALUE SPACES.

       01 WS-LINHA-RODAPE.
          03 FILLER         PIC X(22) VALUE
                             'CONTATOS TRANSFERIDOS:'.
          03 WS-ROD-TOTAL   PIC ZZZZZ9.
          03 FILLER         PIC X(04) VALUE SPACES.
          03 FILLER         PIC X(20) VALUE
                             'FALHAS DE GRAVACAO: '.
          03 WS-ROD-FALHAS  PIC ZZZZZ9.
          03 FILLER         PIC X(74) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-OPERADORES
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOS
            CALL 'LERPARTT' USING REG-PARAMETROS
            MOVE PAR-MAX-LINHAS TO WS-MAX-LINHAS
            DISPLAY '***** TRANSFERENCIA DE CARTEIRA *****'
            PERFORM P200-INFORMAR-PEDIDO THRU P200-FIM
            IF PEDIDO-VALIDO-OK
               PERFORM P300-TRANSFERIR THRU P300-FIM
            END-IF
            GOBACK.

      *---------------------------------------------------------
      * Origem, destino e grupo. O destino é conferido contra o
      * cadastro de operadores; a origem não, porque o operador
      * que saiu pode já ter sido retirado do cadastro.
      *---------------------------------------------------------
       P200-INFORMAR-PEDIDO.
       SET PEDIDO-VALIDO-OK TO FALSE
       DISPLAY 'INFORME O OPERADOR DE ORIGEM (EM BRANCO PARA OS'
       DISPLAY 'CONTATOS AINDA SEM RESPONSAVEL):'
       MOVE SPACES TO WS-CD-ORIGEM
       ACCEPT WS-CD-ORIGEM
       DISPLAY 'INFORME O OPERADOR DE DESTINO:'
       MOVE SPACES TO WS-CD-DESTINO
       ACCEPT WS-CD-DESTINO
       DISPLAY 'INFORME O GRUPO A TRANSFERIR (000 PARA A CARTEIRA'
       DISPLAY 'INTEIRA):'
       ACCEPT WS-CD-FILTRO

       IF WS-CD-DESTINO EQUAL SPACES
          DISPLAY 'O OPERADOR DE DESTINO E OBRIGATORIO'
          GO TO P200-FIM
       END-IF
       IF WS-CD-DESTINO EQUAL WS-CD-ORIGEM
          DISPLAY 'ORIGEM E DESTINO SAO O MESMO OPERADOR'
          GO TO P200-FIM
       END-IF

       SET FS-OPE-OK TO TRUE
       OPEN INPUT OPERADORES
       IF NOT FS-OPE-OK
          DISPLAY 'ERRO AO ABRIR O CADASTRO DE OPERADORES'
          CALL 'FSMSGTT' USING WS-FS-OPE WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'TRFCARTT' 'OPERADORES'
               WS-FS-OPE WS-ERR-CHAVE
          GO TO P200-FIM
       END-IF
       MOVE WS-CD-DESTINO TO OPE-CD-OPERADOR
       READ OPERADORES
            KEY IS OPE-CD-OPERADOR
            INVALID KEY
               MOVE SPACES TO OPE-CD-OPERADOR
       END-READ
       CLOSE OPERADORES
       IF OPE-CD-OPERADOR EQUAL SPACES
          DISPLAY 'OPERADOR DE DESTINO NAO CADASTRADO'
          GO TO P200-FIM
       END-IF
       IF OPERADOR-BLOQUEADO
          DISPLAY 'OPERADOR DE DESTINO BLOQUEADO NAO PODE RECEBER'
                  ' CONTATOS'
          GO TO P200-FIM
       END-IF
       MOVE OPE-NM-OPERADOR TO WS-NM-DESTINO

       MOVE 'TODOS' TO WS-CAB2-GRUPO
       IF WS-CD-FILTRO NOT EQUAL ZEROS
          SET FS-GRP-OK TO TRUE
          OPEN INPUT GRUPOS
          IF NOT FS-GRP-OK
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
             CALL 'FSMSGTT' USING WS-FS-GRP WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'TRFCARTT' 'GRUPOS    '
                  WS-FS-GRP WS-ERR-CHAVE
             GO TO P200-FIM
          END-IF
          MOVE WS-CD-FILTRO TO GRP-CD-GRUPO
          READ GRUPOS
               KEY IS GRP-CD-GRUPO
               INVALID KEY
                  MOVE ZEROS TO GRP-CD-GRUPO
          END-READ
          CLOSE GRUPOS
          IF GRP-CD-GRUPO EQUAL ZEROS
             DISPLAY 'GRUPO NAO CADASTRADO'
             GO TO P200-FIM
          END-IF
          MOVE GRP-NM-GRUPO TO WS-CAB2-GRUPO
       END-IF

       SET PEDIDO-VALIDO-OK TO TRUE
       .
       P200-FIM.

      *---------------------------------------------------------
      * Conta os contatos atingidos, pede a confirmação e move
      * em rodadas, imprimindo cada contato movido.
      *---------------------------------------------------------
       P300-TRANSFERIR.
       SET FS-CAR-OK TO TRUE
       OPEN I-O CARTEIRA
       IF WS-FS-CAR EQUAL 35
          OPEN OUTPUT CARTEIRA
          CLOSE CARTEIRA
          OPEN I-O CARTEIRA
       END-IF
       IF NOT FS-CAR-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTEIRAS'
          CALL 'FSMSGTT' USING WS-FS-CAR WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'TRFCARTT' 'CARTEIRA  '
               WS-FS-CAR WS-ERR-CHAVE
          GO TO P300-FIM
       END-IF

       SET FS-OK TO TRUE
       OPEN INPUT CONTATOS
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'TRFCARTT' 'CONTATOS  '
               WS-FS WS-ERR-CHAVE
          CLOSE CARTEIRA
          GO TO P300-FIM
       END-IF

       SET GRADIC-ABERTO-OK TO FALSE
       IF WS-CD-FILTRO NOT EQUAL ZEROS
          SET FS-GRA-OK TO TRUE
          OPEN INPUT GRUPADIC
          IF FS-GRA-OK
             SET GRADIC-ABERTO-OK TO TRUE
          END-IF
       END-IF

       MOVE ZEROS TO WS-QTD-PREVIA
       SET SO-CONTAR-OK TO TRUE
       PERFORM P400-RECOLHER-CONTATOS
       SET SO-CONTAR-OK TO FALSE
       IF WS-QTD-PREVIA EQUAL ZEROS
          DISPLAY 'NENHUM CONTATO A TRANSFERIR'
          PERFORM P390-FECHAR-ARQUIVOS
          GO TO P300-FIM
       END-IF

       DISPLAY WS-QTD-PREVIA ' CONTATO(S) SERAO TRANSFERIDOS PARA '
               WS-CD-DESTINO ' - ' WS-NM-DESTINO
       DISPLAY 'TECLE <S> PARA CONFIRMAR A TRANSFERENCIA OU'
       DISPLAY '<QUALQUER TECLA> PARA ABORTAR'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT EQUAL 'S'
          DISPLAY 'TRANSFERENCIA NAO REALIZADA'
          PERFORM P390-FECHAR-ARQUIVOS
          GO TO P300-FIM
       END-IF

       PERFORM P050-MONTAR-NOME-SPOOL
       SET FS-REL-OK TO TRUE
       OPEN OUTPUT RELATORIO
       IF NOT FS-REL-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE RELATORIO'
          CALL 'FSMSGTT' USING WS-FS-REL WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'TRFCARTT' 'RELATORIO '
               WS-FS-REL WS-ERR-CHAVE
          PERFORM P390-FECHAR-ARQUIVOS
          GO TO P300-FIM
       END-IF

       MOVE ZEROS TO WS-QTD-MOVIDOS WS-QTD-FALHAS WS-PAGINA
       PERFORM P110-IMPRIMIR-CABECALHO
       SET FIM-RODADAS-OK TO FALSE
       PERFORM P500-RODADA UNTIL FIM-RODADAS-OK

       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       MOVE WS-QTD-MOVIDOS TO WS-ROD-TOTAL
       MOVE WS-QTD-FALHAS  TO WS-ROD-FALHAS
       WRITE REG-RELATORIO FROM WS-LINHA-RODAPE
       CLOSE RELATORIO
       PERFORM P390-FECHAR-ARQUIVOS
       CALL 'CATSPLTT' USING 'TRFCARTT' WS-ARQ-RELATORIO
       DISPLAY 'TRANSFERENCIA CONCLUIDA: ' WS-QTD-MOVIDOS
               ' CONTATO(S) MOVIDO(S)'
       IF WS-QTD-FALHAS GREATER ZEROS
          DISPLAY 'ATENCAO: ' WS-QTD-FALHAS ' CONTATO(S) NAO PUDERAM'
          DISPLAY 'SER GRAVADOS; REPITA A TRANSFERENCIA'
       END-IF
       .
       P300-FIM.

       P050-MONTAR-NOME-SPOOL.
       ACCEPT WS-SPL-DATA FROM DATE YYYYMMDD
       ACCEPT WS-SPL-HORA FROM TIME
       MOVE SPACES TO WS-ARQ-RELATORIO
       STRING 'TRFCARTT.'      DELIMITED BY SIZE
              WS-SPL-DATA      DELIMITED BY SIZE
              '.'              DELIMITED BY SIZE
              WS-SPL-HORA(1:6) DELIMITED BY SIZE
              '.LST'           DELIMITED BY SIZE
         INTO WS-ARQ-RELATORIO
       END-STRING
       CALL 'ARQPARTT' USING WS-ARQ-RELATORIO
       .

       P110-IMPRIMIR-CABECALHO.
       ADD 1 TO WS-PAGINA
       MOVE WS-SPL-DATA TO WS-CAB1-DATA
       MOVE WS-PAGINA   TO WS-CAB1-PAG
       WRITE REG-RELATORIO FROM WS-LINHA-CAB1
       IF WS-CD-ORIGEM EQUAL SPACES
          MOVE 'SEM RESPONSAVEL' TO WS-CAB2-ORIGEM
       ELSE
          MOVE WS-CD-ORIGEM TO WS-CAB2-ORIGEM
       END-IF
       MOVE WS-CD-DESTINO  TO WS-CAB2-DESTINO
       MOVE WS-NM-DESTINO  TO WS-CAB2-NOME
       MOVE LK-US-OPERADOR TO WS-CAB2-SUPERV
       WRITE REG-RELATORIO FROM WS-LINHA-CAB2
       MOVE SPACES TO REG-RELATORIO
       WRITE REG-RELATORIO
       WRITE REG-RELATORIO FROM WS-LINHA-CAB3
       MOVE ZEROS TO WS-LINHA
       .

       P390-FECHAR-ARQUIVOS.
       CLOSE CARTEIRA
       CLOSE CONTATOS
       IF GRADIC-ABERTO-OK
          CLOSE GRUPADIC
          SET GRADIC-ABERTO-OK TO FALSE
       END-IF
       .

      *---------------------------------------------------------
      * Percorre os candidatos. Na prévia (antes da confirmação)
      * só conta; na rodada, recolhe até
      * 500 na tabela. Com origem informada, a leitura vai pela
      * chave alternativa do operador; sem origem, a base inteira
      * é lida atrás de contatos sem linha na carteira.
      *---------------------------------------------------------
       P400-RECOLHER-CONTATOS.
       MOVE ZEROS TO WS-QTD-TAB
       SET EOF-OK TO FALSE
       IF WS-CD-ORIGEM EQUAL SPACES
          MOVE ZEROS TO ID-CONTATO
          START CONTATOS KEY IS GREATER OR EQUAL ID-CONTATO
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P420-LER-SEM-RESPONSAVEL UNTIL EOF-OK
       ELSE
          MOVE WS-CD-ORIGEM TO CAR-CD-OPERADOR
          START CARTEIRA KEY IS EQUAL CAR-CD-OPERADOR
                INVALID KEY
                   SET EOF-OK TO TRUE
          END-START
          PERFORM P410-LER-CARTEIRA-ORIGEM UNTIL EOF-OK
       END-IF
       .

       P410-LER-CARTEIRA-ORIGEM.
       READ CARTEIRA NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CAR-CD-OPERADOR NOT EQUAL WS-CD-ORIGEM
                  SET EOF-OK TO TRUE
               ELSE
                  SET CANDIDATO-OK TO FALSE
                  MOVE CAR-ID-CONTATO TO ID-CONTATO
                  READ CONTATOS
                       KEY IS ID-CONTATO
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM P430-CONFERIR-GRUPO
                  END-READ
                  IF CANDIDATO-OK
                     PERFORM P440-GUARDAR-CANDIDATO
                  END-IF
               END-IF
       END-READ
       .

       P420-LER-SEM-RESPONSAVEL.
       READ CONTATOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               SET CANDIDATO-OK TO FALSE
               MOVE ID-CONTATO TO CAR-ID-CONTATO
               READ CARTEIRA
                    KEY IS CAR-ID-CONTATO
                    INVALID KEY
                       PERFORM P430-CONFERIR-GRUPO
               END-READ
               IF CANDIDATO-OK
                  PERFORM P440-GUARDAR-CANDIDATO
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Sem grupo pedido, todo contato da origem serve; com
      * grupo, vale o grupo principal ou uma marcação adicional
      * do mesmo grupo (CONTGRAD.DAT).
      *---------------------------------------------------------
       P430-CONFERIR-GRUPO.
       IF WS-CD-FILTRO EQUAL ZEROS OR CD-GRUPO EQUAL WS-CD-FILTRO
          SET CANDIDATO-OK TO TRUE
       ELSE
          IF GRADIC-ABERTO-OK
             MOVE ID-CONTATO   TO GRA-ID-CONTATO
             MOVE WS-CD-FILTRO TO GRA-CD-GRUPO
             READ GRUPADIC
                  KEY IS GRA-CHAVE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET CANDIDATO-OK TO TRUE
             END-READ
          END-IF
       END-IF
       .

       P440-GUARDAR-CANDIDATO.
       IF SO-CONTAR-OK
          ADD 1 TO WS-QTD-PREVIA
       ELSE
          IF WS-QTD-TAB LESS 500
             ADD 1 TO WS-QTD-TAB
             MOVE ID-CONTATO  TO WS-MOV-ID(WS-QTD-TAB)
             MOVE NM-CONTATO  TO WS-MOV-NOME(WS-QTD-TAB)
             MOVE CD-GRUPO    TO WS-MOV-GRUPO(WS-QTD-TAB)
          END-IF
          IF WS-QTD-TAB EQUAL 500
             SET EOF-OK TO TRUE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Uma rodada: recolhe, move e imprime. Termina quando a
      * tabela não enche (não sobrou ninguém) ou quando nenhum
      * contato da rodada pôde ser gravado, para não repetir a
      * mesma rodada sem fim.
      *---------------------------------------------------------
       P500-RODADA.
       PERFORM P400-RECOLHER-CONTATOS
       MOVE ZEROS TO WS-MOVIDOS-RODADA
       SET WS-IDX TO 1
       PERFORM P510-MOVER-CONTATO UNTIL WS-IDX GREATER WS-QTD-TAB
       IF WS-QTD-TAB LESS 500 OR WS-MOVIDOS-RODADA EQUAL ZEROS
          SET FIM-RODADAS-OK TO TRUE
       END-IF
       .

       P510-MOVER-CONTATO.
       MOVE WS-MOV-ID(WS-IDX) TO CAR-ID-CONTATO
       MOVE WS-MOV-ID(WS-IDX) TO WS-ERR-CHAVE
       IF WS-CD-ORIGEM EQUAL SPACES
          MOVE WS-CD-DESTINO  TO CAR-CD-OPERADOR
          ACCEPT CAR-DATA FROM DATE YYYYMMDD
          MOVE LK-US-OPERADOR TO CAR-US-OPERADOR
          WRITE REG-CARTEIRA
             INVALID KEY
                ADD 1 TO WS-QTD-FALHAS
             NOT INVALID KEY
                PERFORM P520-REGISTRAR-MOVIDO
          END-WRITE
       ELSE
          READ CARTEIRA
               KEY IS CAR-ID-CONTATO
               INVALID KEY
                  ADD 1 TO WS-QTD-FALHAS
               NOT INVALID KEY
                  MOVE WS-CD-DESTINO  TO CAR-CD-OPERADOR
                  ACCEPT CAR-DATA FROM DATE YYYYMMDD
                  MOVE LK-US-OPERADOR TO CAR-US-OPERADOR
                  REWRITE REG-CARTEIRA
                     INVALID KEY
                        ADD 1 TO WS-QTD-FALHAS
                     NOT INVALID KEY
                        PERFORM P520-REGISTRAR-MOVIDO
                  END-REWRITE
          END-READ
       END-IF
       ADD 1 TO WS-IDX
       .

      *---------------------------------------------------------
      * Cada contato movido vai para a trilha de auditoria e para
      * a lista de transferência.
      *---------------------------------------------------------
       P520-REGISTRAR-MOVIDO.
       ADD 1 TO WS-QTD-MOVIDOS
       ADD 1 TO WS-MOVIDOS-RODADA
       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE WS-MOV-ID(WS-IDX) TO WS-AUD-CHAVE
       IF WS-CD-ORIGEM EQUAL SPACES
          MOVE 'SEM RESPONSAVEL' TO WS-AUD-ANTES
       ELSE
          STRING 'RESPONSAVEL ' DELIMITED BY SIZE
                 WS-CD-ORIGEM   DELIMITED BY SIZE
            INTO WS-AUD-ANTES
          END-STRING
       END-IF
       STRING 'RESPONSAVEL ' DELIMITED BY SIZE
              WS-CD-DESTINO  DELIMITED BY SIZE
         INTO WS-AUD-DEPOIS
       END-STRING
       CALL 'GRAVAUDTT' USING 'TRFCARTT' 'TRANSFER  '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS

       IF WS-LINHA GREATER OR EQUAL WS-MAX-LINHAS
          PERFORM P110-IMPRIMIR-CABECALHO
       END-IF
       ADD 1 TO WS-LINHA
       MOVE WS-MOV-ID(WS-IDX)    TO WS-DET-ID
       CALL 'CALCDVTT' USING WS-MOV-ID(WS-IDX) WS-DET-DV
       MOVE WS-MOV-NOME(WS-IDX)  TO WS-DET-NOME
       MOVE WS-MOV-GRUPO(WS-IDX) TO WS-DET-GRUPO
       MOVE WS-CAB2-ORIGEM       TO WS-DET-ORIGEM
       MOVE WS-CD-DESTINO        TO WS-DET-DESTINO
       WRITE REG-RELATORIO FROM WS-LINHA-DET
       .
       END PROGRAM TRFCARTT.
