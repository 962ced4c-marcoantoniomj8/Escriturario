      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Manter as chaves com que outros sistemas
      *            conhecem um contato (CONTCHAV.DAT): código do
      *            cliente no ERP, conta de faturamento e outras.
      *            Cada chave leva o código do sistema; a mesma
      *            chave do mesmo sistema só pode apontar para um
      *            contato — a tentativa de ligá-la a um segundo
      *            contato é recusada mostrando o dono atual. Cada
      *            inclusão e exclusão sai na trilha de auditoria
      *            (GRAVAUDTT). Chamado da consulta por id
      *            (CONCONTT); as chaves mandadas pelo ERP entram
      *            pela carga CRGCHVTT.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAVCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CHAVES ASSIGN TO WS-ARQ-CHAVES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHV-CHAVE
                ALTERNATE RECORD KEY IS CHV-ID-CONTATO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CHAVES.
          COPY FD_CHVTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO         PIC X VALUE SPACES.
       77 WS-CONFIRM       PIC X VALUE SPACES.
       77 WS-ARQ-CHAVES    PIC X(60) VALUE 'CONTCHAV.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       77 WS-SISTEMA-NOVO  PIC X(08) VALUE SPACES.
       77 WS-CHAVE-NOVA    PIC X(20) VALUE SPACES.
       77 WS-SEL-ENTRADA   PIC 9(03) VALUE ZEROS.
       77 WS-DESC-ORIGEM   PIC X(06) VALUE SPACES.

       01 WS-TAB-CHAVES.
          03 WS-TAB-ITEM OCCURS 50 TIMES.
             05 WS-TAB-SISTEMA PIC X(08).
             05 WS-TAB-CHAVE   PIC X(20).
             05 WS-TAB-DATA    PIC 9(08).
             05 WS-TAB-ORIGEM  PIC X(01).
       77 WS-QTD-CHAVES    PIC 9(03) VALUE ZEROS.
       77 WS-IDX           PIC 9(03) VALUE ZEROS.

       77 WS-AUD-CHAVE     PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES     PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS    PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).
       01 LK-ID-CONTATO    PIC 9(06).

       PROCEDURE DIVISION USING LK-COM-AREA LK-ID-CONTATO.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CHAVES
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
            GOBACK.

       P300-PROCESSA-MENU.
       DISPLAY '--- CHAVES EXTERNAS DO CONTATO ' LK-ID-CONTATO ' ---'
       DISPLAY '<L> LISTAR   <I> INCLUIR   <E> EXCLUIR'
       DISPLAY '<F> VOLTAR'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO

       EVALUATE WS-OPCAO
          WHEN 'L'
             PERFORM P310-LISTAR-CHAVES
          WHEN 'I'
             PERFORM P320-INCLUIR-CHAVE THRU P320-FIM
          WHEN 'E'
             PERFORM P330-EXCLUIR-CHAVE
          WHEN 'F'
             SET EXIT-OK TO TRUE
          WHEN OTHER
             DISPLAY 'OPCAO INVALIDA'
       END-EVALUATE
       .
       P300-FIM.

       P310-LISTAR-CHAVES.
       PERFORM P400-CARREGAR-CHAVES
       IF WS-QTD-CHAVES EQUAL ZEROS
          DISPLAY 'NAO HA CHAVES EXTERNAS PARA ESTE CONTATO'
       ELSE
          SET WS-IDX TO 1
          PERFORM P410-EXIBIR-CHAVE
             UNTIL WS-IDX GREATER WS-QTD-CHAVES
       END-IF
       .

      *---------------------------------------------------------
      * Inclui uma chave: sistema e chave são obrigatórios e vão
      * para maiúsculas, como a busca da consulta e a carga do
      * ERP os procuram. Chave do sistema já ligada a outro
      * contato é recusada com o id do dono.
      *---------------------------------------------------------
       P320-INCLUIR-CHAVE.
       DISPLAY 'INFORME O CODIGO DO SISTEMA (EX.: ERP, FATURAM):'
       MOVE SPACES TO WS-SISTEMA-NOVO
       ACCEPT WS-SISTEMA-NOVO
       INSPECT WS-SISTEMA-NOVO CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       IF WS-SISTEMA-NOVO EQUAL SPACES
          DISPLAY 'CODIGO DO SISTEMA E OBRIGATORIO'
          GO TO P320-FIM
       END-IF
       DISPLAY 'INFORME A CHAVE NO SISTEMA ' WS-SISTEMA-NOVO ':'
       MOVE SPACES TO WS-CHAVE-NOVA
       ACCEPT WS-CHAVE-NOVA
       INSPECT WS-CHAVE-NOVA CONVERTING
         'abcdefghijklmnopqrstuvwxyz' TO
         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
       IF WS-CHAVE-NOVA EQUAL SPACES
          DISPLAY 'CHAVE EXTERNA E OBRIGATORIA'
          GO TO P320-FIM
       END-IF

       SET FS-OK TO TRUE
       OPEN I-O CHAVES
       IF WS-FS EQUAL 35
          OPEN OUTPUT CHAVES
          CLOSE CHAVES
          OPEN I-O CHAVES
       END-IF
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAVES EXTERNAS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CHAVCNTT' 'CHAVES    '
               WS-FS WS-ERR-CHAVE
          GO TO P320-FIM
       END-IF

       MOVE WS-SISTEMA-NOVO TO CHV-CD-SISTEMA
       MOVE WS-CHAVE-NOVA   TO CHV-CHAVE-EXTERNA
       READ CHAVES
            KEY IS CHV-CHAVE
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               IF CHV-ID-CONTATO EQUAL LK-ID-CONTATO
                  DISPLAY 'ESTA CHAVE JA ESTA LIGADA A ESTE CONTATO'
               ELSE
                  DISPLAY 'ESTA CHAVE JA ESTA LIGADA AO CONTATO '
                          CHV-ID-CONTATO
               END-IF
               CLOSE CHAVES
               GO TO P320-FIM
       END-READ

       MOVE WS-SISTEMA-NOVO TO CHV-CD-SISTEMA
       MOVE WS-CHAVE-NOVA   TO CHV-CHAVE-EXTERNA
       MOVE LK-ID-CONTATO   TO CHV-ID-CONTATO
       ACCEPT CHV-DT-INCLUSAO FROM DATE YYYYMMDD
       MOVE LK-US-OPERADOR  TO CHV-US-INCLUSAO
       SET CHAVE-MANUAL TO TRUE
       WRITE REG-CHAVEXT
          INVALID KEY
             DISPLAY 'ERRO AO GRAVAR A CHAVE EXTERNA'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             MOVE CHV-CHAVE TO WS-ERR-CHAVE
             CALL 'ERRLOGTT' USING 'CHAVCNTT' 'CHAVES    '
                  WS-FS WS-ERR-CHAVE
             CLOSE CHAVES
             GO TO P320-FIM
       END-WRITE
       CLOSE CHAVES

       DISPLAY 'CHAVE EXTERNA GRAVADA COM SUCESSO'
       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE LK-ID-CONTATO TO WS-AUD-CHAVE
       STRING 'CHAVE ' DELIMITED BY SIZE
              WS-SISTEMA-NOVO DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-CHAVE-NOVA DELIMITED BY SIZE
         INTO WS-AUD-DEPOIS
       END-STRING
       CALL 'GRAVAUDTT' USING 'CHAVCNTT' 'INCLUSAO  '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS
       .
       P320-FIM.

       P330-EXCLUIR-CHAVE.
       PERFORM P400-CARREGAR-CHAVES
       IF WS-QTD-CHAVES EQUAL ZEROS
          DISPLAY 'NAO HA CHAVES EXTERNAS PARA ESTE CONTATO'
       ELSE
          SET WS-IDX TO 1
          PERFORM P410-EXIBIR-CHAVE
             UNTIL WS-IDX GREATER WS-QTD-CHAVES
          DISPLAY 'INFORME O NUMERO DA CHAVE A EXCLUIR'
          DISPLAY '(1 A ' WS-QTD-CHAVES ')'
          ACCEPT WS-SEL-ENTRADA
          IF WS-SEL-ENTRADA EQUAL ZEROS
             OR WS-SEL-ENTRADA GREATER WS-QTD-CHAVES
             DISPLAY 'NUMERO FORA DA FAIXA LISTADA'
          ELSE
             DISPLAY 'TECLE <S> PARA CONFIRMAR A EXCLUSAO OU'
             DISPLAY '<QUALQUER TECLA> PARA ABORTAR'
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM EQUAL 'S'
                PERFORM P440-REMOVER-CHAVE
             ELSE
                DISPLAY 'EXCLUSAO NAO REALIZADA'
             END-IF
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Carrega as chaves do contato pela chave alternativa do
      * id, na ordem em que o arquivo as devolve.
      *---------------------------------------------------------
       P400-CARREGAR-CHAVES.
       MOVE ZEROS TO WS-QTD-CHAVES
       SET FS-OK TO TRUE
       OPEN INPUT CHAVES
       IF WS-FS EQUAL 35
          CONTINUE
       ELSE
          IF FS-OK
             MOVE LK-ID-CONTATO TO CHV-ID-CONTATO
             SET EOF-OK TO FALSE
             START CHAVES KEY IS EQUAL CHV-ID-CONTATO
                   INVALID KEY
                      SET EOF-OK TO TRUE
             END-START
             PERFORM P405-CARREGAR-CHAVE UNTIL EOF-OK
             CLOSE CHAVES
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAVES EXTERNAS'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'CHAVCNTT' 'CHAVES    '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P405-CARREGAR-CHAVE.
       READ CHAVES NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF CHV-ID-CONTATO NOT EQUAL LK-ID-CONTATO
                  SET EOF-OK TO TRUE
               ELSE
                  IF WS-QTD-CHAVES LESS 50
                     ADD 1 TO WS-QTD-CHAVES
                     MOVE CHV-CD-SISTEMA
                          TO WS-TAB-SISTEMA(WS-QTD-CHAVES)
                     MOVE CHV-CHAVE-EXTERNA
                          TO WS-TAB-CHAVE(WS-QTD-CHAVES)
                     MOVE CHV-DT-INCLUSAO
                          TO WS-TAB-DATA(WS-QTD-CHAVES)
                     MOVE CHV-ORIGEM
                          TO WS-TAB-ORIGEM(WS-QTD-CHAVES)
                  END-IF
               END-IF
       END-READ
       IF WS-FS NOT LESS 30
          SET EOF-OK TO TRUE
       END-IF
       .

       P410-EXIBIR-CHAVE.
       IF WS-TAB-ORIGEM(WS-IDX) EQUAL 'C'
          MOVE 'CARGA' TO WS-DESC-ORIGEM
       ELSE
          MOVE 'MANUAL' TO WS-DESC-ORIGEM
       END-IF
       DISPLAY WS-IDX ') ' WS-TAB-SISTEMA(WS-IDX) ' '
               WS-TAB-CHAVE(WS-IDX) ' DESDE ' WS-TAB-DATA(WS-IDX)
               ' ' WS-DESC-ORIGEM
       ADD 1 TO WS-IDX
       .

      *---------------------------------------------------------
      * Remove a chave escolhida na lista.
      *---------------------------------------------------------
       P440-REMOVER-CHAVE.
       SET FS-OK TO TRUE
       OPEN I-O CHAVES
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAVES EXTERNAS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'CHAVCNTT' 'CHAVES    '
               WS-FS WS-ERR-CHAVE
       ELSE
          MOVE WS-TAB-SISTEMA(WS-SEL-ENTRADA) TO CHV-CD-SISTEMA
          MOVE WS-TAB-CHAVE(WS-SEL-ENTRADA)   TO CHV-CHAVE-EXTERNA
          DELETE CHAVES RECORD
             INVALID KEY
                DISPLAY 'CHAVE EXTERNA NAO ENCONTRADA'
             NOT INVALID KEY
                DISPLAY 'CHAVE EXTERNA EXCLUIDA COM SUCESSO'
                MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES
                               WS-AUD-DEPOIS
                MOVE LK-ID-CONTATO TO WS-AUD-CHAVE
                STRING 'CHAVE ' DELIMITED BY SIZE
                       WS-TAB-SISTEMA(WS-SEL-ENTRADA)
                          DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-TAB-CHAVE(WS-SEL-ENTRADA)
                          DELIMITED BY SIZE
                  INTO WS-AUD-ANTES
                END-STRING
                CALL 'GRAVAUDTT' USING 'CHAVCNTT' 'EXCLUSAO  '
                     LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
                     WS-AUD-DEPOIS
          END-DELETE
          CLOSE CHAVES
       END-IF
       .
       END PROGRAM CHAVCNTT.
