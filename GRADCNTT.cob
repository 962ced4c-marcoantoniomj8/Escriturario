      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Manter os grupos adicionais de um contato
      *            (CONTGRAD.DAT): além do grupo principal
      *            (CD-GRUPO), o contato pode ser marcado com
      *            quantos outros grupos do cadastro (GRUPCNTT.DAT)
      *            forem necessários — o cliente que também é
      *            fornecedor, o conselheiro que também está na
      *            lista de Natal. Só se marca grupo cadastrado e
      *            ativo, diferente do grupo principal; cada
      *            inclusão e exclusão sai na trilha de auditoria
      *            (GRAVAUDTT). Chamado ao final da alteração
      *            (ALTCONTT).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT GRUPOS ASSIGN TO WS-ARQ-GRUPOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS GRP-CD-GRUPO
                FILE STATUS IS WS-FS-GRP.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CTT.

       DATA DIVISION.
       FILE SECTION.
       FD GRUPADIC.
          COPY FD_GRADTT.

       FD GRUPOS.
          COPY FD_GRUPTT.

       FD CONTATOS.
          COPY FD_CONTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-GRP        PIC 99.
          88 FS-GRP-OK     VALUE 0.
       77 WS-FS-CTT        PIC 99.
          88 FS-CTT-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO         PIC X VALUE SPACES.
       77 WS-CONFIRM       PIC X VALUE SPACES.
       77 WS-ARQ-GRUPADIC  PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-ARQ-GRUPOS    PIC X(60) VALUE 'GRUPCNTT.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       77 WS-CD-NOVO       PIC 9(03) VALUE ZEROS.
       77 WS-NM-GRUPO      PIC X(20) VALUE SPACES.
       77 WS-GRUPO-OK      PIC X VALUE 'N'.
          88 GRUPO-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-GRUPO-DESAT   PIC X VALUE 'N'.
          88 GRUPO-DESAT-OK VALUE 'S' FALSE 'N'.
       77 WS-SEL-ENTRADA   PIC 9(03) VALUE ZEROS.

       01 WS-TAB-GRUPOS.
          03 WS-TAB-ITEM OCCURS 99 TIMES.
             05 WS-TAB-CD      PIC 9(03).
             05 WS-TAB-DATA    PIC 9(08).
       77 WS-QTD-GRUPOS    PIC 9(03) VALUE ZEROS.
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
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-GRUPOS
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
            GOBACK.

       P300-PROCESSA-MENU.
       DISPLAY '--- GRUPOS ADICIONAIS DO CONTATO ' LK-ID-CONTATO
               ' ---'
       DISPLAY '<L> LISTAR   <I> INCLUIR   <E> EXCLUIR'
       DISPLAY '<F> VOLTAR'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO

       EVALUATE WS-OPCAO
          WHEN 'L'
             PERFORM P310-LISTAR-GRUPOS
          WHEN 'I'
             PERFORM P320-INCLUIR-GRUPO THRU P320-FIM
          WHEN 'E'
             PERFORM P330-EXCLUIR-GRUPO
          WHEN 'F'
             SET EXIT-OK TO TRUE
          WHEN OTHER
             DISPLAY 'OPCAO INVALIDA'
       END-EVALUATE
       .
       P300-FIM.

       P310-LISTAR-GRUPOS.
       PERFORM P400-CARREGAR-GRUPOS
       IF WS-QTD-GRUPOS EQUAL ZEROS
          DISPLAY 'NAO HA GRUPOS ADICIONAIS PARA ESTE CONTATO'
       ELSE
          SET WS-IDX TO 1
          PERFORM P410-EXIBIR-GRUPO
             UNTIL WS-IDX GREATER WS-QTD-GRUPOS
       END-IF
       .

      *---------------------------------------------------------
      * Inclui uma marcação: o grupo precisa estar cadastrado e
      * ativo e não pode ser o grupo principal do contato, que
      * já o classifica; o par não pode já estar gravado.
      *---------------------------------------------------------
       P320-INCLUIR-GRUPO.
       DISPLAY 'INFORME O CODIGO DO GRUPO ADICIONAL:'
       ACCEPT WS-CD-NOVO
       IF WS-CD-NOVO EQUAL ZEROS
          DISPLAY 'INFORME UM CODIGO DE GRUPO MAIOR QUE ZERO'
          GO TO P320-FIM
       END-IF

       SET FS-CTT-OK TO TRUE
       OPEN INPUT CONTATOS
       IF NOT FS-CTT-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS-CTT WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'GRADCNTT' 'CONTATOS  '
               WS-FS-CTT WS-ERR-CHAVE
          GO TO P320-FIM
       END-IF
       MOVE LK-ID-CONTATO TO ID-CONTATO
       READ CONTATOS
            KEY IS ID-CONTATO
            INVALID KEY
               MOVE ZEROS TO CD-GRUPO
       END-READ
       CLOSE CONTATOS
       IF WS-CD-NOVO EQUAL CD-GRUPO
          DISPLAY 'ESTE JA E O GRUPO PRINCIPAL DO CONTATO'
          GO TO P320-FIM
       END-IF

       PERFORM P425-CONFERIR-GRUPO
       IF NOT GRUPO-VALIDO-OK
          GO TO P320-FIM
       END-IF

       PERFORM P430-GRAVAR-GRUPO THRU P430-FIM
       .
       P320-FIM.

       P330-EXCLUIR-GRUPO.
       PERFORM P400-CARREGAR-GRUPOS
       IF WS-QTD-GRUPOS EQUAL ZEROS
          DISPLAY 'NAO HA GRUPOS ADICIONAIS PARA ESTE CONTATO'
       ELSE
          SET WS-IDX TO 1
          PERFORM P410-EXIBIR-GRUPO
             UNTIL WS-IDX GREATER WS-QTD-GRUPOS
          DISPLAY 'INFORME O NUMERO DO GRUPO A EXCLUIR'
          DISPLAY '(1 A ' WS-QTD-GRUPOS ')'
          ACCEPT WS-SEL-ENTRADA
          IF WS-SEL-ENTRADA EQUAL ZEROS
             OR WS-SEL-ENTRADA GREATER WS-QTD-GRUPOS
             DISPLAY 'NUMERO FORA DA FAIXA LISTADA'
          ELSE
             DISPLAY 'TECLE <S> PARA CONFIRMAR A EXCLUSAO OU'
             DISPLAY '<QUALQUER TECLA> PARA ABORTAR'
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM EQUAL 'S'
                PERFORM P440-REMOVER-GRUPO
             ELSE
                DISPLAY 'EXCLUSAO NAO REALIZADA'
             END-IF
          END-IF
       END-IF
       .

       P400-CARREGAR-GRUPOS.
       MOVE ZEROS TO WS-QTD-GRUPOS
       SET FS-OK TO TRUE
       OPEN INPUT GRUPADIC
       IF WS-FS EQUAL 35
          CONTINUE
       ELSE
          IF FS-OK
             MOVE LK-ID-CONTATO TO GRA-ID-CONTATO
             MOVE ZEROS TO GRA-CD-GRUPO
             SET EOF-OK TO FALSE
             START GRUPADIC KEY IS GREATER OR EQUAL GRA-CHAVE
                   INVALID KEY
                      SET EOF-OK TO TRUE
             END-START
             PERFORM P405-CARREGAR-GRUPO UNTIL EOF-OK
             CLOSE GRUPADIC
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS ADICIONAIS'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'GRADCNTT' 'GRUPADIC  '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P405-CARREGAR-GRUPO.
       READ GRUPADIC NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF GRA-ID-CONTATO NOT EQUAL LK-ID-CONTATO
                  SET EOF-OK TO TRUE
               ELSE
                  IF WS-QTD-GRUPOS LESS 99
                     ADD 1 TO WS-QTD-GRUPOS
                     MOVE GRA-CD-GRUPO
                          TO WS-TAB-CD(WS-QTD-GRUPOS)
                     MOVE GRA-DATA
                          TO WS-TAB-DATA(WS-QTD-GRUPOS)
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Cada marcação sai com a descrição atual do grupo no
      * cadastro e a indicação de grupo desativado, se for o caso.
      *---------------------------------------------------------
       P410-EXIBIR-GRUPO.
       MOVE SPACES TO WS-NM-GRUPO
       SET GRUPO-DESAT-OK TO FALSE
       SET FS-GRP-OK TO TRUE
       OPEN INPUT GRUPOS
       IF FS-GRP-OK
          MOVE WS-TAB-CD(WS-IDX) TO GRP-CD-GRUPO
          READ GRUPOS
               KEY IS GRP-CD-GRUPO
               INVALID KEY
                  MOVE '(NAO CADASTRADO)' TO WS-NM-GRUPO
               NOT INVALID KEY
                  MOVE GRP-NM-GRUPO TO WS-NM-GRUPO
                  IF GRUPO-DESATIVADO
                     SET GRUPO-DESAT-OK TO TRUE
                  END-IF
          END-READ
          CLOSE GRUPOS
       END-IF
       IF GRUPO-DESAT-OK
          DISPLAY WS-IDX ') ' WS-TAB-CD(WS-IDX) ' - ' WS-NM-GRUPO
                  ' DESDE ' WS-TAB-DATA(WS-IDX) ' (DESATIVADO)'
       ELSE
          DISPLAY WS-IDX ') ' WS-TAB-CD(WS-IDX) ' - ' WS-NM-GRUPO
                  ' DESDE ' WS-TAB-DATA(WS-IDX)
       END-IF
       ADD 1 TO WS-IDX
       .

       P425-CONFERIR-GRUPO.
       SET GRUPO-VALIDO-OK TO FALSE
       SET FS-GRP-OK TO TRUE
       OPEN INPUT GRUPOS
       IF NOT FS-GRP-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS'
          CALL 'FSMSGTT' USING WS-FS-GRP WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'GRADCNTT' 'GRUPOS    '
               WS-FS-GRP WS-ERR-CHAVE
       ELSE
          MOVE WS-CD-NOVO TO GRP-CD-GRUPO
          READ GRUPOS
               KEY IS GRP-CD-GRUPO
               INVALID KEY
                  DISPLAY 'GRUPO NAO CADASTRADO'
               NOT INVALID KEY
                  IF GRUPO-DESATIVADO
                     DISPLAY 'GRUPO DESATIVADO NAO PODE SER USADO'
                  ELSE
                     DISPLAY 'GRUPO: ' GRP-CD-GRUPO ' - '
                             GRP-NM-GRUPO
                     SET GRUPO-VALIDO-OK TO TRUE
                  END-IF
          END-READ
          CLOSE GRUPOS
       END-IF
       .

       P430-GRAVAR-GRUPO.
       SET FS-OK TO TRUE
       OPEN I-O GRUPADIC
       IF WS-FS EQUAL 35
          OPEN OUTPUT GRUPADIC
          CLOSE GRUPADIC
          OPEN I-O GRUPADIC
       END-IF
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS ADICIONAIS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'GRADCNTT' 'GRUPADIC  '
               WS-FS WS-ERR-CHAVE
          GO TO P430-FIM
       END-IF

       MOVE LK-ID-CONTATO  TO GRA-ID-CONTATO
       MOVE WS-CD-NOVO     TO GRA-CD-GRUPO
       ACCEPT GRA-DATA FROM DATE YYYYMMDD
       MOVE LK-US-OPERADOR TO GRA-US-OPERADOR
       WRITE REG-GRUPO-ADIC
          INVALID KEY
             DISPLAY 'O CONTATO JA ESTA MARCADO COM ESTE GRUPO'
             CLOSE GRUPADIC
             GO TO P430-FIM
       END-WRITE
       CLOSE GRUPADIC

       DISPLAY 'GRUPO ADICIONAL GRAVADO COM SUCESSO'
       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE LK-ID-CONTATO TO WS-AUD-CHAVE
       STRING 'GRUPO ADICIONAL ' DELIMITED BY SIZE
              WS-CD-NOVO DELIMITED BY SIZE
         INTO WS-AUD-DEPOIS
       END-STRING
       CALL 'GRAVAUDTT' USING 'GRADCNTT' 'INCLUSAO  '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS
       .
       P430-FIM.

      *---------------------------------------------------------
      * Remove a marcação escolhida na lista.
      *---------------------------------------------------------
       P440-REMOVER-GRUPO.
       SET FS-OK TO TRUE
       OPEN I-O GRUPADIC
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS ADICIONAIS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'GRADCNTT' 'GRUPADIC  '
               WS-FS WS-ERR-CHAVE
       ELSE
          MOVE LK-ID-CONTATO TO GRA-ID-CONTATO
          MOVE WS-TAB-CD(WS-SEL-ENTRADA) TO GRA-CD-GRUPO
          DELETE GRUPADIC RECORD
             INVALID KEY
                DISPLAY 'GRUPO ADICIONAL NAO ENCONTRADO'
          END-DELETE
          CLOSE GRUPADIC

          DISPLAY 'GRUPO ADICIONAL EXCLUIDO COM SUCESSO'
          MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
          MOVE LK-ID-CONTATO TO WS-AUD-CHAVE
          STRING 'GRUPO ADICIONAL ' DELIMITED BY SIZE
                 WS-TAB-CD(WS-SEL-ENTRADA) DELIMITED BY SIZE
            INTO WS-AUD-ANTES
          END-STRING
          CALL 'GRAVAUDTT' USING 'GRADCNTT' 'EXCLUSAO  '
               LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
               WS-AUD-DEPOIS
       END-IF
       .
       END PROGRAM GRADCNTT.
