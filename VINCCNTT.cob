      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Manter os vínculos de um contato com outros
      *            contatos (CONTVINC.DAT): mesmo domicílio,
      *            empregador/funcionário e representante/
      *            representado. O vínculo é gravado a partir das
      *            duas pontas (ver FD_VINTT), então incluir ou
      *            excluir por qualquer um dos dois contatos vale
      *            para ambos. Só se vincula contato ativo, com o
      *            dígito verificador do id conferido; cada
      *            inclusão e exclusão sai na trilha de auditoria
      *            (GRAVAUDTT). Chamado da consulta por id
      *            (CONCONTT), que também exibe os vínculos.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINCCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT VINCULOS ASSIGN TO WS-ARQ-VINCULOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VIN-CHAVE
                FILE STATUS IS WS-FS.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CTT.

       DATA DIVISION.
       FILE SECTION.
       FD VINCULOS.
          COPY FD_VINTT.

       FD CONTATOS.
          COPY FD_CONTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-CTT        PIC 99.
          88 FS-CTT-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EOF           PIC X.
          88 EOF-OK        VALUE 'S' FALSE 'N'.
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-OPCAO         PIC X VALUE SPACES.
       77 WS-CONFIRM       PIC X VALUE SPACES.
       77 WS-ARQ-VINCULOS  PIC X(60) VALUE 'CONTVINC.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       77 WS-ID-NOVO       PIC 9(06) VALUE ZEROS.
       77 WS-DV-ENTRADA    PIC 9(01) VALUE ZEROS.
       77 WS-DV-CALCULADO  PIC 9(01) VALUE ZEROS.
       77 WS-TIPO-NOVO     PIC X(01) VALUE SPACES.
       77 WS-SENTIDO-NOVO  PIC X(01) VALUE SPACES.
       77 WS-SENTIDO-OPOSTO PIC X(01) VALUE SPACES.
       77 WS-NM-VINCULADO  PIC X(20) VALUE SPACES.
       77 WS-VINCULADO-OK  PIC X VALUE 'N'.
          88 VINCULADO-VALIDO-OK VALUE 'S' FALSE 'N'.
       77 WS-SEL-ENTRADA   PIC 9(03) VALUE ZEROS.
       77 WS-DESC-VINCULO  PIC X(15) VALUE SPACES.
       77 WS-DESC-TIPO     PIC X(01) VALUE SPACES.
       77 WS-DESC-SENTIDO  PIC X(01) VALUE SPACES.

       01 WS-TAB-VINCULOS.
          03 WS-TAB-ITEM OCCURS 50 TIMES.
             05 WS-TAB-ID      PIC 9(06).
             05 WS-TAB-TIPO    PIC X(01).
             05 WS-TAB-SENTIDO PIC X(01).
             05 WS-TAB-DATA    PIC 9(08).
       77 WS-QTD-VINCULOS  PIC 9(03) VALUE ZEROS.
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
            CALL 'ARQPARTT' USING WS-ARQ-VINCULOS
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            SET EXIT-OK TO FALSE
            PERFORM P300-PROCESSA-MENU THRU P300-FIM UNTIL EXIT-OK
            GOBACK.

       P300-PROCESSA-MENU.
       DISPLAY '--- VINCULOS DO CONTATO ' LK-ID-CONTATO ' ---'
       DISPLAY '<L> LISTAR   <I> INCLUIR   <E> EXCLUIR'
       DISPLAY '<F> VOLTAR'
       DISPLAY 'ESCOLHA A SUA OPCAO:'
       ACCEPT WS-OPCAO

       EVALUATE WS-OPCAO
          WHEN 'L'
             PERFORM P310-LISTAR-VINCULOS
          WHEN 'I'
             PERFORM P320-INCLUIR-VINCULO THRU P320-FIM
          WHEN 'E'
             PERFORM P330-EXCLUIR-VINCULO
          WHEN 'F'
             SET EXIT-OK TO TRUE
          WHEN OTHER
             DISPLAY 'OPCAO INVALIDA'
       END-EVALUATE
       .
       P300-FIM.

       P310-LISTAR-VINCULOS.
       PERFORM P400-CARREGAR-VINCULOS
       IF WS-QTD-VINCULOS EQUAL ZEROS
          DISPLAY 'NAO HA VINCULOS PARA ESTE CONTATO'
       ELSE
          SET WS-IDX TO 1
          PERFORM P410-EXIBIR-VINCULO
             UNTIL WS-IDX GREATER WS-QTD-VINCULOS
       END-IF
       .

      *---------------------------------------------------------
      * Inclui um vínculo: o outro contato precisa existir, estar
      * ativo e não ser o próprio; o par não pode já estar
      * vinculado. Empregador e representante perguntam o
      * sentido — quem é o empregador/representante de quem.
      *---------------------------------------------------------
       P320-INCLUIR-VINCULO.
       SET VINCULADO-VALIDO-OK TO FALSE
       DISPLAY 'INFORME O ID DO CONTATO A VINCULAR:'
       ACCEPT WS-ID-NOVO
       IF WS-ID-NOVO EQUAL ZEROS
          DISPLAY 'NUMERO DE IDENTIFICACAO INVALIDO'
          GO TO P320-FIM
       END-IF
       IF WS-ID-NOVO EQUAL LK-ID-CONTATO
          DISPLAY 'UM CONTATO NAO PODE SER VINCULADO A SI MESMO'
          GO TO P320-FIM
       END-IF
       DISPLAY 'INFORME O DIGITO VERIFICADOR DO ID:'
       ACCEPT WS-DV-ENTRADA
       CALL 'CALCDVTT' USING WS-ID-NOVO WS-DV-CALCULADO
       IF WS-DV-ENTRADA NOT EQUAL WS-DV-CALCULADO
          DISPLAY 'DIGITO VERIFICADOR NAO CONFERE, CONFIRA O'
          DISPLAY 'ID ANOTADO'
          GO TO P320-FIM
       END-IF

       PERFORM P425-CONFERIR-VINCULADO
       IF NOT VINCULADO-VALIDO-OK
          GO TO P320-FIM
       END-IF

       DISPLAY 'TIPO (D = MESMO DOMICILIO, E = EMPREGADOR,'
       DISPLAY 'R = REPRESENTANTE):'
       ACCEPT WS-TIPO-NOVO
       IF WS-TIPO-NOVO NOT EQUAL 'D'
          AND WS-TIPO-NOVO NOT EQUAL 'E'
          AND WS-TIPO-NOVO NOT EQUAL 'R'
          DISPLAY 'TIPO INVALIDO'
          GO TO P320-FIM
       END-IF

       MOVE 'D' TO WS-SENTIDO-NOVO
       IF WS-TIPO-NOVO NOT EQUAL 'D'
          DISPLAY 'TECLE <D> SE ' WS-NM-VINCULADO ' E O'
          DISPLAY 'EMPREGADOR/REPRESENTANTE DESTE CONTATO OU <I>'
          DISPLAY 'SE ESTE CONTATO E O EMPREGADOR/REPRESENTANTE'
          DISPLAY 'DELE:'
          ACCEPT WS-SENTIDO-NOVO
          IF WS-SENTIDO-NOVO NOT EQUAL 'D'
             AND WS-SENTIDO-NOVO NOT EQUAL 'I'
             DISPLAY 'SENTIDO INVALIDO'
             GO TO P320-FIM
          END-IF
       END-IF

       PERFORM P430-GRAVAR-VINCULO THRU P430-FIM
       .
       P320-FIM.

       P330-EXCLUIR-VINCULO.
       PERFORM P400-CARREGAR-VINCULOS
       IF WS-QTD-VINCULOS EQUAL ZEROS
          DISPLAY 'NAO HA VINCULOS PARA ESTE CONTATO'
       ELSE
          SET WS-IDX TO 1
          PERFORM P410-EXIBIR-VINCULO
             UNTIL WS-IDX GREATER WS-QTD-VINCULOS
          DISPLAY 'INFORME O NUMERO DO VINCULO A EXCLUIR'
          DISPLAY '(1 A ' WS-QTD-VINCULOS ')'
          ACCEPT WS-SEL-ENTRADA
          IF WS-SEL-ENTRADA EQUAL ZEROS
             OR WS-SEL-ENTRADA GREATER WS-QTD-VINCULOS
             DISPLAY 'NUMERO FORA DA FAIXA LISTADA'
          ELSE
             DISPLAY 'TECLE <S> PARA CONFIRMAR A EXCLUSAO OU'
             DISPLAY '<QUALQUER TECLA> PARA ABORTAR'
             ACCEPT WS-CONFIRM
             IF WS-CONFIRM EQUAL 'S'
                PERFORM P440-REMOVER-VINCULO
             ELSE
                DISPLAY 'EXCLUSAO NAO REALIZADA'
             END-IF
          END-IF
       END-IF
       .

       P400-CARREGAR-VINCULOS.
       MOVE ZEROS TO WS-QTD-VINCULOS
       SET FS-OK TO TRUE
       OPEN INPUT VINCULOS
       IF WS-FS EQUAL 35
          CONTINUE
       ELSE
          IF FS-OK
             MOVE LK-ID-CONTATO TO VIN-ID-CONTATO
             MOVE ZEROS TO VIN-ID-VINCULADO
             SET EOF-OK TO FALSE
             START VINCULOS KEY IS GREATER OR EQUAL VIN-CHAVE
                   INVALID KEY
                      SET EOF-OK TO TRUE
             END-START
             PERFORM P405-CARREGAR-VINCULO UNTIL EOF-OK
             CLOSE VINCULOS
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'VINCCNTT' 'VINCULOS  '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P405-CARREGAR-VINCULO.
       READ VINCULOS NEXT RECORD
            AT END
               SET EOF-OK TO TRUE
            NOT AT END
               IF VIN-ID-CONTATO NOT EQUAL LK-ID-CONTATO
                  SET EOF-OK TO TRUE
               ELSE
                  IF WS-QTD-VINCULOS LESS 50
                     ADD 1 TO WS-QTD-VINCULOS
                     MOVE VIN-ID-VINCULADO
                          TO WS-TAB-ID(WS-QTD-VINCULOS)
                     MOVE VIN-TIPO
                          TO WS-TAB-TIPO(WS-QTD-VINCULOS)
                     MOVE VIN-SENTIDO
                          TO WS-TAB-SENTIDO(WS-QTD-VINCULOS)
                     MOVE VIN-DATA
                          TO WS-TAB-DATA(WS-QTD-VINCULOS)
                  END-IF
               END-IF
       END-READ
       .

      *---------------------------------------------------------
      * Cada vínculo sai com o papel do outro contato em relação
      * a este e o nome atual dele na base.
      *---------------------------------------------------------
       P410-EXIBIR-VINCULO.
       MOVE WS-TAB-TIPO(WS-IDX)    TO WS-DESC-TIPO
       MOVE WS-TAB-SENTIDO(WS-IDX) TO WS-DESC-SENTIDO
       PERFORM P415-DESCREVER-VINCULO
       MOVE SPACES TO WS-NM-VINCULADO
       SET FS-CTT-OK TO TRUE
       OPEN INPUT CONTATOS
       IF FS-CTT-OK
          MOVE WS-TAB-ID(WS-IDX) TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  MOVE '(NAO ENCONTRADO)' TO WS-NM-VINCULADO
               NOT INVALID KEY
                  MOVE NM-CONTATO TO WS-NM-VINCULADO
          END-READ
          CLOSE CONTATOS
       END-IF
       DISPLAY WS-IDX ') ' WS-DESC-VINCULO ' ' WS-TAB-ID(WS-IDX)
               ' ' WS-NM-VINCULADO ' DESDE ' WS-TAB-DATA(WS-IDX)
       ADD 1 TO WS-IDX
       .

       P415-DESCREVER-VINCULO.
       EVALUATE WS-DESC-TIPO ALSO WS-DESC-SENTIDO
          WHEN 'D' ALSO ANY
             MOVE 'MESMO DOMICILIO' TO WS-DESC-VINCULO
          WHEN 'E' ALSO 'D'
             MOVE 'EMPREGADOR'      TO WS-DESC-VINCULO
          WHEN 'E' ALSO 'I'
             MOVE 'FUNCIONARIO'     TO WS-DESC-VINCULO
          WHEN 'R' ALSO 'D'
             MOVE 'REPRESENTANTE'   TO WS-DESC-VINCULO
          WHEN 'R' ALSO 'I'
             MOVE 'REPRESENTADO'    TO WS-DESC-VINCULO
          WHEN OTHER
             MOVE 'VINCULO'         TO WS-DESC-VINCULO
       END-EVALUATE
       .

       P425-CONFERIR-VINCULADO.
       SET VINCULADO-VALIDO-OK TO FALSE
       SET FS-CTT-OK TO TRUE
       OPEN INPUT CONTATOS
       IF NOT FS-CTT-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CONTATOS'
          CALL 'FSMSGTT' USING WS-FS-CTT WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'VINCCNTT' 'CONTATOS  '
               WS-FS-CTT WS-ERR-CHAVE
       ELSE
          MOVE WS-ID-NOVO TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  DISPLAY 'CONTATO NAO EXISTE'
               NOT INVALID KEY
                  IF CONTATO-INATIVO
                     DISPLAY 'CONTATO INATIVO NAO PODE SER VINCULADO'
                  ELSE
                     MOVE NM-CONTATO TO WS-NM-VINCULADO
                     SET VINCULADO-VALIDO-OK TO TRUE
                  END-IF
          END-READ
          CLOSE CONTATOS
       END-IF
       .

      *---------------------------------------------------------
      * Grava as duas pontas do vínculo. A segunda linha leva o
      * sentido oposto (domicílio continua 'D' dos dois lados).
      *---------------------------------------------------------
       P430-GRAVAR-VINCULO.
       SET FS-OK TO TRUE
       OPEN I-O VINCULOS
       IF WS-FS EQUAL 35
          OPEN OUTPUT VINCULOS
          CLOSE VINCULOS
          OPEN I-O VINCULOS
       END-IF
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'VINCCNTT' 'VINCULOS  '
               WS-FS WS-ERR-CHAVE
          GO TO P430-FIM
       END-IF

       MOVE WS-SENTIDO-NOVO TO WS-SENTIDO-OPOSTO
       IF WS-TIPO-NOVO NOT EQUAL 'D'
          IF WS-SENTIDO-NOVO EQUAL 'D'
             MOVE 'I' TO WS-SENTIDO-OPOSTO
          ELSE
             MOVE 'D' TO WS-SENTIDO-OPOSTO
          END-IF
       END-IF

       MOVE LK-ID-CONTATO   TO VIN-ID-CONTATO
       MOVE WS-ID-NOVO      TO VIN-ID-VINCULADO
       MOVE WS-TIPO-NOVO    TO VIN-TIPO
       MOVE WS-SENTIDO-NOVO TO VIN-SENTIDO
       ACCEPT VIN-DATA FROM DATE YYYYMMDD
       MOVE LK-US-OPERADOR  TO VIN-US-OPERADOR
       WRITE REG-VINCULO
          INVALID KEY
             DISPLAY 'OS DOIS CONTATOS JA ESTAO VINCULADOS'
             CLOSE VINCULOS
             GO TO P430-FIM
       END-WRITE

       MOVE WS-ID-NOVO        TO VIN-ID-CONTATO
       MOVE LK-ID-CONTATO     TO VIN-ID-VINCULADO
       MOVE WS-SENTIDO-OPOSTO TO VIN-SENTIDO
       WRITE REG-VINCULO
          INVALID KEY
             REWRITE REG-VINCULO
       END-WRITE
       CLOSE VINCULOS

       DISPLAY 'VINCULO GRAVADO COM SUCESSO'
       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE LK-ID-CONTATO TO WS-AUD-CHAVE
       STRING 'VINCULO ' DELIMITED BY SIZE
              WS-TIPO-NOVO DELIMITED BY SIZE
              WS-SENTIDO-NOVO DELIMITED BY SIZE
              ' COM ' DELIMITED BY SIZE
              WS-ID-NOVO DELIMITED BY SIZE
         INTO WS-AUD-DEPOIS
       END-STRING
       CALL 'GRAVAUDTT' USING 'VINCCNTT' 'INCLUSAO  '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS
       .
       P430-FIM.

      *---------------------------------------------------------
      * Remove as duas pontas do vínculo escolhido na lista.
      *---------------------------------------------------------
       P440-REMOVER-VINCULO.
       SET FS-OK TO TRUE
       OPEN I-O VINCULOS
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE VINCULOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'VINCCNTT' 'VINCULOS  '
               WS-FS WS-ERR-CHAVE
       ELSE
          MOVE LK-ID-CONTATO TO VIN-ID-CONTATO
          MOVE WS-TAB-ID(WS-SEL-ENTRADA) TO VIN-ID-VINCULADO
          DELETE VINCULOS RECORD
             INVALID KEY
                DISPLAY 'VINCULO NAO ENCONTRADO'
          END-DELETE
          MOVE WS-TAB-ID(WS-SEL-ENTRADA) TO VIN-ID-CONTATO
          MOVE LK-ID-CONTATO TO VIN-ID-VINCULADO
          DELETE VINCULOS RECORD
             INVALID KEY
                CONTINUE
          END-DELETE
          CLOSE VINCULOS

          DISPLAY 'VINCULO EXCLUIDO COM SUCESSO'
          MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
          MOVE LK-ID-CONTATO TO WS-AUD-CHAVE
          STRING 'VINCULO ' DELIMITED BY SIZE
                 WS-TAB-TIPO(WS-SEL-ENTRADA) DELIMITED BY SIZE
                 WS-TAB-SENTIDO(WS-SEL-ENTRADA) DELIMITED BY SIZE
                 ' COM ' DELIMITED BY SIZE
                 WS-TAB-ID(WS-SEL-ENTRADA) DELIMITED BY SIZE
            INTO WS-AUD-ANTES
          END-STRING
          CALL 'GRAVAUDTT' USING 'VINCCNTT' 'EXCLUSAO  '
               LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
               WS-AUD-DEPOIS
       END-IF
       .
       END PROGRAM VINCCNTT.
