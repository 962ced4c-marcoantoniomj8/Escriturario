      *                   dígito verificador (CALCDVTT): fundir o
      *                   par errado por transposição é barrado
      *                   na digitação.
      * 15/10/2026 MAMJ - Os vínculos do contato fundido com
      *                   outros contatos (CONTVINC.DAT) passam
      *                   para o sobrevivente, nas duas pontas; um
      *                   vínculo que o sobrevivente já tinha, ou
      *                   entre os dois fundidos, é descartado.
      * 15/10/2026 MAMJ - Os grupos adicionais do contato fundido
      *                   (CONTGRAD.DAT) passam para o
      *                   sobrevivente, e o grupo principal do
      *                   fundido, quando não é o que sobreviveu,
      *                   vira grupo adicional do sobrevivente em
      *                   vez de se perder.
      * 15/10/2026 MAMJ - Carteira (CONTCART.DAT): o sobrevivente
      *                   mantém o seu operador responsável; sem
      *                   responsável, herda o do contato fundido,
      *                   que deixa a carteira.
      * 15/10/2026 MAMJ - Fusão recusada quando qualquer um dos dois
      *                   contatos está sob bloqueio legal
      *                   (VERBLQTT).
      * 15/10/2026 MAMJ - O nome completo (chave alternativa da base)
      *                   aparece lado a lado e acompanha a escolha do
      *                   nome; as chaves de outros sistemas
      *                   (CONTCHAV.DAT) do contato fundido passam
      *                   para o sobrevivente.
      *********************************************************

       IDENTIFICATION DIVISION.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                RECORD KEY IS XRF-ID-ORIGEM
                FILE STATUS IS WS-FS-XRF.

                SELECT VINCULOS ASSIGN TO WS-ARQ-VINCULOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS VIN-CHAVE
                FILE STATUS IS WS-FS-VIN.

                SELECT GRUPADIC ASSIGN TO WS-ARQ-GRUPADIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS GRA-CHAVE
                ALTERNATE RECORD KEY IS GRA-CD-GRUPO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-GRA.

                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CAR.

                SELECT CHAVES ASSIGN TO WS-ARQ-CHAVES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHV-CHAVE
                ALTERNATE RECORD KEY IS CHV-ID-CONTATO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CHV.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD REMISSOES.
          COPY FD_XRFTT.

       FD VINCULOS.
          COPY FD_VINTT.

       FD GRUPADIC.
          COPY FD_GRADTT.

       FD CARTEIRA.
          COPY FD_CARTT.

       FD CHAVES.
          COPY FD_CHVTT.

       WORKING-STORAGE SECTION.

       01 WS-SOBREVIVENTE  PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-SOBREVIVENTE.
          03 WS-SOB-ID     PIC 9(06).
          03 WS-SOB-NOME   PIC X(20).
          03 WS-SOB-FILIAL PIC X(03).
          03 WS-SOB-DOC    PIC X(14).
          03 WS-SOB-CONSENT PIC X(03).
          03 WS-SOB-ST-ENDER PIC X(01).
          03 WS-SOB-NM-COMPLETO PIC X(60).
       01 WS-PERDEDOR      PIC X(284) VALUE SPACES.
       01 FILLER REDEFINES WS-PERDEDOR.
          03 WS-PER-ID     PIC 9(06).
          03 WS-PER-NOME   PIC X(20).
          03 WS-PER-FILIAL PIC X(03).
          03 WS-PER-DOC    PIC X(14).
          03 WS-PER-CONSENT PIC X(03).
          03 WS-PER-ST-ENDER PIC X(01).
          03 WS-PER-NM-COMPLETO PIC X(60).

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-REMISSOES PIC X(60) VALUE 'CONTXREF.DAT'.
       77 WS-FS-VIN        PIC 99.
          88 FS-VIN-OK     VALUE 0.
       77 WS-ARQ-VINCULOS  PIC X(60) VALUE 'CONTVINC.DAT'.
       77 WS-FIM-VINCULOS  PIC X VALUE 'N'.
          88 FIM-VINCULOS-OK VALUE 'S' FALSE 'N'.
       77 WS-VIN-OUTRO     PIC 9(06) VALUE ZEROS.
       77 WS-VIN-TIPO      PIC X(01) VALUE SPACES.
       77 WS-VIN-SENTIDO   PIC X(01) VALUE SPACES.
       77 WS-VIN-DATA      PIC 9(08) VALUE ZEROS.
       77 WS-VIN-OPERADOR  PIC X(12) VALUE SPACES.
       77 WS-VINC-MOVIDOS  PIC 9(03) VALUE ZEROS.
       77 WS-FS-GRA        PIC 99.
          88 FS-GRA-OK     VALUE 0.
       77 WS-ARQ-GRUPADIC  PIC X(60) VALUE 'CONTGRAD.DAT'.
       77 WS-FIM-GRUPADIC  PIC X VALUE 'N'.
          88 FIM-GRUPADIC-OK VALUE 'S' FALSE 'N'.
       77 WS-GRA-GRUPO     PIC 9(03) VALUE ZEROS.
       77 WS-GRA-DATA      PIC 9(08) VALUE ZEROS.
       77 WS-GRA-OPERADOR  PIC X(12) VALUE SPACES.
       77 WS-GRAD-MOVIDOS  PIC 9(03) VALUE ZEROS.
       77 WS-FS-CAR        PIC 99.
          88 FS-CAR-OK     VALUE 0.
       77 WS-ARQ-CARTEIRA  PIC X(60) VALUE 'CONTCART.DAT'.
       77 WS-CAR-PERDEDOR  PIC X(08) VALUE SPACES.
       77 WS-CAR-DATA      PIC 9(08) VALUE ZEROS.
       77 WS-FS-CHV        PIC 99.
          88 FS-CHV-OK     VALUE 0.
       77 WS-ARQ-CHAVES    PIC X(60) VALUE 'CONTCHAV.DAT'.
       77 WS-FIM-CHAVES    PIC X VALUE 'N'.
          88 FIM-CHAVES-OK VALUE 'S' FALSE 'N'.
       77 WS-CHAV-MOVIDAS  PIC 9(03) VALUE ZEROS.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       77 WS-ID-SOBREV     PIC 9(06) VALUE ZEROS.
       77 WS-ID-PERDE      PIC 9(06) VALUE ZEROS.
       77 WS-BLQ-PROCESSO  PIC X(20) VALUE SPACES.
       77 WS-BLQ-RESULTADO PIC X(01) VALUE 'N'.
          88 CONTATO-BLOQUEADO VALUE 'S' 'I'.
       77 WS-ID-VALIDO     PIC X VALUE 'N'.
          88 ID-VALIDO-OK  VALUE 'S' FALSE 'N'.
       77 WS-ACHOU         PIC X VALUE 'N'.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-REMISSOES
            CALL 'ARQPARTT' USING WS-ARQ-VINCULOS
            CALL 'ARQPARTT' USING WS-ARQ-GRUPADIC
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'ARQPARTT' USING WS-ARQ-CHAVES
            DISPLAY '***** FUSAO DE CONTATOS DUPLICADOS *****'

            DISPLAY 'INFORME O ID DO CONTATO SOBREVIVENTE:'
               END-IF
            END-IF

            IF ID-VALIDO-OK
               PERFORM P150-VERIFICAR-BLOQUEIOS
            END-IF

            IF ID-VALIDO-OK
               PERFORM P200-EXIBIR-LADO-A-LADO
               PERFORM P300-ESCOLHER-CAMPOS
       END-IF
       .

      *---------------------------------------------------------
      * A fusão apaga um dos contatos e altera o outro; com
      * qualquer dos dois sob bloqueio legal ela não é feita.
      *---------------------------------------------------------
       P150-VERIFICAR-BLOQUEIOS.
       CALL 'VERBLQTT' USING WS-ID-SOBREV WS-BLQ-PROCESSO
                             WS-BLQ-RESULTADO
       IF CONTATO-BLOQUEADO
          DISPLAY 'SOBREVIVENTE SOB BLOQUEIO LEGAL, PROCESSO '
                  WS-BLQ-PROCESSO
          SET ID-VALIDO-OK TO FALSE
       END-IF
       CALL 'VERBLQTT' USING WS-ID-PERDE WS-BLQ-PROCESSO
                             WS-BLQ-RESULTADO
       IF CONTATO-BLOQUEADO
          DISPLAY 'CONTATO A FUNDIR SOB BLOQUEIO LEGAL, PROCESSO '
                  WS-BLQ-PROCESSO
          SET ID-VALIDO-OK TO FALSE
       END-IF
       IF NOT ID-VALIDO-OK
          DISPLAY 'FUSAO NAO PERMITIDA ATE A LIBERACAO PELO'
          DISPLAY 'SUPERVISOR'
       END-IF
       .

       P200-EXIBIR-LADO-A-LADO.
       DISPLAY '----- SOBREVIVENTE (1) ---- A FUNDIR (2) -----'
       DISPLAY 'ID........: ' WS-SOB-ID '  /  ' WS-PER-ID
       DISPLAY 'NOME......: ' WS-SOB-NOME '  /  ' WS-PER-NOME
       DISPLAY 'NOME COMPL: ' WS-SOB-NM-COMPLETO
       DISPLAY '       (2): ' WS-PER-NM-COMPLETO
       DISPLAY 'TELEFONE..: ' WS-SOB-TEL '  /  ' WS-PER-TEL
       DISPLAY 'E-MAIL....: ' WS-SOB-EMAIL
       DISPLAY '       (2): ' WS-PER-EMAIL
       DISPLAY 'REGISTRO A FUNDIR OU <ENTER> PARA MANTER O DO'
       DISPLAY 'SOBREVIVENTE'

      *    O nome curto e o nome completo andam juntos: a chave
      *    alternativa da base (e a busca de homônimos) é o
      *    nome completo.
       DISPLAY 'NOME? (1=' WS-SOB-NM-COMPLETO ')'
       DISPLAY '      (2=' WS-PER-NM-COMPLETO ')'
       ACCEPT WS-ESCOLHA
       IF WS-ESCOLHA EQUAL '2'
          MOVE WS-PER-NOME        TO WS-SOB-NOME
          MOVE WS-PER-NM-COMPLETO TO WS-SOB-NM-COMPLETO
       END-IF

       DISPLAY 'TELEFONE? (' WS-SOB-TEL '/' WS-PER-TEL ')'
                  MOVE WS-SOB-ENDER TO ENDERECO
                  MOVE WS-SOB-GRUPO TO CD-GRUPO
                  MOVE WS-SOB-NASC  TO DT-NASCIMENTO
                  MOVE WS-SOB-NM-COMPLETO TO NM-COMPLETO
                  ACCEPT DT-ULT-ALTERACAO FROM DATE YYYYMMDD
                  MOVE LK-US-OPERADOR TO US-ULT-ALTERACAO
                  REWRITE REG-CONTATOS
          END-READ
          CLOSE CONTATOS
          IF FUSAO-GRAVADA-OK
             PERFORM P440-TRANSFERIR-VINCULOS
             PERFORM P470-TRANSFERIR-GRUPOS-ADIC
             PERFORM P495-ACERTAR-CARTEIRA
             PERFORM P497-TRANSFERIR-CHAVES
             PERFORM P430-RECONSTRUIR-INDICES
          END-IF
       END-IF
               WS-FS-XRF WS-ERR-CHAVE
       END-IF
       .

      *---------------------------------------------------------
      * Passa os vínculos do perdedor para o sobrevivente. Cada
      * vínculo existe nas duas pontas (FD_VINTT): as duas linhas
      * do perdedor saem e as duas do sobrevivente entram, com o
      * mesmo tipo, sentido, data e operador. O DELETE aleatório
      * desfaz o posicionamento, então cada volta reposiciona no
      * primeiro vínculo restante do perdedor.
      *---------------------------------------------------------
       P440-TRANSFERIR-VINCULOS.
       MOVE ZEROS TO WS-VINC-MOVIDOS
       SET FS-VIN-OK TO TRUE
       OPEN I-O VINCULOS
       IF FS-VIN-OK
          SET FIM-VINCULOS-OK TO FALSE
          PERFORM P450-TRANSFERIR-VINCULO UNTIL FIM-VINCULOS-OK
          CLOSE VINCULOS
          IF WS-VINC-MOVIDOS GREATER ZEROS
             DISPLAY 'VINCULOS TRANSFERIDOS AO SOBREVIVENTE: '
                     WS-VINC-MOVIDOS
          END-IF
       END-IF
       .

       P450-TRANSFERIR-VINCULO.
       MOVE WS-ID-PERDE TO VIN-ID-CONTATO
       MOVE ZEROS TO VIN-ID-VINCULADO
       START VINCULOS KEY IS GREATER OR EQUAL VIN-CHAVE
             INVALID KEY
                SET FIM-VINCULOS-OK TO TRUE
       END-START
       IF NOT FIM-VINCULOS-OK
          READ VINCULOS NEXT RECORD
               AT END
                  SET FIM-VINCULOS-OK TO TRUE
               NOT AT END
                  IF VIN-ID-CONTATO NOT EQUAL WS-ID-PERDE
                     SET FIM-VINCULOS-OK TO TRUE
                  END-IF
          END-READ
       END-IF
       IF NOT FIM-VINCULOS-OK
          MOVE VIN-ID-VINCULADO TO WS-VIN-OUTRO
          MOVE VIN-TIPO         TO WS-VIN-TIPO
          MOVE VIN-SENTIDO      TO WS-VIN-SENTIDO
          MOVE VIN-DATA         TO WS-VIN-DATA
          MOVE VIN-US-OPERADOR  TO WS-VIN-OPERADOR
          DELETE VINCULOS RECORD
             INVALID KEY
                SET FIM-VINCULOS-OK TO TRUE
          END-DELETE
          MOVE WS-VIN-OUTRO TO VIN-ID-CONTATO
          MOVE WS-ID-PERDE  TO VIN-ID-VINCULADO
          DELETE VINCULOS RECORD
             INVALID KEY
                CONTINUE
          END-DELETE
          IF WS-VIN-OUTRO NOT EQUAL WS-ID-SOBREV
             PERFORM P460-GRAVAR-VINCULO-SOBREV
          END-IF
       END-IF
       .

       P460-GRAVAR-VINCULO-SOBREV.
       MOVE WS-ID-SOBREV    TO VIN-ID-CONTATO
       MOVE WS-VIN-OUTRO    TO VIN-ID-VINCULADO
       MOVE WS-VIN-TIPO     TO VIN-TIPO
       MOVE WS-VIN-SENTIDO  TO VIN-SENTIDO
       MOVE WS-VIN-DATA     TO VIN-DATA
       MOVE WS-VIN-OPERADOR TO VIN-US-OPERADOR
       WRITE REG-VINCULO
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             ADD 1 TO WS-VINC-MOVIDOS
             MOVE WS-VIN-OUTRO TO VIN-ID-CONTATO
             MOVE WS-ID-SOBREV TO VIN-ID-VINCULADO
             IF WS-VIN-TIPO NOT EQUAL 'D'
                IF WS-VIN-SENTIDO EQUAL 'D'
                   MOVE 'I' TO VIN-SENTIDO
                ELSE
                   MOVE 'D' TO VIN-SENTIDO
                END-IF
             END-IF
             WRITE REG-VINCULO
                INVALID KEY
                   CONTINUE
             END-WRITE
       END-WRITE
       .

      *---------------------------------------------------------
      * Grupos adicionais do perdedor passam ao sobrevivente,
      * descartando o que ele já tem (como principal ou como
      * adicional). O grupo principal do perdedor que não
      * sobreviveu na escolha campo a campo entra como adicional.
      * O DELETE desfaz o posicionamento, então cada volta
      * reposiciona na primeira marcação restante do perdedor.
      *---------------------------------------------------------
       P470-TRANSFERIR-GRUPOS-ADIC.
       MOVE ZEROS TO WS-GRAD-MOVIDOS
       SET FS-GRA-OK TO TRUE
       OPEN I-O GRUPADIC
       IF WS-FS-GRA EQUAL 35
          OPEN OUTPUT GRUPADIC
          CLOSE GRUPADIC
          OPEN I-O GRUPADIC
       END-IF
       IF FS-GRA-OK
          SET FIM-GRUPADIC-OK TO FALSE
          PERFORM P480-TRANSFERIR-GRUPO-ADIC UNTIL FIM-GRUPADIC-OK
          IF WS-PER-GRUPO NOT EQUAL ZEROS
             AND WS-PER-GRUPO NOT EQUAL WS-SOB-GRUPO
             MOVE WS-PER-GRUPO TO WS-GRA-GRUPO
             ACCEPT WS-GRA-DATA FROM DATE YYYYMMDD
             MOVE LK-US-OPERADOR TO WS-GRA-OPERADOR
             PERFORM P490-GRAVAR-GRUPO-SOBREV
          END-IF
          CLOSE GRUPADIC
          IF WS-GRAD-MOVIDOS GREATER ZEROS
             DISPLAY 'GRUPOS ADICIONAIS PASSADOS AO SOBREVIVENTE: '
                     WS-GRAD-MOVIDOS
          END-IF
       ELSE
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE GRUPOS ADICIONAIS'
          CALL 'FSMSGTT' USING WS-FS-GRA WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'FUSCONTT' 'GRUPADIC  '
               WS-FS-GRA WS-ERR-CHAVE
       END-IF
       .

       P480-TRANSFERIR-GRUPO-ADIC.
       MOVE WS-ID-PERDE TO GRA-ID-CONTATO
       MOVE ZEROS TO GRA-CD-GRUPO
       START GRUPADIC KEY IS GREATER OR EQUAL GRA-CHAVE
             INVALID KEY
                SET FIM-GRUPADIC-OK TO TRUE
       END-START
       IF NOT FIM-GRUPADIC-OK
          READ GRUPADIC NEXT RECORD
               AT END
                  SET FIM-GRUPADIC-OK TO TRUE
               NOT AT END
                  IF GRA-ID-CONTATO NOT EQUAL WS-ID-PERDE
                     SET FIM-GRUPADIC-OK TO TRUE
                  END-IF
          END-READ
       END-IF
       IF NOT FIM-GRUPADIC-OK
          MOVE GRA-CD-GRUPO    TO WS-GRA-GRUPO
          MOVE GRA-DATA        TO WS-GRA-DATA
          MOVE GRA-US-OPERADOR TO WS-GRA-OPERADOR
          DELETE GRUPADIC RECORD
             INVALID KEY
                SET FIM-GRUPADIC-OK TO TRUE
          END-DELETE
          IF WS-GRA-GRUPO NOT EQUAL WS-SOB-GRUPO
             PERFORM P490-GRAVAR-GRUPO-SOBREV
          END-IF
       END-IF
       .

       P490-GRAVAR-GRUPO-SOBREV.
       MOVE WS-ID-SOBREV    TO GRA-ID-CONTATO
       MOVE WS-GRA-GRUPO    TO GRA-CD-GRUPO
       MOVE WS-GRA-DATA     TO GRA-DATA
       MOVE WS-GRA-OPERADOR TO GRA-US-OPERADOR
       WRITE REG-GRUPO-ADIC
          INVALID KEY
             CONTINUE
          NOT INVALID KEY
             ADD 1 TO WS-GRAD-MOVIDOS
       END-WRITE
       .

      *---------------------------------------------------------
      * O perdedor deixa a carteira; o responsável dele passa ao
      * sobrevivente somente quando este ainda não tem um.
      *---------------------------------------------------------
       P495-ACERTAR-CARTEIRA.
       SET FS-CAR-OK TO TRUE
       OPEN I-O CARTEIRA
       IF FS-CAR-OK
          MOVE SPACES TO WS-CAR-PERDEDOR
          MOVE WS-ID-PERDE TO CAR-ID-CONTATO
          READ CARTEIRA
               KEY IS CAR-ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CAR-CD-OPERADOR TO WS-CAR-PERDEDOR
                  MOVE CAR-DATA        TO WS-CAR-DATA
                  DELETE CARTEIRA RECORD
                     INVALID KEY
                        CONTINUE
                  END-DELETE
          END-READ
          IF WS-CAR-PERDEDOR NOT EQUAL SPACES
             MOVE WS-ID-SOBREV    TO CAR-ID-CONTATO
             MOVE WS-CAR-PERDEDOR TO CAR-CD-OPERADOR
             MOVE WS-CAR-DATA     TO CAR-DATA
             MOVE LK-US-OPERADOR  TO CAR-US-OPERADOR
             WRITE REG-CARTEIRA
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   DISPLAY 'O SOBREVIVENTE HERDOU O RESPONSAVEL '
                           WS-CAR-PERDEDOR
             END-WRITE
          END-IF
          CLOSE CARTEIRA
       ELSE
          IF WS-FS-CAR NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTEIRAS'
             CALL 'FSMSGTT' USING WS-FS-CAR WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'FUSCONTT' 'CARTEIRA  '
                  WS-FS-CAR WS-ERR-CHAVE
          END-IF
       END-IF
       .
      *---------------------------------------------------------
      * As chaves de outros sistemas (CONTCHAV.DAT) do perdedor
      * passam a apontar para o sobrevivente, para a busca por
      * chave externa não cair no contato inativo. O id não faz
      * parte da chave do arquivo, então basta o REWRITE; cada
      * volta reposiciona pela chave alternativa do id, pois a
      * linha regravada sai da lista do perdedor.
      *---------------------------------------------------------
       P497-TRANSFERIR-CHAVES.
       MOVE ZEROS TO WS-CHAV-MOVIDAS
       SET FS-CHV-OK TO TRUE
       OPEN I-O CHAVES
       IF FS-CHV-OK
          SET FIM-CHAVES-OK TO FALSE
          PERFORM P498-TRANSFERIR-CHAVE UNTIL FIM-CHAVES-OK
          CLOSE CHAVES
          IF WS-CHAV-MOVIDAS GREATER ZEROS
             DISPLAY 'CHAVES EXTERNAS PASSADAS AO SOBREVIVENTE: '
                     WS-CHAV-MOVIDAS
          END-IF
       ELSE
          IF WS-FS-CHV NOT EQUAL 35
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CHAVES EXTERNAS'
             CALL 'FSMSGTT' USING WS-FS-CHV WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'FUSCONTT' 'CHAVES    '
                  WS-FS-CHV WS-ERR-CHAVE
          END-IF
       END-IF
       .

       P498-TRANSFERIR-CHAVE.
       MOVE WS-ID-PERDE TO CHV-ID-CONTATO
       START CHAVES KEY IS EQUAL CHV-ID-CONTATO
             INVALID KEY
                SET FIM-CHAVES-OK TO TRUE
       END-START
       IF NOT FIM-CHAVES-OK
          READ CHAVES NEXT RECORD
               AT END
                  SET FIM-CHAVES-OK TO TRUE
               NOT AT END
                  IF CHV-ID-CONTATO NOT EQUAL WS-ID-PERDE
                     SET FIM-CHAVES-OK TO TRUE
                  END-IF
          END-READ
       END-IF
       IF NOT FIM-CHAVES-OK
          MOVE WS-ID-SOBREV TO CHV-ID-CONTATO
          REWRITE REG-CHAVEXT
             INVALID KEY
                SET FIM-CHAVES-OK TO TRUE
             NOT INVALID KEY
                ADD 1 TO WS-CHAV-MOVIDAS
          END-REWRITE
       END-IF
       .
       END PROGRAM FUSCONTT.
