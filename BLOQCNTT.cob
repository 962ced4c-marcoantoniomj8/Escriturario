      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Colocar e liberar o bloqueio legal de um
      *            contato (CONTBLOQ.DAT). Contato envolvido em
      *            processo, disputa ou auditoria fica congelado:
      *            eliminação, arquivamento, fusão e inativação
      *            recusam o id enquanto o bloqueio estiver ativo
      *            (consulta pelo VERBLQTT), e a rotação do log
      *            mantém as linhas dele no log corrente. O
      *            bloqueio exige o número do processo e o motivo;
      *            a liberação exige o motivo da liberação. Vale
      *            para contato da base viva ou do arquivo morto.
      *            Restrito ao supervisor pelo MENUCNTT, e toda
      *            ação sai na trilha de auditoria (GRAVAUDTT):
      *            chave = id, antes = processo, depois = motivo.
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT BLOQUEIOS ASSIGN TO WS-ARQ-BLOQUEIOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BLQ-ID-CONTATO
                FILE STATUS IS WS-FS.

                SELECT CONTATOS ASSIGN TO WS-ARQ-CONTATOS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-CONTATO
                ALTERNATE RECORD KEY IS NM-COMPLETO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CON.

                SELECT ARQMORTO ASSIGN TO WS-ARQ-ARQMORTO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ARC-ID-CONTATO
                FILE STATUS IS WS-FS-ARC.

       DATA DIVISION.
       FILE SECTION.
       FD BLOQUEIOS.
          COPY FD_BLQTT.

       FD CONTATOS.
          COPY FD_CONTT.

       FD ARQMORTO.
          COPY FD_ARCTT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-CON        PIC 99.
          88 FS-CON-OK     VALUE 0.
       77 WS-FS-ARC        PIC 99.
          88 FS-ARC-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-EXIT          PIC X.
          88 EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-CONFIRM       PIC X VALUE SPACES.
       77 WS-ARQ-BLOQUEIOS PIC X(60) VALUE 'CONTBLOQ.DAT'.
       77 WS-ARQ-CONTATOS  PIC X(60) VALUE 'CONTATOS.DAT'.
       77 WS-ARQ-ARQMORTO  PIC X(60) VALUE 'CONTARCH.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       77 WS-ID-ENTRADA    PIC 9(06) VALUE ZEROS.
       77 WS-DV-ENTRADA    PIC 9(01) VALUE ZEROS.
       77 WS-DV-CALCULADO  PIC 9(01) VALUE ZEROS.
       77 WS-ID-VALIDO     PIC X VALUE 'N'.
          88 ID-VALIDO-OK  VALUE 'S' FALSE 'N'.
       77 WS-NM-PESSOA     PIC X(60) VALUE SPACES.
       77 WS-ONDE          PIC X(14) VALUE SPACES.
       77 WS-TEM-LINHA     PIC X VALUE 'N'.
          88 TEM-LINHA-OK  VALUE 'S' FALSE 'N'.
       77 WS-PROCESSO      PIC X(20) VALUE SPACES.
       77 WS-MOTIVO        PIC X(40) VALUE SPACES.

       77 WS-AUD-CHAVE     PIC X(08) VALUE SPACES.
       77 WS-AUD-ANTES     PIC X(40) VALUE SPACES.
       77 WS-AUD-DEPOIS    PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-COM-AREA.
          03 LK-MENSAGEM   PIC X(20).
          03 LK-US-OPERADOR PIC X(12).
          03 LK-PF-OPERADOR PIC X(01).

       PROCEDURE DIVISION USING LK-COM-AREA.
       MAIN-PROCEDURE.
            CALL 'ARQPARTT' USING WS-ARQ-BLOQUEIOS
            CALL 'ARQPARTT' USING WS-ARQ-CONTATOS
            CALL 'ARQPARTT' USING WS-ARQ-ARQMORTO
            DISPLAY '***** BLOQUEIO LEGAL DE CONTATOS *****'
            IF LK-PF-OPERADOR NOT EQUAL 'S'
               DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
            ELSE
               SET EXIT-OK TO FALSE
               PERFORM P300-MANTER-BLOQUEIO THRU P300-FIM
                  UNTIL EXIT-OK
            END-IF
            GOBACK.

       P300-MANTER-BLOQUEIO.
       SET ID-VALIDO-OK TO FALSE
       PERFORM P305-INFORMAR-ID UNTIL ID-VALIDO-OK

       PERFORM P310-LOCALIZAR-PESSOA
       IF WS-ONDE EQUAL SPACES
          DISPLAY 'ID NAO ENCONTRADO NA BASE NEM NO ARQUIVO MORTO'
          GO TO P300-CONTINUAR
       END-IF
       DISPLAY 'CONTATO..: ' WS-ID-ENTRADA '-' WS-DV-ENTRADA ' '
               WS-NM-PESSOA
       DISPLAY 'ONDE.....: ' WS-ONDE

       PERFORM P320-LER-BLOQUEIO
       IF TEM-LINHA-OK AND BLOQUEIO-ATIVO
          DISPLAY 'SITUACAO.: SOB BLOQUEIO LEGAL'
          DISPLAY 'PROCESSO.: ' BLQ-PROCESSO
          DISPLAY 'MOTIVO...: ' BLQ-MOTIVO
          DISPLAY 'DESDE....: ' BLQ-DT-INICIO ' POR ' BLQ-US-INICIO
          PERFORM P400-LIBERAR THRU P400-FIM
       ELSE
          DISPLAY 'SITUACAO.: SEM BLOQUEIO LEGAL'
          IF TEM-LINHA-OK
             DISPLAY 'ULTIMO BLOQUEIO (PROCESSO ' BLQ-PROCESSO
                     ') LIBERADO EM ' BLQ-DT-LIBERACAO ' POR '
                     BLQ-US-LIBERACAO
          END-IF
          PERFORM P500-BLOQUEAR THRU P500-FIM
       END-IF
       .
       P300-CONTINUAR.
       DISPLAY 'TECLE: '
       DISPLAY ' QUALQUER <TECLA> PARA CONTINUAR OU <F> PARA FINALIZAR'
       ACCEPT WS-EXIT
       .
       P300-FIM.

       P305-INFORMAR-ID.
       DISPLAY 'INFORME O NUMERO DE IDENTIFICACAO DO CONTATO:'
       ACCEPT WS-ID-ENTRADA
       IF WS-ID-ENTRADA NOT EQUAL ZEROS
          DISPLAY 'INFORME O DIGITO VERIFICADOR DO ID:'
          ACCEPT WS-DV-ENTRADA
          CALL 'CALCDVTT' USING WS-ID-ENTRADA WS-DV-CALCULADO
          IF WS-DV-ENTRADA EQUAL WS-DV-CALCULADO
             MOVE WS-ID-ENTRADA TO WS-ERR-CHAVE
             SET ID-VALIDO-OK TO TRUE
          ELSE
             DISPLAY 'DIGITO VERIFICADOR NAO CONFERE, CONFIRA O'
             DISPLAY 'ID ANOTADO E DIGITE NOVAMENTE'
          END-IF
       ELSE
          DISPLAY 'NUMERO DE IDENTIFICACAO INVALIDO, INFORME'
          DISPLAY 'APENAS NUMEROS MAIORES QUE ZERO'
       END-IF
       .

      *---------------------------------------------------------
      * O bloqueio vale para o id, esteja ele na base viva ou no
      * arquivo morto (de onde a eliminação também apaga).
      *---------------------------------------------------------
       P310-LOCALIZAR-PESSOA.
       MOVE SPACES TO WS-ONDE WS-NM-PESSOA

       SET FS-CON-OK TO TRUE
       OPEN INPUT CONTATOS
       IF FS-CON-OK
          MOVE WS-ID-ENTRADA TO ID-CONTATO
          READ CONTATOS
               KEY IS ID-CONTATO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE NM-COMPLETO TO WS-NM-PESSOA
                  IF CONTATO-ATIVO
                     MOVE 'BASE (ATIVO)'   TO WS-ONDE
                  ELSE
                     MOVE 'BASE (INATIVO)' TO WS-ONDE
                  END-IF
          END-READ
          CLOSE CONTATOS
       END-IF

       IF WS-ONDE EQUAL SPACES
          SET FS-ARC-OK TO TRUE
          OPEN INPUT ARQMORTO
          IF FS-ARC-OK
             MOVE WS-ID-ENTRADA TO ARC-ID-CONTATO
             READ ARQMORTO
                  KEY IS ARC-ID-CONTATO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE ARC-NM-COMPLETO TO WS-NM-PESSOA
                     IF WS-NM-PESSOA EQUAL SPACES
                        MOVE ARC-NM-CONTATO TO WS-NM-PESSOA
                     END-IF
                     MOVE 'ARQUIVO MORTO' TO WS-ONDE
             END-READ
             CLOSE ARQMORTO
          END-IF
       END-IF
       .

       P320-LER-BLOQUEIO.
       SET TEM-LINHA-OK TO FALSE
       SET FS-OK TO TRUE
       OPEN INPUT BLOQUEIOS
       IF WS-FS EQUAL 35
          CONTINUE
       ELSE
          IF FS-OK
             MOVE WS-ID-ENTRADA TO BLQ-ID-CONTATO
             READ BLOQUEIOS
                  KEY IS BLQ-ID-CONTATO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET TEM-LINHA-OK TO TRUE
             END-READ
             CLOSE BLOQUEIOS
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE BLOQUEIOS'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'BLOQCNTT' 'BLOQUEIOS '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * Liberação: motivo obrigatório; a linha fica com a
      * situação 'L' e os dados de quem liberou.
      *---------------------------------------------------------
       P400-LIBERAR.
       MOVE BLQ-PROCESSO TO WS-PROCESSO
       DISPLAY 'TECLE <L> PARA LIBERAR O BLOQUEIO OU'
       DISPLAY '<QUALQUER TECLA> PARA MANTER'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT EQUAL 'L'
          DISPLAY 'BLOQUEIO MANTIDO'
          GO TO P400-FIM
       END-IF

       DISPLAY 'INFORME O MOTIVO DA LIBERACAO:'
       MOVE SPACES TO WS-MOTIVO
       ACCEPT WS-MOTIVO
       IF WS-MOTIVO EQUAL SPACES
          DISPLAY 'A LIBERACAO EXIGE O MOTIVO, BLOQUEIO MANTIDO'
          GO TO P400-FIM
       END-IF

       PERFORM P600-ABRIR-BLOQUEIOS
       IF NOT FS-OK
          GO TO P400-FIM
       END-IF
       MOVE WS-ID-ENTRADA TO BLQ-ID-CONTATO
       READ BLOQUEIOS
            KEY IS BLQ-ID-CONTATO
            INVALID KEY
               DISPLAY 'BLOQUEIO NAO ENCONTRADO, REFACA A CONSULTA'
               CLOSE BLOQUEIOS
               GO TO P400-FIM
       END-READ
       SET BLOQUEIO-LIBERADO TO TRUE
       ACCEPT BLQ-DT-LIBERACAO FROM DATE YYYYMMDD
       MOVE LK-US-OPERADOR TO BLQ-US-LIBERACAO
       MOVE WS-MOTIVO      TO BLQ-MOT-LIBERACAO
       REWRITE REG-BLOQUEIO
          INVALID KEY
             DISPLAY 'ERRO AO GRAVAR A LIBERACAO'
             CLOSE BLOQUEIOS
             GO TO P400-FIM
       END-REWRITE
       CLOSE BLOQUEIOS

       DISPLAY 'BLOQUEIO LEGAL LIBERADO'
       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE WS-ID-ENTRADA TO WS-AUD-CHAVE
       STRING 'PROCESSO '  DELIMITED BY SIZE
              WS-PROCESSO  DELIMITED BY SIZE
         INTO WS-AUD-ANTES
       END-STRING
       MOVE WS-MOTIVO TO WS-AUD-DEPOIS
       CALL 'GRAVAUDTT' USING 'BLOQCNTT' 'LIBERACAO '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS
       .
       P400-FIM.

      *---------------------------------------------------------
      * Bloqueio: processo e motivo obrigatórios. Um bloqueio
      * liberado antes é substituído pelo novo.
      *---------------------------------------------------------
       P500-BLOQUEAR.
       DISPLAY 'TECLE <B> PARA COLOCAR O CONTATO SOB BLOQUEIO'
       DISPLAY 'LEGAL OU <QUALQUER TECLA> PARA VOLTAR'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT EQUAL 'B'
          DISPLAY 'NENHUM BLOQUEIO COLOCADO'
          GO TO P500-FIM
       END-IF

       DISPLAY 'INFORME O NUMERO DO PROCESSO / REFERENCIA DO CASO:'
       MOVE SPACES TO WS-PROCESSO
       ACCEPT WS-PROCESSO
       DISPLAY 'INFORME O MOTIVO DO BLOQUEIO:'
       MOVE SPACES TO WS-MOTIVO
       ACCEPT WS-MOTIVO
       IF WS-PROCESSO EQUAL SPACES OR WS-MOTIVO EQUAL SPACES
          DISPLAY 'O BLOQUEIO EXIGE O PROCESSO E O MOTIVO, NADA'
          DISPLAY 'FOI GRAVADO'
          GO TO P500-FIM
       END-IF

       DISPLAY 'TECLE <S> PARA CONFIRMAR O BLOQUEIO OU'
       DISPLAY '<QUALQUER TECLA> PARA ABORTAR'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT EQUAL 'S'
          DISPLAY 'NENHUM BLOQUEIO COLOCADO'
          GO TO P500-FIM
       END-IF

       PERFORM P600-ABRIR-BLOQUEIOS
       IF NOT FS-OK
          GO TO P500-FIM
       END-IF
       MOVE SPACES TO REG-BLOQUEIO
       MOVE WS-ID-ENTRADA  TO BLQ-ID-CONTATO
       SET BLOQUEIO-ATIVO  TO TRUE
       MOVE WS-PROCESSO    TO BLQ-PROCESSO
       MOVE WS-MOTIVO      TO BLQ-MOTIVO
       ACCEPT BLQ-DT-INICIO FROM DATE YYYYMMDD
       MOVE LK-US-OPERADOR TO BLQ-US-INICIO
       MOVE ZEROS          TO BLQ-DT-LIBERACAO
       IF TEM-LINHA-OK
          REWRITE REG-BLOQUEIO
             INVALID KEY
                DISPLAY 'ERRO AO GRAVAR O BLOQUEIO'
                CLOSE BLOQUEIOS
                GO TO P500-FIM
          END-REWRITE
       ELSE
          WRITE REG-BLOQUEIO
             INVALID KEY
                DISPLAY 'ERRO AO GRAVAR O BLOQUEIO'
                CLOSE BLOQUEIOS
                GO TO P500-FIM
          END-WRITE
       END-IF
       CLOSE BLOQUEIOS

       DISPLAY 'CONTATO COLOCADO SOB BLOQUEIO LEGAL'
       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE WS-ID-ENTRADA TO WS-AUD-CHAVE
       STRING 'PROCESSO '  DELIMITED BY SIZE
              WS-PROCESSO  DELIMITED BY SIZE
         INTO WS-AUD-ANTES
       END-STRING
       MOVE WS-MOTIVO TO WS-AUD-DEPOIS
       CALL 'GRAVAUDTT' USING 'BLOQCNTT' 'BLOQUEIO  '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS
       .
       P500-FIM.

       P600-ABRIR-BLOQUEIOS.
       SET FS-OK TO TRUE
       OPEN I-O BLOQUEIOS
       IF WS-FS EQUAL 35
          OPEN OUTPUT BLOQUEIOS
          CLOSE BLOQUEIOS
          OPEN I-O BLOQUEIOS
       END-IF
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE BLOQUEIOS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'BLOQCNTT' 'BLOQUEIOS '
               WS-FS WS-ERR-CHAVE
       END-IF
       .
       END PROGRAM BLOQCNTT.
