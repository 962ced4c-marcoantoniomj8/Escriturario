      *********************************************************
      * Autor: Marco Antônio Machado Junior.
      * Data: 15/10/2026.
      * Propósito: Trocar o operador responsável por um contato
      *            (carteira, CONTCART.DAT). Mostra o responsável
      *            atual e grava o novo, que precisa estar no
      *            cadastro de operadores (OPERCNTT.DAT) e não
      *            bloqueado; contato ainda sem responsável ganha
      *            um. Restrito ao supervisor, e toda troca sai na
      *            trilha de auditoria (GRAVAUDTT). Chamado ao
      *            final da alteração (ALTCONTT).
      *********************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPCNTT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CARTEIRA ASSIGN TO WS-ARQ-CARTEIRA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAR-ID-CONTATO
                ALTERNATE RECORD KEY IS CAR-CD-OPERADOR
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT OPERADORES ASSIGN TO WS-ARQ-OPERADORES
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPE-CD-OPERADOR
                FILE STATUS IS WS-FS-OPE.

       DATA DIVISION.
       FILE SECTION.
       FD CARTEIRA.
          COPY FD_CARTT.

       FD OPERADORES.
          COPY FD_OPETT.

       WORKING-STORAGE SECTION.

       77 WS-FS            PIC 99.
          88 FS-OK         VALUE 0.
       77 WS-FS-OPE        PIC 99.
          88 FS-OPE-OK     VALUE 0.
       77 WS-FS-MSG        PIC X(40).
       77 WS-CONFIRM       PIC X VALUE SPACES.
       77 WS-ARQ-CARTEIRA  PIC X(60) VALUE 'CONTCART.DAT'.
       77 WS-ARQ-OPERADORES PIC X(60) VALUE 'OPERCNTT.DAT'.
       77 WS-ERR-CHAVE     PIC X(20) VALUE SPACES.

       77 WS-CD-ATUAL      PIC X(08) VALUE SPACES.
       77 WS-CD-NOVO       PIC X(08) VALUE SPACES.
       77 WS-NM-NOVO       PIC X(20) VALUE SPACES.
       77 WS-TEM-RESP      PIC X VALUE 'N'.
          88 TEM-RESP-OK   VALUE 'S' FALSE 'N'.
       77 WS-OPE-OK        PIC X VALUE 'N'.
          88 OPERADOR-VALIDO-OK VALUE 'S' FALSE 'N'.

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
            CALL 'ARQPARTT' USING WS-ARQ-CARTEIRA
            CALL 'ARQPARTT' USING WS-ARQ-OPERADORES
            MOVE LK-ID-CONTATO TO WS-ERR-CHAVE
            IF LK-PF-OPERADOR NOT EQUAL 'S'
               DISPLAY 'OPCAO RESTRITA AO SUPERVISOR'
            ELSE
               PERFORM P300-TROCAR-RESPONSAVEL THRU P300-FIM
            END-IF
            GOBACK.

       P300-TROCAR-RESPONSAVEL.
       DISPLAY '--- OPERADOR RESPONSAVEL PELO CONTATO '
               LK-ID-CONTATO ' ---'
       PERFORM P400-LER-RESPONSAVEL
       IF TEM-RESP-OK
          DISPLAY 'RESPONSAVEL ATUAL: ' WS-CD-ATUAL
       ELSE
          DISPLAY 'O CONTATO AINDA NAO TEM RESPONSAVEL'
       END-IF

       DISPLAY 'INFORME O CODIGO DO NOVO OPERADOR RESPONSAVEL'
       DISPLAY '(EM BRANCO PARA VOLTAR SEM ALTERAR):'
       MOVE SPACES TO WS-CD-NOVO
       ACCEPT WS-CD-NOVO
       IF WS-CD-NOVO EQUAL SPACES
          DISPLAY 'RESPONSAVEL NAO ALTERADO'
          GO TO P300-FIM
       END-IF
       IF TEM-RESP-OK AND WS-CD-NOVO EQUAL WS-CD-ATUAL
          DISPLAY 'ESTE JA E O RESPONSAVEL PELO CONTATO'
          GO TO P300-FIM
       END-IF

       PERFORM P410-CONFERIR-OPERADOR
       IF NOT OPERADOR-VALIDO-OK
          GO TO P300-FIM
       END-IF

       DISPLAY 'TECLE <S> PARA CONFIRMAR A TROCA OU'
       DISPLAY '<QUALQUER TECLA> PARA ABORTAR'
       ACCEPT WS-CONFIRM
       IF WS-CONFIRM NOT EQUAL 'S'
          DISPLAY 'RESPONSAVEL NAO ALTERADO'
          GO TO P300-FIM
       END-IF

       PERFORM P420-GRAVAR-RESPONSAVEL THRU P420-FIM
       .
       P300-FIM.

       P400-LER-RESPONSAVEL.
       SET TEM-RESP-OK TO FALSE
       MOVE SPACES TO WS-CD-ATUAL
       SET FS-OK TO TRUE
       OPEN INPUT CARTEIRA
       IF WS-FS EQUAL 35
          CONTINUE
       ELSE
          IF FS-OK
             MOVE LK-ID-CONTATO TO CAR-ID-CONTATO
             READ CARTEIRA
                  KEY IS CAR-ID-CONTATO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET TEM-RESP-OK TO TRUE
                     MOVE CAR-CD-OPERADOR TO WS-CD-ATUAL
             END-READ
             CLOSE CARTEIRA
          ELSE
             DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTEIRAS'
             CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
             DISPLAY WS-FS-MSG
             CALL 'ERRLOGTT' USING 'RESPCNTT' 'CARTEIRA  '
                  WS-FS WS-ERR-CHAVE
          END-IF
       END-IF
       .

      *---------------------------------------------------------
      * O novo responsável precisa estar no cadastro de
      * operadores e não pode estar bloqueado.
      *---------------------------------------------------------
       P410-CONFERIR-OPERADOR.
       SET OPERADOR-VALIDO-OK TO FALSE
       SET FS-OPE-OK TO TRUE
       OPEN INPUT OPERADORES
       IF NOT FS-OPE-OK
          DISPLAY 'ERRO AO ABRIR O CADASTRO DE OPERADORES'
          CALL 'FSMSGTT' USING WS-FS-OPE WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RESPCNTT' 'OPERADORES'
               WS-FS-OPE WS-ERR-CHAVE
       ELSE
          MOVE WS-CD-NOVO TO OPE-CD-OPERADOR
          READ OPERADORES
               KEY IS OPE-CD-OPERADOR
               INVALID KEY
                  DISPLAY 'OPERADOR NAO CADASTRADO'
               NOT INVALID KEY
                  IF OPERADOR-BLOQUEADO
                     DISPLAY 'OPERADOR BLOQUEADO NAO PODE RECEBER'
                             ' CONTATOS'
                  ELSE
                     MOVE OPE-NM-OPERADOR TO WS-NM-NOVO
                     DISPLAY 'NOVO RESPONSAVEL: ' OPE-CD-OPERADOR
                             ' - ' WS-NM-NOVO
                     SET OPERADOR-VALIDO-OK TO TRUE
                  END-IF
          END-READ
          CLOSE OPERADORES
       END-IF
       .

       P420-GRAVAR-RESPONSAVEL.
       SET FS-OK TO TRUE
       OPEN I-O CARTEIRA
       IF WS-FS EQUAL 35
          OPEN OUTPUT CARTEIRA
          CLOSE CARTEIRA
          OPEN I-O CARTEIRA
       END-IF
       IF NOT FS-OK
          DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CARTEIRAS'
          CALL 'FSMSGTT' USING WS-FS WS-FS-MSG
          DISPLAY WS-FS-MSG
          CALL 'ERRLOGTT' USING 'RESPCNTT' 'CARTEIRA  '
               WS-FS WS-ERR-CHAVE
          GO TO P420-FIM
       END-IF

       MOVE LK-ID-CONTATO  TO CAR-ID-CONTATO
       MOVE WS-CD-NOVO     TO CAR-CD-OPERADOR
       ACCEPT CAR-DATA FROM DATE YYYYMMDD
       MOVE LK-US-OPERADOR TO CAR-US-OPERADOR
       IF TEM-RESP-OK
          REWRITE REG-CARTEIRA
             INVALID KEY
                DISPLAY 'ERRO AO GRAVAR O RESPONSAVEL'
                CLOSE CARTEIRA
                GO TO P420-FIM
          END-REWRITE
       ELSE
          WRITE REG-CARTEIRA
             INVALID KEY
                DISPLAY 'ERRO AO GRAVAR O RESPONSAVEL'
                CLOSE CARTEIRA
                GO TO P420-FIM
          END-WRITE
       END-IF
       CLOSE CARTEIRA

       DISPLAY 'RESPONSAVEL GRAVADO COM SUCESSO'
       MOVE SPACES TO WS-AUD-CHAVE WS-AUD-ANTES WS-AUD-DEPOIS
       MOVE LK-ID-CONTATO TO WS-AUD-CHAVE
       IF TEM-RESP-OK
          STRING 'RESPONSAVEL ' DELIMITED BY SIZE
                 WS-CD-ATUAL    DELIMITED BY SIZE
            INTO WS-AUD-ANTES
          END-STRING
       END-IF
       STRING 'RESPONSAVEL ' DELIMITED BY SIZE
              WS-CD-NOVO     DELIMITED BY SIZE
         INTO WS-AUD-DEPOIS
       END-STRING
       CALL 'GRAVAUDTT' USING 'RESPCNTT' 'ALTERACAO '
            LK-US-OPERADOR WS-AUD-CHAVE WS-AUD-ANTES
            WS-AUD-DEPOIS
       .
       P420-FIM.
       END PROGRAM RESPCNTT.
